      *> the complete confirmations in CUTTING-CONFIRM.DAT and the
      *> customer orders in ORDERS.DAT, and writes one invoice line
      *> per order and plant - only for pieces the machine confirmed
      *> cut, at the unit cost ERBCOST computed, or at the quoted unit
      *> price when the order came from an accepted ERBQUOTE quote
      *> (sixth field of ORDERS.DAT). Pieces the floor
      *> rejected (PIECES-REJECTED, fifth field of the confirmation)
      *> are not billed; they are billed when the remake is cut.
      *> SHAPES-OUT.DAT is
      *> read once so orders keyed by name slug resolve to the same
      *> SHAPE-ID the cost and confirmation rows carry. Confirmed-cut
      *> shapes with no cost row or no order land on the
      *> and never billed twice; a TRAILER line carries the line count
      *> and total amount. The tables abend the run rather than
      *> silently truncating when their limits are hit.
      *> Each order line carries a customer number (fifth field of
      *> ORDERS.DAT); the invoice lines are grouped into one invoice
      *> per customer, in customer-number order. Each invoice opens
      *> with an INVOICE line giving the bill-to name and address and
      *> payment terms from the indexed CUSTOMER-MASTER, the invoice
      *> date and the due date (invoice date plus the customer's net
      *> days), and closes with an INVOICE-TOTAL line. Billable pieces
      *> on an order whose customer is not on the master are listed
      *> as NO-CUSTOMER exceptions and left unbilled.
      *> The invoice date is the run date, or the YYYYMMDD first
      *> argument when an earlier day's invoicing is rerun. A run
      *> dated in a period ERBCLOSE has closed (PERIOD-CONTROL.DAT) is
      *> rejected before any file is touched: the rejection is
      *> appended to PERIOD-CONTROL.DAT for the close report and the
      *> job ends with RETURN-CODE 8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERBINV.
       ENVIRONMENT DIVISION.
           SELECT INV-EXC-OUT ASSIGN TO WS-INV-EXC-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-EXC-OUT-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO WS-CUSTOMER-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTOMER-NO
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT PERIOD-CONTROL ASSIGN TO WS-PERIOD-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CONTROL-STATUS.
           SELECT PARM-FILE ASSIGN TO WS-PARM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
       FD  INV-EXC-OUT
           RECORDING MODE IS F.
       01  INV-EXC-OUT-RECORD          PIC X(720).
       FD  CUSTOMER-MASTER.
       COPY "erb_customer_copy".
       FD  PERIOD-CONTROL
           RECORDING MODE IS F.
       01  PERIOD-CONTROL-RECORD       PIC X(300).
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-CARD                   PIC X(300).
                                       VALUE "INVOICE-LINES.DAT".
       01  WS-INV-EXC-OUT-PATH         PIC X(255)
                                       VALUE "INVOICE-EXCEPTIONS.DAT".
       01  WS-CUSTOMER-MASTER-PATH     PIC X(255)
                                       VALUE "CUSTOMER-MASTER.DAT".
       01  WS-CUSTOMER-MASTER-STATUS   PIC XX.
       01  WS-PERIOD-CONTROL-PATH      PIC X(255)
                                       VALUE "PERIOD-CONTROL.DAT".
       01  WS-PERIOD-CONTROL-STATUS    PIC XX.
       01  WS-PERIOD-CLOSED            PIC X(3) VALUE "NO".
           88 PERIOD-IS-CLOSED         VALUE "YES".
       01  WS-CTL-FIELD-TAG            PIC X(10).
       01  WS-CTL-FIELD-PERIOD         PIC X(10).
       01  WS-ARG-VALUE                PIC X(20).
       01  WS-RUN-ID                   PIC X(14).
       01  WS-COSTED-IN-STATUS         PIC XX.
       01  WS-CONFIRM-STATUS           PIC XX.
       01  WS-ORDERS-IN-STATUS         PIC XX.
              03 WS-CONF-PIECES-LEFT   PIC 9(7).
              03 WS-CONF-COMPLETE      PIC X(3).
              03 WS-CONF-BILLED        PIC X(3).
              03 WS-CONF-NO-CUSTOMER   PIC X(3).
       01  WS-CONF-I                   PIC 9(6).
       01  WS-CONF-HIT                 PIC 9(6).
       01  WS-CONF-SHAPE-ID            PIC X(500).
       01  WS-CONF-PIECES-TEXT         PIC X(10).
       01  WS-CONF-STATUS              PIC X(10).
       01  WS-CONF-PIECES              PIC 9(7).
       01  WS-CONF-AREA-USED           PIC X(20).
       01  WS-CONF-REJECTED-TEXT       PIC X(10).
       01  WS-CONF-REJECTED            PIC 9(7).
       01  WS-CONF-GOOD-PIECES         PIC 9(7).
       01  WS-COST-FIELD-ID            PIC X(500).
       01  WS-COST-FIELD-PLANT         PIC X(10).
       01  WS-COST-FIELD-CLASS         PIC X(20).
       01  WS-ORDER-SHAPE-REF          PIC X(500).
       01  WS-ORDER-QTY-TEXT           PIC X(20).
       01  WS-ORDER-DUE-DATE           PIC X(10).
       01  WS-ORDER-CUSTOMER-NO        PIC X(10).
       01  WS-ORDER-QUOTED-PRICE       PIC X(20).
       01  WS-BILL-UNIT-PRICE          USAGE COMP-2.
       01  WS-ORDER-QTY                PIC 9(7).
       01  WS-CUSTOMER-FOUND           PIC X(3) VALUE "NO".
           88 CUSTOMER-RECORD-FOUND    VALUE "YES".
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-INVOICE-DATE             PIC X(10).
       01  WS-DUE-DATE                 PIC X(10).
       01  WS-DUE-DATE-NUM             PIC 9(8).
       01  WS-DETAIL-LINE              PIC X(720).
       01  WS-INV-LINE-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-INV-LINE-MAX             PIC 9(6) VALUE 10000.
       01  WS-INV-LINE-TABLE.
           02 WS-INV-LINE-ENTRY OCCURS 10000 TIMES.
              03 WS-INV-LINE-CUST-NO   PIC X(10).
              03 WS-INV-LINE-TEXT      PIC X(600).
       01  WS-INV-LINE-I               PIC 9(6).
       01  WS-INVC-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-INVC-MAX                 PIC 9(6) VALUE 2000.
       01  WS-INVC-TABLE.
           02 WS-INVC-ENTRY OCCURS 2000 TIMES.
              03 WS-INVC-CUST-NO       PIC X(10).
              03 WS-INVC-NAME          PIC X(60).
              03 WS-INVC-ADDR-1        PIC X(60).
              03 WS-INVC-ADDR-2        PIC X(60).
              03 WS-INVC-ADDR-3        PIC X(60).
              03 WS-INVC-TERMS-CODE    PIC X(10).
              03 WS-INVC-TERMS-DAYS    PIC 9(3).
              03 WS-INVC-LINES         PIC 9(9).
              03 WS-INVC-AMOUNT        USAGE COMP-2.
       01  WS-INVC-I                   PIC 9(6).
       01  WS-INVC-HIT                 PIC 9(6).
       01  WS-INVC-SLOT                PIC 9(6).
       01  WS-INVOICES-WRITTEN         PIC 9(9) VALUE ZERO.
       01  WS-QTY-TEST                 PIC 9(6).
       01  WS-BILL-QTY                 PIC 9(7).
       01  WS-LINE-AMOUNT              USAGE COMP-2.
           02 WS-SEEN-SHAPES-OUT         PIC X(3) VALUE "NO".
           02 WS-SEEN-INVOICE-LINES      PIC X(3) VALUE "NO".
           02 WS-SEEN-INVOICE-EXCEPTIONS PIC X(3) VALUE "NO".
           02 WS-SEEN-CUSTOMER-MASTER    PIC X(3) VALUE "NO".
           02 WS-SEEN-PERIOD-CONTROL     PIC X(3) VALUE "NO".
       PROCEDURE DIVISION.
       MAIN-INVOICE.
           PERFORM LOAD-RUN-PARAMETERS
               GOBACK
           END-IF
           MOVE 0 TO WS-TOTAL-AMOUNT
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
           MOVE WS-RUN-ID(1:8) TO WS-RUN-DATE
           MOVE SPACES TO WS-ARG-VALUE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           IF WS-ARG-VALUE NOT = SPACES
               IF (WS-ARG-VALUE(1:8) IS NUMERIC)
                   AND (WS-ARG-VALUE(9:) = SPACES)
                   AND (FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-ARG-VALUE(1:8))) = 0)
                   MOVE WS-ARG-VALUE(1:8) TO WS-RUN-DATE
               ELSE
                   DISPLAY "ERBINV: run aborted - invoice date '"
                       FUNCTION TRIM(WS-ARG-VALUE)
                       "' is not a YYYYMMDD date"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM CHECK-INVOICE-PERIOD-OPEN
           IF PERIOD-IS-CLOSED
               DISPLAY "ERBINV: run rejected - invoice date "
                   WS-RUN-DATE " falls in closed period "
                   WS-RUN-DATE(1:6) ", nothing invoiced"
               PERFORM WRITE-PERIOD-REJECTION
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-INVOICE-DATE
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
               WS-RUN-DATE(7:2) DELIMITED BY SIZE
               INTO WS-INVOICE-DATE
           END-STRING
           PERFORM LOAD-COSTED-TABLE
           PERFORM LOAD-CONFIRM-TABLE
           PERFORM RESOLVE-RECORD-NAMES
           END-PERFORM
           MOVE "NO" TO WS-EOF-SWITCH
           PERFORM REPORT-UNINVOICEABLE-CUTS
           PERFORM WRITE-CUSTOMER-INVOICES
           PERFORM WRITE-INVOICE-TRAILER
           PERFORM CLOSE-INVOICE-FILES
           DISPLAY "ERBINV: orders read " WS-ORDERS-READ
               " lines written " WS-LINES-WRITTEN
               " invoices " WS-INVOICES-WRITTEN
               " exceptions " WS-EXCEPTIONS-WRITTEN
           GOBACK.
       .

      *> A closed period is listed as a CLOSED line in the period
      *> control file ERBCLOSE keeps; no file means nothing is closed.
       CHECK-INVOICE-PERIOD-OPEN.
           MOVE "NO" TO WS-PERIOD-CLOSED
           OPEN INPUT PERIOD-CONTROL
           IF WS-PERIOD-CONTROL-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ PERIOD-CONTROL INTO PERIOD-CONTROL-RECORD
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE SPACES TO WS-CTL-FIELD-TAG
                           MOVE SPACES TO WS-CTL-FIELD-PERIOD
                           UNSTRING PERIOD-CONTROL-RECORD
                               DELIMITED BY "|"
                               INTO WS-CTL-FIELD-TAG
                                    WS-CTL-FIELD-PERIOD
                           IF (FUNCTION TRIM(WS-CTL-FIELD-TAG)
                               = "CLOSED")
                               AND (WS-CTL-FIELD-PERIOD(1:6)
                               = WS-RUN-DATE(1:6))
                               MOVE "YES" TO WS-PERIOD-CLOSED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CONTROL
               MOVE "NO" TO WS-EOF-SWITCH
           END-IF
       .

       WRITE-PERIOD-REJECTION.
           OPEN EXTEND PERIOD-CONTROL
           IF WS-PERIOD-CONTROL-STATUS = "35"
               OPEN OUTPUT PERIOD-CONTROL
           END-IF
           IF WS-PERIOD-CONTROL-STATUS NOT = "00"
               DISPLAY "ERBINV: unable to record the rejection, status "
                   WS-PERIOD-CONTROL-STATUS
           ELSE
               MOVE SPACES TO PERIOD-CONTROL-RECORD
               STRING "REJECTED|" DELIMITED BY SIZE
                   WS-RUN-DATE(1:6) DELIMITED BY SIZE "|"
                   "ERBINV|" DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE "|"
                   WS-RUN-DATE DELIMITED BY SIZE "|"
                   "invoice run not made" DELIMITED BY SIZE
                   INTO PERIOD-CONTROL-RECORD
               END-STRING
               WRITE PERIOD-CONTROL-RECORD
               CLOSE PERIOD-CONTROL
           END-IF
       .

       LOAD-COSTED-TABLE.
           MOVE 0 TO WS-COSTED-COUNT
           OPEN INPUT COSTED-IN
           MOVE SPACES TO WS-CONF-SHAPE-ID
           MOVE SPACES TO WS-CONF-PIECES-TEXT
           MOVE SPACES TO WS-CONF-STATUS
           MOVE SPACES TO WS-CONF-REJECTED-TEXT
           UNSTRING CONFIRM-IN-RECORD DELIMITED BY "|"
               INTO WS-CONF-SHAPE-ID
                    WS-CONF-PIECES-TEXT
                    WS-CONF-STATUS
                    WS-CONF-AREA-USED
                    WS-CONF-REJECTED-TEXT
           IF WS-CONF-PIECES-TEXT = SPACES
               MOVE 0 TO WS-CONF-PIECES
           ELSE
               COMPUTE WS-CONF-PIECES = FUNCTION NUMVAL(
                   WS-CONF-PIECES-TEXT)
           END-IF
           IF WS-CONF-REJECTED-TEXT = SPACES
               MOVE 0 TO WS-CONF-REJECTED
           ELSE
               COMPUTE WS-CONF-REJECTED = FUNCTION NUMVAL(
                   WS-CONF-REJECTED-TEXT)
           END-IF
           IF WS-CONF-REJECTED >= WS-CONF-PIECES
               MOVE 0 TO WS-CONF-GOOD-PIECES
           ELSE
               COMPUTE WS-CONF-GOOD-PIECES =
                   WS-CONF-PIECES - WS-CONF-REJECTED
           END-IF
           MOVE 0 TO WS-CONF-HIT
           PERFORM VARYING WS-CONF-I FROM 1 BY 1
               UNTIL WS-CONF-I > WS-CONF-COUNT
               MOVE WS-CONF-COUNT TO WS-CONF-HIT
               MOVE WS-CONF-SHAPE-ID TO WS-CONF-ID(WS-CONF-HIT)
           END-IF
           MOVE WS-CONF-GOOD-PIECES
               TO WS-CONF-PIECES-LEFT(WS-CONF-HIT)
           MOVE "NO" TO WS-CONF-BILLED(WS-CONF-HIT)
           MOVE "NO" TO WS-CONF-NO-CUSTOMER(WS-CONF-HIT)
           IF ((FUNCTION TRIM(WS-CONF-STATUS) = "OK")
               OR (FUNCTION TRIM(WS-CONF-STATUS) = "COMPLETE"))
               AND (WS-CONF-PIECES >= 1)
                   WS-INV-EXC-OUT-STATUS
               MOVE "YES" TO WS-EOF-SWITCH
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTOMER-MASTER-STATUS NOT = "00"
               DISPLAY "ERBINV: unable to open customer master, status "
                   WS-CUSTOMER-MASTER-STATUS
               MOVE "YES" TO WS-EOF-SWITCH
           END-IF
       .

       INVOICE-ONE-ORDER.
           MOVE SPACES TO WS-ORDER-SHAPE-REF
           MOVE SPACES TO WS-ORDER-QTY-TEXT
           MOVE SPACES TO WS-ORDER-DUE-DATE
           MOVE SPACES TO WS-ORDER-CUSTOMER-NO
           MOVE SPACES TO WS-ORDER-QUOTED-PRICE
           UNSTRING ORDERS-IN-RECORD DELIMITED BY "|"
               INTO WS-ORDER-NO
                    WS-ORDER-SHAPE-REF
                    WS-ORDER-QTY-TEXT
                    WS-ORDER-DUE-DATE
                    WS-ORDER-CUSTOMER-NO
                    WS-ORDER-QUOTED-PRICE
           COMPUTE WS-QTY-TEST = FUNCTION TEST-NUMVAL(
               FUNCTION TRIM(WS-ORDER-QTY-TEXT))
           IF WS-QTY-TEST NOT = 0
                   IF (WS-CONF-HIT NOT = 0)
                       AND (WS-CONF-COMPLETE(WS-CONF-HIT) = "YES")
                       AND (WS-CONF-PIECES-LEFT(WS-CONF-HIT) > 0)
                       PERFORM READ-ORDER-CUSTOMER
                       IF CUSTOMER-RECORD-FOUND
                           PERFORM WRITE-INVOICE-LINE
                       ELSE
                           PERFORM WRITE-EXCEPTION-NO-CUSTOMER
                           MOVE "YES" TO WS-CONF-NO-CUSTOMER(WS-CONF-HIT)
                       END-IF
                   END-IF
               END-IF
           END-IF
       .

       READ-ORDER-CUSTOMER.
           MOVE "NO" TO WS-CUSTOMER-FOUND
           IF WS-ORDER-CUSTOMER-NO NOT = SPACES
               MOVE WS-ORDER-CUSTOMER-NO TO CUSTOMER-NO
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "YES" TO WS-CUSTOMER-FOUND
               END-READ
           END-IF
       .

       FIND-COSTED-SHAPE.
           MOVE 0 TO WS-COSTED-HIT
           PERFORM VARYING WS-COSTED-I FROM 1 BY 1
           SUBTRACT WS-BILL-QTY
               FROM WS-CONF-PIECES-LEFT(WS-CONF-HIT)
           MOVE "YES" TO WS-CONF-BILLED(WS-CONF-HIT)
           MOVE WS-COSTED-UNIT-COST(WS-COSTED-HIT) TO WS-BILL-UNIT-PRICE
           IF (WS-ORDER-QUOTED-PRICE NOT = SPACES)
               AND (FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-ORDER-QUOTED-PRICE)) = 0)
               COMPUTE WS-BILL-UNIT-PRICE = FUNCTION NUMVAL(
                   WS-ORDER-QUOTED-PRICE)
           END-IF
           COMPUTE WS-LINE-AMOUNT = WS-BILL-QTY * WS-BILL-UNIT-PRICE
           ADD WS-LINE-AMOUNT TO WS-TOTAL-AMOUNT
           COMPUTE WS-COST-ROUNDED ROUNDED = WS-BILL-UNIT-PRICE
           MOVE WS-COST-ROUNDED TO WS-COST-DISPLAY
           COMPUTE WS-COST-ROUNDED ROUNDED = WS-LINE-AMOUNT
           MOVE WS-COST-ROUNDED TO WS-COST-DISPLAY-2
           MOVE WS-BILL-QTY TO WS-QTY-DISPLAY
           MOVE SPACES TO WS-DETAIL-LINE
           STRING WS-ORDER-NO DELIMITED BY SPACE "|"
               WS-COSTED-PLANT(WS-COSTED-HIT) DELIMITED BY SPACE "|"
               FUNCTION TRIM(WS-COSTED-ID(WS-COSTED-HIT))
               FUNCTION TRIM(WS-QTY-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-COST-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-COST-DISPLAY-2) DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM HOLD-INVOICE-LINE
           ADD 1 TO WS-LINES-WRITTEN
       .

      *> Detail lines are held until every order has been read so they
      *> can be written out grouped under one invoice per customer.
       HOLD-INVOICE-LINE.
           IF WS-INV-LINE-COUNT >= WS-INV-LINE-MAX
               DISPLAY "ERBINV: invoice line table limit of "
                   WS-INV-LINE-MAX " lines hit - aborting rather "
                   "than billing from a truncated table"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-INV-LINE-COUNT
           MOVE WS-ORDER-CUSTOMER-NO
               TO WS-INV-LINE-CUST-NO(WS-INV-LINE-COUNT)
           MOVE WS-DETAIL-LINE TO WS-INV-LINE-TEXT(WS-INV-LINE-COUNT)
           PERFORM FIND-INVOICE-CUSTOMER
           ADD 1 TO WS-INVC-LINES(WS-INVC-HIT)
           ADD WS-LINE-AMOUNT TO WS-INVC-AMOUNT(WS-INVC-HIT)
       .

      *> The customer table is kept in customer-number order as it is
      *> built - a new customer is slotted in ahead of the first
      *> higher number and the entries after it shuffle down one.
       FIND-INVOICE-CUSTOMER.
           MOVE 0 TO WS-INVC-HIT
           MOVE 0 TO WS-INVC-SLOT
           PERFORM VARYING WS-INVC-I FROM 1 BY 1
               UNTIL (WS-INVC-I > WS-INVC-COUNT)
               OR (WS-INVC-HIT NOT = 0) OR (WS-INVC-SLOT NOT = 0)
               IF WS-INVC-CUST-NO(WS-INVC-I) = WS-ORDER-CUSTOMER-NO
                   MOVE WS-INVC-I TO WS-INVC-HIT
               ELSE
                   IF WS-INVC-CUST-NO(WS-INVC-I) > WS-ORDER-CUSTOMER-NO
                       MOVE WS-INVC-I TO WS-INVC-SLOT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-INVC-HIT = 0
               PERFORM ADD-INVOICE-CUSTOMER
           END-IF
       .

       ADD-INVOICE-CUSTOMER.
           IF WS-INVC-COUNT >= WS-INVC-MAX
               DISPLAY "ERBINV: invoice customer table limit of "
                   WS-INVC-MAX " hit - aborting rather than billing "
                   "from a truncated table"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-INVC-SLOT = 0
               COMPUTE WS-INVC-SLOT = WS-INVC-COUNT + 1
           END-IF
           PERFORM VARYING WS-INVC-I FROM WS-INVC-COUNT BY -1
               UNTIL WS-INVC-I < WS-INVC-SLOT
               MOVE WS-INVC-ENTRY(WS-INVC-I)
                   TO WS-INVC-ENTRY(WS-INVC-I + 1)
           END-PERFORM
           ADD 1 TO WS-INVC-COUNT
           MOVE WS-INVC-SLOT TO WS-INVC-HIT
           MOVE CUSTOMER-NO TO WS-INVC-CUST-NO(WS-INVC-HIT)
           MOVE CUSTOMER-NAME TO WS-INVC-NAME(WS-INVC-HIT)
           MOVE CUSTOMER-ADDR-1 TO WS-INVC-ADDR-1(WS-INVC-HIT)
           MOVE CUSTOMER-ADDR-2 TO WS-INVC-ADDR-2(WS-INVC-HIT)
           MOVE CUSTOMER-ADDR-3 TO WS-INVC-ADDR-3(WS-INVC-HIT)
           MOVE CUSTOMER-TERMS-CODE TO WS-INVC-TERMS-CODE(WS-INVC-HIT)
           MOVE CUSTOMER-TERMS-DAYS TO WS-INVC-TERMS-DAYS(WS-INVC-HIT)
           MOVE 0 TO WS-INVC-LINES(WS-INVC-HIT)
           MOVE 0 TO WS-INVC-AMOUNT(WS-INVC-HIT)
       .

       WRITE-CUSTOMER-INVOICES.
           IF WS-INVOICE-OUT-STATUS = "00"
               PERFORM VARYING WS-INVC-I FROM 1 BY 1
                   UNTIL WS-INVC-I > WS-INVC-COUNT
                   PERFORM WRITE-ONE-CUSTOMER-INVOICE
               END-PERFORM
           END-IF
       .

       WRITE-ONE-CUSTOMER-INVOICE.
           COMPUTE WS-DUE-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
               + WS-INVC-TERMS-DAYS(WS-INVC-I))
           MOVE SPACES TO WS-DUE-DATE
           STRING WS-DUE-DATE-NUM(1:4) "-" WS-DUE-DATE-NUM(5:2) "-"
               WS-DUE-DATE-NUM(7:2) DELIMITED BY SIZE
               INTO WS-DUE-DATE
           END-STRING
           MOVE SPACES TO INVOICE-OUT-RECORD
           STRING "INVOICE|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-INVC-CUST-NO(WS-INVC-I))
                   DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-INVC-NAME(WS-INVC-I))
                   DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-INVC-ADDR-1(WS-INVC-I))
                   DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-INVC-ADDR-2(WS-INVC-I))
                   DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-INVC-ADDR-3(WS-INVC-I))
                   DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-INVC-TERMS-CODE(WS-INVC-I))
                   DELIMITED BY SIZE "|"
               WS-INVOICE-DATE DELIMITED BY SIZE "|"
               WS-DUE-DATE DELIMITED BY SIZE
               INTO INVOICE-OUT-RECORD
           END-STRING
           WRITE INVOICE-OUT-RECORD
           PERFORM VARYING WS-INV-LINE-I FROM 1 BY 1
               UNTIL WS-INV-LINE-I > WS-INV-LINE-COUNT
               IF WS-INV-LINE-CUST-NO(WS-INV-LINE-I)
                   = WS-INVC-CUST-NO(WS-INVC-I)
                   WRITE INVOICE-OUT-RECORD
                       FROM WS-INV-LINE-TEXT(WS-INV-LINE-I)
               END-IF
           END-PERFORM
           COMPUTE WS-COST-ROUNDED ROUNDED = WS-INVC-AMOUNT(WS-INVC-I)
           MOVE WS-COST-ROUNDED TO WS-COST-DISPLAY
           MOVE SPACES TO INVOICE-OUT-RECORD
           STRING "INVOICE-TOTAL|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-INVC-CUST-NO(WS-INVC-I))
                   DELIMITED BY SIZE "|"
               WS-INVC-LINES(WS-INVC-I) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-COST-DISPLAY) DELIMITED BY SIZE
               INTO INVOICE-OUT-RECORD
           END-STRING
           WRITE INVOICE-OUT-RECORD
           ADD 1 TO WS-INVOICES-WRITTEN
       .

      *> Complete confirmations that produced no invoice line are the
      *> uninvoiceable cuts: either no cost row came out of ERBCOST or
      *> no order claimed the pieces. Partially billed shapes with
      *> pieces left over are reported for the unclaimed remainder,
      *> unless an order for them was already reported NO-CUSTOMER -
      *> that exception already says why the pieces went unbilled.
       REPORT-UNINVOICEABLE-CUTS.
           PERFORM VARYING WS-CONF-I FROM 1 BY 1
               UNTIL WS-CONF-I > WS-CONF-COUNT
           IF WS-COSTED-HIT = 0
               PERFORM WRITE-EXCEPTION-NO-COST
           ELSE
               IF (WS-CONF-PIECES-LEFT(WS-CONF-I) > 0)
                   AND (WS-CONF-NO-CUSTOMER(WS-CONF-I) NOT = "YES")
                   PERFORM WRITE-EXCEPTION-NO-ORDER
               END-IF
           END-IF
           ADD 1 TO WS-EXCEPTIONS-WRITTEN
       .

       WRITE-EXCEPTION-NO-CUSTOMER.
           MOVE SPACES TO INV-EXC-OUT-RECORD
           STRING "NO-CUSTOMER|" DELIMITED BY SIZE
               WS-ORDER-NO DELIMITED BY SPACE
               "|customer '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ORDER-CUSTOMER-NO) DELIMITED BY SIZE
               "' is not on the customer master - order not billed"
                   DELIMITED BY SIZE
               INTO INV-EXC-OUT-RECORD
           END-STRING
           WRITE INV-EXC-OUT-RECORD
           ADD 1 TO WS-EXCEPTIONS-WRITTEN
       .

       WRITE-EXCEPTION-NO-COST.
           MOVE SPACES TO INV-EXC-OUT-RECORD
           STRING "NO-COST|" DELIMITED BY SIZE
           CLOSE ORDERS-IN
           CLOSE INVOICE-OUT
           CLOSE INV-EXC-OUT
           IF WS-CUSTOMER-MASTER-STATUS = "00"
               CLOSE CUSTOMER-MASTER
           END-IF
       .

       LOAD-RUN-PARAMETERS.
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-INV-EXC-OUT-PATH
                   MOVE "YES" TO WS-SEEN-INVOICE-EXCEPTIONS
               WHEN "CUSTOMER-MASTER"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-CUSTOMER-MASTER-PATH
                   MOVE "YES" TO WS-SEEN-CUSTOMER-MASTER
               WHEN "PERIOD-CONTROL"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-PERIOD-CONTROL-PATH
                   MOVE "YES" TO WS-SEEN-PERIOD-CONTROL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
               DISPLAY "ERBINV: required card INVOICE-EXCEPTIONS is "
                   "missing"
           END-IF
           IF WS-SEEN-CUSTOMER-MASTER = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBINV: required card CUSTOMER-MASTER is "
                   "missing"
           END-IF
           IF WS-SEEN-PERIOD-CONTROL = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBINV: required card PERIOD-CONTROL is "
                   "missing"
           END-IF
       .

       ECHO-RESOLVED-PARMS.
               FUNCTION TRIM(WS-INVOICE-OUT-PATH)
           DISPLAY "ERBINV: INVOICE-EXCEPTIONS="
               FUNCTION TRIM(WS-INV-EXC-OUT-PATH)
           DISPLAY "ERBINV: CUSTOMER-MASTER="
               FUNCTION TRIM(WS-CUSTOMER-MASTER-PATH)
           DISPLAY "ERBINV: PERIOD-CONTROL="
               FUNCTION TRIM(WS-PERIOD-CONTROL-PATH)
       .
