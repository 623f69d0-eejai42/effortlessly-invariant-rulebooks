      *> ERB Customer Order Matching and Material Requirements
      *> GnuCOBOL free-format: cobc -free -m erb_orders.cbl
      *> Joins the keyed customer orders file (ORDERS.DAT: order number,
      *> SHAPE-ID or name slug, quantity, due date, customer number
      *> and, for orders released from an ERBQUOTE quote, the quoted
      *> unit price) against the indexed
      *> SHAPES-MASTER: orders keyed by SHAPE-ID resolve with one keyed
      *> read, name-slug references with a sequential scan of the
      *> master, so order matching scales with the master file and not
      *> file across runs: quantity ordered, quantity fulfilled, due
      *> date and a status of OPEN, PARTIAL, FILLED or LATE. Fulfilled
      *> quantities advance from the PIECES-CUT counts in the machine's
      *> CUTTING-CONFIRM.DAT, less the PIECES-REJECTED the floor
      *> scrapped (those stay owed and ERBCONF carries the shape over
      *> for remake), allocated to the order with the earliest
      *> due date first, and ORDERS-AGING.DAT lists what is still owed
      *> bucketed by due date (OVERDUE, DUE-7-DAYS, DUE-30-DAYS,
      *> DUE-LATER, NO-DUE-DATE).
      *> Each order is screened against the indexed CUSTOMER-MASTER
      *> before it is matched or carried: orders with no customer
      *> number, for a customer not on the master or closed, for a
      *> customer on credit hold, or whose value would take the
      *> customer's open backlog value over the credit limit go to the
      *> order-exception file and are neither released to the
      *> requirements extract nor added to the backlog. Open backlog
      *> value is the outstanding quantity of the customer's unfilled
      *> backlog orders at the unit price each was last valued at;
      *> orders are valued at their quoted unit price when they carry
      *> one, otherwise at the unit cost on today's SHAPES-COSTED.DAT.
      *> A customer with a zero credit limit is extended no credit at
      *> all, so even an order not yet priced is refused.
      *> Open backlog value is totalled by customer in one pass over
      *> the backlog before the orders are read, and each order
      *> accepted adds to its customer's total, so later orders in
      *> the same run are screened against it.
      *> The backlog is keyed on order number alone, so an order whose
      *> number is already on the backlog for a different customer is
      *> an ORDER-NO-IN-USE exception and leaves that customer's
      *> backlog order as it stands.
      *> Credit screening depends on the backlog, so a backlog that
      *> cannot be opened ends the run with RETURN-CODE 8 before any
      *> order is released.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERBORD.
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BACKLOG-ORDER-NO
               FILE STATUS IS WS-BACKLOG-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO WS-CUSTOMER-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTOMER-NO
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT COSTED-IN ASSIGN TO WS-COSTED-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COSTED-IN-STATUS.
           SELECT PARM-FILE ASSIGN TO WS-PARM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
       01  AGING-OUT-RECORD            PIC X(720).
       FD  ORDER-BACKLOG.
       COPY "erb_backlog_copy".
       FD  CUSTOMER-MASTER.
       COPY "erb_customer_copy".
       FD  COSTED-IN
           RECORDING MODE IS F.
       01  COSTED-IN-RECORD            PIC X(720).
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-CARD                   PIC X(300).
                                       VALUE "ORDER-BACKLOG.DAT".
       01  WS-APPLIED-PATH             PIC X(255)
                                       VALUE "ORDER-BACKLOG-APPLIED.DAT".
       01  WS-CUSTOMER-MASTER-PATH     PIC X(255)
                                       VALUE "CUSTOMER-MASTER.DAT".
       01  WS-COSTED-IN-PATH           PIC X(255)
                                       VALUE "SHAPES-COSTED.DAT".
       01  WS-CUSTOMER-MASTER-STATUS   PIC XX.
       01  WS-COSTED-IN-STATUS         PIC XX.
       01  WS-CONFIRM-STATUS           PIC XX.
       01  WS-APPLIED-STATUS           PIC XX.
       01  WS-AGING-OUT-STATUS         PIC XX.
       01  WS-ORDER-SHAPE-REF          PIC X(500).
       01  WS-ORDER-QTY-TEXT           PIC X(20).
       01  WS-ORDER-DUE-DATE           PIC X(10).
       01  WS-ORDER-CUSTOMER-NO        PIC X(10).
       01  WS-ORDER-QUOTED-PRICE       PIC X(20).
       01  WS-ORDER-QTY                PIC 9(7).
       01  WS-QTY-TEST                 PIC 9(6).
       01  WS-CUSTOMER-FOUND           PIC X(3) VALUE "NO".
           88 CUSTOMER-RECORD-FOUND    VALUE "YES".
       01  WS-CUSTOMER-CLEARED         PIC X(3) VALUE "NO".
           88 CUSTOMER-CLEARED         VALUE "YES".
       01  WS-CREDIT-REJECTS           PIC 9(9) VALUE ZERO.
       01  WS-ORDER-UNIT-PRICE         PIC 9(9)V9(4).
       01  WS-ORDER-VALUE              USAGE COMP-2.
       01  WS-OPEN-VALUE               USAGE COMP-2.
       01  WS-PRIOR-FULFILLED          PIC 9(7).
       01  WS-OWN-OPEN-VALUE           USAGE COMP-2.
       01  WS-OWN-BACKLOG-FOUND        PIC X(3) VALUE "NO".
           88 OWN-BACKLOG-FOUND        VALUE "YES".
       01  WS-OWN-CUSTOMER-NO          PIC X(10).
       01  WS-OWN-UNIT-PRICE           PIC 9(9)V9(4).
       01  WS-OWN-PRICE-KNOWN          PIC X(3) VALUE "NO".
       01  WS-CUST-OPEN-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-CUST-OPEN-MAX            PIC 9(6) VALUE 10000.
       01  WS-CUST-OPEN-TABLE.
           02 WS-CUST-OPEN-ENTRY OCCURS 10000 TIMES.
              03 WS-CUST-OPEN-NO       PIC X(10).
              03 WS-CUST-OPEN-VALUE    USAGE COMP-2.
       01  WS-CUST-OPEN-I              PIC 9(6).
       01  WS-CUST-OPEN-X              PIC 9(6).
       01  WS-LOOKUP-CUSTOMER-NO       PIC X(10).
       01  WS-MONEY-ROUNDED            PIC 9(13)V99.
       01  WS-OPEN-DISPLAY             PIC Z(13)9.99.
       01  WS-ORDER-VALUE-DISPLAY      PIC Z(13)9.99.
       01  WS-LIMIT-DISPLAY            PIC Z(10)9.99.
       01  WS-COSTED-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-COSTED-MAX               PIC 9(6) VALUE 10000.
       01  WS-COSTED-TABLE.
           02 WS-COSTED-ENTRY OCCURS 10000 TIMES.
              03 WS-COSTED-ID          PIC X(500).
              03 WS-COSTED-UNIT-COST   PIC 9(9)V9(4).
       01  WS-COSTED-I                 PIC 9(6).
       01  WS-COST-FIELD-ID            PIC X(500).
       01  WS-COST-FIELD-PLANT         PIC X(10).
       01  WS-COST-FIELD-CLASS         PIC X(20).
       01  WS-COST-FIELD-RATE          PIC X(20).
       01  WS-COST-FIELD-AREA          PIC X(20).
       01  WS-COST-FIELD-EDGE          PIC X(20).
       01  WS-COST-FIELD-TOTAL         PIC X(20).
       01  WS-OUT-SHAPE-ID             PIC X(500).
       01  WS-OUT-RECORD-NAME          PIC X(500).
       01  WS-OUT-IS-RECTANGLE         PIC X(5).
       01  WS-CONF-PIECES-TEXT         PIC X(10).
       01  WS-CONF-STATUS              PIC X(10).
       01  WS-CONF-PIECES              PIC 9(7).
       01  WS-CONF-AREA-USED           PIC X(20).
       01  WS-CONF-REJECTED-TEXT       PIC X(10).
       01  WS-CONF-REJECTED            PIC 9(7).
       01  WS-CONF-GOOD-PIECES         PIC 9(7).
       01  WS-CONF-REMAINING           PIC 9(7).
       01  WS-CONF-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-CONF-MAX                 PIC 9(6) VALUE 10000.
           02 WS-SEEN-CONFIRM-APPLIED    PIC X(3) VALUE "NO".
           02 WS-SEEN-ORDERS-AGING       PIC X(3) VALUE "NO".
           02 WS-SEEN-RUN-LOG            PIC X(3) VALUE "NO".
           02 WS-SEEN-CUSTOMER-MASTER    PIC X(3) VALUE "NO".
           02 WS-SEEN-SHAPES-COSTED      PIC X(3) VALUE "NO".
       PROCEDURE DIVISION.
       MAIN-ORDERS.
           PERFORM LOAD-RUN-PARAMETERS
               FUNCTION NUMVAL(WS-RUN-DATE))
           PERFORM INIT-CLASS-TOTALS
           PERFORM LOAD-EXCEPTION-REGISTRIES
           PERFORM LOAD-COSTED-TABLE
           PERFORM OPEN-ORDER-FILES
           IF BACKLOG-AVAILABLE
               PERFORM LOAD-CUSTOMER-OPEN-VALUES
           END-IF
           PERFORM UNTIL END-OF-INPUT
               READ ORDERS-IN INTO ORDERS-IN-RECORD
                   AT END
           DISPLAY "ERBORD: read " WS-ORDERS-READ
               " matched " WS-ORDERS-MATCHED
               " exceptions " WS-ORDER-EXCEPTIONS
               " credit rejects " WS-CREDIT-REJECTS
           DISPLAY "ERBORD: backlog carried " WS-BACKLOG-UPSERTS
               " pieces applied " WS-PIECES-APPLIED
               " open " WS-OPEN-ORDERS
                   WS-ORD-EXC-OUT-STATUS
               MOVE "YES" TO WS-EOF-SWITCH
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTOMER-MASTER-STATUS NOT = "00"
               DISPLAY "ERBORD: unable to open customer master, status "
                   WS-CUSTOMER-MASTER-STATUS
               MOVE "YES" TO WS-EOF-SWITCH
           END-IF
           MOVE "NO" TO WS-BACKLOG-AVAILABLE
           OPEN I-O ORDER-BACKLOG
           IF WS-BACKLOG-STATUS = "35"
           ELSE
               DISPLAY "ERBORD: unable to open order backlog, status "
                   WS-BACKLOG-STATUS
                   " - run aborted, no orders released"
               IF WS-BACKLOG-STATUS = "39"
                   DISPLAY "ERBORD: backlog record layout differs - "
                       "convert it with ERBMREC BACKLOG-UNLOAD and "
                       "BACKLOG-RELOAD"
               END-IF
               MOVE "YES" TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
           END-IF
       .

           MOVE SPACES TO WS-ORDER-SHAPE-REF
           MOVE SPACES TO WS-ORDER-QTY-TEXT
           MOVE SPACES TO WS-ORDER-DUE-DATE
           MOVE SPACES TO WS-ORDER-CUSTOMER-NO
           MOVE SPACES TO WS-ORDER-QUOTED-PRICE
           MOVE "NO" TO WS-CUSTOMER-CLEARED
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
               COMPUTE WS-ORDER-QTY = FUNCTION NUMVAL(
                   WS-ORDER-QTY-TEXT)
               PERFORM FIND-SHAPE-FOR-ORDER
               PERFORM READ-OWN-BACKLOG-ORDER
               IF OWN-BACKLOG-FOUND
                   AND (WS-OWN-CUSTOMER-NO NOT = SPACES)
                   AND (WS-OWN-CUSTOMER-NO NOT = WS-ORDER-CUSTOMER-NO)
                   PERFORM WRITE-ORDER-EXCEPTION-IN-USE
               ELSE
                   PERFORM SCREEN-ORDER-CUSTOMER
               END-IF
               IF CUSTOMER-CLEARED
                   IF NOT SHAPE-RECORD-FOUND
                       PERFORM WRITE-ORDER-EXCEPTION-MISSING
                   ELSE
                       PERFORM SCREEN-MATCHED-SHAPE
                   END-IF
                   IF BACKLOG-AVAILABLE
                       PERFORM UPSERT-BACKLOG-ORDER
                   END-IF
               END-IF
           END-IF
       .

      *> Credit screening runs before the order is released or carried.
      *> The order is valued at today's unit cost for the resolved
      *> shape; the customer's exposure is that value plus the
      *> outstanding quantity of every other unfilled backlog order
      *> for the same customer at the price it was last valued at. A
      *> rerun of an order already on the backlog counts only what is
      *> still owed on it, so pieces already cut are not held against
      *> the limit twice.
       SCREEN-ORDER-CUSTOMER.
           MOVE "NO" TO WS-CUSTOMER-CLEARED
           PERFORM FIND-ORDER-UNIT-PRICE
           IF WS-ORDER-CUSTOMER-NO = SPACES
               PERFORM WRITE-ORDER-EXCEPTION-CUSTOMER
           ELSE
               PERFORM READ-ORDER-CUSTOMER
               IF (NOT CUSTOMER-RECORD-FOUND)
                   OR (CUSTOMER-DELETE-FLAG = "D")
                   PERFORM WRITE-ORDER-EXCEPTION-CUSTOMER
               ELSE
                   IF CUSTOMER-HOLD-FLAG = "H"
                       PERFORM WRITE-ORDER-EXCEPTION-HOLD
                   ELSE
                       PERFORM SUM-CUSTOMER-OPEN-VALUE
                       IF WS-PRIOR-FULFILLED < WS-ORDER-QTY
                           COMPUTE WS-ORDER-VALUE =
                               (WS-ORDER-QTY - WS-PRIOR-FULFILLED)
                               * WS-ORDER-UNIT-PRICE
                       ELSE
                           MOVE 0 TO WS-ORDER-VALUE
                       END-IF
                       EVALUATE TRUE
                           WHEN CUSTOMER-CREDIT-LIMIT = 0
                               PERFORM WRITE-ORDER-EXCEPTION-NO-CREDIT
                           WHEN WS-OPEN-VALUE + WS-ORDER-VALUE
                               > CUSTOMER-CREDIT-LIMIT
                               PERFORM WRITE-ORDER-EXCEPTION-LIMIT
                           WHEN OTHER
                               MOVE "YES" TO WS-CUSTOMER-CLEARED
                               PERFORM NOTE-ACCEPTED-ORDER-VALUE
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF
       .

       READ-ORDER-CUSTOMER.
           MOVE "NO" TO WS-CUSTOMER-FOUND
           MOVE WS-ORDER-CUSTOMER-NO TO CUSTOMER-NO
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO WS-CUSTOMER-FOUND
           END-READ
       .

      *> A quoted order keeps the price the customer accepted; any
      *> other order is valued at today's costed unit cost.
       FIND-ORDER-UNIT-PRICE.
           MOVE 0 TO WS-ORDER-UNIT-PRICE
           IF (WS-ORDER-QUOTED-PRICE NOT = SPACES)
               AND (FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-ORDER-QUOTED-PRICE)) = 0)
               COMPUTE WS-ORDER-UNIT-PRICE = FUNCTION NUMVAL(
                   WS-ORDER-QUOTED-PRICE)
           ELSE
               IF SHAPE-RECORD-FOUND
                   PERFORM VARYING WS-COSTED-I FROM 1 BY 1
                       UNTIL WS-COSTED-I > WS-COSTED-COUNT
                       IF FUNCTION TRIM(WS-COSTED-ID(WS-COSTED-I))
                           = FUNCTION TRIM(WS-OUT-SHAPE-ID)
                           MOVE WS-COSTED-UNIT-COST(WS-COSTED-I)
                               TO WS-ORDER-UNIT-PRICE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
       .

      *> The order's own backlog row, if it has one, comes from a
      *> single keyed read: what is already fulfilled on it, the price
      *> it was last valued at, the customer it belongs to, and what it
      *> contributes to that customer's open value today.
       READ-OWN-BACKLOG-ORDER.
           MOVE "NO" TO WS-OWN-BACKLOG-FOUND
           MOVE SPACES TO WS-OWN-CUSTOMER-NO
           MOVE 0 TO WS-PRIOR-FULFILLED
           MOVE 0 TO WS-OWN-OPEN-VALUE
           MOVE 0 TO WS-OWN-UNIT-PRICE
           MOVE "NO" TO WS-OWN-PRICE-KNOWN
           IF BACKLOG-AVAILABLE
               MOVE WS-ORDER-NO TO BACKLOG-ORDER-NO
               READ ORDER-BACKLOG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "YES" TO WS-OWN-BACKLOG-FOUND
                       MOVE BACKLOG-CUSTOMER-NO TO WS-OWN-CUSTOMER-NO
                       MOVE BACKLOG-QTY-FULFILLED TO WS-PRIOR-FULFILLED
                       IF BACKLOG-UNIT-PRICE IS NUMERIC
                           MOVE "YES" TO WS-OWN-PRICE-KNOWN
                           MOVE BACKLOG-UNIT-PRICE TO WS-OWN-UNIT-PRICE
                       END-IF
                       IF (BACKLOG-QTY-FULFILLED < BACKLOG-QTY-ORDERED)
                           AND (BACKLOG-UNIT-PRICE IS NUMERIC)
                           COMPUTE WS-OWN-OPEN-VALUE =
                               (BACKLOG-QTY-ORDERED
                               - BACKLOG-QTY-FULFILLED)
                               * BACKLOG-UNIT-PRICE
                       END-IF
               END-READ
           END-IF
       .

      *> The customer's open value is the run's running total less
      *> what this order's own backlog row already contributes to it.
       SUM-CUSTOMER-OPEN-VALUE.
           MOVE 0 TO WS-OPEN-VALUE
           IF BACKLOG-AVAILABLE
               MOVE WS-ORDER-CUSTOMER-NO TO WS-LOOKUP-CUSTOMER-NO
               PERFORM FIND-CUSTOMER-OPEN-SLOT
               MOVE WS-CUST-OPEN-VALUE(WS-CUST-OPEN-X) TO WS-OPEN-VALUE
               IF OWN-BACKLOG-FOUND
                   AND (WS-OWN-CUSTOMER-NO = WS-ORDER-CUSTOMER-NO)
                   SUBTRACT WS-OWN-OPEN-VALUE FROM WS-OPEN-VALUE
               END-IF
           END-IF
           IF (WS-ORDER-UNIT-PRICE = 0) AND (WS-OWN-PRICE-KNOWN = "YES")
               MOVE WS-OWN-UNIT-PRICE TO WS-ORDER-UNIT-PRICE
           END-IF
       .

      *> An accepted order replaces its backlog row's old contribution
      *> with its value today, as the backlog upsert is about to.
       NOTE-ACCEPTED-ORDER-VALUE.
           IF BACKLOG-AVAILABLE
               MOVE WS-ORDER-CUSTOMER-NO TO WS-LOOKUP-CUSTOMER-NO
               PERFORM FIND-CUSTOMER-OPEN-SLOT
               COMPUTE WS-CUST-OPEN-VALUE(WS-CUST-OPEN-X) =
                   WS-OPEN-VALUE + WS-ORDER-VALUE
           END-IF
       .

       LOAD-CUSTOMER-OPEN-VALUES.
           MOVE 0 TO WS-CUST-OPEN-COUNT
           MOVE "NO" TO WS-BACKLOG-EOF
           MOVE LOW-VALUES TO BACKLOG-ORDER-NO
           START ORDER-BACKLOG KEY >= BACKLOG-ORDER-NO
               INVALID KEY
                   MOVE "YES" TO WS-BACKLOG-EOF
           END-START
           PERFORM UNTIL END-OF-BACKLOG
               READ ORDER-BACKLOG NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-BACKLOG-EOF
                   NOT AT END
                       PERFORM ADD-ONE-OPEN-ORDER-VALUE
               END-READ
           END-PERFORM
           MOVE "NO" TO WS-BACKLOG-EOF
       .

       ADD-ONE-OPEN-ORDER-VALUE.
           IF (BACKLOG-CUSTOMER-NO NOT = SPACES)
               AND (BACKLOG-QTY-FULFILLED < BACKLOG-QTY-ORDERED)
               AND (BACKLOG-UNIT-PRICE IS NUMERIC)
               MOVE BACKLOG-CUSTOMER-NO TO WS-LOOKUP-CUSTOMER-NO
               PERFORM FIND-CUSTOMER-OPEN-SLOT
               COMPUTE WS-CUST-OPEN-VALUE(WS-CUST-OPEN-X) =
                   WS-CUST-OPEN-VALUE(WS-CUST-OPEN-X)
                   + (BACKLOG-QTY-ORDERED - BACKLOG-QTY-FULFILLED)
                   * BACKLOG-UNIT-PRICE
           END-IF
       .

       FIND-CUSTOMER-OPEN-SLOT.
           MOVE 0 TO WS-CUST-OPEN-X
           PERFORM VARYING WS-CUST-OPEN-I FROM 1 BY 1
               UNTIL (WS-CUST-OPEN-I > WS-CUST-OPEN-COUNT)
               OR (WS-CUST-OPEN-X NOT = 0)
               IF WS-CUST-OPEN-NO(WS-CUST-OPEN-I) = WS-LOOKUP-CUSTOMER-NO
                   MOVE WS-CUST-OPEN-I TO WS-CUST-OPEN-X
               END-IF
           END-PERFORM
           IF WS-CUST-OPEN-X = 0
               IF WS-CUST-OPEN-COUNT >= WS-CUST-OPEN-MAX
                   DISPLAY "ERBORD: customer open-value table limit of "
                       WS-CUST-OPEN-MAX " hit - aborting rather than "
                       "screening credit from a truncated table"
                   MOVE 8 TO RETURN-CODE
                   PERFORM CLOSE-ORDER-FILES
                   PERFORM WRITE-RUN-LOG-RECORD
                   GOBACK
               END-IF
               ADD 1 TO WS-CUST-OPEN-COUNT
               MOVE WS-CUST-OPEN-COUNT TO WS-CUST-OPEN-X
               MOVE WS-LOOKUP-CUSTOMER-NO
                   TO WS-CUST-OPEN-NO(WS-CUST-OPEN-X)
               MOVE 0 TO WS-CUST-OPEN-VALUE(WS-CUST-OPEN-X)
           END-IF
       .

       LOAD-COSTED-TABLE.
           MOVE 0 TO WS-COSTED-COUNT
           OPEN INPUT COSTED-IN
           IF WS-COSTED-IN-STATUS NOT = "00"
               DISPLAY "ERBORD: unable to open costed extract, status "
                   WS-COSTED-IN-STATUS
                   " - new orders are valued from the backlog only"
           ELSE
               PERFORM UNTIL END-OF-INPUT
                   READ COSTED-IN INTO COSTED-IN-RECORD
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM LOAD-ONE-COSTED-ROW
                   END-READ
               END-PERFORM
               CLOSE COSTED-IN
               MOVE "NO" TO WS-EOF-SWITCH
           END-IF
       .

       LOAD-ONE-COSTED-ROW.
           MOVE SPACES TO WS-COST-FIELD-ID
           MOVE SPACES TO WS-COST-FIELD-TOTAL
           UNSTRING COSTED-IN-RECORD DELIMITED BY "|"
               INTO WS-COST-FIELD-ID
                    WS-COST-FIELD-PLANT
                    WS-COST-FIELD-CLASS
                    WS-COST-FIELD-RATE
                    WS-COST-FIELD-AREA
                    WS-COST-FIELD-EDGE
                    WS-COST-FIELD-TOTAL
           IF (WS-COST-FIELD-ID NOT = SPACES)
               AND (WS-COST-FIELD-TOTAL NOT = SPACES)
               IF WS-COSTED-COUNT >= WS-COSTED-MAX
                   DISPLAY "ERBORD: costed table limit of "
                       WS-COSTED-MAX " rows hit - aborting rather "
                       "than screening credit from a truncated table"
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG-RECORD
                   GOBACK
               END-IF
               ADD 1 TO WS-COSTED-COUNT
               MOVE WS-COST-FIELD-ID TO WS-COSTED-ID(WS-COSTED-COUNT)
               COMPUTE WS-COSTED-UNIT-COST(WS-COSTED-COUNT) =
                   FUNCTION NUMVAL(WS-COST-FIELD-TOTAL)
           END-IF
       .

               MOVE WS-ORDER-QTY TO BACKLOG-QTY-ORDERED
               MOVE WS-ORDER-DUE-DATE TO BACKLOG-DUE-DATE
               MOVE WS-RUN-ID TO BACKLOG-LAST-RUN-ID
               MOVE WS-ORDER-CUSTOMER-NO TO BACKLOG-CUSTOMER-NO
               MOVE WS-ORDER-UNIT-PRICE TO BACKLOG-UNIT-PRICE
               REWRITE BACKLOG-RECORD
                   INVALID KEY
                       DISPLAY "ERBORD: unable to rewrite backlog "
               MOVE WS-ORDER-DUE-DATE TO BACKLOG-DUE-DATE
               MOVE "OPEN" TO BACKLOG-STATUS
               MOVE WS-RUN-ID TO BACKLOG-LAST-RUN-ID
               MOVE WS-ORDER-CUSTOMER-NO TO BACKLOG-CUSTOMER-NO
               MOVE WS-ORDER-UNIT-PRICE TO BACKLOG-UNIT-PRICE
               WRITE BACKLOG-RECORD
                   INVALID KEY
                       DISPLAY "ERBORD: unable to write backlog "
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
           ADD WS-CONF-PIECES TO WS-CONF-PIECES-TOTAL
           MOVE FUNCTION TRIM(WS-CONF-SHAPE-ID) TO WS-CONF-LAST-ID
           MOVE 0 TO WS-CONF-HIT
               MOVE WS-CONF-COUNT TO WS-CONF-HIT
               MOVE WS-CONF-SHAPE-ID TO WS-CONF-ID(WS-CONF-HIT)
           END-IF
           MOVE WS-CONF-GOOD-PIECES TO WS-CONF-TBL-PIECES(WS-CONF-HIT)
           IF ((FUNCTION TRIM(WS-CONF-STATUS) = "OK")
               OR (FUNCTION TRIM(WS-CONF-STATUS) = "COMPLETE"))
               AND (WS-CONF-PIECES >= 1)
           ADD 1 TO WS-ORDER-EXCEPTIONS
       .

       WRITE-ORDER-EXCEPTION-CUSTOMER.
           MOVE SPACES TO ORD-EXC-OUT-RECORD
           STRING WS-ORDER-NO DELIMITED BY SPACE "|"
               FUNCTION TRIM(WS-ORDER-SHAPE-REF) DELIMITED BY SIZE
               "|customer '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ORDER-CUSTOMER-NO) DELIMITED BY SIZE
               "' is not an open account on the customer master"
                   DELIMITED BY SIZE
               INTO ORD-EXC-OUT-RECORD
           END-STRING
           WRITE ORD-EXC-OUT-RECORD
           ADD 1 TO WS-ORDER-EXCEPTIONS
           ADD 1 TO WS-CREDIT-REJECTS
       .

       WRITE-ORDER-EXCEPTION-IN-USE.
           MOVE SPACES TO ORD-EXC-OUT-RECORD
           STRING WS-ORDER-NO DELIMITED BY SPACE "|"
               FUNCTION TRIM(WS-ORDER-SHAPE-REF) DELIMITED BY SIZE
               "|ORDER-NO-IN-USE - order number is on the backlog for "
                   DELIMITED BY SIZE
               "customer " DELIMITED BY SIZE
               FUNCTION TRIM(WS-OWN-CUSTOMER-NO) DELIMITED BY SIZE
               ", not " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ORDER-CUSTOMER-NO) DELIMITED BY SIZE
               INTO ORD-EXC-OUT-RECORD
           END-STRING
           WRITE ORD-EXC-OUT-RECORD
           ADD 1 TO WS-ORDER-EXCEPTIONS
       .

       WRITE-ORDER-EXCEPTION-HOLD.
           MOVE SPACES TO ORD-EXC-OUT-RECORD
           STRING WS-ORDER-NO DELIMITED BY SPACE "|"
               FUNCTION TRIM(WS-ORDER-SHAPE-REF) DELIMITED BY SIZE
               "|customer " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ORDER-CUSTOMER-NO) DELIMITED BY SIZE
               " is on credit hold" DELIMITED BY SIZE
               INTO ORD-EXC-OUT-RECORD
           END-STRING
           WRITE ORD-EXC-OUT-RECORD
           ADD 1 TO WS-ORDER-EXCEPTIONS
           ADD 1 TO WS-CREDIT-REJECTS
       .

      *> A zero limit extends no credit, so the order is refused
      *> whatever it is valued at - an order with no quoted or costed
      *> price yet is valued at zero and would otherwise pass.
       WRITE-ORDER-EXCEPTION-NO-CREDIT.
           MOVE SPACES TO ORD-EXC-OUT-RECORD
           STRING WS-ORDER-NO DELIMITED BY SPACE "|"
               FUNCTION TRIM(WS-ORDER-SHAPE-REF) DELIMITED BY SIZE
               "|customer " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ORDER-CUSTOMER-NO) DELIMITED BY SIZE
               " has a zero credit limit - no credit extended"
                   DELIMITED BY SIZE
               INTO ORD-EXC-OUT-RECORD
           END-STRING
           WRITE ORD-EXC-OUT-RECORD
           ADD 1 TO WS-ORDER-EXCEPTIONS
           ADD 1 TO WS-CREDIT-REJECTS
       .

       WRITE-ORDER-EXCEPTION-LIMIT.
           COMPUTE WS-MONEY-ROUNDED ROUNDED = WS-OPEN-VALUE
           MOVE WS-MONEY-ROUNDED TO WS-OPEN-DISPLAY
           COMPUTE WS-MONEY-ROUNDED ROUNDED = WS-ORDER-VALUE
           MOVE WS-MONEY-ROUNDED TO WS-ORDER-VALUE-DISPLAY
           MOVE CUSTOMER-CREDIT-LIMIT TO WS-LIMIT-DISPLAY
           MOVE SPACES TO ORD-EXC-OUT-RECORD
           STRING WS-ORDER-NO DELIMITED BY SPACE "|"
               FUNCTION TRIM(WS-ORDER-SHAPE-REF) DELIMITED BY SIZE
               "|customer " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ORDER-CUSTOMER-NO) DELIMITED BY SIZE
               " over credit limit - open backlog " DELIMITED BY SIZE
               FUNCTION TRIM(WS-OPEN-DISPLAY) DELIMITED BY SIZE
               " plus order " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ORDER-VALUE-DISPLAY) DELIMITED BY SIZE
               " exceeds limit " DELIMITED BY SIZE
               FUNCTION TRIM(WS-LIMIT-DISPLAY) DELIMITED BY SIZE
               INTO ORD-EXC-OUT-RECORD
           END-STRING
           WRITE ORD-EXC-OUT-RECORD
           ADD 1 TO WS-ORDER-EXCEPTIONS
           ADD 1 TO WS-CREDIT-REJECTS
       .

       WRITE-CLASS-TOTALS.
           PERFORM VARYING WS-CLASS-I FROM 1 BY 1
               UNTIL WS-CLASS-I > 4
           IF BACKLOG-AVAILABLE
               CLOSE ORDER-BACKLOG
           END-IF
           IF WS-CUSTOMER-MASTER-STATUS = "00"
               CLOSE CUSTOMER-MASTER
           END-IF
       .

       LOAD-RUN-PARAMETERS.
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-RUN-LOG-PATH
                   MOVE "YES" TO WS-SEEN-RUN-LOG
               WHEN "CUSTOMER-MASTER"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-CUSTOMER-MASTER-PATH
                   MOVE "YES" TO WS-SEEN-CUSTOMER-MASTER
               WHEN "SHAPES-COSTED"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-COSTED-IN-PATH
                   MOVE "YES" TO WS-SEEN-SHAPES-COSTED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBORD: required card RUN-LOG is missing"
           END-IF
           IF WS-SEEN-CUSTOMER-MASTER = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBORD: required card CUSTOMER-MASTER is "
                   "missing"
           END-IF
           IF WS-SEEN-SHAPES-COSTED = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBORD: required card SHAPES-COSTED is missing"
           END-IF
       .

       ECHO-RESOLVED-PARMS.
               FUNCTION TRIM(WS-AGING-OUT-PATH)
           DISPLAY "ERBORD: RUN-LOG="
               FUNCTION TRIM(WS-RUN-LOG-PATH)
           DISPLAY "ERBORD: CUSTOMER-MASTER="
               FUNCTION TRIM(WS-CUSTOMER-MASTER-PATH)
           DISPLAY "ERBORD: SHAPES-COSTED="
               FUNCTION TRIM(WS-COSTED-IN-PATH)
       .
