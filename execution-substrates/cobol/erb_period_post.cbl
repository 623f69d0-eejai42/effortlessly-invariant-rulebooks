      *> ERB Period Sales-and-Cost History Posting
      *> GnuCOBOL free-format: cobc -free -m erb_period_post.cbl
      *> Adds the day's invoiced lines to the indexed PERIOD-HISTORY
      *> file so finance keeps period-to-date figures after ERBPURGE
      *> has rolled the daily SHAPES-COSTED.DAT and invoice extract
      *> off. Each detail line of ERBINV's INVOICE-LINES.DAT
      *> (ORDER|PLANT|SHAPE-ID|PIECES|UNIT|AMOUNT, grouped under an
      *> INVOICE line carrying the customer and the invoice date) is
      *> joined to its SHAPES-COSTED.DAT row for the shape class and
      *> unit cost, and posted to the history record keyed by period
      *> (YYYYMM of the invoice date), plant, shape class and
      *> customer: pieces, invoiced amount as sales, and pieces times
      *> the unit cost as material cost. An invoiced shape with no
      *> cost row posts under class UNCOSTED with no cost and is
      *> counted as an exception.
      *> The extract is checked before anything is posted: it must end
      *> with ERBINV's TRAILER line and the detail count must agree
      *> with it, and no invoice date may fall in a period ERBCLOSE
      *> has closed in PERIOD-CONTROL.DAT - a closed period is
      *> rejected, the rejection appended to PERIOD-CONTROL.DAT for
      *> the close report, and the job ends with RETURN-CODE 8. A
      *> batch stamp (invoice date and trailer) kept in
      *> PERIOD-POSTED.DAT stops a rerun against the same extract from
      *> posting the same lines twice, as ERBSTK does for consumption.
      *> ERBREJ's CREDIT-MEMOS.DAT
      *> (CREDIT|MEMO-NO|CUSTOMER|ORDER|PLANT|SHAPE-ID|QTY|UNIT|AMOUNT
      *> |DEFECT-CODE|DATE|CLASS, closed by TRAILER|count|total) is
      *> posted in the same run: each memo takes its amount off sales
      *> and the returned pieces' unit cost off material cost, under
      *> the period of the memo date, plant, class and customer. The
      *> class and unit cost come from SHAPES-COSTED.DAT as for an
      *> invoice line; a shape no longer on it keeps the class the
      *> memo carries and reverses no cost, and is counted as
      *> uncosted. Pieces stay the pieces invoiced. The memo extract
      *> is checked like the invoice extract (trailer count, no memo
      *> dated in a closed period) and has its own stamp, the first
      *> memo number and its trailer, as the second line of
      *> PERIOD-POSTED.DAT; a missing memo extract means no credits.
      *> A history record that cannot be added or updated leaves both
      *> extracts unstamped and ends the job with RETURN-CODE 8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERBPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-IN ASSIGN TO WS-INVOICE-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-IN-STATUS.
           SELECT COSTED-IN ASSIGN TO WS-COSTED-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COSTED-IN-STATUS.
           SELECT CREDIT-IN ASSIGN TO WS-CREDIT-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-IN-STATUS.
           SELECT PERIOD-HISTORY ASSIGN TO WS-PERIOD-HISTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERIOD-KEY
               FILE STATUS IS WS-PERIOD-HISTORY-STATUS.
           SELECT PERIOD-CONTROL ASSIGN TO WS-PERIOD-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CONTROL-STATUS.
           SELECT POSTED-MARK ASSIGN TO WS-POSTED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT PARM-FILE ASSIGN TO WS-PARM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT RUN-LOG ASSIGN TO WS-RUN-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-IN
           RECORDING MODE IS F.
       01  INVOICE-IN-RECORD           PIC X(720).
       FD  COSTED-IN
           RECORDING MODE IS F.
       01  COSTED-IN-RECORD            PIC X(720).
       FD  CREDIT-IN
           RECORDING MODE IS F.
       01  CREDIT-IN-RECORD            PIC X(720).
       FD  PERIOD-HISTORY.
       COPY "erb_period_copy".
       FD  PERIOD-CONTROL
           RECORDING MODE IS F.
       01  PERIOD-CONTROL-RECORD       PIC X(300).
       FD  POSTED-MARK
           RECORDING MODE IS F.
       01  POSTED-MARK-RECORD          PIC X(300).
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-CARD                   PIC X(300).
       FD  RUN-LOG
           RECORDING MODE IS F.
       01  RUN-LOG-RECORD              PIC X(300).
       WORKING-STORAGE SECTION.
       01  WS-INVOICE-IN-PATH          PIC X(255)
                                       VALUE "INVOICE-LINES.DAT".
       01  WS-COSTED-IN-PATH           PIC X(255)
                                       VALUE "SHAPES-COSTED.DAT".
       01  WS-CREDIT-IN-PATH           PIC X(255)
                                       VALUE "CREDIT-MEMOS.DAT".
       01  WS-PERIOD-HISTORY-PATH      PIC X(255)
                                       VALUE "PERIOD-HISTORY.DAT".
       01  WS-PERIOD-CONTROL-PATH      PIC X(255)
                                       VALUE "PERIOD-CONTROL.DAT".
       01  WS-POSTED-PATH              PIC X(255)
                                       VALUE "PERIOD-POSTED.DAT".
       01  WS-RUN-LOG-PATH             PIC X(255)
                                       VALUE "ERB-RUNLOG.DAT".
       01  WS-INVOICE-IN-STATUS        PIC XX.
       01  WS-COSTED-IN-STATUS         PIC XX.
       01  WS-CREDIT-IN-STATUS         PIC XX.
       01  WS-PERIOD-HISTORY-STATUS    PIC XX.
       01  WS-PERIOD-CONTROL-STATUS    PIC XX.
       01  WS-POSTED-STATUS            PIC XX.
       01  WS-RUN-LOG-STATUS           PIC XX.
       01  WS-EOF-SWITCH               PIC X(3) VALUE "NO".
           88 END-OF-INPUT             VALUE "YES".
       01  WS-EXTRACT-OK               PIC X(3) VALUE "YES".
           88 EXTRACT-IS-COMPLETE      VALUE "YES".
       01  WS-BATCH-POSTED             PIC X(3) VALUE "NO".
           88 BATCH-ALREADY-POSTED     VALUE "YES".
       01  WS-CREDITS-POSTED           PIC X(3) VALUE "NO".
           88 CREDITS-ALREADY-POSTED   VALUE "YES".
       01  WS-HISTORY-WRITE-FAILED     PIC X(3) VALUE "NO".
           88 HISTORY-WRITE-FAILED     VALUE "YES".
       01  WS-RUN-ID                   PIC X(14).
       01  WS-START-STAMP              PIC X(14).
       01  WS-END-STAMP                PIC X(14).
       01  WS-LOG-RC                   PIC 9(4).
       01  WS-LOG-READ                 PIC 9(9).
       01  WS-INVOICE-LINES-READ       PIC 9(9) VALUE ZERO.
       01  WS-DETAIL-LINES             PIC 9(9) VALUE ZERO.
       01  WS-LINES-POSTED             PIC 9(9) VALUE ZERO.
       01  WS-RECORDS-ADDED            PIC 9(9) VALUE ZERO.
       01  WS-UNCOSTED-LINES           PIC 9(9) VALUE ZERO.
       01  WS-TRAILER-SEEN             PIC X(3) VALUE "NO".
       01  WS-TRAILER-LINE             PIC X(300).
       01  WS-TRAILER-FIELD-TAG        PIC X(10).
       01  WS-TRAILER-FIELD-COUNT      PIC X(20).
       01  WS-TRAILER-COUNT            PIC 9(9).
       01  WS-FIRST-INVOICE-DATE       PIC X(8).
       01  WS-POSTED-STAMP             PIC X(300).
      *> Credit-memo extract.
       01  WS-CREDIT-LINES-READ        PIC 9(9) VALUE ZERO.
       01  WS-CREDIT-LINES             PIC 9(9) VALUE ZERO.
       01  WS-CREDIT-TRAILER-SEEN      PIC X(3) VALUE "NO".
       01  WS-CREDIT-TRAILER-LINE      PIC X(300).
       01  WS-FIRST-CREDIT-NO          PIC X(22).
       01  WS-CREDIT-STAMP             PIC X(300).
       01  WS-CREDIT-REJECT-PERIOD     PIC X(6) VALUE SPACES.
       01  WS-CREDIT-REJECT-DATE       PIC X(8).
       01  WS-CR-FIELD-TAG             PIC X(10).
       01  WS-CR-FIELD-MEMO-NO         PIC X(22).
       01  WS-CR-FIELD-CUSTOMER        PIC X(10).
       01  WS-CR-FIELD-ORDER           PIC X(20).
       01  WS-CR-FIELD-PLANT           PIC X(10).
       01  WS-CR-FIELD-SHAPE-ID        PIC X(500).
       01  WS-CR-FIELD-QTY             PIC X(20).
       01  WS-CR-FIELD-UNIT            PIC X(20).
       01  WS-CR-FIELD-AMOUNT          PIC X(20).
       01  WS-CR-FIELD-DEFECT          PIC X(10).
       01  WS-CR-FIELD-DATE            PIC X(10).
       01  WS-CR-FIELD-CLASS           PIC X(15).
       01  WS-CR-DATE                  PIC X(8).
      *> Customer and invoice date of the INVOICE line the detail
      *> lines that follow belong to.
       01  WS-CUR-CUSTOMER-NO          PIC X(10).
       01  WS-CUR-INVOICE-DATE         PIC X(8).
       01  WS-CUR-PERIOD               PIC X(6).
       01  WS-INV-FIELD-TAG            PIC X(20).
       01  WS-INV-FIELD-CUSTOMER       PIC X(10).
       01  WS-INV-FIELD-NAME           PIC X(60).
       01  WS-INV-FIELD-ADDR-1         PIC X(60).
       01  WS-INV-FIELD-ADDR-2         PIC X(60).
       01  WS-INV-FIELD-ADDR-3         PIC X(60).
       01  WS-INV-FIELD-TERMS          PIC X(10).
       01  WS-INV-FIELD-DATE           PIC X(10).
       01  WS-LINE-FIELD-ORDER         PIC X(20).
       01  WS-LINE-FIELD-PLANT         PIC X(10).
       01  WS-LINE-FIELD-SHAPE-ID      PIC X(500).
       01  WS-LINE-FIELD-PIECES        PIC X(20).
       01  WS-LINE-FIELD-UNIT          PIC X(20).
       01  WS-LINE-FIELD-AMOUNT        PIC X(20).
       01  WS-LINE-PIECES              PIC 9(9).
       01  WS-LINE-SALES               USAGE COMP-2.
       01  WS-LINE-COST                USAGE COMP-2.
       01  WS-LINE-CLASS               PIC X(15).
       01  WS-COSTED-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-COSTED-MAX               PIC 9(6) VALUE 10000.
       01  WS-COSTED-TABLE.
           02 WS-COSTED-ENTRY OCCURS 10000 TIMES.
              03 WS-COSTED-ID          PIC X(500).
              03 WS-COSTED-CLASS       PIC X(15).
              03 WS-COSTED-UNIT-COST   USAGE COMP-2.
       01  WS-COSTED-I                 PIC 9(6).
       01  WS-COSTED-HIT               PIC 9(6).
       01  WS-COST-FIELD-ID            PIC X(500).
       01  WS-COST-FIELD-PLANT         PIC X(10).
       01  WS-COST-FIELD-CLASS         PIC X(20).
       01  WS-COST-FIELD-RATE          PIC X(20).
       01  WS-COST-FIELD-AREA          PIC X(20).
       01  WS-COST-FIELD-EDGE          PIC X(20).
       01  WS-COST-FIELD-TOTAL         PIC X(20).
      *> Periods ERBCLOSE has closed, from the CLOSED lines of
      *> PERIOD-CONTROL.DAT.
       01  WS-CLOSED-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-CLOSED-MAX               PIC 9(4) VALUE 600.
       01  WS-CLOSED-TABLE.
           02 WS-CLOSED-PERIOD OCCURS 600 TIMES PIC X(6).
       01  WS-CLOSED-I                 PIC 9(4).
       01  WS-CTL-FIELD-TAG            PIC X(10).
       01  WS-CTL-FIELD-PERIOD         PIC X(10).
       01  WS-CHECK-PERIOD             PIC X(6).
       01  WS-PERIOD-CLOSED            PIC X(3) VALUE "NO".
           88 PERIOD-IS-CLOSED         VALUE "YES".
       01  WS-REJECT-PERIOD            PIC X(6) VALUE SPACES.
       01  WS-REJECT-DATE              PIC X(8).
       01  WS-REJECT-WHAT              PIC X(30).
       COPY "erb_parm_copy".
       01  WS-PARMS-SEEN.
           02 WS-SEEN-INVOICE-LINES      PIC X(3) VALUE "NO".
           02 WS-SEEN-SHAPES-COSTED      PIC X(3) VALUE "NO".
           02 WS-SEEN-CREDIT-MEMOS       PIC X(3) VALUE "NO".
           02 WS-SEEN-PERIOD-HISTORY     PIC X(3) VALUE "NO".
           02 WS-SEEN-PERIOD-CONTROL     PIC X(3) VALUE "NO".
           02 WS-SEEN-PERIOD-POSTED      PIC X(3) VALUE "NO".
           02 WS-SEEN-RUN-LOG            PIC X(3) VALUE "NO".
       PROCEDURE DIVISION.
       MAIN-POST.
           PERFORM LOAD-RUN-PARAMETERS
           IF PARM-ERROR-FOUND
               DISPLAY "ERBPOST: run aborted - correct "
                   FUNCTION TRIM(WS-PARM-FILE-PATH) " and resubmit"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
           MOVE WS-RUN-ID TO WS-START-STAMP
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM SCAN-INVOICE-EXTRACT
           PERFORM SCAN-CREDIT-EXTRACT
           IF NOT EXTRACT-IS-COMPLETE
               DISPLAY "ERBPOST: run aborted - nothing posted"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-RECORD
               GOBACK
           END-IF
           IF (WS-DETAIL-LINES = 0) AND (WS-CREDIT-LINES = 0)
               DISPLAY "ERBPOST: no invoice or credit lines to post"
           ELSE
               PERFORM CHECK-INVOICES-POSTED
               IF BATCH-ALREADY-POSTED AND CREDITS-ALREADY-POSTED
                   DISPLAY "ERBPOST: these invoice and credit-memo "
                       "extracts were already posted to period "
                       "history - totals unchanged"
               ELSE
                   PERFORM CHECK-POSTING-PERIODS-OPEN
                   PERFORM LOAD-COSTED-TABLE
                   PERFORM OPEN-PERIOD-HISTORY
                   MOVE "NO" TO WS-HISTORY-WRITE-FAILED
                   IF NOT BATCH-ALREADY-POSTED
                       PERFORM POST-INVOICE-LINES
                   END-IF
                   IF NOT CREDITS-ALREADY-POSTED
                       PERFORM POST-CREDIT-LINES
                   END-IF
                   CLOSE PERIOD-HISTORY
                   IF HISTORY-WRITE-FAILED
                       DISPLAY "ERBPOST: period history update failed "
                           "- extracts not stamped as posted"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM RECORD-INVOICES-POSTED
                   END-IF
               END-IF
           END-IF
           DISPLAY "ERBPOST: invoice lines " WS-DETAIL-LINES
               " credit memos " WS-CREDIT-LINES
               " posted " WS-LINES-POSTED
               " new history records " WS-RECORDS-ADDED
               " uncosted " WS-UNCOSTED-LINES
           PERFORM WRITE-RUN-LOG-RECORD
           GOBACK.
       .

       WRITE-RUN-LOG-RECORD.
           MOVE RETURN-CODE TO WS-LOG-RC
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-END-STAMP
           COMPUTE WS-LOG-READ =
               WS-INVOICE-LINES-READ + WS-CREDIT-LINES-READ
           OPEN EXTEND RUN-LOG
           IF WS-RUN-LOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF
           IF WS-RUN-LOG-STATUS NOT = "00"
               DISPLAY "ERBPOST: unable to open run log, status "
                   WS-RUN-LOG-STATUS
           ELSE
               MOVE SPACES TO RUN-LOG-RECORD
               STRING "ERBPOST|" DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE "|"
                   WS-START-STAMP DELIMITED BY SIZE "|"
                   WS-END-STAMP DELIMITED BY SIZE "|"
                   WS-LOG-READ DELIMITED BY SIZE "|"
                   WS-LINES-POSTED DELIMITED BY SIZE "|"
                   WS-UNCOSTED-LINES DELIMITED BY SIZE "|"
                   WS-LOG-RC DELIMITED BY SIZE
                   INTO RUN-LOG-RECORD
               END-STRING
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG
           END-IF
       .

       LOAD-CLOSED-PERIODS.
           MOVE 0 TO WS-CLOSED-COUNT
           OPEN INPUT PERIOD-CONTROL
           IF WS-PERIOD-CONTROL-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ PERIOD-CONTROL INTO PERIOD-CONTROL-RECORD
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM NOTE-ONE-CONTROL-LINE
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CONTROL
               MOVE "NO" TO WS-EOF-SWITCH
           END-IF
       .

       NOTE-ONE-CONTROL-LINE.
           MOVE SPACES TO WS-CTL-FIELD-TAG
           MOVE SPACES TO WS-CTL-FIELD-PERIOD
           UNSTRING PERIOD-CONTROL-RECORD DELIMITED BY "|"
               INTO WS-CTL-FIELD-TAG
                    WS-CTL-FIELD-PERIOD
           IF FUNCTION TRIM(WS-CTL-FIELD-TAG) = "CLOSED"
               IF WS-CLOSED-COUNT >= WS-CLOSED-MAX
                   DISPLAY "ERBPOST: closed-period table limit of "
                       WS-CLOSED-MAX " hit - aborting rather than "
                       "posting against a truncated period list"
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG-RECORD
                   GOBACK
               END-IF
               ADD 1 TO WS-CLOSED-COUNT
               MOVE WS-CTL-FIELD-PERIOD(1:6)
                   TO WS-CLOSED-PERIOD(WS-CLOSED-COUNT)
           END-IF
       .

       CHECK-PERIOD-CLOSED.
           MOVE "NO" TO WS-PERIOD-CLOSED
           PERFORM VARYING WS-CLOSED-I FROM 1 BY 1
               UNTIL (WS-CLOSED-I > WS-CLOSED-COUNT) OR PERIOD-IS-CLOSED
               IF WS-CLOSED-PERIOD(WS-CLOSED-I) = WS-CHECK-PERIOD
                   MOVE "YES" TO WS-PERIOD-CLOSED
               END-IF
           END-PERFORM
       .

      *> An extract not yet posted may not carry a line dated in a
      *> closed period; either one found ends the run before anything
      *> is posted.
       CHECK-POSTING-PERIODS-OPEN.
           IF (NOT BATCH-ALREADY-POSTED)
               AND (WS-REJECT-PERIOD NOT = SPACES)
               DISPLAY "ERBPOST: period " WS-REJECT-PERIOD
                   " is closed - invoice lines dated "
                   WS-REJECT-DATE " rejected, nothing posted"
               MOVE "invoice lines not posted" TO WS-REJECT-WHAT
               PERFORM WRITE-PERIOD-REJECTION
               MOVE 8 TO RETURN-CODE
           END-IF
           IF (NOT CREDITS-ALREADY-POSTED)
               AND (WS-CREDIT-REJECT-PERIOD NOT = SPACES)
               DISPLAY "ERBPOST: period " WS-CREDIT-REJECT-PERIOD
                   " is closed - credit memos dated "
                   WS-CREDIT-REJECT-DATE " rejected, nothing posted"
               MOVE WS-CREDIT-REJECT-PERIOD TO WS-REJECT-PERIOD
               MOVE WS-CREDIT-REJECT-DATE TO WS-REJECT-DATE
               MOVE "credit memos not posted" TO WS-REJECT-WHAT
               PERFORM WRITE-PERIOD-REJECTION
               MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 8
               PERFORM WRITE-RUN-LOG-RECORD
               GOBACK
           END-IF
       .

       WRITE-PERIOD-REJECTION.
           OPEN EXTEND PERIOD-CONTROL
           IF WS-PERIOD-CONTROL-STATUS = "35"
               OPEN OUTPUT PERIOD-CONTROL
           END-IF
           IF WS-PERIOD-CONTROL-STATUS NOT = "00"
               DISPLAY "ERBPOST: unable to record the rejection, status "
                   WS-PERIOD-CONTROL-STATUS
           ELSE
               MOVE SPACES TO PERIOD-CONTROL-RECORD
               STRING "REJECTED|" DELIMITED BY SIZE
                   WS-REJECT-PERIOD DELIMITED BY SIZE "|"
                   "ERBPOST|" DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE "|"
                   WS-REJECT-DATE DELIMITED BY SIZE "|"
                   FUNCTION TRIM(WS-REJECT-WHAT) DELIMITED BY SIZE
                   INTO PERIOD-CONTROL-RECORD
               END-STRING
               WRITE PERIOD-CONTROL-RECORD
               CLOSE PERIOD-CONTROL
           END-IF
       .

      *> First pass: the extract must be complete (TRAILER present and
      *> agreeing with the detail count) and dated entirely in open
      *> periods before a single line is posted.
       SCAN-INVOICE-EXTRACT.
           OPEN INPUT INVOICE-IN
           IF WS-INVOICE-IN-STATUS NOT = "00"
               DISPLAY "ERBPOST: unable to open invoice extract, status "
                   WS-INVOICE-IN-STATUS
               MOVE "NO" TO WS-EXTRACT-OK
           ELSE
               MOVE SPACES TO WS-FIRST-INVOICE-DATE
               PERFORM UNTIL END-OF-INPUT
                   READ INVOICE-IN INTO INVOICE-IN-RECORD
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-INVOICE-LINES-READ
                           PERFORM SCAN-ONE-INVOICE-LINE
                   END-READ
               END-PERFORM
               CLOSE INVOICE-IN
               MOVE "NO" TO WS-EOF-SWITCH
               PERFORM CHECK-INVOICE-TRAILER
           END-IF
       .

       SCAN-ONE-INVOICE-LINE.
           EVALUATE TRUE
               WHEN INVOICE-IN-RECORD(1:8) = "INVOICE|"
                   PERFORM UNPACK-INVOICE-HEADER
                   IF WS-FIRST-INVOICE-DATE = SPACES
                       MOVE WS-CUR-INVOICE-DATE TO WS-FIRST-INVOICE-DATE
                   END-IF
                   MOVE WS-CUR-PERIOD TO WS-CHECK-PERIOD
                   PERFORM CHECK-PERIOD-CLOSED
                   IF PERIOD-IS-CLOSED AND (WS-REJECT-PERIOD = SPACES)
                       MOVE WS-CUR-PERIOD TO WS-REJECT-PERIOD
                       MOVE WS-CUR-INVOICE-DATE TO WS-REJECT-DATE
                   END-IF
               WHEN INVOICE-IN-RECORD(1:14) = "INVOICE-TOTAL|"
                   CONTINUE
               WHEN INVOICE-IN-RECORD(1:8) = "TRAILER|"
                   MOVE "YES" TO WS-TRAILER-SEEN
                   MOVE INVOICE-IN-RECORD TO WS-TRAILER-LINE
               WHEN INVOICE-IN-RECORD = SPACES
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-DETAIL-LINES
           END-EVALUATE
       .

       CHECK-INVOICE-TRAILER.
           IF WS-TRAILER-SEEN = "NO"
               DISPLAY "ERBPOST: invoice extract has no TRAILER line - "
                   "ERBINV did not finish"
               MOVE "NO" TO WS-EXTRACT-OK
           ELSE
               MOVE SPACES TO WS-TRAILER-FIELD-TAG
               MOVE SPACES TO WS-TRAILER-FIELD-COUNT
               UNSTRING WS-TRAILER-LINE DELIMITED BY "|"
                   INTO WS-TRAILER-FIELD-TAG
                        WS-TRAILER-FIELD-COUNT
               IF FUNCTION TEST-NUMVAL(WS-TRAILER-FIELD-COUNT) NOT = 0
                   MOVE 0 TO WS-TRAILER-COUNT
               ELSE
                   COMPUTE WS-TRAILER-COUNT =
                       FUNCTION NUMVAL(WS-TRAILER-FIELD-COUNT)
               END-IF
               IF WS-TRAILER-COUNT NOT = WS-DETAIL-LINES
                   DISPLAY "ERBPOST: invoice extract holds "
                       WS-DETAIL-LINES " lines but its trailer says "
                       WS-TRAILER-COUNT
                   MOVE "NO" TO WS-EXTRACT-OK
               END-IF
           END-IF
       .

      *> The credit-memo extract gets the same first-pass checks. It
      *> is rewritten by every ERBREJ run, so a missing file simply
      *> means no returns have been credited.
       SCAN-CREDIT-EXTRACT.
           MOVE SPACES TO WS-FIRST-CREDIT-NO
           MOVE SPACES TO WS-CREDIT-TRAILER-LINE
           OPEN INPUT CREDIT-IN
           IF WS-CREDIT-IN-STATUS = "35"
               DISPLAY "ERBPOST: no credit-memo extract - no credits "
                   "to post"
           ELSE
               IF WS-CREDIT-IN-STATUS NOT = "00"
                   DISPLAY "ERBPOST: unable to open credit-memo "
                       "extract, status " WS-CREDIT-IN-STATUS
                   MOVE "NO" TO WS-EXTRACT-OK
               ELSE
                   PERFORM UNTIL END-OF-INPUT
                       READ CREDIT-IN INTO CREDIT-IN-RECORD
                           AT END
                               MOVE "YES" TO WS-EOF-SWITCH
                           NOT AT END
                               ADD 1 TO WS-CREDIT-LINES-READ
                               PERFORM SCAN-ONE-CREDIT-LINE
                       END-READ
                   END-PERFORM
                   CLOSE CREDIT-IN
                   MOVE "NO" TO WS-EOF-SWITCH
                   PERFORM CHECK-CREDIT-TRAILER
               END-IF
           END-IF
       .

       SCAN-ONE-CREDIT-LINE.
           EVALUATE TRUE
               WHEN CREDIT-IN-RECORD(1:7) = "CREDIT|"
                   ADD 1 TO WS-CREDIT-LINES
                   PERFORM UNPACK-CREDIT-LINE
                   IF WS-FIRST-CREDIT-NO = SPACES
                       MOVE WS-CR-FIELD-MEMO-NO TO WS-FIRST-CREDIT-NO
                   END-IF
                   MOVE WS-CUR-PERIOD TO WS-CHECK-PERIOD
                   PERFORM CHECK-PERIOD-CLOSED
                   IF PERIOD-IS-CLOSED
                       AND (WS-CREDIT-REJECT-PERIOD = SPACES)
                       MOVE WS-CUR-PERIOD TO WS-CREDIT-REJECT-PERIOD
                       MOVE WS-CR-DATE TO WS-CREDIT-REJECT-DATE
                   END-IF
               WHEN CREDIT-IN-RECORD(1:8) = "TRAILER|"
                   MOVE "YES" TO WS-CREDIT-TRAILER-SEEN
                   MOVE CREDIT-IN-RECORD TO WS-CREDIT-TRAILER-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .

       CHECK-CREDIT-TRAILER.
           IF WS-CREDIT-LINES-READ = 0
               CONTINUE
           ELSE
               IF WS-CREDIT-TRAILER-SEEN = "NO"
                   DISPLAY "ERBPOST: credit-memo extract has no "
                       "TRAILER line - ERBREJ did not finish"
                   MOVE "NO" TO WS-EXTRACT-OK
               ELSE
                   MOVE SPACES TO WS-TRAILER-FIELD-TAG
                   MOVE SPACES TO WS-TRAILER-FIELD-COUNT
                   UNSTRING WS-CREDIT-TRAILER-LINE DELIMITED BY "|"
                       INTO WS-TRAILER-FIELD-TAG
                            WS-TRAILER-FIELD-COUNT
                   IF FUNCTION TEST-NUMVAL(WS-TRAILER-FIELD-COUNT)
                       NOT = 0
                       MOVE 0 TO WS-TRAILER-COUNT
                   ELSE
                       COMPUTE WS-TRAILER-COUNT =
                           FUNCTION NUMVAL(WS-TRAILER-FIELD-COUNT)
                   END-IF
                   IF WS-TRAILER-COUNT NOT = WS-CREDIT-LINES
                       DISPLAY "ERBPOST: credit-memo extract holds "
                           WS-CREDIT-LINES " memos but its trailer "
                           "says " WS-TRAILER-COUNT
                       MOVE "NO" TO WS-EXTRACT-OK
                   END-IF
               END-IF
           END-IF
       .

       UNPACK-CREDIT-LINE.
           MOVE SPACES TO WS-CR-FIELD-MEMO-NO
           MOVE SPACES TO WS-CR-FIELD-CUSTOMER
           MOVE SPACES TO WS-CR-FIELD-ORDER
           MOVE SPACES TO WS-CR-FIELD-PLANT
           MOVE SPACES TO WS-CR-FIELD-SHAPE-ID
           MOVE SPACES TO WS-CR-FIELD-QTY
           MOVE SPACES TO WS-CR-FIELD-UNIT
           MOVE SPACES TO WS-CR-FIELD-AMOUNT
           MOVE SPACES TO WS-CR-FIELD-DEFECT
           MOVE SPACES TO WS-CR-FIELD-DATE
           MOVE SPACES TO WS-CR-FIELD-CLASS
           UNSTRING CREDIT-IN-RECORD DELIMITED BY "|"
               INTO WS-CR-FIELD-TAG
                    WS-CR-FIELD-MEMO-NO
                    WS-CR-FIELD-CUSTOMER
                    WS-CR-FIELD-ORDER
                    WS-CR-FIELD-PLANT
                    WS-CR-FIELD-SHAPE-ID
                    WS-CR-FIELD-QTY
                    WS-CR-FIELD-UNIT
                    WS-CR-FIELD-AMOUNT
                    WS-CR-FIELD-DEFECT
                    WS-CR-FIELD-DATE
                    WS-CR-FIELD-CLASS
           MOVE WS-CR-FIELD-CUSTOMER TO WS-CUR-CUSTOMER-NO
           MOVE SPACES TO WS-CR-DATE
           STRING WS-CR-FIELD-DATE(1:4) WS-CR-FIELD-DATE(6:2)
               WS-CR-FIELD-DATE(9:2) DELIMITED BY SIZE
               INTO WS-CR-DATE
           END-STRING
           MOVE WS-CR-DATE(1:6) TO WS-CUR-PERIOD
       .

       UNPACK-INVOICE-HEADER.
           MOVE SPACES TO WS-INV-FIELD-CUSTOMER
           MOVE SPACES TO WS-INV-FIELD-DATE
           UNSTRING INVOICE-IN-RECORD DELIMITED BY "|"
               INTO WS-INV-FIELD-TAG
                    WS-INV-FIELD-CUSTOMER
                    WS-INV-FIELD-NAME
                    WS-INV-FIELD-ADDR-1
                    WS-INV-FIELD-ADDR-2
                    WS-INV-FIELD-ADDR-3
                    WS-INV-FIELD-TERMS
                    WS-INV-FIELD-DATE
           MOVE WS-INV-FIELD-CUSTOMER TO WS-CUR-CUSTOMER-NO
           MOVE SPACES TO WS-CUR-INVOICE-DATE
           STRING WS-INV-FIELD-DATE(1:4) WS-INV-FIELD-DATE(6:2)
               WS-INV-FIELD-DATE(9:2) DELIMITED BY SIZE
               INTO WS-CUR-INVOICE-DATE
           END-STRING
           MOVE WS-CUR-INVOICE-DATE(1:6) TO WS-CUR-PERIOD
       .

      *> The stamp - first invoice date and the extract's trailer -
      *> identifies the invoice extract already posted.
       BUILD-POSTED-STAMP.
           MOVE SPACES TO WS-POSTED-STAMP
           STRING WS-FIRST-INVOICE-DATE DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-TRAILER-LINE) DELIMITED BY SIZE
               INTO WS-POSTED-STAMP
           END-STRING
       .

      *> The credit stamp - first memo number, which carries the
      *> ERBREJ run-id, and the memo extract's trailer.
       BUILD-CREDIT-STAMP.
           MOVE SPACES TO WS-CREDIT-STAMP
           STRING "CREDIT|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-FIRST-CREDIT-NO) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-CREDIT-TRAILER-LINE) DELIMITED BY SIZE
               INTO WS-CREDIT-STAMP
           END-STRING
       .

      *> The invoice stamp is the first line of the mark file and the
      *> credit stamp the second. An extract with nothing in it counts
      *> as posted.
       CHECK-INVOICES-POSTED.
           PERFORM BUILD-POSTED-STAMP
           PERFORM BUILD-CREDIT-STAMP
           MOVE "NO" TO WS-BATCH-POSTED
           MOVE "NO" TO WS-CREDITS-POSTED
           OPEN INPUT POSTED-MARK
           IF WS-POSTED-STATUS = "00"
               READ POSTED-MARK INTO POSTED-MARK-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF POSTED-MARK-RECORD = WS-POSTED-STAMP
                           MOVE "YES" TO WS-BATCH-POSTED
                       END-IF
                       READ POSTED-MARK INTO POSTED-MARK-RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF POSTED-MARK-RECORD = WS-CREDIT-STAMP
                                   MOVE "YES" TO WS-CREDITS-POSTED
                               END-IF
                       END-READ
               END-READ
               CLOSE POSTED-MARK
           END-IF
           IF WS-DETAIL-LINES = 0
               MOVE "YES" TO WS-BATCH-POSTED
           END-IF
           IF WS-CREDIT-LINES = 0
               MOVE "YES" TO WS-CREDITS-POSTED
           END-IF
       .

       RECORD-INVOICES-POSTED.
           OPEN OUTPUT POSTED-MARK
           IF WS-POSTED-STATUS NOT = "00"
               DISPLAY "ERBPOST: unable to write the posted-batch "
                   "stamp, status " WS-POSTED-STATUS
                   " - a rerun would post these extracts again"
           ELSE
               WRITE POSTED-MARK-RECORD FROM WS-POSTED-STAMP
               WRITE POSTED-MARK-RECORD FROM WS-CREDIT-STAMP
               CLOSE POSTED-MARK
           END-IF
       .

       LOAD-COSTED-TABLE.
           MOVE 0 TO WS-COSTED-COUNT
           OPEN INPUT COSTED-IN
           IF WS-COSTED-IN-STATUS NOT = "00"
               DISPLAY "ERBPOST: unable to open costed extract, status "
                   WS-COSTED-IN-STATUS
                   " - every line will post as UNCOSTED"
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
           IF WS-COSTED-COUNT >= WS-COSTED-MAX
               DISPLAY "ERBPOST: costed table limit of " WS-COSTED-MAX
                   " rows hit - aborting rather than posting from a "
                   "truncated table"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-RECORD
               GOBACK
           END-IF
           MOVE SPACES TO WS-COST-FIELD-ID
           MOVE SPACES TO WS-COST-FIELD-CLASS
           MOVE SPACES TO WS-COST-FIELD-TOTAL
           UNSTRING COSTED-IN-RECORD DELIMITED BY "|"
               INTO WS-COST-FIELD-ID
                    WS-COST-FIELD-PLANT
                    WS-COST-FIELD-CLASS
                    WS-COST-FIELD-RATE
                    WS-COST-FIELD-AREA
                    WS-COST-FIELD-EDGE
                    WS-COST-FIELD-TOTAL
           IF (WS-COST-FIELD-ID = SPACES)
               OR (WS-COST-FIELD-TOTAL = SPACES)
               DISPLAY "ERBPOST: malformed costed row '"
                   FUNCTION TRIM(COSTED-IN-RECORD) "' ignored"
           ELSE
               ADD 1 TO WS-COSTED-COUNT
               MOVE WS-COST-FIELD-ID TO WS-COSTED-ID(WS-COSTED-COUNT)
               MOVE WS-COST-FIELD-CLASS
                   TO WS-COSTED-CLASS(WS-COSTED-COUNT)
               COMPUTE WS-COSTED-UNIT-COST(WS-COSTED-COUNT) =
                   FUNCTION NUMVAL(WS-COST-FIELD-TOTAL)
           END-IF
       .

       OPEN-PERIOD-HISTORY.
           OPEN I-O PERIOD-HISTORY
           IF WS-PERIOD-HISTORY-STATUS = "35"
               OPEN OUTPUT PERIOD-HISTORY
               CLOSE PERIOD-HISTORY
               OPEN I-O PERIOD-HISTORY
           END-IF
           IF WS-PERIOD-HISTORY-STATUS NOT = "00"
               DISPLAY "ERBPOST: unable to open period history, status "
                   WS-PERIOD-HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-RECORD
               GOBACK
           END-IF
       .

      *> Second pass: every detail line is added to its period, plant,
      *> class and customer record.
       POST-INVOICE-LINES.
           OPEN INPUT INVOICE-IN
           IF WS-INVOICE-IN-STATUS NOT = "00"
               DISPLAY "ERBPOST: unable to reopen invoice extract, "
                   "status " WS-INVOICE-IN-STATUS
               MOVE "YES" TO WS-EOF-SWITCH
               MOVE "YES" TO WS-HISTORY-WRITE-FAILED
           END-IF
           PERFORM UNTIL END-OF-INPUT
               READ INVOICE-IN INTO INVOICE-IN-RECORD
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       EVALUATE TRUE
                           WHEN INVOICE-IN-RECORD(1:8) = "INVOICE|"
                               PERFORM UNPACK-INVOICE-HEADER
                           WHEN INVOICE-IN-RECORD(1:14)
                               = "INVOICE-TOTAL|"
                               CONTINUE
                           WHEN INVOICE-IN-RECORD(1:8) = "TRAILER|"
                               CONTINUE
                           WHEN INVOICE-IN-RECORD = SPACES
                               CONTINUE
                           WHEN OTHER
                               PERFORM POST-ONE-INVOICE-LINE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE INVOICE-IN
           MOVE "NO" TO WS-EOF-SWITCH
       .

       POST-ONE-INVOICE-LINE.
           MOVE SPACES TO WS-LINE-FIELD-PLANT
           MOVE SPACES TO WS-LINE-FIELD-SHAPE-ID
           MOVE SPACES TO WS-LINE-FIELD-PIECES
           MOVE SPACES TO WS-LINE-FIELD-AMOUNT
           UNSTRING INVOICE-IN-RECORD DELIMITED BY "|"
               INTO WS-LINE-FIELD-ORDER
                    WS-LINE-FIELD-PLANT
                    WS-LINE-FIELD-SHAPE-ID
                    WS-LINE-FIELD-PIECES
                    WS-LINE-FIELD-UNIT
                    WS-LINE-FIELD-AMOUNT
           IF FUNCTION TEST-NUMVAL(WS-LINE-FIELD-PIECES) = 0
               COMPUTE WS-LINE-PIECES =
                   FUNCTION NUMVAL(WS-LINE-FIELD-PIECES)
           ELSE
               MOVE 0 TO WS-LINE-PIECES
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-LINE-FIELD-AMOUNT) = 0
               COMPUTE WS-LINE-SALES =
                   FUNCTION NUMVAL(WS-LINE-FIELD-AMOUNT)
           ELSE
               MOVE 0 TO WS-LINE-SALES
           END-IF
           PERFORM FIND-COSTED-SHAPE
           IF WS-COSTED-HIT = 0
               MOVE "UNCOSTED" TO WS-LINE-CLASS
               MOVE 0 TO WS-LINE-COST
               ADD 1 TO WS-UNCOSTED-LINES
               DISPLAY "ERBPOST: no cost row for shape "
                   FUNCTION TRIM(WS-LINE-FIELD-SHAPE-ID)
                   " - posted as UNCOSTED"
           ELSE
               MOVE WS-COSTED-CLASS(WS-COSTED-HIT) TO WS-LINE-CLASS
               COMPUTE WS-LINE-COST = WS-LINE-PIECES
                   * WS-COSTED-UNIT-COST(WS-COSTED-HIT)
           END-IF
           PERFORM POST-LINE-TO-HISTORY
       .

       POST-LINE-TO-HISTORY.
           MOVE WS-CUR-PERIOD TO PERIOD-YYYYMM
           MOVE WS-LINE-FIELD-PLANT TO PERIOD-PLANT
           MOVE WS-LINE-CLASS TO PERIOD-CLASS
           MOVE WS-CUR-CUSTOMER-NO TO PERIOD-CUSTOMER-NO
           READ PERIOD-HISTORY
               INVALID KEY
                   PERFORM ADD-HISTORY-RECORD
               NOT INVALID KEY
                   PERFORM UPDATE-HISTORY-RECORD
           END-READ
       .

      *> Third pass, over the credit-memo extract: each memo comes
      *> off the sales and cost of its period, plant, class and
      *> customer. The returned pieces were counted when invoiced and
      *> are counted again when the remake is, so pieces are left.
       POST-CREDIT-LINES.
           OPEN INPUT CREDIT-IN
           IF WS-CREDIT-IN-STATUS NOT = "00"
               DISPLAY "ERBPOST: unable to reopen credit-memo extract, "
                   "status " WS-CREDIT-IN-STATUS
               MOVE "YES" TO WS-HISTORY-WRITE-FAILED
           ELSE
               PERFORM UNTIL END-OF-INPUT
                   READ CREDIT-IN INTO CREDIT-IN-RECORD
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           IF CREDIT-IN-RECORD(1:7) = "CREDIT|"
                               PERFORM POST-ONE-CREDIT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDIT-IN
               MOVE "NO" TO WS-EOF-SWITCH
           END-IF
       .

       POST-ONE-CREDIT-LINE.
           PERFORM UNPACK-CREDIT-LINE
           MOVE WS-CR-FIELD-PLANT TO WS-LINE-FIELD-PLANT
           MOVE WS-CR-FIELD-SHAPE-ID TO WS-LINE-FIELD-SHAPE-ID
           MOVE 0 TO WS-LINE-PIECES
           MOVE 0 TO WS-LINE-SALES
           IF FUNCTION TEST-NUMVAL(WS-CR-FIELD-AMOUNT) = 0
               COMPUTE WS-LINE-SALES =
                   0 - FUNCTION NUMVAL(WS-CR-FIELD-AMOUNT)
           END-IF
           PERFORM FIND-COSTED-SHAPE
           IF WS-COSTED-HIT = 0
               IF WS-CR-FIELD-CLASS = SPACES
                   MOVE "UNCOSTED" TO WS-LINE-CLASS
               ELSE
                   MOVE WS-CR-FIELD-CLASS TO WS-LINE-CLASS
               END-IF
               MOVE 0 TO WS-LINE-COST
               ADD 1 TO WS-UNCOSTED-LINES
               DISPLAY "ERBPOST: no cost row for credited shape "
                   FUNCTION TRIM(WS-LINE-FIELD-SHAPE-ID)
                   " - sales credited under "
                   FUNCTION TRIM(WS-LINE-CLASS) ", no cost reversed"
           ELSE
               MOVE WS-COSTED-CLASS(WS-COSTED-HIT) TO WS-LINE-CLASS
               IF FUNCTION TEST-NUMVAL(WS-CR-FIELD-QTY) = 0
                   COMPUTE WS-LINE-COST = 0 -
                       (FUNCTION NUMVAL(WS-CR-FIELD-QTY)
                       * WS-COSTED-UNIT-COST(WS-COSTED-HIT))
               ELSE
                   MOVE 0 TO WS-LINE-COST
               END-IF
           END-IF
           PERFORM POST-LINE-TO-HISTORY
       .

       FIND-COSTED-SHAPE.
           MOVE 0 TO WS-COSTED-HIT
           PERFORM VARYING WS-COSTED-I FROM 1 BY 1
               UNTIL (WS-COSTED-I > WS-COSTED-COUNT)
               OR (WS-COSTED-HIT NOT = 0)
               IF FUNCTION TRIM(WS-COSTED-ID(WS-COSTED-I))
                   = FUNCTION TRIM(WS-LINE-FIELD-SHAPE-ID)
                   MOVE WS-COSTED-I TO WS-COSTED-HIT
               END-IF
           END-PERFORM
       .

       ADD-HISTORY-RECORD.
           MOVE WS-CUR-PERIOD TO PERIOD-YYYYMM
           MOVE WS-LINE-FIELD-PLANT TO PERIOD-PLANT
           MOVE WS-LINE-CLASS TO PERIOD-CLASS
           MOVE WS-CUR-CUSTOMER-NO TO PERIOD-CUSTOMER-NO
           MOVE WS-LINE-PIECES TO PERIOD-PIECES
           MOVE 1 TO PERIOD-LINES-POSTED
           COMPUTE PERIOD-SALES ROUNDED = WS-LINE-SALES
           COMPUTE PERIOD-MATERIAL-COST ROUNDED = WS-LINE-COST
           MOVE WS-RUN-ID TO PERIOD-LAST-RUN-ID
           WRITE PERIOD-RECORD
               INVALID KEY
                   DISPLAY "ERBPOST: unable to add history record, "
                       "status " WS-PERIOD-HISTORY-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-ADDED
                   ADD 1 TO WS-LINES-POSTED
           END-WRITE
           IF WS-PERIOD-HISTORY-STATUS(1:1) NOT = "0"
               MOVE "YES" TO WS-HISTORY-WRITE-FAILED
           END-IF
       .

       UPDATE-HISTORY-RECORD.
           ADD WS-LINE-PIECES TO PERIOD-PIECES
           ADD 1 TO PERIOD-LINES-POSTED
           COMPUTE PERIOD-SALES ROUNDED = PERIOD-SALES + WS-LINE-SALES
           COMPUTE PERIOD-MATERIAL-COST ROUNDED =
               PERIOD-MATERIAL-COST + WS-LINE-COST
           MOVE WS-RUN-ID TO PERIOD-LAST-RUN-ID
           REWRITE PERIOD-RECORD
               INVALID KEY
                   DISPLAY "ERBPOST: unable to update history record, "
                       "status " WS-PERIOD-HISTORY-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-LINES-POSTED
           END-REWRITE
           IF WS-PERIOD-HISTORY-STATUS(1:1) NOT = "0"
               MOVE "YES" TO WS-HISTORY-WRITE-FAILED
           END-IF
       .

       LOAD-RUN-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "ERBPOST: run-parameter file "
                   FUNCTION TRIM(WS-PARM-FILE-PATH)
                   " cannot be opened, status " WS-PARM-FILE-STATUS
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
           ELSE
               PERFORM UNTIL END-OF-PARM-CARDS
                   READ PARM-FILE INTO PARM-CARD
                       AT END
                           MOVE "YES" TO WS-PARM-EOF-SWITCH
                       NOT AT END
                           PERFORM APPLY-ONE-PARM-CARD
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
               PERFORM CHECK-REQUIRED-PARM-CARDS
               IF NOT PARM-ERROR-FOUND
                   PERFORM ECHO-RESOLVED-PARMS
               END-IF
           END-IF
       .

       APPLY-ONE-PARM-CARD.
           IF (PARM-CARD = SPACES) OR (PARM-CARD(1:1) = "*")
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARM-CARD-KEY
               MOVE SPACES TO WS-PARM-CARD-VALUE
               UNSTRING PARM-CARD DELIMITED BY "="
                   INTO WS-PARM-CARD-KEY
                        WS-PARM-CARD-VALUE
               IF (WS-PARM-CARD-KEY = SPACES)
                   OR (WS-PARM-CARD-VALUE = SPACES)
                   DISPLAY "ERBPOST: malformed parameter card '"
                       FUNCTION TRIM(PARM-CARD) "'"
                   MOVE "YES" TO WS-PARM-ERROR-SWITCH
               ELSE
                   PERFORM APPLY-PARM-KEYWORD
               END-IF
           END-IF
       .

       APPLY-PARM-KEYWORD.
           EVALUATE FUNCTION TRIM(WS-PARM-CARD-KEY)
               WHEN "INVOICE-LINES"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-INVOICE-IN-PATH
                   MOVE "YES" TO WS-SEEN-INVOICE-LINES
               WHEN "SHAPES-COSTED"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-COSTED-IN-PATH
                   MOVE "YES" TO WS-SEEN-SHAPES-COSTED
               WHEN "CREDIT-MEMOS"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-CREDIT-IN-PATH
                   MOVE "YES" TO WS-SEEN-CREDIT-MEMOS
               WHEN "PERIOD-HISTORY"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-PERIOD-HISTORY-PATH
                   MOVE "YES" TO WS-SEEN-PERIOD-HISTORY
               WHEN "PERIOD-CONTROL"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-PERIOD-CONTROL-PATH
                   MOVE "YES" TO WS-SEEN-PERIOD-CONTROL
               WHEN "PERIOD-POSTED"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-POSTED-PATH
                   MOVE "YES" TO WS-SEEN-PERIOD-POSTED
               WHEN "RUN-LOG"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-RUN-LOG-PATH
                   MOVE "YES" TO WS-SEEN-RUN-LOG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .

       CHECK-REQUIRED-PARM-CARDS.
           IF WS-SEEN-INVOICE-LINES = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBPOST: required card INVOICE-LINES is "
                   "missing"
           END-IF
           IF WS-SEEN-SHAPES-COSTED = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBPOST: required card SHAPES-COSTED is "
                   "missing"
           END-IF
           IF WS-SEEN-CREDIT-MEMOS = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBPOST: required card CREDIT-MEMOS is "
                   "missing"
           END-IF
           IF WS-SEEN-PERIOD-HISTORY = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBPOST: required card PERIOD-HISTORY is "
                   "missing"
           END-IF
           IF WS-SEEN-PERIOD-CONTROL = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBPOST: required card PERIOD-CONTROL is "
                   "missing"
           END-IF
           IF WS-SEEN-PERIOD-POSTED = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBPOST: required card PERIOD-POSTED is "
                   "missing"
           END-IF
           IF WS-SEEN-RUN-LOG = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBPOST: required card RUN-LOG is missing"
           END-IF
       .

       ECHO-RESOLVED-PARMS.
           DISPLAY "ERBPOST: INVOICE-LINES="
               FUNCTION TRIM(WS-INVOICE-IN-PATH)
           DISPLAY "ERBPOST: SHAPES-COSTED="
               FUNCTION TRIM(WS-COSTED-IN-PATH)
           DISPLAY "ERBPOST: CREDIT-MEMOS="
               FUNCTION TRIM(WS-CREDIT-IN-PATH)
           DISPLAY "ERBPOST: PERIOD-HISTORY="
               FUNCTION TRIM(WS-PERIOD-HISTORY-PATH)
           DISPLAY "ERBPOST: PERIOD-CONTROL="
               FUNCTION TRIM(WS-PERIOD-CONTROL-PATH)
           DISPLAY "ERBPOST: PERIOD-POSTED="
               FUNCTION TRIM(WS-POSTED-PATH)
           DISPLAY "ERBPOST: RUN-LOG="
               FUNCTION TRIM(WS-RUN-LOG-PATH)
       .
