      *> ERB Rejected-Piece Posting, Credit Memos and Defect Report
      *> GnuCOBOL free-format: cobc -free -m erb_rejects.cbl
      *> Records every rejected piece with its defect reason code and
      *> puts it back to work. Two sources feed it:
      *>   CUTTING-CONFIRM.DAT  SHAPE-ID|PIECES-CUT|STATUS|AREA-USED
      *>                        |PIECES-REJECTED|DEFECT-CODE
      *>     pieces the floor scrapped out of PIECES-CUT. ERBORD does
      *>     not count them as fulfilled, ERBINV does not bill them
      *>     and ERBCONF carries the shape over for remake, so here
      *>     they are only logged. The last line for a shape wins, as
      *>     it does everywhere else the confirmations are read.
      *>   RETURNS.DAT          ORDER-NO|SHAPE-ID|QTY|DEFECT-CODE
      *>     cut pieces the customer sent back. The quantity is taken
      *>     off the order's fulfilled quantity on the indexed
      *>     ORDER-BACKLOG.DAT so it is owed again, reversed on the
      *>     credit-memo extract at the unit price the order was last
      *>     valued at (the pieces were billed by ERBINV when they were
      *>     confirmed cut), and the shape is appended to
      *>     CUTTING-CARRYOVER.DAT from SHAPES-MASTER so the next
      *>     ERBDRVR run puts the remake into the cutting export at
      *>     priority P1. A shape already waiting in the carry-over
      *>     file is not added twice. SHAPE-ID may be left blank; when
      *>     given it must be the shape the order resolved to.
      *> Returns for an unknown order, a different shape, a bad
      *> quantity, more pieces than the order has had fulfilled, or an
      *> order carrying no unit price to credit at (NO-PRICE) are
      *> listed on RETURNS-EXC.DAT and change nothing. A return whose
      *> backlog order cannot be rewritten is listed as
      *> REWRITE-FAILED with no memo, defect entry or remake; the
      *> batch is then not stamped and the job ends RETURN-CODE 8.
      *> Each rejection is appended to DEFECT-HISTORY.DAT as
      *>   DEFECT|YYYYMMDD|RUN-ID|FLOOR/RETURN|PLANT|CLASS|CODE|PIECES
      *>   |ORDER-NO|SHAPE-ID
      *> with the plant and shape class (TRIANGLE, RECTANGLE,
      *> REGULAR-POLYGON or OTHER, classified as ERBCOST does) taken
      *> from SHAPES-MASTER; a blank reason code is logged as
      *> UNCODED. CREDIT-MEMOS.DAT holds
      *>   CREDIT|MEMO-NO|CUSTOMER|ORDER|PLANT|SHAPE-ID|QTY|UNIT|AMOUNT
      *>   |DEFECT-CODE|DATE|CLASS
      *> closed by a TRAILER|count|total line; ERBPOST posts the memos
      *> to period history against sales, so it runs after ERBREJ.
      *> Memos are dated on the run date, in the open period: when
      *> there are returns and ERBCLOSE has closed the run date's
      *> period (PERIOD-CONTROL.DAT), nothing is posted, the rejection
      *> is appended to PERIOD-CONTROL.DAT for the close report and
      *> the job ends with RETURN-CODE 8. A batch stamp over both
      *> input files kept in REJECTS-POSTED.DAT stops a rerun from
      *> posting the same rejects twice; the credit-memo extract of
      *> the posted run is then left as it was.
      *> Every run rewrites DEFECT-REPORT.DAT, the weekly defect
      *> report for quality: the seven days ending on the run date,
      *> or on the YYYYMMDD first argument, summarised from the
      *> defect history by plant, shape class and reason code, with
      *> PLANT subtotals and a TOTAL line.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERBREJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIRM-IN ASSIGN TO WS-CONFIRM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-STATUS.
           SELECT RETURNS-IN ASSIGN TO WS-RETURNS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURNS-STATUS.
           SELECT ORDER-BACKLOG ASSIGN TO WS-BACKLOG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BACKLOG-ORDER-NO
               FILE STATUS IS WS-BACKLOG-STATUS.
           SELECT SHAPES-MASTER ASSIGN TO WS-SHAPES-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-SHAPE-ID
               FILE STATUS IS WS-SHAPES-MASTER-STATUS.
           SELECT CARRYOVER-FILE ASSIGN TO WS-CARRYOVER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRYOVER-STATUS.
           SELECT CREDIT-OUT ASSIGN TO WS-CREDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-STATUS.
           SELECT RET-EXC-OUT ASSIGN TO WS-RET-EXC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-EXC-STATUS.
           SELECT DEFECT-LOG ASSIGN TO WS-DEFECT-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFECT-LOG-STATUS.
           SELECT DEFECT-REPORT ASSIGN TO WS-DEFECT-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFECT-REPORT-STATUS.
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
       FD  CONFIRM-IN
           RECORDING MODE IS F.
       01  CONFIRM-IN-RECORD           PIC X(600).
       FD  RETURNS-IN
           RECORDING MODE IS F.
       01  RETURNS-IN-RECORD           PIC X(600).
       FD  ORDER-BACKLOG.
       COPY "erb_backlog_copy".
       FD  SHAPES-MASTER.
       COPY "erb_master_copy".
       FD  CARRYOVER-FILE
           RECORDING MODE IS F.
       01  CARRYOVER-RECORD            PIC X(1100).
       FD  CREDIT-OUT
           RECORDING MODE IS F.
       01  CREDIT-OUT-RECORD           PIC X(720).
       FD  RET-EXC-OUT
           RECORDING MODE IS F.
       01  RET-EXC-OUT-RECORD          PIC X(720).
       FD  DEFECT-LOG
           RECORDING MODE IS F.
       01  DEFECT-LOG-RECORD           PIC X(720).
       FD  DEFECT-REPORT
           RECORDING MODE IS F.
       01  DEFECT-REPORT-RECORD        PIC X(300).
       FD  PERIOD-CONTROL
           RECORDING MODE IS F.
       01  PERIOD-CONTROL-RECORD       PIC X(300).
       FD  POSTED-MARK
           RECORDING MODE IS F.
       01  POSTED-MARK-RECORD          PIC X(600).
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-CARD                   PIC X(300).
       FD  RUN-LOG
           RECORDING MODE IS F.
       01  RUN-LOG-RECORD              PIC X(300).
       WORKING-STORAGE SECTION.
       01  WS-CONFIRM-PATH             PIC X(255)
                                       VALUE "CUTTING-CONFIRM.DAT".
       01  WS-RETURNS-PATH             PIC X(255) VALUE "RETURNS.DAT".
       01  WS-BACKLOG-PATH             PIC X(255)
                                       VALUE "ORDER-BACKLOG.DAT".
       01  WS-SHAPES-MASTER-PATH       PIC X(255)
                                       VALUE "SHAPES-MASTER.DAT".
       01  WS-CARRYOVER-PATH           PIC X(255)
                                       VALUE "CUTTING-CARRYOVER.DAT".
       01  WS-CREDIT-PATH              PIC X(255)
                                       VALUE "CREDIT-MEMOS.DAT".
       01  WS-RET-EXC-PATH             PIC X(255)
                                       VALUE "RETURNS-EXC.DAT".
       01  WS-DEFECT-LOG-PATH          PIC X(255)
                                       VALUE "DEFECT-HISTORY.DAT".
       01  WS-DEFECT-REPORT-PATH       PIC X(255)
                                       VALUE "DEFECT-REPORT.DAT".
       01  WS-POSTED-PATH              PIC X(255)
                                       VALUE "REJECTS-POSTED.DAT".
       01  WS-PERIOD-CONTROL-PATH      PIC X(255)
                                       VALUE "PERIOD-CONTROL.DAT".
       01  WS-RUN-LOG-PATH             PIC X(255)
                                       VALUE "ERB-RUNLOG.DAT".
       01  WS-CONFIRM-STATUS           PIC XX.
       01  WS-RETURNS-STATUS           PIC XX.
       01  WS-BACKLOG-STATUS           PIC XX.
       01  WS-SHAPES-MASTER-STATUS     PIC XX.
       01  WS-CARRYOVER-STATUS         PIC XX.
       01  WS-CREDIT-STATUS            PIC XX.
       01  WS-RET-EXC-STATUS           PIC XX.
       01  WS-DEFECT-LOG-STATUS        PIC XX.
       01  WS-DEFECT-REPORT-STATUS     PIC XX.
       01  WS-POSTED-STATUS            PIC XX.
       01  WS-PERIOD-CONTROL-STATUS    PIC XX.
       01  WS-PERIOD-CLOSED            PIC X(3) VALUE "NO".
           88 PERIOD-IS-CLOSED         VALUE "YES".
       01  WS-CTL-FIELD-TAG            PIC X(10).
       01  WS-CTL-FIELD-PERIOD         PIC X(10).
       01  WS-BACKLOG-WRITE-FAILED     PIC X(3) VALUE "NO".
           88 BACKLOG-WRITE-FAILED     VALUE "YES".
       01  WS-RUN-LOG-STATUS           PIC XX.
       01  WS-EOF-SWITCH               PIC X(3) VALUE "NO".
           88 END-OF-INPUT             VALUE "YES".
       01  WS-BATCH-POSTED             PIC X(3) VALUE "NO".
           88 BATCH-ALREADY-POSTED     VALUE "YES".
       01  WS-MASTER-OPEN              PIC X(3) VALUE "NO".
           88 MASTER-IS-OPEN           VALUE "YES".
       01  WS-MASTER-FOUND             PIC X(3) VALUE "NO".
           88 MASTER-RECORD-FOUND      VALUE "YES".
       01  WS-CARRY-EOF                PIC X(3) VALUE "NO".
           88 END-OF-CARRYOVER         VALUE "YES".
       01  WS-CARRY-FOUND              PIC X(3) VALUE "NO".
           88 SHAPE-ALREADY-CARRIED    VALUE "YES".
       01  WS-RUN-ID                   PIC X(14).
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-START-STAMP              PIC X(14).
       01  WS-END-STAMP                PIC X(14).
       01  WS-LOG-RC                   PIC 9(4).
       01  WS-LOG-READ                 PIC 9(9).
       01  WS-LOG-WRITTEN              PIC 9(9).
       01  WS-ARG-VALUE                PIC X(20).
      *> Confirmation lines carrying rejected pieces, last line per
      *> shape wins.
       01  WS-CONF-SHAPE-ID            PIC X(500).
       01  WS-CONF-PIECES-TEXT         PIC X(10).
       01  WS-CONF-STATUS              PIC X(10).
       01  WS-CONF-AREA-USED           PIC X(20).
       01  WS-CONF-REJECTED-TEXT       PIC X(10).
       01  WS-CONF-DEFECT-CODE         PIC X(10).
       01  WS-CONF-PIECES              PIC 9(7).
       01  WS-CONF-REJECTED            PIC 9(7).
       01  WS-CONF-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-CONF-MAX                 PIC 9(6) VALUE 10000.
       01  WS-CONF-TABLE.
           02 WS-CONF-ENTRY OCCURS 10000 TIMES.
              03 WS-CONF-ID            PIC X(500).
              03 WS-CONF-TBL-REJECTED  PIC 9(7).
              03 WS-CONF-TBL-CODE      PIC X(10).
       01  WS-CONF-I                   PIC 9(6).
       01  WS-CONF-HIT                 PIC 9(6).
       01  WS-CONF-LINES-READ          PIC 9(9) VALUE ZERO.
       01  WS-CONF-REJECTED-TOTAL      PIC 9(9) VALUE ZERO.
       01  WS-CONF-LAST-ID             PIC X(500).
      *> Customer returns.
       01  WS-RET-ORDER-NO             PIC X(20).
       01  WS-RET-SHAPE-ID             PIC X(500).
       01  WS-RET-QTY-TEXT             PIC X(20).
       01  WS-RET-DEFECT-CODE          PIC X(10).
       01  WS-RET-QTY                  PIC 9(7).
       01  WS-RET-REASON               PIC X(15).
       01  WS-RET-MESSAGE              PIC X(80).
       01  WS-RETURN-LINES             PIC 9(9) VALUE ZERO.
       01  WS-RETURN-QTY-TOTAL         PIC 9(9) VALUE ZERO.
       01  WS-RETURN-LAST-ORDER        PIC X(20).
       01  WS-RETURNS-POSTED           PIC 9(9) VALUE ZERO.
       01  WS-RETURN-EXCEPTIONS        PIC 9(9) VALUE ZERO.
       01  WS-REMAKES-ADDED            PIC 9(9) VALUE ZERO.
       01  WS-POSTED-STAMP             PIC X(600).
      *> Defect-history entry being written.
       01  WS-DEF-SOURCE               PIC X(6).
       01  WS-DEF-PLANT                PIC X(3).
       01  WS-DEF-CLASS                PIC X(15).
       01  WS-DEF-CODE                 PIC X(10).
       01  WS-DEF-PIECES               PIC 9(7).
       01  WS-DEF-ORDER-NO             PIC X(20).
       01  WS-DEF-SHAPE-ID             PIC X(500).
       01  WS-DEFECTS-LOGGED           PIC 9(9) VALUE ZERO.
       01  WS-FLOOR-PIECES             PIC 9(9) VALUE ZERO.
       01  WS-PIECES-DISPLAY           PIC Z(8)9.
      *> Credit memos.
       01  WS-CREDIT-SEQ               PIC 9(4) VALUE ZERO.
       01  WS-CREDIT-NO                PIC X(22).
       01  WS-CREDIT-DATE              PIC X(10).
       01  WS-CREDIT-AMOUNT            USAGE COMP-2.
       01  WS-CREDIT-TOTAL             USAGE COMP-2 VALUE 0.
       01  WS-AMOUNT-ROUNDED           PIC 9(13)V99.
       01  WS-UNIT-DISPLAY             PIC Z(13)9.99.
       01  WS-AMOUNT-DISPLAY           PIC Z(13)9.99.
       01  WS-QTY-DISPLAY              PIC Z(6)9.
      *> Remake row for the cutting export, laid out as ERBDRVR
      *> writes SHAPES-CUTTING.CSV.
       01  WS-REMAKE-CSV               PIC X(1024).
       01  WS-CARRY-PERIMETER          PIC X(20).
       01  WS-CARRY-AREA               PIC X(20).
       01  WS-CARRY-CSV-LINE           PIC X(1024).
       01  WS-CARRY-SHAPE-ID           PIC X(500).
      *> Weekly defect report.
       01  WS-WEEK-END-DATE            PIC X(8).
       01  WS-WEEK-START-DATE          PIC X(8).
       01  WS-WEEK-END-INT             PIC 9(9).
       01  WS-WEEK-START-NUM           PIC 9(8).
       01  WS-HIST-TAG                 PIC X(10).
       01  WS-HIST-DATE                PIC X(8).
       01  WS-HIST-RUN-ID              PIC X(14).
       01  WS-HIST-SOURCE              PIC X(6).
       01  WS-HIST-PLANT               PIC X(3).
       01  WS-HIST-CLASS               PIC X(15).
       01  WS-HIST-CODE                PIC X(10).
       01  WS-HIST-PIECES-TEXT         PIC X(20).
       01  WS-HIST-PIECES              PIC 9(7).
       01  WS-SUM-KEY.
           02 WS-SUM-KEY-PLANT         PIC X(3).
           02 WS-SUM-KEY-CLASS         PIC X(15).
           02 WS-SUM-KEY-CODE          PIC X(10).
       01  WS-SUM-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-SUM-MAX                  PIC 9(4) VALUE 2000.
       01  WS-SUM-TABLE.
           02 WS-SUM-ENTRY OCCURS 2000 TIMES.
              03 WS-SUM-ENTRY-KEY.
                 04 WS-SUM-PLANT       PIC X(3).
                 04 WS-SUM-CLASS       PIC X(15).
                 04 WS-SUM-CODE        PIC X(10).
              03 WS-SUM-PIECES         PIC 9(9).
              03 WS-SUM-FLOOR          PIC 9(9).
              03 WS-SUM-RETURNED       PIC 9(9).
              03 WS-SUM-ENTRIES        PIC 9(9).
       01  WS-SUM-I                    PIC 9(4).
       01  WS-SUM-J                    PIC 9(4).
       01  WS-SUM-POS                  PIC 9(4).
       01  WS-BREAK-PLANT              PIC X(3).
       01  WS-PLANT-PIECES             PIC 9(9).
       01  WS-PLANT-FLOOR              PIC 9(9).
       01  WS-PLANT-RETURNED           PIC 9(9).
       01  WS-PLANT-ENTRIES            PIC 9(9).
       01  WS-TOTAL-PIECES             PIC 9(9).
       01  WS-TOTAL-FLOOR              PIC 9(9).
       01  WS-TOTAL-RETURNED           PIC 9(9).
       01  WS-TOTAL-ENTRIES            PIC 9(9).
       01  WS-RPT-PIECES               PIC Z(8)9.
       01  WS-RPT-FLOOR                PIC Z(8)9.
       01  WS-RPT-RETURNED             PIC Z(8)9.
       01  WS-RPT-ENTRIES              PIC Z(8)9.
       COPY "erb_parm_copy".
       01  WS-PARMS-SEEN.
           02 WS-SEEN-CUTTING-CONFIRM    PIC X(3) VALUE "NO".
           02 WS-SEEN-RETURNS            PIC X(3) VALUE "NO".
           02 WS-SEEN-ORDER-BACKLOG      PIC X(3) VALUE "NO".
           02 WS-SEEN-SHAPES-MASTER      PIC X(3) VALUE "NO".
           02 WS-SEEN-CARRYOVER          PIC X(3) VALUE "NO".
           02 WS-SEEN-CREDIT-MEMOS       PIC X(3) VALUE "NO".
           02 WS-SEEN-RETURNS-EXCEPTIONS PIC X(3) VALUE "NO".
           02 WS-SEEN-DEFECT-HISTORY     PIC X(3) VALUE "NO".
           02 WS-SEEN-DEFECT-REPORT      PIC X(3) VALUE "NO".
           02 WS-SEEN-REJECTS-POSTED     PIC X(3) VALUE "NO".
           02 WS-SEEN-PERIOD-CONTROL     PIC X(3) VALUE "NO".
           02 WS-SEEN-RUN-LOG            PIC X(3) VALUE "NO".
       PROCEDURE DIVISION.
       MAIN-REJECTS.
           PERFORM LOAD-RUN-PARAMETERS
           IF PARM-ERROR-FOUND
               DISPLAY "ERBREJ: run aborted - correct "
                   FUNCTION TRIM(WS-PARM-FILE-PATH) " and resubmit"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
           MOVE WS-RUN-ID TO WS-START-STAMP
           MOVE WS-RUN-ID(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-WEEK-END-DATE
           MOVE SPACES TO WS-ARG-VALUE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           IF WS-ARG-VALUE NOT = SPACES
               IF (WS-ARG-VALUE(1:8) IS NUMERIC)
                   AND (WS-ARG-VALUE(9:) = SPACES)
                   AND (FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-ARG-VALUE(1:8))) = 0)
                   MOVE WS-ARG-VALUE(1:8) TO WS-WEEK-END-DATE
               ELSE
                   DISPLAY "ERBREJ: run aborted - report week ending '"
                       FUNCTION TRIM(WS-ARG-VALUE)
                       "' is not a YYYYMMDD date"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           MOVE SPACES TO WS-CREDIT-DATE
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
               WS-RUN-DATE(7:2) DELIMITED BY SIZE
               INTO WS-CREDIT-DATE
           END-STRING
           PERFORM LOAD-CONFIRMATION-TABLE
           PERFORM SCAN-RETURNS-FILE
           PERFORM CHECK-REJECTS-POSTED
           IF BATCH-ALREADY-POSTED
               DISPLAY "ERBREJ: these rejects and returns were already "
                   "posted - backlog, credit memos and defect history "
                   "unchanged"
           ELSE
               MOVE "NO" TO WS-PERIOD-CLOSED
               IF WS-RETURN-LINES > 0
                   PERFORM CHECK-CREDIT-PERIOD-OPEN
               END-IF
               IF PERIOD-IS-CLOSED
                   DISPLAY "ERBREJ: run rejected - credit memos would "
                       "be dated " WS-RUN-DATE " in closed period "
                       WS-RUN-DATE(1:6) ", nothing posted"
                   PERFORM WRITE-PERIOD-REJECTION
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM OPEN-REJECT-FILES
                   PERFORM POST-FLOOR-REJECTS
                   PERFORM POST-RETURNED-PIECES
                   PERFORM WRITE-CREDIT-TRAILER
                   PERFORM CLOSE-REJECT-FILES
                   IF BACKLOG-WRITE-FAILED
                       DISPLAY "ERBREJ: order backlog update failed - "
                           "batch not stamped as posted, see "
                           FUNCTION TRIM(WS-RET-EXC-PATH)
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM RECORD-REJECTS-POSTED
                   END-IF
               END-IF
           END-IF
           PERFORM WRITE-DEFECT-REPORT
           DISPLAY "ERBREJ: floor-rejected pieces " WS-FLOOR-PIECES
               " returns posted " WS-RETURNS-POSTED
               " credit memos " WS-CREDIT-SEQ
               " remakes queued " WS-REMAKES-ADDED
               " return exceptions " WS-RETURN-EXCEPTIONS
           PERFORM WRITE-RUN-LOG-RECORD
           GOBACK.
       .

       WRITE-RUN-LOG-RECORD.
           MOVE RETURN-CODE TO WS-LOG-RC
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-END-STAMP
           COMPUTE WS-LOG-READ = WS-CONF-LINES-READ + WS-RETURN-LINES
           COMPUTE WS-LOG-WRITTEN = WS-DEFECTS-LOGGED + WS-CREDIT-SEQ
           OPEN EXTEND RUN-LOG
           IF WS-RUN-LOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF
           IF WS-RUN-LOG-STATUS NOT = "00"
               DISPLAY "ERBREJ: unable to open run log, status "
                   WS-RUN-LOG-STATUS
           ELSE
               MOVE SPACES TO RUN-LOG-RECORD
               STRING "ERBREJ|" DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE "|"
                   WS-START-STAMP DELIMITED BY SIZE "|"
                   WS-END-STAMP DELIMITED BY SIZE "|"
                   WS-LOG-READ DELIMITED BY SIZE "|"
                   WS-LOG-WRITTEN DELIMITED BY SIZE "|"
                   WS-RETURN-EXCEPTIONS DELIMITED BY SIZE "|"
                   WS-LOG-RC DELIMITED BY SIZE
                   INTO RUN-LOG-RECORD
               END-STRING
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG
           END-IF
       .

       LOAD-CONFIRMATION-TABLE.
           MOVE 0 TO WS-CONF-COUNT
           MOVE SPACES TO WS-CONF-LAST-ID
           OPEN INPUT CONFIRM-IN
           IF WS-CONFIRM-STATUS NOT = "00"
               DISPLAY "ERBREJ: no cutting confirmations, status "
                   WS-CONFIRM-STATUS " - no floor rejects to log"
           ELSE
               PERFORM UNTIL END-OF-INPUT
                   READ CONFIRM-IN INTO CONFIRM-IN-RECORD
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM LOAD-ONE-CONFIRMATION
                   END-READ
               END-PERFORM
               CLOSE CONFIRM-IN
               MOVE "NO" TO WS-EOF-SWITCH
           END-IF
       .

       LOAD-ONE-CONFIRMATION.
           ADD 1 TO WS-CONF-LINES-READ
           MOVE SPACES TO WS-CONF-SHAPE-ID
           MOVE SPACES TO WS-CONF-PIECES-TEXT
           MOVE SPACES TO WS-CONF-STATUS
           MOVE SPACES TO WS-CONF-AREA-USED
           MOVE SPACES TO WS-CONF-REJECTED-TEXT
           MOVE SPACES TO WS-CONF-DEFECT-CODE
           UNSTRING CONFIRM-IN-RECORD DELIMITED BY "|"
               INTO WS-CONF-SHAPE-ID
                    WS-CONF-PIECES-TEXT
                    WS-CONF-STATUS
                    WS-CONF-AREA-USED
                    WS-CONF-REJECTED-TEXT
                    WS-CONF-DEFECT-CODE
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
           IF WS-CONF-REJECTED > WS-CONF-PIECES
               DISPLAY "ERBREJ: shape " FUNCTION TRIM(WS-CONF-SHAPE-ID)
                   " reports more pieces rejected than cut - "
                   "rejects limited to the " WS-CONF-PIECES " cut"
               MOVE WS-CONF-PIECES TO WS-CONF-REJECTED
           END-IF
           ADD WS-CONF-REJECTED TO WS-CONF-REJECTED-TOTAL
           MOVE FUNCTION TRIM(WS-CONF-SHAPE-ID) TO WS-CONF-LAST-ID
           MOVE 0 TO WS-CONF-HIT
           PERFORM VARYING WS-CONF-I FROM 1 BY 1
               UNTIL WS-CONF-I > WS-CONF-COUNT
               IF FUNCTION TRIM(WS-CONF-ID(WS-CONF-I))
                   = FUNCTION TRIM(WS-CONF-SHAPE-ID)
                   MOVE WS-CONF-I TO WS-CONF-HIT
               END-IF
           END-PERFORM
           IF WS-CONF-HIT = 0
               IF WS-CONF-COUNT >= WS-CONF-MAX
                   DISPLAY "ERBREJ: confirmation table limit of "
                       WS-CONF-MAX " hit - aborting rather than "
                       "logging rejects from a truncated batch"
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG-RECORD
                   GOBACK
               END-IF
               ADD 1 TO WS-CONF-COUNT
               MOVE WS-CONF-COUNT TO WS-CONF-HIT
               MOVE WS-CONF-SHAPE-ID TO WS-CONF-ID(WS-CONF-HIT)
           END-IF
           MOVE WS-CONF-REJECTED TO WS-CONF-TBL-REJECTED(WS-CONF-HIT)
           MOVE WS-CONF-DEFECT-CODE TO WS-CONF-TBL-CODE(WS-CONF-HIT)
       .

      *> First pass over the returns file, for the batch stamp only.
       SCAN-RETURNS-FILE.
           MOVE SPACES TO WS-RETURN-LAST-ORDER
           OPEN INPUT RETURNS-IN
           IF WS-RETURNS-STATUS NOT = "00"
               DISPLAY "ERBREJ: no returns file, status "
                   WS-RETURNS-STATUS " - no customer returns to post"
           ELSE
               PERFORM UNTIL END-OF-INPUT
                   READ RETURNS-IN INTO RETURNS-IN-RECORD
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           IF RETURNS-IN-RECORD NOT = SPACES
                               PERFORM SCAN-ONE-RETURN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURNS-IN
               MOVE "NO" TO WS-EOF-SWITCH
           END-IF
       .

       SCAN-ONE-RETURN.
           ADD 1 TO WS-RETURN-LINES
           PERFORM UNPACK-RETURN-LINE
           ADD WS-RET-QTY TO WS-RETURN-QTY-TOTAL
           MOVE WS-RET-ORDER-NO TO WS-RETURN-LAST-ORDER
       .

       UNPACK-RETURN-LINE.
           MOVE SPACES TO WS-RET-ORDER-NO
           MOVE SPACES TO WS-RET-SHAPE-ID
           MOVE SPACES TO WS-RET-QTY-TEXT
           MOVE SPACES TO WS-RET-DEFECT-CODE
           UNSTRING RETURNS-IN-RECORD DELIMITED BY "|"
               INTO WS-RET-ORDER-NO
                    WS-RET-SHAPE-ID
                    WS-RET-QTY-TEXT
                    WS-RET-DEFECT-CODE
           MOVE 0 TO WS-RET-QTY
           IF FUNCTION TEST-NUMVAL(WS-RET-QTY-TEXT) = 0
               IF FUNCTION NUMVAL(WS-RET-QTY-TEXT) >= 1
                   COMPUTE WS-RET-QTY = FUNCTION NUMVAL(WS-RET-QTY-TEXT)
               END-IF
           END-IF
       .

      *> The stamp - confirmation line count, rejected total and last
      *> shape, returns line count, returned total and last order -
      *> identifies the pair of input files already posted.
       BUILD-REJECTS-STAMP.
           MOVE SPACES TO WS-POSTED-STAMP
           STRING WS-CONF-LINES-READ DELIMITED BY SIZE "|"
               WS-CONF-REJECTED-TOTAL DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-CONF-LAST-ID) DELIMITED BY SIZE "|"
               WS-RETURN-LINES DELIMITED BY SIZE "|"
               WS-RETURN-QTY-TOTAL DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-RETURN-LAST-ORDER) DELIMITED BY SIZE
               INTO WS-POSTED-STAMP
           END-STRING
       .

       CHECK-REJECTS-POSTED.
           PERFORM BUILD-REJECTS-STAMP
           MOVE "NO" TO WS-BATCH-POSTED
           OPEN INPUT POSTED-MARK
           IF WS-POSTED-STATUS = "00"
               READ POSTED-MARK INTO POSTED-MARK-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF POSTED-MARK-RECORD = WS-POSTED-STAMP
                           MOVE "YES" TO WS-BATCH-POSTED
                       END-IF
               END-READ
               CLOSE POSTED-MARK
           END-IF
       .

       RECORD-REJECTS-POSTED.
           OPEN OUTPUT POSTED-MARK
           IF WS-POSTED-STATUS NOT = "00"
               DISPLAY "ERBREJ: unable to write the posted-batch "
                   "stamp, status " WS-POSTED-STATUS
                   " - a rerun would post these rejects again"
           ELSE
               WRITE POSTED-MARK-RECORD FROM WS-POSTED-STAMP
               CLOSE POSTED-MARK
           END-IF
       .

      *> A closed period is listed as a CLOSED line in the period
      *> control file ERBCLOSE keeps; no file means nothing is closed.
       CHECK-CREDIT-PERIOD-OPEN.
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
               DISPLAY "ERBREJ: unable to record the rejection, status "
                   WS-PERIOD-CONTROL-STATUS
           ELSE
               MOVE SPACES TO PERIOD-CONTROL-RECORD
               STRING "REJECTED|" DELIMITED BY SIZE
                   WS-RUN-DATE(1:6) DELIMITED BY SIZE "|"
                   "ERBREJ|" DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE "|"
                   WS-RUN-DATE DELIMITED BY SIZE "|"
                   "returns not credited" DELIMITED BY SIZE
                   INTO PERIOD-CONTROL-RECORD
               END-STRING
               WRITE PERIOD-CONTROL-RECORD
               CLOSE PERIOD-CONTROL
           END-IF
       .

       OPEN-REJECT-FILES.
           OPEN INPUT SHAPES-MASTER
           IF WS-SHAPES-MASTER-STATUS = "00"
               MOVE "YES" TO WS-MASTER-OPEN
           ELSE
               DISPLAY "ERBREJ: unable to open shapes master, status "
                   WS-SHAPES-MASTER-STATUS
                   " - rejects log as plant UNK class UNKNOWN and "
                   "no remakes can be queued"
           END-IF
           IF WS-RETURN-LINES > 0
               OPEN I-O ORDER-BACKLOG
               IF WS-BACKLOG-STATUS NOT = "00"
                   DISPLAY "ERBREJ: unable to open order backlog, "
                       "status " WS-BACKLOG-STATUS
                       " - run aborted, nothing posted"
                   IF WS-BACKLOG-STATUS = "39"
                       DISPLAY "ERBREJ: backlog record layout differs "
                           "- convert it with ERBMREC BACKLOG-UNLOAD "
                           "and BACKLOG-RELOAD"
                   END-IF
                   IF MASTER-IS-OPEN
                       CLOSE SHAPES-MASTER
                   END-IF
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG-RECORD
                   GOBACK
               END-IF
           END-IF
           OPEN OUTPUT CREDIT-OUT
           IF WS-CREDIT-STATUS NOT = "00"
               DISPLAY "ERBREJ: unable to open credit-memo extract, "
                   "status " WS-CREDIT-STATUS
                   " - run aborted, nothing posted"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-RECORD
               GOBACK
           END-IF
           OPEN OUTPUT RET-EXC-OUT
           IF WS-RET-EXC-STATUS NOT = "00"
               DISPLAY "ERBREJ: unable to open returns exceptions, "
                   "status " WS-RET-EXC-STATUS
                   " - run aborted, nothing posted"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-RECORD
               GOBACK
           END-IF
           OPEN EXTEND DEFECT-LOG
           IF WS-DEFECT-LOG-STATUS = "35"
               OPEN OUTPUT DEFECT-LOG
           END-IF
           IF WS-DEFECT-LOG-STATUS NOT = "00"
               DISPLAY "ERBREJ: unable to open defect history, status "
                   WS-DEFECT-LOG-STATUS " - run aborted, nothing posted"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-RECORD
               GOBACK
           END-IF
       .

       CLOSE-REJECT-FILES.
           IF MASTER-IS-OPEN
               CLOSE SHAPES-MASTER
           END-IF
           IF WS-RETURN-LINES > 0
               CLOSE ORDER-BACKLOG
           END-IF
           CLOSE CREDIT-OUT
           CLOSE RET-EXC-OUT
           CLOSE DEFECT-LOG
       .

      *> Floor rejects: the backlog, billing and remake are already
      *> settled by ERBORD, ERBINV and ERBCONF - only the defect is
      *> recorded here.
       POST-FLOOR-REJECTS.
           PERFORM VARYING WS-CONF-I FROM 1 BY 1
               UNTIL WS-CONF-I > WS-CONF-COUNT
               IF WS-CONF-TBL-REJECTED(WS-CONF-I) >= 1
                   MOVE WS-CONF-ID(WS-CONF-I) TO WS-DEF-SHAPE-ID
                   PERFORM LOOKUP-SHAPE-MASTER
                   MOVE "FLOOR" TO WS-DEF-SOURCE
                   MOVE WS-CONF-TBL-CODE(WS-CONF-I) TO WS-DEF-CODE
                   MOVE WS-CONF-TBL-REJECTED(WS-CONF-I) TO WS-DEF-PIECES
                   MOVE SPACES TO WS-DEF-ORDER-NO
                   PERFORM WRITE-DEFECT-LOG-ENTRY
                   ADD WS-DEF-PIECES TO WS-FLOOR-PIECES
               END-IF
           END-PERFORM
       .

       POST-RETURNED-PIECES.
           IF WS-RETURN-LINES > 0
               OPEN INPUT RETURNS-IN
               IF WS-RETURNS-STATUS NOT = "00"
                   DISPLAY "ERBREJ: unable to reopen returns file, "
                       "status " WS-RETURNS-STATUS
                   MOVE "YES" TO WS-EOF-SWITCH
               END-IF
               PERFORM UNTIL END-OF-INPUT
                   READ RETURNS-IN INTO RETURNS-IN-RECORD
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           IF RETURNS-IN-RECORD NOT = SPACES
                               PERFORM APPLY-ONE-RETURN
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-RETURNS-STATUS = "00" OR "10"
                   CLOSE RETURNS-IN
               END-IF
               MOVE "NO" TO WS-EOF-SWITCH
           END-IF
       .

      *> A return is applied only when the order is on the backlog,
      *> the shape is the one the order resolved to, the order has
      *> had at least the returned quantity fulfilled and it carries
      *> the unit price it was billed at.
       APPLY-ONE-RETURN.
           PERFORM UNPACK-RETURN-LINE
           MOVE SPACES TO WS-RET-REASON
           IF WS-RET-QTY = 0
               MOVE "BAD-QTY" TO WS-RET-REASON
               MOVE "returned quantity is not a whole number above zero"
                   TO WS-RET-MESSAGE
           END-IF
           IF WS-RET-REASON = SPACES
               MOVE WS-RET-ORDER-NO TO BACKLOG-ORDER-NO
               READ ORDER-BACKLOG
                   INVALID KEY
                       MOVE "NO-ORDER" TO WS-RET-REASON
                       MOVE "order is not on the backlog"
                           TO WS-RET-MESSAGE
               END-READ
           END-IF
           IF (WS-RET-REASON = SPACES) AND (WS-RET-SHAPE-ID NOT = SPACES)
               AND (FUNCTION TRIM(WS-RET-SHAPE-ID)
               NOT = FUNCTION TRIM(BACKLOG-SHAPE-REF))
               MOVE "SHAPE-MISMATCH" TO WS-RET-REASON
               MOVE "shape is not the shape the order was cut for"
                   TO WS-RET-MESSAGE
           END-IF
           IF (WS-RET-REASON = SPACES)
               AND (WS-RET-QTY > BACKLOG-QTY-FULFILLED)
               MOVE "OVER-RETURN" TO WS-RET-REASON
               MOVE "more pieces returned than the order has had cut"
                   TO WS-RET-MESSAGE
           END-IF
           IF WS-RET-REASON = SPACES
               IF BACKLOG-UNIT-PRICE IS NOT NUMERIC
                   MOVE "NO-PRICE" TO WS-RET-REASON
               ELSE
                   IF BACKLOG-UNIT-PRICE = 0
                       MOVE "NO-PRICE" TO WS-RET-REASON
                   END-IF
               END-IF
               IF WS-RET-REASON = "NO-PRICE"
                   MOVE "order carries no unit price - credit it by hand"
                       TO WS-RET-MESSAGE
               END-IF
           END-IF
           IF WS-RET-REASON NOT = SPACES
               PERFORM WRITE-RETURN-EXCEPTION
           ELSE
               PERFORM POST-ONE-RETURN
           END-IF
       .

      *> The order goes back to OPEN or PARTIAL; ERBORD's next run
      *> settles LATE against the due date as it does every night.
       POST-ONE-RETURN.
           SUBTRACT WS-RET-QTY FROM BACKLOG-QTY-FULFILLED
           IF BACKLOG-QTY-FULFILLED > 0
               MOVE "PARTIAL" TO BACKLOG-STATUS
           ELSE
               MOVE "OPEN" TO BACKLOG-STATUS
           END-IF
           MOVE WS-RUN-ID TO BACKLOG-LAST-RUN-ID
           REWRITE BACKLOG-RECORD
               INVALID KEY
                   DISPLAY "ERBREJ: unable to rewrite backlog order "
                       FUNCTION TRIM(BACKLOG-ORDER-NO)
                       " status " WS-BACKLOG-STATUS
           END-REWRITE
           IF WS-BACKLOG-STATUS(1:1) NOT = "0"
               MOVE "YES" TO WS-BACKLOG-WRITE-FAILED
               MOVE "REWRITE-FAILED" TO WS-RET-REASON
               MOVE SPACES TO WS-RET-MESSAGE
               STRING "backlog order could not be rewritten, status "
                   WS-BACKLOG-STATUS DELIMITED BY SIZE
                   INTO WS-RET-MESSAGE
               END-STRING
               PERFORM WRITE-RETURN-EXCEPTION
           ELSE
               PERFORM SETTLE-POSTED-RETURN
           END-IF
       .

      *> The backlog now owes the pieces again: credit them, log the
      *> defect and queue the remake.
       SETTLE-POSTED-RETURN.
           ADD 1 TO WS-RETURNS-POSTED
           MOVE BACKLOG-SHAPE-REF TO WS-DEF-SHAPE-ID
           PERFORM LOOKUP-SHAPE-MASTER
           PERFORM WRITE-CREDIT-MEMO-LINE
           MOVE "RETURN" TO WS-DEF-SOURCE
           MOVE WS-RET-DEFECT-CODE TO WS-DEF-CODE
           MOVE WS-RET-QTY TO WS-DEF-PIECES
           MOVE BACKLOG-ORDER-NO TO WS-DEF-ORDER-NO
           PERFORM WRITE-DEFECT-LOG-ENTRY
           IF MASTER-RECORD-FOUND AND (MASTER-DELETE-FLAG NOT = "D")
               PERFORM QUEUE-RETURN-REMAKE
           ELSE
               MOVE "NO-REMAKE" TO WS-RET-REASON
               MOVE "shape not live on the master - key the remake by hand"
                   TO WS-RET-MESSAGE
               PERFORM WRITE-RETURN-EXCEPTION
           END-IF
       .

      *> Plant from the master and shape class by the same rule
      *> ERBCOST classifies with.
       LOOKUP-SHAPE-MASTER.
           MOVE "NO" TO WS-MASTER-FOUND
           MOVE "UNK" TO WS-DEF-PLANT
           MOVE "UNKNOWN" TO WS-DEF-CLASS
           IF MASTER-IS-OPEN
               MOVE WS-DEF-SHAPE-ID TO MASTER-SHAPE-ID
               READ SHAPES-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "YES" TO WS-MASTER-FOUND
               END-READ
           END-IF
           IF MASTER-RECORD-FOUND
               IF MASTER-SOURCE-PLANT NOT = SPACES
                   MOVE MASTER-SOURCE-PLANT TO WS-DEF-PLANT
               END-IF
               IF MASTER-IS-TRIANGLE = "true"
                   MOVE "TRIANGLE" TO WS-DEF-CLASS
               ELSE
                   IF MASTER-IS-RECTANGLE = "true"
                       MOVE "RECTANGLE" TO WS-DEF-CLASS
                   ELSE
                       IF MASTER-IS-REG-POLYGON = "true"
                           MOVE "REGULAR-POLYGON" TO WS-DEF-CLASS
                       ELSE
                           MOVE "OTHER" TO WS-DEF-CLASS
                       END-IF
                   END-IF
               END-IF
           END-IF
       .

       WRITE-DEFECT-LOG-ENTRY.
           IF WS-DEF-CODE = SPACES
               MOVE "UNCODED" TO WS-DEF-CODE
           END-IF
           MOVE WS-DEF-PIECES TO WS-QTY-DISPLAY
           MOVE SPACES TO DEFECT-LOG-RECORD
           STRING "DEFECT|" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE "|"
               WS-RUN-ID DELIMITED BY SIZE "|"
               WS-DEF-SOURCE DELIMITED BY SPACE "|"
               WS-DEF-PLANT DELIMITED BY SPACE "|"
               WS-DEF-CLASS DELIMITED BY SPACE "|"
               FUNCTION TRIM(WS-DEF-CODE) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-QTY-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-DEF-ORDER-NO) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-DEF-SHAPE-ID) DELIMITED BY SIZE
               INTO DEFECT-LOG-RECORD
           END-STRING
           WRITE DEFECT-LOG-RECORD
           ADD 1 TO WS-DEFECTS-LOGGED
       .

      *> The returned pieces were billed when ERBINV saw them cut;
      *> the memo reverses them at the unit price the order carries,
      *> which ERBORD set on the same basis ERBINV bills on - the
      *> quoted unit price, otherwise the ERBCOST unit cost. The
      *> shape class goes on the memo so ERBPOST can post it against
      *> the period history the sale went to.
       WRITE-CREDIT-MEMO-LINE.
           ADD 1 TO WS-CREDIT-SEQ
           MOVE SPACES TO WS-CREDIT-NO
           STRING "CM" WS-RUN-ID "-" WS-CREDIT-SEQ DELIMITED BY SIZE
               INTO WS-CREDIT-NO
           END-STRING
           COMPUTE WS-CREDIT-AMOUNT = WS-RET-QTY * BACKLOG-UNIT-PRICE
           ADD WS-CREDIT-AMOUNT TO WS-CREDIT-TOTAL
           COMPUTE WS-AMOUNT-ROUNDED ROUNDED = BACKLOG-UNIT-PRICE
           MOVE WS-AMOUNT-ROUNDED TO WS-UNIT-DISPLAY
           COMPUTE WS-AMOUNT-ROUNDED ROUNDED = WS-CREDIT-AMOUNT
           MOVE WS-AMOUNT-ROUNDED TO WS-AMOUNT-DISPLAY
           MOVE WS-RET-QTY TO WS-QTY-DISPLAY
           MOVE SPACES TO CREDIT-OUT-RECORD
           STRING "CREDIT|" DELIMITED BY SIZE
               WS-CREDIT-NO DELIMITED BY SPACE "|"
               BACKLOG-CUSTOMER-NO DELIMITED BY SPACE "|"
               BACKLOG-ORDER-NO DELIMITED BY SPACE "|"
               WS-DEF-PLANT DELIMITED BY SPACE "|"
               FUNCTION TRIM(BACKLOG-SHAPE-REF) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-QTY-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-UNIT-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-AMOUNT-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-RET-DEFECT-CODE) DELIMITED BY SIZE "|"
               WS-CREDIT-DATE DELIMITED BY SIZE "|"
               WS-DEF-CLASS DELIMITED BY SPACE
               INTO CREDIT-OUT-RECORD
           END-STRING
           WRITE CREDIT-OUT-RECORD
       .

       WRITE-CREDIT-TRAILER.
           COMPUTE WS-AMOUNT-ROUNDED ROUNDED = WS-CREDIT-TOTAL
           MOVE WS-AMOUNT-ROUNDED TO WS-AMOUNT-DISPLAY
           MOVE WS-CREDIT-SEQ TO WS-QTY-DISPLAY
           MOVE SPACES TO CREDIT-OUT-RECORD
           STRING "TRAILER|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-QTY-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-AMOUNT-DISPLAY) DELIMITED BY SIZE
               INTO CREDIT-OUT-RECORD
           END-STRING
           WRITE CREDIT-OUT-RECORD
       .

       WRITE-RETURN-EXCEPTION.
           MOVE SPACES TO RET-EXC-OUT-RECORD
           STRING FUNCTION TRIM(WS-RET-REASON) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-RET-ORDER-NO) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-RET-SHAPE-ID) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-RET-QTY-TEXT) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-RET-DEFECT-CODE) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-RET-MESSAGE) DELIMITED BY SIZE
               INTO RET-EXC-OUT-RECORD
           END-STRING
           WRITE RET-EXC-OUT-RECORD
           ADD 1 TO WS-RETURN-EXCEPTIONS
       .

      *> The remake goes into the carry-over file ERBDRVR folds into
      *> the next cutting export, unless the shape is already waiting
      *> there (unconfirmed, partial or a floor remake).
       QUEUE-RETURN-REMAKE.
           PERFORM FIND-CARRIED-SHAPE
           IF SHAPE-ALREADY-CARRIED
               DISPLAY "ERBREJ: shape " FUNCTION TRIM(MASTER-SHAPE-ID)
                   " is already carried over - remake for order "
                   FUNCTION TRIM(BACKLOG-ORDER-NO) " rides with it"
           ELSE
               PERFORM BUILD-REMAKE-ROW
               OPEN EXTEND CARRYOVER-FILE
               IF WS-CARRYOVER-STATUS = "35"
                   OPEN OUTPUT CARRYOVER-FILE
               END-IF
               IF WS-CARRYOVER-STATUS NOT = "00"
                   DISPLAY "ERBREJ: unable to open carry-over file, "
                       "status " WS-CARRYOVER-STATUS
                   MOVE "NO-REMAKE" TO WS-RET-REASON
                   MOVE "carry-over file unavailable - key the remake by hand"
                       TO WS-RET-MESSAGE
                   PERFORM WRITE-RETURN-EXCEPTION
               ELSE
                   MOVE SPACES TO CARRYOVER-RECORD
                   STRING FUNCTION TRIM(MASTER-PERIMETER)
                           DELIMITED BY SIZE "|"
                       FUNCTION TRIM(MASTER-SHAPE-AREA)
                           DELIMITED BY SIZE "|"
                       FUNCTION TRIM(WS-REMAKE-CSV) DELIMITED BY SIZE
                       INTO CARRYOVER-RECORD
                   END-STRING
                   WRITE CARRYOVER-RECORD
                   CLOSE CARRYOVER-FILE
                   ADD 1 TO WS-REMAKES-ADDED
               END-IF
           END-IF
       .

       FIND-CARRIED-SHAPE.
           MOVE "NO" TO WS-CARRY-FOUND
           OPEN INPUT CARRYOVER-FILE
           IF WS-CARRYOVER-STATUS = "00"
               PERFORM UNTIL END-OF-CARRYOVER
                   READ CARRYOVER-FILE INTO CARRYOVER-RECORD
                       AT END
                           MOVE "YES" TO WS-CARRY-EOF
                       NOT AT END
                           PERFORM CHECK-ONE-CARRIED-ROW
                   END-READ
               END-PERFORM
               CLOSE CARRYOVER-FILE
               MOVE "NO" TO WS-CARRY-EOF
           END-IF
       .

       CHECK-ONE-CARRIED-ROW.
           MOVE SPACES TO WS-CARRY-PERIMETER
           MOVE SPACES TO WS-CARRY-AREA
           MOVE SPACES TO WS-CARRY-CSV-LINE
           MOVE SPACES TO WS-CARRY-SHAPE-ID
           UNSTRING CARRYOVER-RECORD DELIMITED BY "|"
               INTO WS-CARRY-PERIMETER
                    WS-CARRY-AREA
                    WS-CARRY-CSV-LINE
           UNSTRING WS-CARRY-CSV-LINE DELIMITED BY ","
               INTO WS-CARRY-SHAPE-ID
           END-UNSTRING
           IF FUNCTION TRIM(WS-CARRY-SHAPE-ID)
               = FUNCTION TRIM(MASTER-SHAPE-ID)
               MOVE "YES" TO WS-CARRY-FOUND
           END-IF
       .

      *> Same columns as ERBDRVR's cutting export row. Returned-piece
      *> remakes go out at P1 with the order's due date; the master
      *> holds the geometry in inches, so the unit is IN.
       BUILD-REMAKE-ROW.
           MOVE SPACES TO WS-REMAKE-CSV
           STRING FUNCTION TRIM(MASTER-SHAPE-ID) DELIMITED BY SIZE ","
               FUNCTION TRIM(MASTER-DISPLAY-NAME) DELIMITED BY SIZE ","
               QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(MASTER-SIDES) DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE ","
               MASTER-HOW-MANY-SIDES DELIMITED BY SIZE ","
               MASTER-IS-RECTANGLE DELIMITED BY SPACE ","
               MASTER-IS-TRIANGLE DELIMITED BY SPACE ","
               MASTER-IS-RIGHT-TRIANGLE DELIMITED BY SPACE ","
               MASTER-PYTHAGOREAN-HOLDS DELIMITED BY SPACE ","
               MASTER-IS-PENTAGON DELIMITED BY SPACE ","
               MASTER-IS-HEXAGON DELIMITED BY SPACE ","
               MASTER-IS-REG-POLYGON DELIMITED BY SPACE ","
               FUNCTION TRIM(MASTER-PERIMETER) DELIMITED BY SIZE ","
               FUNCTION TRIM(MASTER-SHAPE-AREA) DELIMITED BY SIZE ","
               WS-DEF-PLANT DELIMITED BY SPACE ","
               "P1," DELIMITED BY SIZE
               FUNCTION TRIM(BACKLOG-DUE-DATE) DELIMITED BY SIZE ","
               "IN" DELIMITED BY SIZE
               INTO WS-REMAKE-CSV
           END-STRING
       .

      *> Seven days ending on the report date, summarised by plant,
      *> class and reason code; the summary table is kept in key order
      *> as it is built so the report needs no sort.
       WRITE-DEFECT-REPORT.
           COMPUTE WS-WEEK-END-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-WEEK-END-DATE))
           COMPUTE WS-WEEK-START-NUM = FUNCTION DATE-OF-INTEGER(
               WS-WEEK-END-INT - 6)
           MOVE WS-WEEK-START-NUM TO WS-WEEK-START-DATE
           MOVE 0 TO WS-SUM-COUNT
           OPEN INPUT DEFECT-LOG
           IF WS-DEFECT-LOG-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ DEFECT-LOG INTO DEFECT-LOG-RECORD
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM NOTE-ONE-DEFECT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE DEFECT-LOG
               MOVE "NO" TO WS-EOF-SWITCH
           END-IF
           OPEN OUTPUT DEFECT-REPORT
           IF WS-DEFECT-REPORT-STATUS NOT = "00"
               DISPLAY "ERBREJ: unable to open defect report, status "
                   WS-DEFECT-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO DEFECT-REPORT-RECORD
               STRING "WEEK|" DELIMITED BY SIZE
                   WS-WEEK-START-DATE DELIMITED BY SIZE "|"
                   WS-WEEK-END-DATE DELIMITED BY SIZE "|"
                   WS-RUN-ID DELIMITED BY SIZE
                   INTO DEFECT-REPORT-RECORD
               END-STRING
               WRITE DEFECT-REPORT-RECORD
               MOVE 0 TO WS-TOTAL-PIECES
               MOVE 0 TO WS-TOTAL-FLOOR
               MOVE 0 TO WS-TOTAL-RETURNED
               MOVE 0 TO WS-TOTAL-ENTRIES
               MOVE SPACES TO WS-BREAK-PLANT
               PERFORM VARYING WS-SUM-I FROM 1 BY 1
                   UNTIL WS-SUM-I > WS-SUM-COUNT
                   IF (WS-SUM-I > 1)
                       AND (WS-SUM-PLANT(WS-SUM-I) NOT = WS-BREAK-PLANT)
                       PERFORM WRITE-PLANT-SUBTOTAL
                   END-IF
                   IF (WS-SUM-I = 1)
                       OR (WS-SUM-PLANT(WS-SUM-I) NOT = WS-BREAK-PLANT)
                       MOVE WS-SUM-PLANT(WS-SUM-I) TO WS-BREAK-PLANT
                       MOVE 0 TO WS-PLANT-PIECES
                       MOVE 0 TO WS-PLANT-FLOOR
                       MOVE 0 TO WS-PLANT-RETURNED
                       MOVE 0 TO WS-PLANT-ENTRIES
                   END-IF
                   PERFORM WRITE-DEFECT-SUMMARY-LINE
               END-PERFORM
               IF WS-SUM-COUNT > 0
                   PERFORM WRITE-PLANT-SUBTOTAL
               END-IF
               MOVE WS-TOTAL-PIECES TO WS-RPT-PIECES
               MOVE WS-TOTAL-FLOOR TO WS-RPT-FLOOR
               MOVE WS-TOTAL-RETURNED TO WS-RPT-RETURNED
               MOVE WS-TOTAL-ENTRIES TO WS-RPT-ENTRIES
               MOVE SPACES TO DEFECT-REPORT-RECORD
               STRING "TOTAL|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RPT-PIECES) DELIMITED BY SIZE "|"
                   FUNCTION TRIM(WS-RPT-FLOOR) DELIMITED BY SIZE "|"
                   FUNCTION TRIM(WS-RPT-RETURNED) DELIMITED BY SIZE "|"
                   FUNCTION TRIM(WS-RPT-ENTRIES) DELIMITED BY SIZE
                   INTO DEFECT-REPORT-RECORD
               END-STRING
               WRITE DEFECT-REPORT-RECORD
               CLOSE DEFECT-REPORT
           END-IF
       .

       NOTE-ONE-DEFECT-ENTRY.
           MOVE SPACES TO WS-HIST-TAG
           MOVE SPACES TO WS-HIST-DATE
           MOVE SPACES TO WS-HIST-SOURCE
           MOVE SPACES TO WS-HIST-PLANT
           MOVE SPACES TO WS-HIST-CLASS
           MOVE SPACES TO WS-HIST-CODE
           MOVE SPACES TO WS-HIST-PIECES-TEXT
           UNSTRING DEFECT-LOG-RECORD DELIMITED BY "|"
               INTO WS-HIST-TAG
                    WS-HIST-DATE
                    WS-HIST-RUN-ID
                    WS-HIST-SOURCE
                    WS-HIST-PLANT
                    WS-HIST-CLASS
                    WS-HIST-CODE
                    WS-HIST-PIECES-TEXT
           IF (FUNCTION TRIM(WS-HIST-TAG) = "DEFECT")
               AND (WS-HIST-DATE >= WS-WEEK-START-DATE)
               AND (WS-HIST-DATE <= WS-WEEK-END-DATE)
               IF FUNCTION TEST-NUMVAL(WS-HIST-PIECES-TEXT) = 0
                   COMPUTE WS-HIST-PIECES =
                       FUNCTION NUMVAL(WS-HIST-PIECES-TEXT)
               ELSE
                   MOVE 0 TO WS-HIST-PIECES
               END-IF
               PERFORM ADD-DEFECT-TO-SUMMARY
           END-IF
       .

       ADD-DEFECT-TO-SUMMARY.
           MOVE WS-HIST-PLANT TO WS-SUM-KEY-PLANT
           MOVE WS-HIST-CLASS TO WS-SUM-KEY-CLASS
           MOVE WS-HIST-CODE TO WS-SUM-KEY-CODE
           MOVE 0 TO WS-SUM-POS
           PERFORM VARYING WS-SUM-I FROM 1 BY 1
               UNTIL (WS-SUM-I > WS-SUM-COUNT) OR (WS-SUM-POS NOT = 0)
               IF WS-SUM-ENTRY-KEY(WS-SUM-I) >= WS-SUM-KEY
                   MOVE WS-SUM-I TO WS-SUM-POS
               END-IF
           END-PERFORM
           IF (WS-SUM-POS = 0)
               OR (WS-SUM-ENTRY-KEY(WS-SUM-POS) NOT = WS-SUM-KEY)
               IF WS-SUM-COUNT >= WS-SUM-MAX
                   DISPLAY "ERBREJ: defect summary table limit of "
                       WS-SUM-MAX " hit - aborting rather than "
                       "reporting a truncated week"
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG-RECORD
                   GOBACK
               END-IF
               IF WS-SUM-POS = 0
                   COMPUTE WS-SUM-POS = WS-SUM-COUNT + 1
               ELSE
                   PERFORM VARYING WS-SUM-J FROM WS-SUM-COUNT BY -1
                       UNTIL WS-SUM-J < WS-SUM-POS
                       MOVE WS-SUM-ENTRY(WS-SUM-J)
                           TO WS-SUM-ENTRY(WS-SUM-J + 1)
                   END-PERFORM
               END-IF
               ADD 1 TO WS-SUM-COUNT
               MOVE WS-SUM-KEY TO WS-SUM-ENTRY-KEY(WS-SUM-POS)
               MOVE 0 TO WS-SUM-PIECES(WS-SUM-POS)
               MOVE 0 TO WS-SUM-FLOOR(WS-SUM-POS)
               MOVE 0 TO WS-SUM-RETURNED(WS-SUM-POS)
               MOVE 0 TO WS-SUM-ENTRIES(WS-SUM-POS)
           END-IF
           ADD WS-HIST-PIECES TO WS-SUM-PIECES(WS-SUM-POS)
           IF FUNCTION TRIM(WS-HIST-SOURCE) = "RETURN"
               ADD WS-HIST-PIECES TO WS-SUM-RETURNED(WS-SUM-POS)
           ELSE
               ADD WS-HIST-PIECES TO WS-SUM-FLOOR(WS-SUM-POS)
           END-IF
           ADD 1 TO WS-SUM-ENTRIES(WS-SUM-POS)
       .

       WRITE-DEFECT-SUMMARY-LINE.
           ADD WS-SUM-PIECES(WS-SUM-I) TO WS-PLANT-PIECES
           ADD WS-SUM-FLOOR(WS-SUM-I) TO WS-PLANT-FLOOR
           ADD WS-SUM-RETURNED(WS-SUM-I) TO WS-PLANT-RETURNED
           ADD WS-SUM-ENTRIES(WS-SUM-I) TO WS-PLANT-ENTRIES
           MOVE WS-SUM-PIECES(WS-SUM-I) TO WS-RPT-PIECES
           MOVE WS-SUM-FLOOR(WS-SUM-I) TO WS-RPT-FLOOR
           MOVE WS-SUM-RETURNED(WS-SUM-I) TO WS-RPT-RETURNED
           MOVE WS-SUM-ENTRIES(WS-SUM-I) TO WS-RPT-ENTRIES
           MOVE SPACES TO DEFECT-REPORT-RECORD
           STRING "DEFECT|" DELIMITED BY SIZE
               WS-SUM-PLANT(WS-SUM-I) DELIMITED BY SPACE "|"
               WS-SUM-CLASS(WS-SUM-I) DELIMITED BY SPACE "|"
               WS-SUM-CODE(WS-SUM-I) DELIMITED BY SPACE "|"
               FUNCTION TRIM(WS-RPT-PIECES) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-RPT-FLOOR) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-RPT-RETURNED) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-RPT-ENTRIES) DELIMITED BY SIZE
               INTO DEFECT-REPORT-RECORD
           END-STRING
           WRITE DEFECT-REPORT-RECORD
       .

       WRITE-PLANT-SUBTOTAL.
           ADD WS-PLANT-PIECES TO WS-TOTAL-PIECES
           ADD WS-PLANT-FLOOR TO WS-TOTAL-FLOOR
           ADD WS-PLANT-RETURNED TO WS-TOTAL-RETURNED
           ADD WS-PLANT-ENTRIES TO WS-TOTAL-ENTRIES
           MOVE WS-PLANT-PIECES TO WS-RPT-PIECES
           MOVE WS-PLANT-FLOOR TO WS-RPT-FLOOR
           MOVE WS-PLANT-RETURNED TO WS-RPT-RETURNED
           MOVE WS-PLANT-ENTRIES TO WS-RPT-ENTRIES
           MOVE SPACES TO DEFECT-REPORT-RECORD
           STRING "PLANT|" DELIMITED BY SIZE
               WS-BREAK-PLANT DELIMITED BY SPACE "|"
               FUNCTION TRIM(WS-RPT-PIECES) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-RPT-FLOOR) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-RPT-RETURNED) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-RPT-ENTRIES) DELIMITED BY SIZE
               INTO DEFECT-REPORT-RECORD
           END-STRING
           WRITE DEFECT-REPORT-RECORD
       .

       LOAD-RUN-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "ERBREJ: run-parameter file "
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
                   DISPLAY "ERBREJ: malformed parameter card '"
                       FUNCTION TRIM(PARM-CARD) "'"
                   MOVE "YES" TO WS-PARM-ERROR-SWITCH
               ELSE
                   PERFORM APPLY-PARM-KEYWORD
               END-IF
           END-IF
       .

       APPLY-PARM-KEYWORD.
           EVALUATE FUNCTION TRIM(WS-PARM-CARD-KEY)
               WHEN "CUTTING-CONFIRM"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-CONFIRM-PATH
                   MOVE "YES" TO WS-SEEN-CUTTING-CONFIRM
               WHEN "RETURNS"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-RETURNS-PATH
                   MOVE "YES" TO WS-SEEN-RETURNS
               WHEN "ORDER-BACKLOG"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-BACKLOG-PATH
                   MOVE "YES" TO WS-SEEN-ORDER-BACKLOG
               WHEN "SHAPES-MASTER"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-SHAPES-MASTER-PATH
                   MOVE "YES" TO WS-SEEN-SHAPES-MASTER
               WHEN "CARRYOVER"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-CARRYOVER-PATH
                   MOVE "YES" TO WS-SEEN-CARRYOVER
               WHEN "CREDIT-MEMOS"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-CREDIT-PATH
                   MOVE "YES" TO WS-SEEN-CREDIT-MEMOS
               WHEN "RETURNS-EXCEPTIONS"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-RET-EXC-PATH
                   MOVE "YES" TO WS-SEEN-RETURNS-EXCEPTIONS
               WHEN "DEFECT-HISTORY"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-DEFECT-LOG-PATH
                   MOVE "YES" TO WS-SEEN-DEFECT-HISTORY
               WHEN "DEFECT-REPORT"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-DEFECT-REPORT-PATH
                   MOVE "YES" TO WS-SEEN-DEFECT-REPORT
               WHEN "REJECTS-POSTED"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-POSTED-PATH
                   MOVE "YES" TO WS-SEEN-REJECTS-POSTED
               WHEN "PERIOD-CONTROL"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-PERIOD-CONTROL-PATH
                   MOVE "YES" TO WS-SEEN-PERIOD-CONTROL
               WHEN "RUN-LOG"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-RUN-LOG-PATH
                   MOVE "YES" TO WS-SEEN-RUN-LOG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .

       CHECK-REQUIRED-PARM-CARDS.
           IF WS-SEEN-CUTTING-CONFIRM = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBREJ: required card CUTTING-CONFIRM is "
                   "missing"
           END-IF
           IF WS-SEEN-RETURNS = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBREJ: required card RETURNS is missing"
           END-IF
           IF WS-SEEN-ORDER-BACKLOG = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBREJ: required card ORDER-BACKLOG is "
                   "missing"
           END-IF
           IF WS-SEEN-SHAPES-MASTER = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBREJ: required card SHAPES-MASTER is "
                   "missing"
           END-IF
           IF WS-SEEN-CARRYOVER = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBREJ: required card CARRYOVER is missing"
           END-IF
           IF WS-SEEN-CREDIT-MEMOS = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBREJ: required card CREDIT-MEMOS is "
                   "missing"
           END-IF
           IF WS-SEEN-RETURNS-EXCEPTIONS = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBREJ: required card RETURNS-EXCEPTIONS is "
                   "missing"
           END-IF
           IF WS-SEEN-DEFECT-HISTORY = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBREJ: required card DEFECT-HISTORY is "
                   "missing"
           END-IF
           IF WS-SEEN-DEFECT-REPORT = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBREJ: required card DEFECT-REPORT is "
                   "missing"
           END-IF
           IF WS-SEEN-REJECTS-POSTED = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBREJ: required card REJECTS-POSTED is "
                   "missing"
           END-IF
           IF WS-SEEN-PERIOD-CONTROL = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBREJ: required card PERIOD-CONTROL is missing"
           END-IF
           IF WS-SEEN-RUN-LOG = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBREJ: required card RUN-LOG is missing"
           END-IF
       .

       ECHO-RESOLVED-PARMS.
           DISPLAY "ERBREJ: CUTTING-CONFIRM="
               FUNCTION TRIM(WS-CONFIRM-PATH)
           DISPLAY "ERBREJ: RETURNS="
               FUNCTION TRIM(WS-RETURNS-PATH)
           DISPLAY "ERBREJ: ORDER-BACKLOG="
               FUNCTION TRIM(WS-BACKLOG-PATH)
           DISPLAY "ERBREJ: SHAPES-MASTER="
               FUNCTION TRIM(WS-SHAPES-MASTER-PATH)
           DISPLAY "ERBREJ: CARRYOVER="
               FUNCTION TRIM(WS-CARRYOVER-PATH)
           DISPLAY "ERBREJ: CREDIT-MEMOS="
               FUNCTION TRIM(WS-CREDIT-PATH)
           DISPLAY "ERBREJ: RETURNS-EXCEPTIONS="
               FUNCTION TRIM(WS-RET-EXC-PATH)
           DISPLAY "ERBREJ: DEFECT-HISTORY="
               FUNCTION TRIM(WS-DEFECT-LOG-PATH)
           DISPLAY "ERBREJ: DEFECT-REPORT="
               FUNCTION TRIM(WS-DEFECT-REPORT-PATH)
           DISPLAY "ERBREJ: REJECTS-POSTED="
               FUNCTION TRIM(WS-POSTED-PATH)
           DISPLAY "ERBREJ: PERIOD-CONTROL="
               FUNCTION TRIM(WS-PERIOD-CONTROL-PATH)
           DISPLAY "ERBREJ: RUN-LOG="
               FUNCTION TRIM(WS-RUN-LOG-PATH)
       .
