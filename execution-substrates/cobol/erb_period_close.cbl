      *> ERB Month-End Period Close
      *> GnuCOBOL free-format: cobc -free -m erb_period_close.cbl
      *> Prints the month's sales, material cost and margin from the
      *> indexed PERIOD-HISTORY file that ERBPOST accumulates, then
      *> locks the period so nothing can change the figures finance
      *> has reported. The period is the YYYYMM first argument and
      *> defaults to the month before the run date, the month a close
      *> run early in the new month is closing. The close report
      *> (CLOSE-REPORT.DAT) is pipe-delimited:
      *>   CLOSE|YYYYMM|RUN-ID|CLOSED or ALREADY-CLOSED|CLOSING-RUN-ID
      *>   CLASS|YYYYMM|PLANT|CLASS|PIECES|SALES|COST|MARGIN
      *>   PLANT|YYYYMM|PLANT|PIECES|SALES|COST|MARGIN
      *>   TOTAL|YYYYMM|PIECES|SALES|COST|MARGIN
      *> one CLASS line per plant and shape class (customers summed)
      *> followed by the plant's PLANT line, then the period TOTAL.
      *> The lock is a CLOSED|YYYYMM|RUN-ID line appended to
      *> PERIOD-CONTROL.DAT; ERBPOST, ERBFIX, ERBINV and ERBREJ read
      *> it and refuse to post, repair, invoice or credit into a
      *> closed period, appending a
      *> REJECTED|YYYYMM|PROGRAM|RUN-ID|DATE|REASON line.
      *> Closing a period already closed reprints the report as
      *> ALREADY-CLOSED with every late rejection since listed after
      *> the TOTAL line, and leaves the lock as it was.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERBCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-HISTORY ASSIGN TO WS-PERIOD-HISTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERIOD-KEY
               FILE STATUS IS WS-PERIOD-HISTORY-STATUS.
           SELECT PERIOD-CONTROL ASSIGN TO WS-PERIOD-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CONTROL-STATUS.
           SELECT CLOSE-REPORT ASSIGN TO WS-CLOSE-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-REPORT-STATUS.
           SELECT PARM-FILE ASSIGN TO WS-PARM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT RUN-LOG ASSIGN TO WS-RUN-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-HISTORY.
       COPY "erb_period_copy".
       FD  PERIOD-CONTROL
           RECORDING MODE IS F.
       01  PERIOD-CONTROL-RECORD       PIC X(300).
       FD  CLOSE-REPORT
           RECORDING MODE IS F.
       01  CLOSE-REPORT-RECORD         PIC X(300).
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-CARD                   PIC X(300).
       FD  RUN-LOG
           RECORDING MODE IS F.
       01  RUN-LOG-RECORD              PIC X(300).
       WORKING-STORAGE SECTION.
       01  WS-PERIOD-HISTORY-PATH      PIC X(255)
                                       VALUE "PERIOD-HISTORY.DAT".
       01  WS-PERIOD-CONTROL-PATH      PIC X(255)
                                       VALUE "PERIOD-CONTROL.DAT".
       01  WS-CLOSE-REPORT-PATH        PIC X(255)
                                       VALUE "CLOSE-REPORT.DAT".
       01  WS-RUN-LOG-PATH             PIC X(255)
                                       VALUE "ERB-RUNLOG.DAT".
       01  WS-PERIOD-HISTORY-STATUS    PIC XX.
       01  WS-PERIOD-CONTROL-STATUS    PIC XX.
       01  WS-CLOSE-REPORT-STATUS      PIC XX.
       01  WS-RUN-LOG-STATUS           PIC XX.
       01  WS-EOF-SWITCH               PIC X(3) VALUE "NO".
           88 END-OF-INPUT             VALUE "YES".
       01  WS-HIST-EOF                 PIC X(3) VALUE "NO".
           88 END-OF-PERIOD-HISTORY    VALUE "YES".
       01  WS-ALREADY-CLOSED           PIC X(3) VALUE "NO".
           88 PERIOD-ALREADY-CLOSED    VALUE "YES".
       01  WS-ARG-VALUE                PIC X(20).
       01  WS-CLOSE-PERIOD             PIC X(6).
       01  WS-CLOSE-YEAR               PIC 9(4).
       01  WS-CLOSE-MONTH              PIC 9(2).
       01  WS-CLOSING-RUN-ID           PIC X(14) VALUE SPACES.
       01  WS-RUN-ID                   PIC X(14).
       01  WS-START-STAMP              PIC X(14).
       01  WS-END-STAMP                PIC X(14).
       01  WS-LOG-RC                   PIC 9(4).
       01  WS-HISTORY-READ             PIC 9(9) VALUE ZERO.
       01  WS-LINES-WRITTEN            PIC 9(9) VALUE ZERO.
       01  WS-REJECTIONS-LISTED        PIC 9(9) VALUE ZERO.
       01  WS-CTL-FIELD-TAG            PIC X(10).
       01  WS-CTL-FIELD-PERIOD         PIC X(10).
       01  WS-CTL-FIELD-RUN-ID         PIC X(14).
      *> Control-break totals: the history is read in key order
      *> (period, plant, class, customer), so customers of one class
      *> and classes of one plant arrive together.
       01  WS-BRK-PLANT                PIC X(3).
       01  WS-BRK-CLASS                PIC X(15).
       01  WS-BRK-STARTED              PIC X(3) VALUE "NO".
       01  WS-CLASS-PIECES             PIC 9(11).
       01  WS-CLASS-SALES              PIC S9(13)V99.
       01  WS-CLASS-COST               PIC S9(13)V99.
       01  WS-PLANT-PIECES             PIC 9(11).
       01  WS-PLANT-SALES              PIC S9(13)V99.
       01  WS-PLANT-COST               PIC S9(13)V99.
       01  WS-TOTAL-PIECES             PIC 9(11) VALUE ZERO.
       01  WS-TOTAL-SALES              PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-COST               PIC S9(13)V99 VALUE ZERO.
       01  WS-MARGIN                   PIC S9(13)V99.
       01  WS-PIECES-DISPLAY           PIC Z(10)9.
       01  WS-SALES-DISPLAY            PIC -(13)9.99.
       01  WS-COST-DISPLAY             PIC -(13)9.99.
       01  WS-MARGIN-DISPLAY           PIC -(13)9.99.
       COPY "erb_parm_copy".
       01  WS-PARMS-SEEN.
           02 WS-SEEN-PERIOD-HISTORY     PIC X(3) VALUE "NO".
           02 WS-SEEN-PERIOD-CONTROL     PIC X(3) VALUE "NO".
           02 WS-SEEN-CLOSE-REPORT       PIC X(3) VALUE "NO".
           02 WS-SEEN-RUN-LOG            PIC X(3) VALUE "NO".
       PROCEDURE DIVISION.
       MAIN-CLOSE.
           PERFORM LOAD-RUN-PARAMETERS
           IF PARM-ERROR-FOUND
               DISPLAY "ERBCLOSE: run aborted - correct "
                   FUNCTION TRIM(WS-PARM-FILE-PATH) " and resubmit"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
           MOVE WS-RUN-ID TO WS-START-STAMP
           PERFORM RESOLVE-CLOSE-PERIOD
           IF WS-CLOSE-PERIOD = SPACES
               DISPLAY "ERBCLOSE: run aborted - period argument '"
                   FUNCTION TRIM(WS-ARG-VALUE)
                   "' is not a YYYYMM month"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-RECORD
               GOBACK
           END-IF
           DISPLAY "ERBCLOSE: closing period " WS-CLOSE-PERIOD
           PERFORM FIND-PERIOD-LOCK
           OPEN OUTPUT CLOSE-REPORT
           IF WS-CLOSE-REPORT-STATUS NOT = "00"
               DISPLAY "ERBCLOSE: unable to open close report, status "
                   WS-CLOSE-REPORT-STATUS " - period left open"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-RECORD
               GOBACK
           END-IF
           PERFORM WRITE-CLOSE-HEADER
           PERFORM REPORT-PERIOD-HISTORY
           PERFORM WRITE-PERIOD-TOTAL
           IF PERIOD-ALREADY-CLOSED
               PERFORM LIST-LATE-REJECTIONS
           END-IF
           CLOSE CLOSE-REPORT
           IF PERIOD-ALREADY-CLOSED
               DISPLAY "ERBCLOSE: period " WS-CLOSE-PERIOD
                   " was already closed by run " WS-CLOSING-RUN-ID
                   " - report reprinted, " WS-REJECTIONS-LISTED
                   " late rejection(s)"
           ELSE
               PERFORM LOCK-CLOSED-PERIOD
           END-IF
           DISPLAY "ERBCLOSE: history records " WS-HISTORY-READ
               " report lines " WS-LINES-WRITTEN
           PERFORM WRITE-RUN-LOG-RECORD
           GOBACK.
       .

       WRITE-RUN-LOG-RECORD.
           MOVE RETURN-CODE TO WS-LOG-RC
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-END-STAMP
           OPEN EXTEND RUN-LOG
           IF WS-RUN-LOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF
           IF WS-RUN-LOG-STATUS NOT = "00"
               DISPLAY "ERBCLOSE: unable to open run log, status "
                   WS-RUN-LOG-STATUS
           ELSE
               MOVE SPACES TO RUN-LOG-RECORD
               STRING "ERBCLOSE|" DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE "|"
                   WS-START-STAMP DELIMITED BY SIZE "|"
                   WS-END-STAMP DELIMITED BY SIZE "|"
                   WS-HISTORY-READ DELIMITED BY SIZE "|"
                   WS-LINES-WRITTEN DELIMITED BY SIZE "|"
                   WS-REJECTIONS-LISTED DELIMITED BY SIZE "|"
                   WS-LOG-RC DELIMITED BY SIZE
                   INTO RUN-LOG-RECORD
               END-STRING
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG
           END-IF
       .

      *> With no argument the period is the month before the run date.
       RESOLVE-CLOSE-PERIOD.
           MOVE SPACES TO WS-CLOSE-PERIOD
           MOVE SPACES TO WS-ARG-VALUE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           IF WS-ARG-VALUE = SPACES
               MOVE WS-RUN-ID(1:4) TO WS-CLOSE-YEAR
               MOVE WS-RUN-ID(5:2) TO WS-CLOSE-MONTH
               IF WS-CLOSE-MONTH = 1
                   SUBTRACT 1 FROM WS-CLOSE-YEAR
                   MOVE 12 TO WS-CLOSE-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-CLOSE-MONTH
               END-IF
               STRING WS-CLOSE-YEAR WS-CLOSE-MONTH DELIMITED BY SIZE
                   INTO WS-CLOSE-PERIOD
               END-STRING
           ELSE
               IF (WS-ARG-VALUE(1:6) IS NUMERIC)
                   AND (WS-ARG-VALUE(7:) = SPACES)
                   AND (WS-ARG-VALUE(5:2) >= "01")
                   AND (WS-ARG-VALUE(5:2) <= "12")
                   MOVE WS-ARG-VALUE(1:6) TO WS-CLOSE-PERIOD
               END-IF
           END-IF
       .

       FIND-PERIOD-LOCK.
           MOVE "NO" TO WS-ALREADY-CLOSED
           OPEN INPUT PERIOD-CONTROL
           IF WS-PERIOD-CONTROL-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ PERIOD-CONTROL INTO PERIOD-CONTROL-RECORD
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM UNPACK-CONTROL-LINE
                           IF (FUNCTION TRIM(WS-CTL-FIELD-TAG)
                               = "CLOSED")
                               AND (WS-CTL-FIELD-PERIOD(1:6)
                               = WS-CLOSE-PERIOD)
                               AND NOT PERIOD-ALREADY-CLOSED
                               MOVE "YES" TO WS-ALREADY-CLOSED
                               MOVE WS-CTL-FIELD-RUN-ID
                                   TO WS-CLOSING-RUN-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CONTROL
               MOVE "NO" TO WS-EOF-SWITCH
           END-IF
       .

       UNPACK-CONTROL-LINE.
           MOVE SPACES TO WS-CTL-FIELD-TAG
           MOVE SPACES TO WS-CTL-FIELD-PERIOD
           MOVE SPACES TO WS-CTL-FIELD-RUN-ID
           UNSTRING PERIOD-CONTROL-RECORD DELIMITED BY "|"
               INTO WS-CTL-FIELD-TAG
                    WS-CTL-FIELD-PERIOD
                    WS-CTL-FIELD-RUN-ID
       .

       WRITE-CLOSE-HEADER.
           MOVE SPACES TO CLOSE-REPORT-RECORD
           IF PERIOD-ALREADY-CLOSED
               STRING "CLOSE|" DELIMITED BY SIZE
                   WS-CLOSE-PERIOD DELIMITED BY SIZE "|"
                   WS-RUN-ID DELIMITED BY SIZE "|"
                   "ALREADY-CLOSED|" DELIMITED BY SIZE
                   WS-CLOSING-RUN-ID DELIMITED BY SIZE
                   INTO CLOSE-REPORT-RECORD
               END-STRING
           ELSE
               STRING "CLOSE|" DELIMITED BY SIZE
                   WS-CLOSE-PERIOD DELIMITED BY SIZE "|"
                   WS-RUN-ID DELIMITED BY SIZE "|"
                   "CLOSED|" DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
                   INTO CLOSE-REPORT-RECORD
               END-STRING
           END-IF
           WRITE CLOSE-REPORT-RECORD
           ADD 1 TO WS-LINES-WRITTEN
       .

       REPORT-PERIOD-HISTORY.
           OPEN INPUT PERIOD-HISTORY
           IF WS-PERIOD-HISTORY-STATUS NOT = "00"
               DISPLAY "ERBCLOSE: no period history, status "
                   WS-PERIOD-HISTORY-STATUS
                   " - the period closes with nothing posted"
           ELSE
               MOVE LOW-VALUES TO PERIOD-KEY
               MOVE WS-CLOSE-PERIOD TO PERIOD-YYYYMM
               START PERIOD-HISTORY KEY >= PERIOD-KEY
                   INVALID KEY
                       MOVE "YES" TO WS-HIST-EOF
               END-START
               PERFORM UNTIL END-OF-PERIOD-HISTORY
                   READ PERIOD-HISTORY NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-HIST-EOF
                       NOT AT END
                           IF PERIOD-YYYYMM NOT = WS-CLOSE-PERIOD
                               MOVE "YES" TO WS-HIST-EOF
                           ELSE
                               PERFORM ACCUMULATE-HISTORY-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-HISTORY
               IF WS-BRK-STARTED = "YES"
                   PERFORM WRITE-CLASS-LINE
                   PERFORM WRITE-PLANT-LINE
               END-IF
           END-IF
       .

       ACCUMULATE-HISTORY-RECORD.
           ADD 1 TO WS-HISTORY-READ
           IF WS-BRK-STARTED = "NO"
               PERFORM START-PLANT-BREAK
               PERFORM START-CLASS-BREAK
               MOVE "YES" TO WS-BRK-STARTED
           ELSE
               IF PERIOD-PLANT NOT = WS-BRK-PLANT
                   PERFORM WRITE-CLASS-LINE
                   PERFORM WRITE-PLANT-LINE
                   PERFORM START-PLANT-BREAK
                   PERFORM START-CLASS-BREAK
               ELSE
                   IF PERIOD-CLASS NOT = WS-BRK-CLASS
                       PERFORM WRITE-CLASS-LINE
                       PERFORM START-CLASS-BREAK
                   END-IF
               END-IF
           END-IF
           ADD PERIOD-PIECES TO WS-CLASS-PIECES
           ADD PERIOD-SALES TO WS-CLASS-SALES
           ADD PERIOD-MATERIAL-COST TO WS-CLASS-COST
       .

       START-PLANT-BREAK.
           MOVE PERIOD-PLANT TO WS-BRK-PLANT
           MOVE 0 TO WS-PLANT-PIECES
           MOVE 0 TO WS-PLANT-SALES
           MOVE 0 TO WS-PLANT-COST
       .

       START-CLASS-BREAK.
           MOVE PERIOD-CLASS TO WS-BRK-CLASS
           MOVE 0 TO WS-CLASS-PIECES
           MOVE 0 TO WS-CLASS-SALES
           MOVE 0 TO WS-CLASS-COST
       .

       WRITE-CLASS-LINE.
           ADD WS-CLASS-PIECES TO WS-PLANT-PIECES
           ADD WS-CLASS-SALES TO WS-PLANT-SALES
           ADD WS-CLASS-COST TO WS-PLANT-COST
           MOVE WS-CLASS-PIECES TO WS-PIECES-DISPLAY
           MOVE WS-CLASS-SALES TO WS-SALES-DISPLAY
           MOVE WS-CLASS-COST TO WS-COST-DISPLAY
           COMPUTE WS-MARGIN = WS-CLASS-SALES - WS-CLASS-COST
           MOVE WS-MARGIN TO WS-MARGIN-DISPLAY
           MOVE SPACES TO CLOSE-REPORT-RECORD
           STRING "CLASS|" DELIMITED BY SIZE
               WS-CLOSE-PERIOD DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-BRK-PLANT) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-BRK-CLASS) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-PIECES-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-SALES-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-COST-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-MARGIN-DISPLAY) DELIMITED BY SIZE
               INTO CLOSE-REPORT-RECORD
           END-STRING
           WRITE CLOSE-REPORT-RECORD
           ADD 1 TO WS-LINES-WRITTEN
       .

       WRITE-PLANT-LINE.
           ADD WS-PLANT-PIECES TO WS-TOTAL-PIECES
           ADD WS-PLANT-SALES TO WS-TOTAL-SALES
           ADD WS-PLANT-COST TO WS-TOTAL-COST
           MOVE WS-PLANT-PIECES TO WS-PIECES-DISPLAY
           MOVE WS-PLANT-SALES TO WS-SALES-DISPLAY
           MOVE WS-PLANT-COST TO WS-COST-DISPLAY
           COMPUTE WS-MARGIN = WS-PLANT-SALES - WS-PLANT-COST
           MOVE WS-MARGIN TO WS-MARGIN-DISPLAY
           MOVE SPACES TO CLOSE-REPORT-RECORD
           STRING "PLANT|" DELIMITED BY SIZE
               WS-CLOSE-PERIOD DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-BRK-PLANT) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-PIECES-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-SALES-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-COST-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-MARGIN-DISPLAY) DELIMITED BY SIZE
               INTO CLOSE-REPORT-RECORD
           END-STRING
           WRITE CLOSE-REPORT-RECORD
           ADD 1 TO WS-LINES-WRITTEN
       .

       WRITE-PERIOD-TOTAL.
           MOVE WS-TOTAL-PIECES TO WS-PIECES-DISPLAY
           MOVE WS-TOTAL-SALES TO WS-SALES-DISPLAY
           MOVE WS-TOTAL-COST TO WS-COST-DISPLAY
           COMPUTE WS-MARGIN = WS-TOTAL-SALES - WS-TOTAL-COST
           MOVE WS-MARGIN TO WS-MARGIN-DISPLAY
           MOVE SPACES TO CLOSE-REPORT-RECORD
           STRING "TOTAL|" DELIMITED BY SIZE
               WS-CLOSE-PERIOD DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-PIECES-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-SALES-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-COST-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-MARGIN-DISPLAY) DELIMITED BY SIZE
               INTO CLOSE-REPORT-RECORD
           END-STRING
           WRITE CLOSE-REPORT-RECORD
           ADD 1 TO WS-LINES-WRITTEN
       .

      *> Every attempt to change the period after it closed is listed
      *> on the reprinted report as ERBPOST, ERBFIX or ERBINV wrote it.
       LIST-LATE-REJECTIONS.
           OPEN INPUT PERIOD-CONTROL
           IF WS-PERIOD-CONTROL-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ PERIOD-CONTROL INTO PERIOD-CONTROL-RECORD
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM UNPACK-CONTROL-LINE
                           IF (FUNCTION TRIM(WS-CTL-FIELD-TAG)
                               = "REJECTED")
                               AND (WS-CTL-FIELD-PERIOD(1:6)
                               = WS-CLOSE-PERIOD)
                               WRITE CLOSE-REPORT-RECORD
                                   FROM PERIOD-CONTROL-RECORD
                               ADD 1 TO WS-LINES-WRITTEN
                               ADD 1 TO WS-REJECTIONS-LISTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CONTROL
               MOVE "NO" TO WS-EOF-SWITCH
           END-IF
       .

       LOCK-CLOSED-PERIOD.
           OPEN EXTEND PERIOD-CONTROL
           IF WS-PERIOD-CONTROL-STATUS = "35"
               OPEN OUTPUT PERIOD-CONTROL
           END-IF
           IF WS-PERIOD-CONTROL-STATUS NOT = "00"
               DISPLAY "ERBCLOSE: unable to lock period "
                   WS-CLOSE-PERIOD ", status "
                   WS-PERIOD-CONTROL-STATUS " - period left open"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO PERIOD-CONTROL-RECORD
               STRING "CLOSED|" DELIMITED BY SIZE
                   WS-CLOSE-PERIOD DELIMITED BY SIZE "|"
                   WS-RUN-ID DELIMITED BY SIZE
                   INTO PERIOD-CONTROL-RECORD
               END-STRING
               WRITE PERIOD-CONTROL-RECORD
               CLOSE PERIOD-CONTROL
               DISPLAY "ERBCLOSE: period " WS-CLOSE-PERIOD
                   " closed and locked"
           END-IF
       .

       LOAD-RUN-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "ERBCLOSE: run-parameter file "
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
                   DISPLAY "ERBCLOSE: malformed parameter card '"
                       FUNCTION TRIM(PARM-CARD) "'"
                   MOVE "YES" TO WS-PARM-ERROR-SWITCH
               ELSE
                   PERFORM APPLY-PARM-KEYWORD
               END-IF
           END-IF
       .

       APPLY-PARM-KEYWORD.
           EVALUATE FUNCTION TRIM(WS-PARM-CARD-KEY)
               WHEN "PERIOD-HISTORY"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-PERIOD-HISTORY-PATH
                   MOVE "YES" TO WS-SEEN-PERIOD-HISTORY
               WHEN "PERIOD-CONTROL"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-PERIOD-CONTROL-PATH
                   MOVE "YES" TO WS-SEEN-PERIOD-CONTROL
               WHEN "CLOSE-REPORT"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-CLOSE-REPORT-PATH
                   MOVE "YES" TO WS-SEEN-CLOSE-REPORT
               WHEN "RUN-LOG"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-RUN-LOG-PATH
                   MOVE "YES" TO WS-SEEN-RUN-LOG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .

       CHECK-REQUIRED-PARM-CARDS.
           IF WS-SEEN-PERIOD-HISTORY = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBCLOSE: required card PERIOD-HISTORY is "
                   "missing"
           END-IF
           IF WS-SEEN-PERIOD-CONTROL = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBCLOSE: required card PERIOD-CONTROL is "
                   "missing"
           END-IF
           IF WS-SEEN-CLOSE-REPORT = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBCLOSE: required card CLOSE-REPORT is "
                   "missing"
           END-IF
           IF WS-SEEN-RUN-LOG = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBCLOSE: required card RUN-LOG is missing"
           END-IF
       .

       ECHO-RESOLVED-PARMS.
           DISPLAY "ERBCLOSE: PERIOD-HISTORY="
               FUNCTION TRIM(WS-PERIOD-HISTORY-PATH)
           DISPLAY "ERBCLOSE: PERIOD-CONTROL="
               FUNCTION TRIM(WS-PERIOD-CONTROL-PATH)
           DISPLAY "ERBCLOSE: CLOSE-REPORT="
               FUNCTION TRIM(WS-CLOSE-REPORT-PATH)
           DISPLAY "ERBCLOSE: RUN-LOG="
               FUNCTION TRIM(WS-RUN-LOG-PATH)
       .
