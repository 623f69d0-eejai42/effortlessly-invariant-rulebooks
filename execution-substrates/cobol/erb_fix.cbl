      *> order-matching screens stop rejecting them. The pre-merge
      *> files are preserved as SHAPES-OUT-PREV.DAT /
      *> SHAPES-CUTTING-PREV.CSV / SHAPES-EXCEPTIONS-PREV.DAT.
      *> A repair is dated by the batch it repairs - the start of the
      *> latest ERBDRVR run in the run log, or the run date when the
      *> log holds none. A repair dated in a period ERBCLOSE has
      *> closed (PERIOD-CONTROL.DAT) is rejected before any file is
      *> touched: the rejection is appended to PERIOD-CONTROL.DAT for
      *> the close report and the job ends with RETURN-CODE 8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERBFIX.
       ENVIRONMENT DIVISION.
           SELECT RUN-LOCK ASSIGN TO WS-RUN-LOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOCK-STATUS.
           SELECT PERIOD-CONTROL ASSIGN TO WS-PERIOD-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTIONS-IN
       FD  RUN-LOCK
           RECORDING MODE IS F.
       01  RUN-LOCK-RECORD             PIC X(100).
       FD  PERIOD-CONTROL
           RECORDING MODE IS F.
       01  PERIOD-CONTROL-RECORD       PIC X(300).
       WORKING-STORAGE SECTION.
       01  WS-EXCEPTIONS-IN-PATH       PIC X(255)
                                       VALUE "SHAPES-EXCEPTIONS.DAT".
       01  WS-RUN-LOCK-PATH            PIC X(255)
                                       VALUE "ERB-RUNLOCK.DAT".
       01  WS-RUN-LOCK-STATUS          PIC XX.
       01  WS-PERIOD-CONTROL-PATH      PIC X(255)
                                       VALUE "PERIOD-CONTROL.DAT".
       01  WS-PERIOD-CONTROL-STATUS    PIC XX.
       01  WS-PERIOD-CLOSED            PIC X(3) VALUE "NO".
           88 PERIOD-IS-CLOSED         VALUE "YES".
       01  WS-CTL-FIELD-TAG            PIC X(10).
       01  WS-CTL-FIELD-PERIOD         PIC X(10).
       01  WS-BATCH-DATE               PIC X(8).
       01  WS-LOG-FIELD-PROGRAM        PIC X(10).
       01  WS-LOG-FIELD-RUN-ID         PIC X(14).
       01  WS-LOG-FIELD-START          PIC X(14).
       01  WS-LOCK-HELD                PIC X(3) VALUE "NO".
       01  WS-LOCK-ACQUIRED            PIC X(3) VALUE "NO".
           88 RUN-LOCK-ACQUIRED        VALUE "YES".
           02 WS-SEEN-EXCEPTIONS-PREV    PIC X(3) VALUE "NO".
           02 WS-SEEN-RUN-LOG            PIC X(3) VALUE "NO".
           02 WS-SEEN-RUN-LOCK           PIC X(3) VALUE "NO".
           02 WS-SEEN-PERIOD-CONTROL     PIC X(3) VALUE "NO".
       PROCEDURE DIVISION.
       MAIN-FIX.
           PERFORM LOAD-RUN-PARAMETERS
           IF FUNCTION TRIM(WS-ARG-VALUE) = "LOCK-OVERRIDE"
               MOVE "YES" TO WS-LOCK-OVERRIDE
           END-IF
           PERFORM FIND-REPAIR-BATCH-DATE
           PERFORM CHECK-REPAIR-PERIOD-OPEN
           IF PERIOD-IS-CLOSED
               DISPLAY "ERBFIX: run rejected - batch of "
                   WS-BATCH-DATE " falls in closed period "
                   WS-BATCH-DATE(1:6) ", nothing repaired"
               PERFORM WRITE-PERIOD-REJECTION
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-RECORD
               GOBACK
           END-IF
           PERFORM ACQUIRE-RUN-LOCK
           IF NOT RUN-LOCK-ACQUIRED
               MOVE 8 TO RETURN-CODE
           END-IF
       .

      *> The files being repaired are those of the latest ERBDRVR
      *> batch, so its start date dates the repair.
       FIND-REPAIR-BATCH-DATE.
           MOVE WS-RUN-ID(1:8) TO WS-BATCH-DATE
           OPEN INPUT RUN-LOG
           IF WS-RUN-LOG-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ RUN-LOG INTO RUN-LOG-RECORD
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE SPACES TO WS-LOG-FIELD-PROGRAM
                           MOVE SPACES TO WS-LOG-FIELD-START
                           UNSTRING RUN-LOG-RECORD DELIMITED BY "|"
                               INTO WS-LOG-FIELD-PROGRAM
                                    WS-LOG-FIELD-RUN-ID
                                    WS-LOG-FIELD-START
                           IF (FUNCTION TRIM(WS-LOG-FIELD-PROGRAM)
                               = "ERBDRVR")
                               AND (WS-LOG-FIELD-START(1:8) IS NUMERIC)
                               MOVE WS-LOG-FIELD-START(1:8)
                                   TO WS-BATCH-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG
               MOVE "NO" TO WS-EOF-SWITCH
           END-IF
       .

       CHECK-REPAIR-PERIOD-OPEN.
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
                               = WS-BATCH-DATE(1:6))
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
               DISPLAY "ERBFIX: unable to record the rejection, status "
                   WS-PERIOD-CONTROL-STATUS
           ELSE
               MOVE SPACES TO PERIOD-CONTROL-RECORD
               STRING "REJECTED|" DELIMITED BY SIZE
                   WS-BATCH-DATE(1:6) DELIMITED BY SIZE "|"
                   "ERBFIX|" DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE "|"
                   WS-BATCH-DATE DELIMITED BY SIZE "|"
                   "repair not applied" DELIMITED BY SIZE
                   INTO PERIOD-CONTROL-RECORD
               END-STRING
               WRITE PERIOD-CONTROL-RECORD
               CLOSE PERIOD-CONTROL
           END-IF
       .

       LOAD-FIX-TABLE.
           MOVE 0 TO WS-FIX-COUNT
           OPEN INPUT FIXES-IN
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-RUN-LOCK-PATH
                   MOVE "YES" TO WS-SEEN-RUN-LOCK
               WHEN "PERIOD-CONTROL"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-PERIOD-CONTROL-PATH
                   MOVE "YES" TO WS-SEEN-PERIOD-CONTROL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBFIX: required card RUN-LOCK is missing"
           END-IF
           IF WS-SEEN-PERIOD-CONTROL = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBFIX: required card PERIOD-CONTROL is "
                   "missing"
           END-IF
       .

       ECHO-RESOLVED-PARMS.
               FUNCTION TRIM(WS-RUN-LOG-PATH)
           DISPLAY "ERBFIX: RUN-LOCK="
               FUNCTION TRIM(WS-RUN-LOCK-PATH)
           DISPLAY "ERBFIX: PERIOD-CONTROL="
               FUNCTION TRIM(WS-PERIOD-CONTROL-PATH)
       .
