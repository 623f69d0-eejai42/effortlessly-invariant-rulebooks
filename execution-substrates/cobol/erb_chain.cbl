      *> ERB Nightly Job-Chain Controller
      *> GnuCOBOL free-format: cobc -free -m erb_chain.cbl
      *> Runs the nightly job chain from a chain-definition file
      *> instead of the steps being kicked off one by one. Each
      *> definition line is one step, pipe-delimited, in run order:
      *>   STEP-NAME|COMMAND|DEPENDS-ON|ACCEPT-RC|RESTART-ARGS
      *> COMMAND is the command line that runs the step (for example
      *> cobcrun ERBCOST; it cannot itself contain a "|", so wrap a
      *> pipeline in a script). DEPENDS-ON lists, comma-separated, the
      *> steps that must have completed first; every one of them must
      *> be defined above the step. ACCEPT-RC lists the return codes
      *> that count as success (blank means 0 only). RESTART-ARGS are
      *> added to COMMAND when the step is rerun after failing, so a
      *> program with its own checkpoint restart (ERBDRVR RESTART)
      *> picks up where it stopped. Lines starting "*" are comments.
      *> Steps run in order; the chain stops at the first step whose
      *> return code is not acceptable, whose command cannot be
      *> started, or whose dependencies have not completed, and ends
      *> with RETURN-CODE 8. Every step's outcome is appended to the
      *> shared run log ERB-RUNLOG.DAT as
      *>   ERBCHAIN|RUN-ID|START|END|0|0|0|RC|STEP-NAME|OUTCOME|STEP-RC
      *> where OUTCOME is COMPLETED, FAILED, BLOCKED or SKIPPED-DONE
      *> and RC is 0 for an acceptable outcome, 8 otherwise. With
      *> RESTART as the first argument the controller resumes the most
      *> recent chain run - the newest ERBCHAIN RUN-ID in the log,
      *> whatever day it started - reading back only that run's step
      *> records, skipping every step that already COMPLETED in it and
      *> resuming at the step that failed. The restarted steps are
      *> logged under the same RUN-ID, so a chain that fails late in
      *> the evening and is restarted after midnight, or is restarted
      *> more than once, is still treated as one run.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERBCHAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAIN-DEF ASSIGN TO WS-CHAIN-DEF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-DEF-STATUS.
           SELECT PARM-FILE ASSIGN TO WS-PARM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT RUN-LOG ASSIGN TO WS-RUN-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHAIN-DEF
           RECORDING MODE IS F.
       01  CHAIN-DEF-RECORD            PIC X(500).
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-CARD                   PIC X(300).
       FD  RUN-LOG
           RECORDING MODE IS F.
       01  RUN-LOG-RECORD              PIC X(300).
       WORKING-STORAGE SECTION.
       01  WS-CHAIN-DEF-PATH           PIC X(255)
                                       VALUE "CHAIN-DEF.DAT".
       01  WS-RUN-LOG-PATH             PIC X(255)
                                       VALUE "ERB-RUNLOG.DAT".
       01  WS-CHAIN-DEF-STATUS         PIC XX.
       01  WS-RUN-LOG-STATUS           PIC XX.
       01  WS-EOF-SWITCH               PIC X(3) VALUE "NO".
           88 END-OF-INPUT             VALUE "YES".
       01  WS-ARG-VALUE                PIC X(20).
       01  WS-RESTART-MODE             PIC X(3) VALUE "NO".
           88 RESTART-REQUESTED        VALUE "YES".
       01  WS-DEF-ERROR                PIC X(3) VALUE "NO".
           88 DEFINITION-IN-ERROR      VALUE "YES".
       01  WS-CHAIN-STOPPED            PIC X(3) VALUE "NO".
           88 CHAIN-STOPPED            VALUE "YES".
       01  WS-RUN-ID                   PIC X(14).
       01  WS-LAST-CHAIN-RUN-ID        PIC X(14) VALUE SPACES.
       01  WS-DEF-LINES                PIC 9(6) VALUE ZERO.
       01  WS-STEPS-RUN                PIC 9(4) VALUE ZERO.
       01  WS-STEPS-SKIPPED            PIC 9(4) VALUE ZERO.
       01  WS-STEPS-COMPLETED          PIC 9(4) VALUE ZERO.
       01  WS-DEF-FIELD-NAME           PIC X(20).
       01  WS-DEF-FIELD-COMMAND        PIC X(200).
       01  WS-DEF-FIELD-DEPENDS        PIC X(100).
       01  WS-DEF-FIELD-ACCEPT         PIC X(30).
       01  WS-DEF-FIELD-RESTART        PIC X(60).
      *> One entry per chain step, in run order. DONE-BEFORE and
      *> FAILED-BEFORE come from the run log on a RESTART; COMPLETED is
      *> set as the step finishes (or is skipped as done) this run.
       01  WS-STEP-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-STEP-MAX                 PIC 9(4) VALUE 50.
       01  WS-STEP-TABLE.
           02 WS-STEP-ENTRY OCCURS 50 TIMES.
              03 WS-STEP-NAME          PIC X(10).
              03 WS-STEP-COMMAND       PIC X(200).
              03 WS-STEP-DEPENDS       PIC X(100).
              03 WS-STEP-ACCEPT        PIC X(30).
              03 WS-STEP-RESTART-ARGS  PIC X(60).
              03 WS-STEP-DONE-BEFORE   PIC X(3).
              03 WS-STEP-FAILED-BEFORE PIC X(3).
              03 WS-STEP-COMPLETED     PIC X(3).
       01  WS-STEP-I                   PIC 9(4).
       01  WS-STEP-J                   PIC 9(4).
       01  WS-STEP-X                   PIC 9(4).
       01  WS-LOOKUP-STEP              PIC X(10).
       01  WS-LIST-TEXT                PIC X(100).
       01  WS-LIST-LEN                 PIC 9(4).
       01  WS-LIST-PTR                 PIC 9(4).
       01  WS-LIST-TOKEN               PIC X(20).
       01  WS-DEPS-MET                 PIC X(3).
       01  WS-UNMET-STEP               PIC X(10).
       01  WS-RC-ACCEPTED              PIC X(3).
       01  WS-COMMAND-LINE             PIC X(300).
       01  WS-SYSTEM-STATUS            PIC S9(9) COMP-5.
       01  WS-STEP-RC                  PIC 9(4).
       01  WS-STEP-SIGNAL              PIC 9(4).
       01  WS-STEP-OUTCOME             PIC X(12).
       01  WS-STEP-START               PIC X(14).
       01  WS-STEP-END                 PIC X(14).
       01  WS-LOG-RC                   PIC 9(4).
       01  WS-LOG-FIELD-PROGRAM        PIC X(10).
       01  WS-LOG-FIELD-RUN-ID         PIC X(14).
       01  WS-LOG-FIELD-START          PIC X(14).
       01  WS-LOG-FIELD-END            PIC X(14).
       01  WS-LOG-FIELD-READ           PIC X(10).
       01  WS-LOG-FIELD-WRITTEN        PIC X(10).
       01  WS-LOG-FIELD-EXCEPTED       PIC X(10).
       01  WS-LOG-FIELD-RC             PIC X(5).
       01  WS-LOG-FIELD-STEP           PIC X(10).
       01  WS-LOG-FIELD-OUTCOME        PIC X(12).
       COPY "erb_parm_copy".
       01  WS-PARMS-SEEN.
           02 WS-SEEN-CHAIN-DEFINITION   PIC X(3) VALUE "NO".
           02 WS-SEEN-RUN-LOG            PIC X(3) VALUE "NO".
       PROCEDURE DIVISION.
       MAIN-CHAIN.
           PERFORM LOAD-RUN-PARAMETERS
           IF PARM-ERROR-FOUND
               DISPLAY "ERBCHAIN: run aborted - correct "
                   FUNCTION TRIM(WS-PARM-FILE-PATH) " and resubmit"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
           MOVE SPACES TO WS-ARG-VALUE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(WS-ARG-VALUE) = "RESTART"
               MOVE "YES" TO WS-RESTART-MODE
           END-IF
           PERFORM LOAD-CHAIN-DEFINITION
           IF DEFINITION-IN-ERROR
               DISPLAY "ERBCHAIN: chain not started - correct "
                   FUNCTION TRIM(WS-CHAIN-DEF-PATH) " and resubmit"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF RESTART-REQUESTED
               PERFORM LOAD-LAST-CHAIN-HISTORY
           END-IF
           PERFORM VARYING WS-STEP-X FROM 1 BY 1
               UNTIL (WS-STEP-X > WS-STEP-COUNT) OR CHAIN-STOPPED
               PERFORM RUN-ONE-STEP
           END-PERFORM
           DISPLAY "ERBCHAIN: " WS-STEP-COUNT " step(s) defined, "
               WS-STEPS-RUN " run, " WS-STEPS-SKIPPED
               " skipped as done, " WS-STEPS-COMPLETED " completed"
           IF CHAIN-STOPPED
               DISPLAY "ERBCHAIN: chain stopped at step "
                   FUNCTION TRIM(WS-STEP-NAME(WS-STEP-X - 1))
                   " - correct the failure and resubmit with RESTART"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
       .

       LOAD-CHAIN-DEFINITION.
           OPEN INPUT CHAIN-DEF
           IF WS-CHAIN-DEF-STATUS NOT = "00"
               DISPLAY "ERBCHAIN: unable to open chain definition, "
                   "status " WS-CHAIN-DEF-STATUS
               MOVE "YES" TO WS-DEF-ERROR
           ELSE
               PERFORM UNTIL END-OF-INPUT
                   READ CHAIN-DEF INTO CHAIN-DEF-RECORD
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-DEF-LINES
                           IF (CHAIN-DEF-RECORD NOT = SPACES)
                               AND (CHAIN-DEF-RECORD(1:1) NOT = "*")
                               PERFORM PARSE-ONE-CHAIN-STEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHAIN-DEF
               MOVE "NO" TO WS-EOF-SWITCH
               IF WS-STEP-COUNT = 0
                   DISPLAY "ERBCHAIN: chain definition holds no steps"
                   MOVE "YES" TO WS-DEF-ERROR
               END-IF
           END-IF
       .

       PARSE-ONE-CHAIN-STEP.
           MOVE SPACES TO WS-DEF-FIELD-NAME
           MOVE SPACES TO WS-DEF-FIELD-COMMAND
           MOVE SPACES TO WS-DEF-FIELD-DEPENDS
           MOVE SPACES TO WS-DEF-FIELD-ACCEPT
           MOVE SPACES TO WS-DEF-FIELD-RESTART
           UNSTRING CHAIN-DEF-RECORD DELIMITED BY "|"
               INTO WS-DEF-FIELD-NAME
                    WS-DEF-FIELD-COMMAND
                    WS-DEF-FIELD-DEPENDS
                    WS-DEF-FIELD-ACCEPT
                    WS-DEF-FIELD-RESTART
           IF (WS-DEF-FIELD-NAME = SPACES)
               OR (WS-DEF-FIELD-COMMAND = SPACES)
               OR (FUNCTION LENGTH(FUNCTION TRIM(WS-DEF-FIELD-NAME))
                   > 10)
               DISPLAY "ERBCHAIN: definition line " WS-DEF-LINES
                   " needs a step name of up to 10 characters and "
                   "a command"
               MOVE "YES" TO WS-DEF-ERROR
           ELSE
               MOVE FUNCTION TRIM(WS-DEF-FIELD-NAME) TO WS-LOOKUP-STEP
               PERFORM FIND-STEP-BY-NAME
               IF WS-STEP-I NOT = 0
                   DISPLAY "ERBCHAIN: step "
                       FUNCTION TRIM(WS-LOOKUP-STEP)
                       " is defined twice"
                   MOVE "YES" TO WS-DEF-ERROR
               ELSE
                   PERFORM ADD-CHAIN-STEP
               END-IF
           END-IF
       .

       ADD-CHAIN-STEP.
           IF WS-STEP-COUNT >= WS-STEP-MAX
               DISPLAY "ERBCHAIN: step table limit of "
                   WS-STEP-MAX " hit - aborting rather than "
                   "running a truncated chain"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-STEP-COUNT
           MOVE WS-LOOKUP-STEP TO WS-STEP-NAME(WS-STEP-COUNT)
           MOVE WS-DEF-FIELD-COMMAND TO WS-STEP-COMMAND(WS-STEP-COUNT)
           MOVE WS-DEF-FIELD-DEPENDS TO WS-STEP-DEPENDS(WS-STEP-COUNT)
           IF WS-DEF-FIELD-ACCEPT = SPACES
               MOVE "0" TO WS-STEP-ACCEPT(WS-STEP-COUNT)
           ELSE
               MOVE WS-DEF-FIELD-ACCEPT TO WS-STEP-ACCEPT(WS-STEP-COUNT)
           END-IF
           MOVE WS-DEF-FIELD-RESTART
               TO WS-STEP-RESTART-ARGS(WS-STEP-COUNT)
           MOVE "NO" TO WS-STEP-DONE-BEFORE(WS-STEP-COUNT)
           MOVE "NO" TO WS-STEP-FAILED-BEFORE(WS-STEP-COUNT)
           MOVE "NO" TO WS-STEP-COMPLETED(WS-STEP-COUNT)
           PERFORM CHECK-DEFINED-DEPENDENCIES
       .

      *> Steps run top to bottom, so a dependency on a step defined
      *> further down (or not at all) could never be met.
       CHECK-DEFINED-DEPENDENCIES.
           MOVE WS-STEP-DEPENDS(WS-STEP-COUNT) TO WS-LIST-TEXT
           PERFORM START-LIST-SCAN
           PERFORM UNTIL WS-LIST-PTR > WS-LIST-LEN
               PERFORM NEXT-LIST-TOKEN
               IF WS-LIST-TOKEN NOT = SPACES
                   MOVE WS-LIST-TOKEN TO WS-LOOKUP-STEP
                   PERFORM FIND-STEP-BY-NAME
                   IF (WS-STEP-I = 0) OR (WS-STEP-I >= WS-STEP-COUNT)
                       DISPLAY "ERBCHAIN: step "
                           FUNCTION TRIM(WS-STEP-NAME(WS-STEP-COUNT))
                           " depends on "
                           FUNCTION TRIM(WS-LIST-TOKEN)
                           " which is not defined above it"
                       MOVE "YES" TO WS-DEF-ERROR
                   END-IF
               END-IF
           END-PERFORM
       .

       FIND-STEP-BY-NAME.
           MOVE 0 TO WS-STEP-I
           PERFORM VARYING WS-STEP-J FROM 1 BY 1
               UNTIL (WS-STEP-J > WS-STEP-COUNT) OR (WS-STEP-I NOT = 0)
               IF WS-STEP-NAME(WS-STEP-J) = WS-LOOKUP-STEP
                   MOVE WS-STEP-J TO WS-STEP-I
               END-IF
           END-PERFORM
       .

       START-LIST-SCAN.
           MOVE 1 TO WS-LIST-PTR
           IF WS-LIST-TEXT = SPACES
               MOVE 0 TO WS-LIST-LEN
           ELSE
               COMPUTE WS-LIST-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-LIST-TEXT TRAILING))
           END-IF
       .

       NEXT-LIST-TOKEN.
           MOVE SPACES TO WS-LIST-TOKEN
           UNSTRING WS-LIST-TEXT(1:WS-LIST-LEN) DELIMITED BY ","
               INTO WS-LIST-TOKEN
               WITH POINTER WS-LIST-PTR
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-LIST-TOKEN) TO WS-LIST-TOKEN
       .

      *> On a RESTART the log is read twice: once to find the newest
      *> ERBCHAIN RUN-ID, then for that run's step records, which say
      *> which steps have already completed. The last record for a
      *> step wins, so a step that failed and was then completed on an
      *> earlier restart counts as done. The restart carries the run's
      *> RUN-ID forward so its own step records join that history.
       LOAD-LAST-CHAIN-HISTORY.
           OPEN INPUT RUN-LOG
           IF WS-RUN-LOG-STATUS NOT = "00"
               DISPLAY "ERBCHAIN: no run log to restart from, status "
                   WS-RUN-LOG-STATUS " - running the whole chain"
           ELSE
               PERFORM UNTIL END-OF-INPUT
                   READ RUN-LOG INTO RUN-LOG-RECORD
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM NOTE-LAST-CHAIN-RUN-ID
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG
               MOVE "NO" TO WS-EOF-SWITCH
               IF WS-LAST-CHAIN-RUN-ID = SPACES
                   DISPLAY "ERBCHAIN: no earlier chain run in the log "
                       "- running the whole chain"
               ELSE
                   MOVE WS-LAST-CHAIN-RUN-ID TO WS-RUN-ID
                   DISPLAY "ERBCHAIN: resuming chain run " WS-RUN-ID
                   OPEN INPUT RUN-LOG
                   PERFORM UNTIL END-OF-INPUT
                       READ RUN-LOG INTO RUN-LOG-RECORD
                           AT END
                               MOVE "YES" TO WS-EOF-SWITCH
                           NOT AT END
                               PERFORM NOTE-ONE-HISTORY-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE RUN-LOG
                   MOVE "NO" TO WS-EOF-SWITCH
               END-IF
           END-IF
       .

       SPLIT-RUN-LOG-RECORD.
           MOVE SPACES TO WS-LOG-FIELD-PROGRAM
           MOVE SPACES TO WS-LOG-FIELD-RUN-ID
           MOVE SPACES TO WS-LOG-FIELD-START
           MOVE SPACES TO WS-LOG-FIELD-STEP
           MOVE SPACES TO WS-LOG-FIELD-OUTCOME
           UNSTRING RUN-LOG-RECORD DELIMITED BY "|"
               INTO WS-LOG-FIELD-PROGRAM
                    WS-LOG-FIELD-RUN-ID
                    WS-LOG-FIELD-START
                    WS-LOG-FIELD-END
                    WS-LOG-FIELD-READ
                    WS-LOG-FIELD-WRITTEN
                    WS-LOG-FIELD-EXCEPTED
                    WS-LOG-FIELD-RC
                    WS-LOG-FIELD-STEP
                    WS-LOG-FIELD-OUTCOME
       .

       NOTE-LAST-CHAIN-RUN-ID.
           PERFORM SPLIT-RUN-LOG-RECORD
           IF (FUNCTION TRIM(WS-LOG-FIELD-PROGRAM) = "ERBCHAIN")
               AND (WS-LOG-FIELD-RUN-ID > WS-LAST-CHAIN-RUN-ID)
               MOVE WS-LOG-FIELD-RUN-ID TO WS-LAST-CHAIN-RUN-ID
           END-IF
       .

       NOTE-ONE-HISTORY-RECORD.
           PERFORM SPLIT-RUN-LOG-RECORD
           IF (FUNCTION TRIM(WS-LOG-FIELD-PROGRAM) = "ERBCHAIN")
               AND (WS-LOG-FIELD-RUN-ID = WS-LAST-CHAIN-RUN-ID)
               MOVE WS-LOG-FIELD-STEP TO WS-LOOKUP-STEP
               PERFORM FIND-STEP-BY-NAME
               IF WS-STEP-I NOT = 0
                   EVALUATE FUNCTION TRIM(WS-LOG-FIELD-OUTCOME)
                       WHEN "COMPLETED"
                       WHEN "SKIPPED-DONE"
                           MOVE "YES" TO WS-STEP-DONE-BEFORE(WS-STEP-I)
                           MOVE "NO" TO WS-STEP-FAILED-BEFORE(WS-STEP-I)
                       WHEN "FAILED"
                           MOVE "NO" TO WS-STEP-DONE-BEFORE(WS-STEP-I)
                           MOVE "YES" TO WS-STEP-FAILED-BEFORE(WS-STEP-I)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF
       .

       RUN-ONE-STEP.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-START
           MOVE 0 TO WS-STEP-RC
           IF RESTART-REQUESTED
               AND (WS-STEP-DONE-BEFORE(WS-STEP-X) = "YES")
               MOVE "SKIPPED-DONE" TO WS-STEP-OUTCOME
               MOVE "YES" TO WS-STEP-COMPLETED(WS-STEP-X)
               ADD 1 TO WS-STEPS-SKIPPED
               DISPLAY "ERBCHAIN: step "
                   FUNCTION TRIM(WS-STEP-NAME(WS-STEP-X))
                   " already completed in this chain run - skipped"
           ELSE
               PERFORM CHECK-RUN-DEPENDENCIES
               IF WS-DEPS-MET = "NO"
                   MOVE "BLOCKED" TO WS-STEP-OUTCOME
                   MOVE "YES" TO WS-CHAIN-STOPPED
                   DISPLAY "ERBCHAIN: step "
                       FUNCTION TRIM(WS-STEP-NAME(WS-STEP-X))
                       " blocked - "
                       FUNCTION TRIM(WS-UNMET-STEP)
                       " has not completed"
               ELSE
                   PERFORM EXECUTE-STEP-COMMAND
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-END
           PERFORM WRITE-STEP-LOG-RECORD
       .

       CHECK-RUN-DEPENDENCIES.
           MOVE "YES" TO WS-DEPS-MET
           MOVE SPACES TO WS-UNMET-STEP
           MOVE WS-STEP-DEPENDS(WS-STEP-X) TO WS-LIST-TEXT
           PERFORM START-LIST-SCAN
           PERFORM UNTIL WS-LIST-PTR > WS-LIST-LEN
               PERFORM NEXT-LIST-TOKEN
               IF WS-LIST-TOKEN NOT = SPACES
                   MOVE WS-LIST-TOKEN TO WS-LOOKUP-STEP
                   PERFORM FIND-STEP-BY-NAME
                   IF WS-STEP-I = 0
                       MOVE "NO" TO WS-DEPS-MET
                       MOVE WS-LOOKUP-STEP TO WS-UNMET-STEP
                   ELSE
                       IF WS-STEP-COMPLETED(WS-STEP-I) NOT = "YES"
                           MOVE "NO" TO WS-DEPS-MET
                           MOVE WS-LOOKUP-STEP TO WS-UNMET-STEP
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
       .

      *> The shell hands back the wait status of the command: the
      *> exit code is its high byte, and a nonzero low byte means the
      *> step was killed by a signal rather than ending on its own.
       EXECUTE-STEP-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE
           IF RESTART-REQUESTED
               AND (WS-STEP-FAILED-BEFORE(WS-STEP-X) = "YES")
               AND (WS-STEP-RESTART-ARGS(WS-STEP-X) NOT = SPACES)
               STRING FUNCTION TRIM(WS-STEP-COMMAND(WS-STEP-X))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STEP-RESTART-ARGS(WS-STEP-X))
                       DELIMITED BY SIZE
                   INTO WS-COMMAND-LINE
               END-STRING
           ELSE
               MOVE WS-STEP-COMMAND(WS-STEP-X) TO WS-COMMAND-LINE
           END-IF
           DISPLAY "ERBCHAIN: step "
               FUNCTION TRIM(WS-STEP-NAME(WS-STEP-X)) " starting - "
               FUNCTION TRIM(WS-COMMAND-LINE)
           ADD 1 TO WS-STEPS-RUN
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING WS-COMMAND-LINE
           MOVE RETURN-CODE TO WS-SYSTEM-STATUS
           MOVE 0 TO RETURN-CODE
           IF WS-SYSTEM-STATUS < 0
               MOVE 9999 TO WS-STEP-RC
               MOVE 0 TO WS-STEP-SIGNAL
           ELSE
               DIVIDE WS-SYSTEM-STATUS BY 256 GIVING WS-STEP-RC
                   REMAINDER WS-STEP-SIGNAL
           END-IF
           PERFORM TEST-ACCEPTABLE-RC
           IF (WS-STEP-SIGNAL = 0) AND (WS-RC-ACCEPTED = "YES")
               MOVE "COMPLETED" TO WS-STEP-OUTCOME
               MOVE "YES" TO WS-STEP-COMPLETED(WS-STEP-X)
               ADD 1 TO WS-STEPS-COMPLETED
           ELSE
               MOVE "FAILED" TO WS-STEP-OUTCOME
               MOVE "YES" TO WS-CHAIN-STOPPED
           END-IF
           DISPLAY "ERBCHAIN: step "
               FUNCTION TRIM(WS-STEP-NAME(WS-STEP-X)) " ended RC "
               WS-STEP-RC " - " FUNCTION TRIM(WS-STEP-OUTCOME)
       .

       TEST-ACCEPTABLE-RC.
           MOVE "NO" TO WS-RC-ACCEPTED
           MOVE WS-STEP-ACCEPT(WS-STEP-X) TO WS-LIST-TEXT
           PERFORM START-LIST-SCAN
           PERFORM UNTIL WS-LIST-PTR > WS-LIST-LEN
               PERFORM NEXT-LIST-TOKEN
               IF (WS-LIST-TOKEN NOT = SPACES)
                   AND (FUNCTION TEST-NUMVAL(WS-LIST-TOKEN) = 0)
                   IF FUNCTION NUMVAL(WS-LIST-TOKEN) = WS-STEP-RC
                       MOVE "YES" TO WS-RC-ACCEPTED
                   END-IF
               END-IF
           END-PERFORM
       .

       WRITE-STEP-LOG-RECORD.
           IF (WS-STEP-OUTCOME = "COMPLETED")
               OR (WS-STEP-OUTCOME = "SKIPPED-DONE")
               MOVE 0 TO WS-LOG-RC
           ELSE
               MOVE 8 TO WS-LOG-RC
           END-IF
           OPEN EXTEND RUN-LOG
           IF WS-RUN-LOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF
           IF WS-RUN-LOG-STATUS NOT = "00"
               DISPLAY "ERBCHAIN: unable to open run log, status "
                   WS-RUN-LOG-STATUS
           ELSE
               MOVE SPACES TO RUN-LOG-RECORD
               STRING "ERBCHAIN|" DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE "|"
                   WS-STEP-START DELIMITED BY SIZE "|"
                   WS-STEP-END DELIMITED BY SIZE "|"
                   "0|0|0|" DELIMITED BY SIZE
                   WS-LOG-RC DELIMITED BY SIZE "|"
                   FUNCTION TRIM(WS-STEP-NAME(WS-STEP-X))
                       DELIMITED BY SIZE "|"
                   FUNCTION TRIM(WS-STEP-OUTCOME) DELIMITED BY SIZE "|"
                   WS-STEP-RC DELIMITED BY SIZE
                   INTO RUN-LOG-RECORD
               END-STRING
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG
           END-IF
       .

       LOAD-RUN-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "ERBCHAIN: run-parameter file "
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
                   DISPLAY "ERBCHAIN: malformed parameter card '"
                       FUNCTION TRIM(PARM-CARD) "'"
                   MOVE "YES" TO WS-PARM-ERROR-SWITCH
               ELSE
                   PERFORM APPLY-PARM-KEYWORD
               END-IF
           END-IF
       .

       APPLY-PARM-KEYWORD.
           EVALUATE FUNCTION TRIM(WS-PARM-CARD-KEY)
               WHEN "CHAIN-DEFINITION"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-CHAIN-DEF-PATH
                   MOVE "YES" TO WS-SEEN-CHAIN-DEFINITION
               WHEN "RUN-LOG"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-RUN-LOG-PATH
                   MOVE "YES" TO WS-SEEN-RUN-LOG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .

       CHECK-REQUIRED-PARM-CARDS.
           IF WS-SEEN-CHAIN-DEFINITION = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBCHAIN: required card CHAIN-DEFINITION is "
                   "missing"
           END-IF
           IF WS-SEEN-RUN-LOG = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBCHAIN: required card RUN-LOG is missing"
           END-IF
       .

       ECHO-RESOLVED-PARMS.
           DISPLAY "ERBCHAIN: CHAIN-DEFINITION="
               FUNCTION TRIM(WS-CHAIN-DEF-PATH)
           DISPLAY "ERBCHAIN: RUN-LOG="
               FUNCTION TRIM(WS-RUN-LOG-PATH)
       .
