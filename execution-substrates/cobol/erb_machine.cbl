      *> ERB Cutting-Machine Master Maintenance and Inquiry
      *> GnuCOBOL free-format: cobc -free -m erb_machine.cbl
      *> Reads operator transactions and applies them to the indexed
      *> MACHINE-MASTER file that ERBLOAD plans each day's cutting
      *> load against. Transactions are one per line, pipe-delimited:
      *>   ADD|plant|machine-id|description|speed|shift-hours
      *>   INQUIRE|plant|machine-id
      *>   UPDSPEED|plant|machine-id|speed
      *>   UPDHOURS|plant|machine-id|shift-hours
      *>   DELETE|plant|machine-id
      *> Speed is perimeter inches cut per hour; shift hours are the
      *> cutting hours the machine has in a day, 24 at most. Every
      *> transaction is echoed with its result to the listing file.
      *> ADD against a machine taken out of service puts it back with
      *> the details keyed; against a live one it is rejected. The
      *> master is created on the first ADD if it does not exist yet.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERBMACH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MACH-TRANS ASSIGN TO WS-MACH-TRANS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MACH-TRANS-STATUS.
           SELECT MACH-LISTING ASSIGN TO WS-MACH-LISTING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MACH-LISTING-STATUS.
           SELECT MACHINE-MASTER ASSIGN TO WS-MACHINE-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MACHINE-KEY
               FILE STATUS IS WS-MACHINE-MASTER-STATUS.
           SELECT PARM-FILE ASSIGN TO WS-PARM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT RUN-LOCK ASSIGN TO WS-RUN-LOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MACH-TRANS
           RECORDING MODE IS F.
       01  MACH-TRANS-RECORD           PIC X(300).
       FD  MACH-LISTING
           RECORDING MODE IS F.
       01  MACH-LISTING-RECORD         PIC X(300).
       FD  MACHINE-MASTER.
       COPY "erb_machine_copy".
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-CARD                   PIC X(300).
       FD  RUN-LOCK
           RECORDING MODE IS F.
       01  RUN-LOCK-RECORD             PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-MACH-TRANS-PATH          PIC X(255)
                                       VALUE "ERBMACH-TRANS.DAT".
       01  WS-MACH-LISTING-PATH        PIC X(255)
                                       VALUE "ERBMACH-LISTING.DAT".
       01  WS-MACHINE-MASTER-PATH      PIC X(255)
                                       VALUE "MACHINE-MASTER.DAT".
       01  WS-MACH-TRANS-STATUS        PIC XX.
       01  WS-MACH-LISTING-STATUS      PIC XX.
       01  WS-MACHINE-MASTER-STATUS    PIC XX.
       01  WS-EOF-SWITCH               PIC X(3) VALUE "NO".
           88 END-OF-TRANS             VALUE "YES".
       01  WS-TRANS-READ               PIC 9(9) VALUE ZERO.
       01  WS-TRANS-APPLIED            PIC 9(9) VALUE ZERO.
       01  WS-TRANS-REJECTED           PIC 9(9) VALUE ZERO.
       01  WS-TRANS-ACTION             PIC X(10).
       01  WS-TRANS-PLANT              PIC X(3).
       01  WS-TRANS-MACHINE-ID         PIC X(10).
       01  WS-TRANS-FIELD-1            PIC X(40).
       01  WS-TRANS-FIELD-2            PIC X(40).
       01  WS-TRANS-FIELD-3            PIC X(40).
       01  WS-MACHINE-FOUND            PIC X(3) VALUE "NO".
           88 MACHINE-RECORD-FOUND     VALUE "YES".
       01  WS-MASTER-WRITE-OK          PIC X(3) VALUE "NO".
           88 MASTER-WRITE-OK          VALUE "YES".
       01  WS-RUN-ID                   PIC X(14).
       01  WS-RUN-LOCK-PATH            PIC X(255)
                                       VALUE "ERB-RUNLOCK.DAT".
       01  WS-RUN-LOCK-STATUS          PIC XX.
       01  WS-LOCK-HELD                PIC X(3) VALUE "NO".
       01  WS-LOCK-ACQUIRED            PIC X(3) VALUE "NO".
           88 RUN-LOCK-ACQUIRED        VALUE "YES".
       01  WS-LOCK-OVERRIDE            PIC X(3) VALUE "NO".
           88 LOCK-OVERRIDE-REQUESTED  VALUE "YES".
       01  WS-LOCK-PROGRAM             PIC X(10).
       01  WS-LOCK-RUN-ID              PIC X(14).
       01  WS-LOCK-STAMP               PIC X(14).
       01  WS-ARG-VALUE                PIC X(20).
       01  WS-SPEED-TEST               PIC 9(6).
       01  WS-HOURS-TEST               PIC 9(6).
       01  WS-SPEED-TEXT               PIC X(40).
       01  WS-HOURS-TEXT               PIC X(40).
       01  WS-SPEED-DISPLAY            PIC Z(6)9.99.
       01  WS-HOURS-DISPLAY            PIC Z9.99.
       01  WS-LISTING-LINE             PIC X(300).
       COPY "erb_parm_copy".
       01  WS-PARMS-SEEN.
           02 WS-SEEN-MACH-TRANS         PIC X(3) VALUE "NO".
           02 WS-SEEN-MACH-LISTING       PIC X(3) VALUE "NO".
           02 WS-SEEN-MACHINE-MASTER     PIC X(3) VALUE "NO".
           02 WS-SEEN-RUN-LOCK           PIC X(3) VALUE "NO".
       PROCEDURE DIVISION.
       MAIN-MACHINE.
           PERFORM LOAD-RUN-PARAMETERS
           IF PARM-ERROR-FOUND
               DISPLAY "ERBMACH: run aborted - correct "
                   FUNCTION TRIM(WS-PARM-FILE-PATH) " and resubmit"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
           MOVE SPACES TO WS-ARG-VALUE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(WS-ARG-VALUE) = "LOCK-OVERRIDE"
               MOVE "YES" TO WS-LOCK-OVERRIDE
           END-IF
           PERFORM ACQUIRE-RUN-LOCK
           IF NOT RUN-LOCK-ACQUIRED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-MACHINE-FILES
           PERFORM UNTIL END-OF-TRANS
               PERFORM READ-TRANS-RECORD
               IF NOT END-OF-TRANS
                   PERFORM APPLY-ONE-TRANSACTION
               END-IF
           END-PERFORM
           PERFORM CLOSE-MACHINE-FILES
           PERFORM RELEASE-RUN-LOCK
           DISPLAY "ERBMACH: read " WS-TRANS-READ
               " applied " WS-TRANS-APPLIED
               " rejected " WS-TRANS-REJECTED
           GOBACK.
       .

      *> Single-writer discipline shared with ERBDRVR, ERBFIX, ERBMAST
      *> and ERBCUST: the machine master must not be rewritten while
      *> the daily batch is planning load against it. LOCK-OVERRIDE as
      *> the first argument takes over a lock the operator has
      *> confirmed stale.
       ACQUIRE-RUN-LOCK.
           MOVE "NO" TO WS-LOCK-HELD
           OPEN INPUT RUN-LOCK
           IF WS-RUN-LOCK-STATUS = "00"
               READ RUN-LOCK INTO RUN-LOCK-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUN-LOCK-RECORD NOT = SPACES
                           MOVE "YES" TO WS-LOCK-HELD
                       END-IF
               END-READ
               CLOSE RUN-LOCK
           END-IF
           IF WS-LOCK-HELD = "YES"
               MOVE SPACES TO WS-LOCK-PROGRAM
               MOVE SPACES TO WS-LOCK-RUN-ID
               MOVE SPACES TO WS-LOCK-STAMP
               UNSTRING RUN-LOCK-RECORD DELIMITED BY "|"
                   INTO WS-LOCK-PROGRAM
                        WS-LOCK-RUN-ID
                        WS-LOCK-STAMP
               DISPLAY "ERBMACH: run lock is held by "
                   FUNCTION TRIM(WS-LOCK-PROGRAM)
                   " run " WS-LOCK-RUN-ID
                   " since " WS-LOCK-STAMP
               IF LOCK-OVERRIDE-REQUESTED
                   DISPLAY "ERBMACH: operator override accepted - "
                       "taking over the lock"
                   MOVE "NO" TO WS-LOCK-HELD
               ELSE
                   DISPLAY "ERBMACH: refusing to start - confirm the "
                       "holder is gone and resubmit with "
                       "LOCK-OVERRIDE"
               END-IF
           END-IF
           IF WS-LOCK-HELD = "NO"
               OPEN OUTPUT RUN-LOCK
               IF WS-RUN-LOCK-STATUS NOT = "00"
                   DISPLAY "ERBMACH: unable to take the run lock, "
                       "status " WS-RUN-LOCK-STATUS
               ELSE
                   MOVE SPACES TO RUN-LOCK-RECORD
                   STRING "ERBMACH|" DELIMITED BY SIZE
                       WS-RUN-ID DELIMITED BY SIZE "|"
                       FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                       INTO RUN-LOCK-RECORD
                   END-STRING
                   WRITE RUN-LOCK-RECORD
                   CLOSE RUN-LOCK
                   MOVE "YES" TO WS-LOCK-ACQUIRED
               END-IF
           END-IF
       .

       RELEASE-RUN-LOCK.
           IF RUN-LOCK-ACQUIRED
               OPEN OUTPUT RUN-LOCK
               IF WS-RUN-LOCK-STATUS = "00"
                   CLOSE RUN-LOCK
               END-IF
               MOVE "NO" TO WS-LOCK-ACQUIRED
           END-IF
       .

       OPEN-MACHINE-FILES.
           OPEN INPUT MACH-TRANS
           IF WS-MACH-TRANS-STATUS NOT = "00"
               DISPLAY "ERBMACH: unable to open transaction file, status "
                   WS-MACH-TRANS-STATUS
               MOVE "YES" TO WS-EOF-SWITCH
           END-IF
           OPEN OUTPUT MACH-LISTING
           IF WS-MACH-LISTING-STATUS NOT = "00"
               DISPLAY "ERBMACH: unable to open listing file, status "
                   WS-MACH-LISTING-STATUS
               MOVE "YES" TO WS-EOF-SWITCH
           END-IF
           OPEN I-O MACHINE-MASTER
           IF WS-MACHINE-MASTER-STATUS = "35"
               OPEN OUTPUT MACHINE-MASTER
               CLOSE MACHINE-MASTER
               OPEN I-O MACHINE-MASTER
           END-IF
           IF WS-MACHINE-MASTER-STATUS NOT = "00"
               DISPLAY "ERBMACH: unable to open machine master, status "
                   WS-MACHINE-MASTER-STATUS
               MOVE "YES" TO WS-EOF-SWITCH
           END-IF
       .

       READ-TRANS-RECORD.
           READ MACH-TRANS INTO MACH-TRANS-RECORD
               AT END
                   MOVE "YES" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
           END-READ
       .

       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-TRANS-ACTION
           MOVE SPACES TO WS-TRANS-PLANT
           MOVE SPACES TO WS-TRANS-MACHINE-ID
           MOVE SPACES TO WS-TRANS-FIELD-1
           MOVE SPACES TO WS-TRANS-FIELD-2
           MOVE SPACES TO WS-TRANS-FIELD-3
           UNSTRING MACH-TRANS-RECORD DELIMITED BY "|"
               INTO WS-TRANS-ACTION
                    WS-TRANS-PLANT
                    WS-TRANS-MACHINE-ID
                    WS-TRANS-FIELD-1
                    WS-TRANS-FIELD-2
                    WS-TRANS-FIELD-3
           PERFORM READ-MACHINE-BY-KEY
           EVALUATE FUNCTION TRIM(WS-TRANS-ACTION)
               WHEN "ADD"
                   PERFORM DO-ADD-MACHINE
               WHEN "INQUIRE"
                   PERFORM DO-INQUIRE
               WHEN "UPDSPEED"
                   PERFORM DO-UPDATE-SPEED
               WHEN "UPDHOURS"
                   PERFORM DO-UPDATE-HOURS
               WHEN "DELETE"
                   PERFORM DO-LOGICAL-DELETE
               WHEN OTHER
                   PERFORM REJECT-UNKNOWN-ACTION
           END-EVALUATE
       .

       READ-MACHINE-BY-KEY.
           MOVE "NO" TO WS-MACHINE-FOUND
           MOVE WS-TRANS-PLANT TO MACHINE-PLANT
           MOVE WS-TRANS-MACHINE-ID TO MACHINE-ID
           READ MACHINE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO WS-MACHINE-FOUND
           END-READ
       .

      *> Speed and hours are validated before anything is written, so
      *> a mis-keyed ADD never leaves a machine the planner cannot use.
       DO-ADD-MACHINE.
           IF (WS-TRANS-PLANT = SPACES) OR (WS-TRANS-MACHINE-ID = SPACES)
               PERFORM REJECT-BLANK-MACHINE-KEY
           ELSE
               IF MACHINE-RECORD-FOUND
                   AND (MACHINE-DELETE-FLAG NOT = "D")
                   PERFORM REJECT-MACHINE-EXISTS
               ELSE
                   MOVE WS-TRANS-FIELD-2 TO WS-SPEED-TEXT
                   MOVE WS-TRANS-FIELD-3 TO WS-HOURS-TEXT
                   PERFORM TEST-SPEED-AND-HOURS
                   IF (WS-SPEED-TEST NOT = 0) OR (WS-HOURS-TEST NOT = 0)
                       PERFORM REJECT-BAD-NUMBER
                   ELSE
                       PERFORM APPLY-ADD-MACHINE
                   END-IF
               END-IF
           END-IF
       .

       APPLY-ADD-MACHINE.
           MOVE SPACES TO MACHINE-RECORD
           MOVE WS-TRANS-PLANT TO MACHINE-PLANT
           MOVE WS-TRANS-MACHINE-ID TO MACHINE-ID
           MOVE WS-TRANS-FIELD-1 TO MACHINE-DESCRIPTION
           MOVE FUNCTION NUMVAL(WS-SPEED-TEXT) TO MACHINE-SPEED
           MOVE FUNCTION NUMVAL(WS-HOURS-TEXT) TO MACHINE-SHIFT-HOURS
           MOVE SPACE TO MACHINE-DELETE-FLAG
           MOVE WS-RUN-ID TO MACHINE-LAST-RUN-ID
           IF MACHINE-RECORD-FOUND
               PERFORM REWRITE-MACHINE-RECORD
           ELSE
               WRITE MACHINE-RECORD
                   INVALID KEY
                       DISPLAY "ERBMACH: write failed for machine "
                           MACHINE-PLANT " "
                           FUNCTION TRIM(MACHINE-ID)
                           " status " WS-MACHINE-MASTER-STATUS
                       ADD 1 TO WS-TRANS-REJECTED
                       MOVE "NO" TO WS-MASTER-WRITE-OK
                   NOT INVALID KEY
                       ADD 1 TO WS-TRANS-APPLIED
                       MOVE "YES" TO WS-MASTER-WRITE-OK
               END-WRITE
           END-IF
           MOVE SPACES TO WS-LISTING-LINE
           IF MASTER-WRITE-OK
               MOVE MACHINE-SPEED TO WS-SPEED-DISPLAY
               MOVE MACHINE-SHIFT-HOURS TO WS-HOURS-DISPLAY
               STRING "ADD|" DELIMITED BY SIZE
                   MACHINE-PLANT DELIMITED BY SPACE "|"
                   FUNCTION TRIM(MACHINE-ID) DELIMITED BY SIZE
                   "|machine added - " DELIMITED BY SIZE
                   FUNCTION TRIM(MACHINE-DESCRIPTION) DELIMITED BY SIZE
                   " speed " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SPEED-DISPLAY) DELIMITED BY SIZE
                   " in/hr, " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HOURS-DISPLAY) DELIMITED BY SIZE
                   " hours a day" DELIMITED BY SIZE
                   INTO WS-LISTING-LINE
               END-STRING
           ELSE
               STRING "ADD|" DELIMITED BY SIZE
                   MACHINE-PLANT DELIMITED BY SPACE "|"
                   FUNCTION TRIM(MACHINE-ID) DELIMITED BY SIZE
                   "|REJECTED - machine master write failed, status "
                       DELIMITED BY SIZE
                   WS-MACHINE-MASTER-STATUS DELIMITED BY SIZE
                   INTO WS-LISTING-LINE
               END-STRING
           END-IF
           PERFORM WRITE-LISTING-LINE
       .

      *> A machine that cuts nothing, or has no hours, is no machine
      *> to plan against - both must be above zero. The speed is held
      *> to two decimals, so anything under 0.01 in/hr would be stored
      *> as zero and is rejected too.
       TEST-SPEED-AND-HOURS.
           MOVE 0 TO WS-SPEED-TEST
           MOVE 0 TO WS-HOURS-TEST
           IF WS-SPEED-TEXT = SPACES
               MOVE 1 TO WS-SPEED-TEST
           ELSE
               COMPUTE WS-SPEED-TEST = FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-SPEED-TEXT))
               IF WS-SPEED-TEST = 0
                   IF (FUNCTION NUMVAL(WS-SPEED-TEXT) < 0.01)
                       OR (FUNCTION NUMVAL(WS-SPEED-TEXT) > 9999999)
                       MOVE 1 TO WS-SPEED-TEST
                   END-IF
               END-IF
           END-IF
           IF WS-HOURS-TEXT = SPACES
               MOVE 1 TO WS-HOURS-TEST
           ELSE
               COMPUTE WS-HOURS-TEST = FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-HOURS-TEXT))
               IF WS-HOURS-TEST = 0
                   IF (FUNCTION NUMVAL(WS-HOURS-TEXT) <= 0)
                       OR (FUNCTION NUMVAL(WS-HOURS-TEXT) > 24)
                       MOVE 1 TO WS-HOURS-TEST
                   END-IF
               END-IF
           END-IF
       .

       DO-INQUIRE.
           IF MACHINE-RECORD-FOUND
               MOVE MACHINE-SPEED TO WS-SPEED-DISPLAY
               MOVE MACHINE-SHIFT-HOURS TO WS-HOURS-DISPLAY
               MOVE SPACES TO WS-LISTING-LINE
               STRING "INQUIRE|" DELIMITED BY SIZE
                   MACHINE-PLANT DELIMITED BY SPACE "|"
                   FUNCTION TRIM(MACHINE-ID) DELIMITED BY SIZE "|"
                   FUNCTION TRIM(MACHINE-DESCRIPTION)
                       DELIMITED BY SIZE "|"
                   FUNCTION TRIM(WS-SPEED-DISPLAY) DELIMITED BY SIZE "|"
                   FUNCTION TRIM(WS-HOURS-DISPLAY) DELIMITED BY SIZE "|"
                   MACHINE-DELETE-FLAG DELIMITED BY SIZE "|"
                   MACHINE-LAST-RUN-ID DELIMITED BY SIZE
                   INTO WS-LISTING-LINE
               END-STRING
               PERFORM WRITE-LISTING-LINE
               ADD 1 TO WS-TRANS-APPLIED
           ELSE
               PERFORM REJECT-MACHINE-NOT-FOUND
           END-IF
       .

       DO-UPDATE-SPEED.
           IF MACHINE-RECORD-FOUND
               MOVE WS-TRANS-FIELD-1 TO WS-SPEED-TEXT
               MOVE "1" TO WS-HOURS-TEXT
               PERFORM TEST-SPEED-AND-HOURS
               IF WS-SPEED-TEST NOT = 0
                   PERFORM REJECT-BAD-NUMBER
               ELSE
                   MOVE FUNCTION NUMVAL(WS-SPEED-TEXT) TO MACHINE-SPEED
                   MOVE WS-RUN-ID TO MACHINE-LAST-RUN-ID
                   PERFORM REWRITE-MACHINE-RECORD
                   MOVE MACHINE-SPEED TO WS-SPEED-DISPLAY
                   MOVE SPACES TO WS-LISTING-LINE
                   STRING "UPDSPEED|" DELIMITED BY SIZE
                       MACHINE-PLANT DELIMITED BY SPACE "|"
                       FUNCTION TRIM(MACHINE-ID) DELIMITED BY SIZE
                       "|speed set to " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SPEED-DISPLAY) DELIMITED BY SIZE
                       " in/hr" DELIMITED BY SIZE
                       INTO WS-LISTING-LINE
                   END-STRING
                   PERFORM WRITE-LISTING-LINE
               END-IF
           ELSE
               PERFORM REJECT-MACHINE-NOT-FOUND
           END-IF
       .

       DO-UPDATE-HOURS.
           IF MACHINE-RECORD-FOUND
               MOVE "1" TO WS-SPEED-TEXT
               MOVE WS-TRANS-FIELD-1 TO WS-HOURS-TEXT
               PERFORM TEST-SPEED-AND-HOURS
               IF WS-HOURS-TEST NOT = 0
                   PERFORM REJECT-BAD-NUMBER
               ELSE
                   MOVE FUNCTION NUMVAL(WS-HOURS-TEXT)
                       TO MACHINE-SHIFT-HOURS
                   MOVE WS-RUN-ID TO MACHINE-LAST-RUN-ID
                   PERFORM REWRITE-MACHINE-RECORD
                   MOVE MACHINE-SHIFT-HOURS TO WS-HOURS-DISPLAY
                   MOVE SPACES TO WS-LISTING-LINE
                   STRING "UPDHOURS|" DELIMITED BY SIZE
                       MACHINE-PLANT DELIMITED BY SPACE "|"
                       FUNCTION TRIM(MACHINE-ID) DELIMITED BY SIZE
                       "|shift hours set to " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HOURS-DISPLAY) DELIMITED BY SIZE
                       INTO WS-LISTING-LINE
                   END-STRING
                   PERFORM WRITE-LISTING-LINE
               END-IF
           ELSE
               PERFORM REJECT-MACHINE-NOT-FOUND
           END-IF
       .

       DO-LOGICAL-DELETE.
           IF MACHINE-RECORD-FOUND
               MOVE "D" TO MACHINE-DELETE-FLAG
               MOVE WS-RUN-ID TO MACHINE-LAST-RUN-ID
               PERFORM REWRITE-MACHINE-RECORD
               MOVE SPACES TO WS-LISTING-LINE
               STRING "DELETE|" DELIMITED BY SIZE
                   MACHINE-PLANT DELIMITED BY SPACE "|"
                   FUNCTION TRIM(MACHINE-ID) DELIMITED BY SIZE
                   "|taken out of service" DELIMITED BY SIZE
                   INTO WS-LISTING-LINE
               END-STRING
               PERFORM WRITE-LISTING-LINE
           ELSE
               PERFORM REJECT-MACHINE-NOT-FOUND
           END-IF
       .

       REWRITE-MACHINE-RECORD.
           REWRITE MACHINE-RECORD
               INVALID KEY
                   DISPLAY "ERBMACH: rewrite failed for machine "
                       MACHINE-PLANT " " FUNCTION TRIM(MACHINE-ID)
                       " status " WS-MACHINE-MASTER-STATUS
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE "NO" TO WS-MASTER-WRITE-OK
               NOT INVALID KEY
                   ADD 1 TO WS-TRANS-APPLIED
                   MOVE "YES" TO WS-MASTER-WRITE-OK
           END-REWRITE
       .

       REJECT-BLANK-MACHINE-KEY.
           MOVE SPACES TO WS-LISTING-LINE
           STRING FUNCTION TRIM(WS-TRANS-ACTION) DELIMITED BY SIZE "|"
               WS-TRANS-PLANT DELIMITED BY SPACE "|"
               FUNCTION TRIM(WS-TRANS-MACHINE-ID) DELIMITED BY SIZE
               "|REJECTED - plant and machine id are both required"
                   DELIMITED BY SIZE
               INTO WS-LISTING-LINE
           END-STRING
           PERFORM WRITE-LISTING-LINE
           ADD 1 TO WS-TRANS-REJECTED
       .

       REJECT-MACHINE-EXISTS.
           MOVE SPACES TO WS-LISTING-LINE
           STRING FUNCTION TRIM(WS-TRANS-ACTION) DELIMITED BY SIZE "|"
               WS-TRANS-PLANT DELIMITED BY SPACE "|"
               FUNCTION TRIM(WS-TRANS-MACHINE-ID) DELIMITED BY SIZE
               "|REJECTED - machine already on master"
                   DELIMITED BY SIZE
               INTO WS-LISTING-LINE
           END-STRING
           PERFORM WRITE-LISTING-LINE
           ADD 1 TO WS-TRANS-REJECTED
       .

       REJECT-BAD-NUMBER.
           MOVE SPACES TO WS-LISTING-LINE
           STRING FUNCTION TRIM(WS-TRANS-ACTION) DELIMITED BY SIZE "|"
               WS-TRANS-PLANT DELIMITED BY SPACE "|"
               FUNCTION TRIM(WS-TRANS-MACHINE-ID) DELIMITED BY SIZE
               "|REJECTED - speed '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SPEED-TEXT) DELIMITED BY SIZE
               "' or shift hours '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-HOURS-TEXT) DELIMITED BY SIZE
               "' is not valid" DELIMITED BY SIZE
               INTO WS-LISTING-LINE
           END-STRING
           PERFORM WRITE-LISTING-LINE
           ADD 1 TO WS-TRANS-REJECTED
       .

       REJECT-MACHINE-NOT-FOUND.
           MOVE SPACES TO WS-LISTING-LINE
           STRING FUNCTION TRIM(WS-TRANS-ACTION) DELIMITED BY SIZE "|"
               WS-TRANS-PLANT DELIMITED BY SPACE "|"
               FUNCTION TRIM(WS-TRANS-MACHINE-ID) DELIMITED BY SIZE
               "|REJECTED - machine not on master" DELIMITED BY SIZE
               INTO WS-LISTING-LINE
           END-STRING
           PERFORM WRITE-LISTING-LINE
           ADD 1 TO WS-TRANS-REJECTED
       .

       REJECT-UNKNOWN-ACTION.
           MOVE SPACES TO WS-LISTING-LINE
           STRING FUNCTION TRIM(WS-TRANS-ACTION) DELIMITED BY SIZE "|"
               WS-TRANS-PLANT DELIMITED BY SPACE "|"
               FUNCTION TRIM(WS-TRANS-MACHINE-ID) DELIMITED BY SIZE
               "|REJECTED - unknown action" DELIMITED BY SIZE
               INTO WS-LISTING-LINE
           END-STRING
           PERFORM WRITE-LISTING-LINE
           ADD 1 TO WS-TRANS-REJECTED
       .

       WRITE-LISTING-LINE.
           WRITE MACH-LISTING-RECORD FROM WS-LISTING-LINE
       .

       CLOSE-MACHINE-FILES.
           CLOSE MACH-TRANS
           CLOSE MACH-LISTING
           CLOSE MACHINE-MASTER
       .

       LOAD-RUN-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "ERBMACH: run-parameter file "
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
                   DISPLAY "ERBMACH: malformed parameter card '"
                       FUNCTION TRIM(PARM-CARD) "'"
                   MOVE "YES" TO WS-PARM-ERROR-SWITCH
               ELSE
                   PERFORM APPLY-PARM-KEYWORD
               END-IF
           END-IF
       .

       APPLY-PARM-KEYWORD.
           EVALUATE FUNCTION TRIM(WS-PARM-CARD-KEY)
               WHEN "MACH-TRANS"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-MACH-TRANS-PATH
                   MOVE "YES" TO WS-SEEN-MACH-TRANS
               WHEN "MACH-LISTING"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-MACH-LISTING-PATH
                   MOVE "YES" TO WS-SEEN-MACH-LISTING
               WHEN "MACHINE-MASTER"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-MACHINE-MASTER-PATH
                   MOVE "YES" TO WS-SEEN-MACHINE-MASTER
               WHEN "RUN-LOCK"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-RUN-LOCK-PATH
                   MOVE "YES" TO WS-SEEN-RUN-LOCK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .

       CHECK-REQUIRED-PARM-CARDS.
           IF WS-SEEN-MACH-TRANS = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBMACH: required card MACH-TRANS is missing"
           END-IF
           IF WS-SEEN-MACH-LISTING = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBMACH: required card MACH-LISTING is missing"
           END-IF
           IF WS-SEEN-MACHINE-MASTER = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBMACH: required card MACHINE-MASTER is "
                   "missing"
           END-IF
           IF WS-SEEN-RUN-LOCK = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBMACH: required card RUN-LOCK is missing"
           END-IF
       .

       ECHO-RESOLVED-PARMS.
           DISPLAY "ERBMACH: MACH-TRANS="
               FUNCTION TRIM(WS-MACH-TRANS-PATH)
           DISPLAY "ERBMACH: MACH-LISTING="
               FUNCTION TRIM(WS-MACH-LISTING-PATH)
           DISPLAY "ERBMACH: MACHINE-MASTER="
               FUNCTION TRIM(WS-MACHINE-MASTER-PATH)
           DISPLAY "ERBMACH: RUN-LOCK="
               FUNCTION TRIM(WS-RUN-LOCK-PATH)
       .
