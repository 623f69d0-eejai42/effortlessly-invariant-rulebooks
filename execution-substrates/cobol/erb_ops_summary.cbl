      *> step that ended with a nonzero return code is flagged ABENDED
      *> and every repeat of a program the same day is flagged RERUN.
      *> The expected nightly chain - ERBDRVR, ERBCOST, ERBORD,
      *> ERBCONF, ERBBAL and the ERBINTG integrity sweep - is then
      *> checked: a missing step is flagged SKIPPED and a step that ran
      *> more than once RAN-TWICE.
      *> ERBFIX and ERBPURGE are on-demand steps and are listed but
      *> never expected. The day defaults to the newest date in the
      *> log and can be overridden with a YYYYMMDD first argument.
      *> Any flag ends the job with RETURN-CODE 8. The job-chain
      *> controller ERBCHAIN writes one record per chain step it runs,
      *> so its records are never flagged RERUN; a chain step that
      *> failed or was blocked carries RC 8 and is flagged ABENDED.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERBOPS.
       ENVIRONMENT DIVISION.
       01  WS-LOG-RC                   PIC 9(4).
       01  WS-STEP-NOTE                PIC X(10).
       01  WS-CHAIN-TABLE.
           02 WS-CHAIN-ENTRY OCCURS 6 TIMES.
              03 WS-CHAIN-PROGRAM      PIC X(10).
              03 WS-CHAIN-RUNS         PIC 9(4).
       01  WS-CHAIN-I                  PIC 9(4).
           MOVE "ERBORD" TO WS-CHAIN-PROGRAM(3)
           MOVE "ERBCONF" TO WS-CHAIN-PROGRAM(4)
           MOVE "ERBBAL" TO WS-CHAIN-PROGRAM(5)
           MOVE "ERBINTG" TO WS-CHAIN-PROGRAM(6)
           PERFORM VARYING WS-CHAIN-I FROM 1 BY 1
               UNTIL WS-CHAIN-I > 6
               MOVE 0 TO WS-CHAIN-RUNS(WS-CHAIN-I)
           END-PERFORM
       .

       TALLY-CHAIN-PROGRAM.
           PERFORM VARYING WS-CHAIN-I FROM 1 BY 1
               UNTIL WS-CHAIN-I > 6
               IF WS-CHAIN-PROGRAM(WS-CHAIN-I)
                   = FUNCTION TRIM(WS-LOG-FIELD-PROGRAM)
                   ADD 1 TO WS-CHAIN-RUNS(WS-CHAIN-I)
      *> when the same program already appeared earlier in the day.
      *> The seen-program registry is big enough for every rerun a
      *> day could plausibly hold; an overflow only costs the RERUN
      *> note, never the step line. ERBCHAIN logs once per chain step,
      *> so repeats of it are expected and skip the registry.
       NOTE-STEP-FLAGS.
           MOVE SPACES TO WS-STEP-NOTE
           IF WS-LOG-RC NOT = 0
               MOVE "ABENDED" TO WS-STEP-NOTE
               ADD 1 TO WS-FLAG-COUNT
           END-IF
           IF FUNCTION TRIM(WS-LOG-FIELD-PROGRAM) NOT = "ERBCHAIN"
               PERFORM SEARCH-SEEN-PROGRAMS
               IF WS-SEEN-RESULT = "true"
                   IF WS-STEP-NOTE = SPACES
                       MOVE "RERUN" TO WS-STEP-NOTE
                   END-IF
               ELSE
                   PERFORM ADD-TO-SEEN-PROGRAMS
               END-IF
           END-IF
       .


       CHECK-EXPECTED-CHAIN.
           PERFORM VARYING WS-CHAIN-I FROM 1 BY 1
               UNTIL WS-CHAIN-I > 6
               EVALUATE TRUE
                   WHEN WS-CHAIN-RUNS(WS-CHAIN-I) = 0
                       MOVE SPACES TO SUMMARY-OUT-RECORD
