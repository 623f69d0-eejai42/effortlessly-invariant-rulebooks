      *> ERB Customer Master Maintenance and Inquiry
      *> GnuCOBOL free-format: cobc -free -m erb_customer.cbl
      *> Reads operator transactions and applies them to the indexed
      *> CUSTOMER-MASTER file that ERBORD screens orders against and
      *> ERBINV takes bill-to details and payment terms from.
      *> Transactions are one per line, pipe-delimited:
      *>   ADD|cust-no|name|addr-1|addr-2|addr-3|terms|net-days|limit
      *>   INQUIRE|cust-no
      *>   UPDNAME|cust-no|new-bill-to-name
      *>   UPDADDR|cust-no|addr-1|addr-2|addr-3
      *>   UPDTERMS|cust-no|terms-code|net-days
      *>   UPDLIMIT|cust-no|credit-limit
      *>   HOLD|cust-no
      *>   RELEASE|cust-no
      *>   DELETE|cust-no
      *> Every transaction is echoed with its result to the listing
      *> file. ADD against a logically deleted customer reopens the
      *> account with the details keyed; against a live one it is
      *> rejected. HOLD and RELEASE set and clear the credit hold ERBORD
      *> rejects new orders on. The master is created on the first ADD
      *> if it does not exist yet.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERBCUST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-TRANS ASSIGN TO WS-CUST-TRANS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-TRANS-STATUS.
           SELECT CUST-LISTING ASSIGN TO WS-CUST-LISTING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-LISTING-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO WS-CUSTOMER-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTOMER-NO
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT PARM-FILE ASSIGN TO WS-PARM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT RUN-LOCK ASSIGN TO WS-RUN-LOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-TRANS
           RECORDING MODE IS F.
       01  CUST-TRANS-RECORD           PIC X(600).
       FD  CUST-LISTING
           RECORDING MODE IS F.
       01  CUST-LISTING-RECORD         PIC X(600).
       FD  CUSTOMER-MASTER.
       COPY "erb_customer_copy".
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-CARD                   PIC X(300).
       FD  RUN-LOCK
           RECORDING MODE IS F.
       01  RUN-LOCK-RECORD             PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-CUST-TRANS-PATH          PIC X(255)
                                       VALUE "ERBCUST-TRANS.DAT".
       01  WS-CUST-LISTING-PATH        PIC X(255)
                                       VALUE "ERBCUST-LISTING.DAT".
       01  WS-CUSTOMER-MASTER-PATH     PIC X(255)
                                       VALUE "CUSTOMER-MASTER.DAT".
       01  WS-CUST-TRANS-STATUS        PIC XX.
       01  WS-CUST-LISTING-STATUS      PIC XX.
       01  WS-CUSTOMER-MASTER-STATUS   PIC XX.
       01  WS-EOF-SWITCH               PIC X(3) VALUE "NO".
           88 END-OF-TRANS             VALUE "YES".
       01  WS-TRANS-READ               PIC 9(9) VALUE ZERO.
       01  WS-TRANS-APPLIED            PIC 9(9) VALUE ZERO.
       01  WS-TRANS-REJECTED           PIC 9(9) VALUE ZERO.
       01  WS-TRANS-ACTION             PIC X(10).
       01  WS-TRANS-CUST-NO            PIC X(10).
       01  WS-TRANS-FIELD-1            PIC X(60).
       01  WS-TRANS-FIELD-2            PIC X(60).
       01  WS-TRANS-FIELD-3            PIC X(60).
       01  WS-TRANS-FIELD-4            PIC X(60).
       01  WS-TRANS-FIELD-5            PIC X(60).
       01  WS-TRANS-FIELD-6            PIC X(60).
       01  WS-TRANS-FIELD-7            PIC X(60).
       01  WS-CUSTOMER-FOUND           PIC X(3) VALUE "NO".
           88 CUSTOMER-RECORD-FOUND    VALUE "YES".
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
       01  WS-DAYS-TEST                PIC 9(6).
       01  WS-LIMIT-TEST               PIC 9(6).
       01  WS-DAYS-TEXT                PIC X(60).
       01  WS-LIMIT-TEXT               PIC X(60).
       01  WS-DAYS-DISPLAY             PIC ZZ9.
       01  WS-LIMIT-DISPLAY            PIC Z(10)9.99.
       01  WS-LISTING-LINE             PIC X(600).
       COPY "erb_parm_copy".
       01  WS-PARMS-SEEN.
           02 WS-SEEN-CUST-TRANS         PIC X(3) VALUE "NO".
           02 WS-SEEN-CUST-LISTING       PIC X(3) VALUE "NO".
           02 WS-SEEN-CUSTOMER-MASTER    PIC X(3) VALUE "NO".
           02 WS-SEEN-RUN-LOCK           PIC X(3) VALUE "NO".
       PROCEDURE DIVISION.
       MAIN-CUSTOMER.
           PERFORM LOAD-RUN-PARAMETERS
           IF PARM-ERROR-FOUND
               DISPLAY "ERBCUST: run aborted - correct "
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
           PERFORM OPEN-CUSTOMER-FILES
           PERFORM UNTIL END-OF-TRANS
               PERFORM READ-TRANS-RECORD
               IF NOT END-OF-TRANS
                   PERFORM APPLY-ONE-TRANSACTION
               END-IF
           END-PERFORM
           PERFORM CLOSE-CUSTOMER-FILES
           PERFORM RELEASE-RUN-LOCK
           DISPLAY "ERBCUST: read " WS-TRANS-READ
               " applied " WS-TRANS-APPLIED
               " rejected " WS-TRANS-REJECTED
           GOBACK.
       .

      *> Single-writer discipline shared with ERBDRVR, ERBFIX and
      *> ERBMAST: the customer master must not be rewritten while the
      *> daily batch is screening orders against it. LOCK-OVERRIDE as
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
               DISPLAY "ERBCUST: run lock is held by "
                   FUNCTION TRIM(WS-LOCK-PROGRAM)
                   " run " WS-LOCK-RUN-ID
                   " since " WS-LOCK-STAMP
               IF LOCK-OVERRIDE-REQUESTED
                   DISPLAY "ERBCUST: operator override accepted - "
                       "taking over the lock"
                   MOVE "NO" TO WS-LOCK-HELD
               ELSE
                   DISPLAY "ERBCUST: refusing to start - confirm the "
                       "holder is gone and resubmit with "
                       "LOCK-OVERRIDE"
               END-IF
           END-IF
           IF WS-LOCK-HELD = "NO"
               OPEN OUTPUT RUN-LOCK
               IF WS-RUN-LOCK-STATUS NOT = "00"
                   DISPLAY "ERBCUST: unable to take the run lock, "
                       "status " WS-RUN-LOCK-STATUS
               ELSE
                   MOVE SPACES TO RUN-LOCK-RECORD
                   STRING "ERBCUST|" DELIMITED BY SIZE
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

       OPEN-CUSTOMER-FILES.
           OPEN INPUT CUST-TRANS
           IF WS-CUST-TRANS-STATUS NOT = "00"
               DISPLAY "ERBCUST: unable to open transaction file, status "
                   WS-CUST-TRANS-STATUS
               MOVE "YES" TO WS-EOF-SWITCH
           END-IF
           OPEN OUTPUT CUST-LISTING
           IF WS-CUST-LISTING-STATUS NOT = "00"
               DISPLAY "ERBCUST: unable to open listing file, status "
                   WS-CUST-LISTING-STATUS
               MOVE "YES" TO WS-EOF-SWITCH
           END-IF
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUSTOMER-MASTER-STATUS = "35"
               OPEN OUTPUT CUSTOMER-MASTER
               CLOSE CUSTOMER-MASTER
               OPEN I-O CUSTOMER-MASTER
           END-IF
           IF WS-CUSTOMER-MASTER-STATUS NOT = "00"
               DISPLAY "ERBCUST: unable to open customer master, status "
                   WS-CUSTOMER-MASTER-STATUS
               MOVE "YES" TO WS-EOF-SWITCH
           END-IF
       .

       READ-TRANS-RECORD.
           READ CUST-TRANS INTO CUST-TRANS-RECORD
               AT END
                   MOVE "YES" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
           END-READ
       .

       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-TRANS-ACTION
           MOVE SPACES TO WS-TRANS-CUST-NO
           MOVE SPACES TO WS-TRANS-FIELD-1
           MOVE SPACES TO WS-TRANS-FIELD-2
           MOVE SPACES TO WS-TRANS-FIELD-3
           MOVE SPACES TO WS-TRANS-FIELD-4
           MOVE SPACES TO WS-TRANS-FIELD-5
           MOVE SPACES TO WS-TRANS-FIELD-6
           MOVE SPACES TO WS-TRANS-FIELD-7
           UNSTRING CUST-TRANS-RECORD DELIMITED BY "|"
               INTO WS-TRANS-ACTION
                    WS-TRANS-CUST-NO
                    WS-TRANS-FIELD-1
                    WS-TRANS-FIELD-2
                    WS-TRANS-FIELD-3
                    WS-TRANS-FIELD-4
                    WS-TRANS-FIELD-5
                    WS-TRANS-FIELD-6
                    WS-TRANS-FIELD-7
           PERFORM READ-CUSTOMER-BY-NO
           EVALUATE FUNCTION TRIM(WS-TRANS-ACTION)
               WHEN "ADD"
                   PERFORM DO-ADD-CUSTOMER
               WHEN "INQUIRE"
                   PERFORM DO-INQUIRE
               WHEN "UPDNAME"
                   PERFORM DO-UPDATE-NAME
               WHEN "UPDADDR"
                   PERFORM DO-UPDATE-ADDRESS
               WHEN "UPDTERMS"
                   PERFORM DO-UPDATE-TERMS
               WHEN "UPDLIMIT"
                   PERFORM DO-UPDATE-LIMIT
               WHEN "HOLD"
                   PERFORM DO-CREDIT-HOLD
               WHEN "RELEASE"
                   PERFORM DO-CREDIT-RELEASE
               WHEN "DELETE"
                   PERFORM DO-LOGICAL-DELETE
               WHEN OTHER
                   PERFORM REJECT-UNKNOWN-ACTION
           END-EVALUATE
       .

       READ-CUSTOMER-BY-NO.
           MOVE "NO" TO WS-CUSTOMER-FOUND
           MOVE WS-TRANS-CUST-NO TO CUSTOMER-NO
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO WS-CUSTOMER-FOUND
           END-READ
       .

      *> Net days and credit limit are validated before anything is
      *> written, so a mis-keyed ADD never leaves a half-built account.
       DO-ADD-CUSTOMER.
           IF WS-TRANS-CUST-NO = SPACES
               PERFORM REJECT-BLANK-CUSTOMER-NO
           ELSE
               IF CUSTOMER-RECORD-FOUND
                   AND (CUSTOMER-DELETE-FLAG NOT = "D")
                   PERFORM REJECT-CUSTOMER-EXISTS
               ELSE
                   MOVE WS-TRANS-FIELD-6 TO WS-DAYS-TEXT
                   MOVE WS-TRANS-FIELD-7 TO WS-LIMIT-TEXT
                   PERFORM TEST-DAYS-AND-LIMIT
                   IF (WS-DAYS-TEST NOT = 0) OR (WS-LIMIT-TEST NOT = 0)
                       PERFORM REJECT-BAD-NUMBER
                   ELSE
                       PERFORM APPLY-ADD-CUSTOMER
                   END-IF
               END-IF
           END-IF
       .

       APPLY-ADD-CUSTOMER.
           MOVE SPACES TO CUSTOMER-RECORD
           MOVE WS-TRANS-CUST-NO TO CUSTOMER-NO
           MOVE WS-TRANS-FIELD-1 TO CUSTOMER-NAME
           MOVE WS-TRANS-FIELD-2 TO CUSTOMER-ADDR-1
           MOVE WS-TRANS-FIELD-3 TO CUSTOMER-ADDR-2
           MOVE WS-TRANS-FIELD-4 TO CUSTOMER-ADDR-3
           MOVE WS-TRANS-FIELD-5 TO CUSTOMER-TERMS-CODE
           MOVE FUNCTION NUMVAL(WS-DAYS-TEXT) TO CUSTOMER-TERMS-DAYS
           MOVE FUNCTION NUMVAL(WS-LIMIT-TEXT) TO CUSTOMER-CREDIT-LIMIT
           MOVE SPACE TO CUSTOMER-HOLD-FLAG
           MOVE SPACE TO CUSTOMER-DELETE-FLAG
           MOVE WS-RUN-ID TO CUSTOMER-LAST-RUN-ID
           IF CUSTOMER-RECORD-FOUND
               PERFORM REWRITE-CUSTOMER-RECORD
           ELSE
               WRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "ERBCUST: write failed for customer "
                           FUNCTION TRIM(CUSTOMER-NO)
                           " status " WS-CUSTOMER-MASTER-STATUS
                       ADD 1 TO WS-TRANS-REJECTED
                       MOVE "NO" TO WS-MASTER-WRITE-OK
                   NOT INVALID KEY
                       ADD 1 TO WS-TRANS-APPLIED
                       MOVE "YES" TO WS-MASTER-WRITE-OK
               END-WRITE
           END-IF
           MOVE SPACES TO WS-LISTING-LINE
           IF MASTER-WRITE-OK
               MOVE CUSTOMER-CREDIT-LIMIT TO WS-LIMIT-DISPLAY
               STRING "ADD|" DELIMITED BY SIZE
                   FUNCTION TRIM(CUSTOMER-NO) DELIMITED BY SIZE
                   "|customer added - " DELIMITED BY SIZE
                   FUNCTION TRIM(CUSTOMER-NAME) DELIMITED BY SIZE
                   " terms " DELIMITED BY SIZE
                   FUNCTION TRIM(CUSTOMER-TERMS-CODE) DELIMITED BY SIZE
                   " limit " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LIMIT-DISPLAY) DELIMITED BY SIZE
                   INTO WS-LISTING-LINE
               END-STRING
           ELSE
               STRING "ADD|" DELIMITED BY SIZE
                   FUNCTION TRIM(CUSTOMER-NO) DELIMITED BY SIZE
                   "|REJECTED - customer master write failed, status "
                       DELIMITED BY SIZE
                   WS-CUSTOMER-MASTER-STATUS DELIMITED BY SIZE
                   INTO WS-LISTING-LINE
               END-STRING
           END-IF
           PERFORM WRITE-LISTING-LINE
       .

       TEST-DAYS-AND-LIMIT.
           MOVE 0 TO WS-DAYS-TEST
           MOVE 0 TO WS-LIMIT-TEST
           IF WS-DAYS-TEXT = SPACES
               MOVE 1 TO WS-DAYS-TEST
           ELSE
               COMPUTE WS-DAYS-TEST = FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-DAYS-TEXT))
               IF WS-DAYS-TEST = 0
                   IF (FUNCTION NUMVAL(WS-DAYS-TEXT) < 0)
                       OR (FUNCTION NUMVAL(WS-DAYS-TEXT) > 999)
                       MOVE 1 TO WS-DAYS-TEST
                   END-IF
               END-IF
           END-IF
           IF WS-LIMIT-TEXT = SPACES
               MOVE 1 TO WS-LIMIT-TEST
           ELSE
               COMPUTE WS-LIMIT-TEST = FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-LIMIT-TEXT))
               IF WS-LIMIT-TEST = 0
                   IF FUNCTION NUMVAL(WS-LIMIT-TEXT) < 0
                       MOVE 1 TO WS-LIMIT-TEST
                   END-IF
               END-IF
           END-IF
       .

       DO-INQUIRE.
           IF CUSTOMER-RECORD-FOUND
               MOVE CUSTOMER-TERMS-DAYS TO WS-DAYS-DISPLAY
               MOVE CUSTOMER-CREDIT-LIMIT TO WS-LIMIT-DISPLAY
               MOVE SPACES TO WS-LISTING-LINE
               STRING "INQUIRE|" DELIMITED BY SIZE
                   FUNCTION TRIM(CUSTOMER-NO) DELIMITED BY SIZE "|"
                   FUNCTION TRIM(CUSTOMER-NAME) DELIMITED BY SIZE "|"
                   FUNCTION TRIM(CUSTOMER-ADDR-1) DELIMITED BY SIZE "|"
                   FUNCTION TRIM(CUSTOMER-ADDR-2) DELIMITED BY SIZE "|"
                   FUNCTION TRIM(CUSTOMER-ADDR-3) DELIMITED BY SIZE "|"
                   FUNCTION TRIM(CUSTOMER-TERMS-CODE)
                       DELIMITED BY SIZE "|"
                   FUNCTION TRIM(WS-DAYS-DISPLAY) DELIMITED BY SIZE "|"
                   FUNCTION TRIM(WS-LIMIT-DISPLAY) DELIMITED BY SIZE "|"
                   CUSTOMER-HOLD-FLAG DELIMITED BY SIZE "|"
                   CUSTOMER-DELETE-FLAG DELIMITED BY SIZE "|"
                   CUSTOMER-LAST-RUN-ID DELIMITED BY SIZE
                   INTO WS-LISTING-LINE
               END-STRING
               PERFORM WRITE-LISTING-LINE
               ADD 1 TO WS-TRANS-APPLIED
           ELSE
               PERFORM REJECT-CUSTOMER-NOT-FOUND
           END-IF
       .

       DO-UPDATE-NAME.
           IF CUSTOMER-RECORD-FOUND
               MOVE WS-TRANS-FIELD-1 TO CUSTOMER-NAME
               MOVE WS-RUN-ID TO CUSTOMER-LAST-RUN-ID
               PERFORM REWRITE-CUSTOMER-RECORD
               MOVE SPACES TO WS-LISTING-LINE
               STRING "UPDNAME|" DELIMITED BY SIZE
                   FUNCTION TRIM(CUSTOMER-NO) DELIMITED BY SIZE
                   "|bill-to name set to '" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TRANS-FIELD-1) DELIMITED BY SIZE
                   "'" DELIMITED BY SIZE
                   INTO WS-LISTING-LINE
               END-STRING
               PERFORM WRITE-LISTING-LINE
           ELSE
               PERFORM REJECT-CUSTOMER-NOT-FOUND
           END-IF
       .

       DO-UPDATE-ADDRESS.
           IF CUSTOMER-RECORD-FOUND
               MOVE WS-TRANS-FIELD-1 TO CUSTOMER-ADDR-1
               MOVE WS-TRANS-FIELD-2 TO CUSTOMER-ADDR-2
               MOVE WS-TRANS-FIELD-3 TO CUSTOMER-ADDR-3
               MOVE WS-RUN-ID TO CUSTOMER-LAST-RUN-ID
               PERFORM REWRITE-CUSTOMER-RECORD
               MOVE SPACES TO WS-LISTING-LINE
               STRING "UPDADDR|" DELIMITED BY SIZE
                   FUNCTION TRIM(CUSTOMER-NO) DELIMITED BY SIZE
                   "|bill-to address set to '" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TRANS-FIELD-1) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TRANS-FIELD-2) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TRANS-FIELD-3) DELIMITED BY SIZE
                   "'" DELIMITED BY SIZE
                   INTO WS-LISTING-LINE
               END-STRING
               PERFORM WRITE-LISTING-LINE
           ELSE
               PERFORM REJECT-CUSTOMER-NOT-FOUND
           END-IF
       .

       DO-UPDATE-TERMS.
           IF CUSTOMER-RECORD-FOUND
               MOVE WS-TRANS-FIELD-2 TO WS-DAYS-TEXT
               MOVE "0" TO WS-LIMIT-TEXT
               PERFORM TEST-DAYS-AND-LIMIT
               IF WS-DAYS-TEST NOT = 0
                   PERFORM REJECT-BAD-NUMBER
               ELSE
                   MOVE WS-TRANS-FIELD-1 TO CUSTOMER-TERMS-CODE
                   MOVE FUNCTION NUMVAL(WS-DAYS-TEXT)
                       TO CUSTOMER-TERMS-DAYS
                   MOVE WS-RUN-ID TO CUSTOMER-LAST-RUN-ID
                   PERFORM REWRITE-CUSTOMER-RECORD
                   MOVE CUSTOMER-TERMS-DAYS TO WS-DAYS-DISPLAY
                   MOVE SPACES TO WS-LISTING-LINE
                   STRING "UPDTERMS|" DELIMITED BY SIZE
                       FUNCTION TRIM(CUSTOMER-NO) DELIMITED BY SIZE
                       "|terms set to " DELIMITED BY SIZE
                       FUNCTION TRIM(CUSTOMER-TERMS-CODE)
                           DELIMITED BY SIZE
                       " net " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DAYS-DISPLAY) DELIMITED BY SIZE
                       " days" DELIMITED BY SIZE
                       INTO WS-LISTING-LINE
                   END-STRING
                   PERFORM WRITE-LISTING-LINE
               END-IF
           ELSE
               PERFORM REJECT-CUSTOMER-NOT-FOUND
           END-IF
       .

       DO-UPDATE-LIMIT.
           IF CUSTOMER-RECORD-FOUND
               MOVE "0" TO WS-DAYS-TEXT
               MOVE WS-TRANS-FIELD-1 TO WS-LIMIT-TEXT
               PERFORM TEST-DAYS-AND-LIMIT
               IF WS-LIMIT-TEST NOT = 0
                   PERFORM REJECT-BAD-NUMBER
               ELSE
                   MOVE FUNCTION NUMVAL(WS-LIMIT-TEXT)
                       TO CUSTOMER-CREDIT-LIMIT
                   MOVE WS-RUN-ID TO CUSTOMER-LAST-RUN-ID
                   PERFORM REWRITE-CUSTOMER-RECORD
                   MOVE CUSTOMER-CREDIT-LIMIT TO WS-LIMIT-DISPLAY
                   MOVE SPACES TO WS-LISTING-LINE
                   STRING "UPDLIMIT|" DELIMITED BY SIZE
                       FUNCTION TRIM(CUSTOMER-NO) DELIMITED BY SIZE
                       "|credit limit set to " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LIMIT-DISPLAY) DELIMITED BY SIZE
                       INTO WS-LISTING-LINE
                   END-STRING
                   PERFORM WRITE-LISTING-LINE
               END-IF
           ELSE
               PERFORM REJECT-CUSTOMER-NOT-FOUND
           END-IF
       .

       DO-CREDIT-HOLD.
           IF CUSTOMER-RECORD-FOUND
               MOVE "H" TO CUSTOMER-HOLD-FLAG
               MOVE WS-RUN-ID TO CUSTOMER-LAST-RUN-ID
               PERFORM REWRITE-CUSTOMER-RECORD
               MOVE SPACES TO WS-LISTING-LINE
               STRING "HOLD|" DELIMITED BY SIZE
                   FUNCTION TRIM(CUSTOMER-NO) DELIMITED BY SIZE
                   "|placed on credit hold" DELIMITED BY SIZE
                   INTO WS-LISTING-LINE
               END-STRING
               PERFORM WRITE-LISTING-LINE
           ELSE
               PERFORM REJECT-CUSTOMER-NOT-FOUND
           END-IF
       .

       DO-CREDIT-RELEASE.
           IF CUSTOMER-RECORD-FOUND
               MOVE SPACE TO CUSTOMER-HOLD-FLAG
               MOVE WS-RUN-ID TO CUSTOMER-LAST-RUN-ID
               PERFORM REWRITE-CUSTOMER-RECORD
               MOVE SPACES TO WS-LISTING-LINE
               STRING "RELEASE|" DELIMITED BY SIZE
                   FUNCTION TRIM(CUSTOMER-NO) DELIMITED BY SIZE
                   "|released from credit hold" DELIMITED BY SIZE
                   INTO WS-LISTING-LINE
               END-STRING
               PERFORM WRITE-LISTING-LINE
           ELSE
               PERFORM REJECT-CUSTOMER-NOT-FOUND
           END-IF
       .

       DO-LOGICAL-DELETE.
           IF CUSTOMER-RECORD-FOUND
               MOVE "D" TO CUSTOMER-DELETE-FLAG
               MOVE WS-RUN-ID TO CUSTOMER-LAST-RUN-ID
               PERFORM REWRITE-CUSTOMER-RECORD
               MOVE SPACES TO WS-LISTING-LINE
               STRING "DELETE|" DELIMITED BY SIZE
                   FUNCTION TRIM(CUSTOMER-NO) DELIMITED BY SIZE
                   "|logically deleted" DELIMITED BY SIZE
                   INTO WS-LISTING-LINE
               END-STRING
               PERFORM WRITE-LISTING-LINE
           ELSE
               PERFORM REJECT-CUSTOMER-NOT-FOUND
           END-IF
       .

       REWRITE-CUSTOMER-RECORD.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "ERBCUST: rewrite failed for customer "
                       FUNCTION TRIM(CUSTOMER-NO)
                       " status " WS-CUSTOMER-MASTER-STATUS
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE "NO" TO WS-MASTER-WRITE-OK
               NOT INVALID KEY
                   ADD 1 TO WS-TRANS-APPLIED
                   MOVE "YES" TO WS-MASTER-WRITE-OK
           END-REWRITE
       .

       REJECT-BLANK-CUSTOMER-NO.
           MOVE SPACES TO WS-LISTING-LINE
           STRING FUNCTION TRIM(WS-TRANS-ACTION) DELIMITED BY SIZE
               "||REJECTED - customer number is blank"
                   DELIMITED BY SIZE
               INTO WS-LISTING-LINE
           END-STRING
           PERFORM WRITE-LISTING-LINE
           ADD 1 TO WS-TRANS-REJECTED
       .

       REJECT-CUSTOMER-EXISTS.
           MOVE SPACES TO WS-LISTING-LINE
           STRING FUNCTION TRIM(WS-TRANS-ACTION) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-TRANS-CUST-NO) DELIMITED BY SIZE
               "|REJECTED - customer already on master"
                   DELIMITED BY SIZE
               INTO WS-LISTING-LINE
           END-STRING
           PERFORM WRITE-LISTING-LINE
           ADD 1 TO WS-TRANS-REJECTED
       .

       REJECT-BAD-NUMBER.
           MOVE SPACES TO WS-LISTING-LINE
           STRING FUNCTION TRIM(WS-TRANS-ACTION) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-TRANS-CUST-NO) DELIMITED BY SIZE
               "|REJECTED - net days '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DAYS-TEXT) DELIMITED BY SIZE
               "' or credit limit '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-LIMIT-TEXT) DELIMITED BY SIZE
               "' is not a valid number" DELIMITED BY SIZE
               INTO WS-LISTING-LINE
           END-STRING
           PERFORM WRITE-LISTING-LINE
           ADD 1 TO WS-TRANS-REJECTED
       .

       REJECT-CUSTOMER-NOT-FOUND.
           MOVE SPACES TO WS-LISTING-LINE
           STRING FUNCTION TRIM(WS-TRANS-ACTION) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-TRANS-CUST-NO) DELIMITED BY SIZE
               "|REJECTED - customer not on master" DELIMITED BY SIZE
               INTO WS-LISTING-LINE
           END-STRING
           PERFORM WRITE-LISTING-LINE
           ADD 1 TO WS-TRANS-REJECTED
       .

       REJECT-UNKNOWN-ACTION.
           MOVE SPACES TO WS-LISTING-LINE
           STRING FUNCTION TRIM(WS-TRANS-ACTION) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-TRANS-CUST-NO) DELIMITED BY SIZE
               "|REJECTED - unknown action" DELIMITED BY SIZE
               INTO WS-LISTING-LINE
           END-STRING
           PERFORM WRITE-LISTING-LINE
           ADD 1 TO WS-TRANS-REJECTED
       .

       WRITE-LISTING-LINE.
           WRITE CUST-LISTING-RECORD FROM WS-LISTING-LINE
       .

       CLOSE-CUSTOMER-FILES.
           CLOSE CUST-TRANS
           CLOSE CUST-LISTING
           CLOSE CUSTOMER-MASTER
       .

       LOAD-RUN-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "ERBCUST: run-parameter file "
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
                   DISPLAY "ERBCUST: malformed parameter card '"
                       FUNCTION TRIM(PARM-CARD) "'"
                   MOVE "YES" TO WS-PARM-ERROR-SWITCH
               ELSE
                   PERFORM APPLY-PARM-KEYWORD
               END-IF
           END-IF
       .

       APPLY-PARM-KEYWORD.
           EVALUATE FUNCTION TRIM(WS-PARM-CARD-KEY)
               WHEN "CUST-TRANS"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-CUST-TRANS-PATH
                   MOVE "YES" TO WS-SEEN-CUST-TRANS
               WHEN "CUST-LISTING"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-CUST-LISTING-PATH
                   MOVE "YES" TO WS-SEEN-CUST-LISTING
               WHEN "CUSTOMER-MASTER"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-CUSTOMER-MASTER-PATH
                   MOVE "YES" TO WS-SEEN-CUSTOMER-MASTER
               WHEN "RUN-LOCK"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-RUN-LOCK-PATH
                   MOVE "YES" TO WS-SEEN-RUN-LOCK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .

       CHECK-REQUIRED-PARM-CARDS.
           IF WS-SEEN-CUST-TRANS = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBCUST: required card CUST-TRANS is missing"
           END-IF
           IF WS-SEEN-CUST-LISTING = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBCUST: required card CUST-LISTING is missing"
           END-IF
           IF WS-SEEN-CUSTOMER-MASTER = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBCUST: required card CUSTOMER-MASTER is "
                   "missing"
           END-IF
           IF WS-SEEN-RUN-LOCK = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBCUST: required card RUN-LOCK is missing"
           END-IF
       .

       ECHO-RESOLVED-PARMS.
           DISPLAY "ERBCUST: CUST-TRANS="
               FUNCTION TRIM(WS-CUST-TRANS-PATH)
           DISPLAY "ERBCUST: CUST-LISTING="
               FUNCTION TRIM(WS-CUST-LISTING-PATH)
           DISPLAY "ERBCUST: CUSTOMER-MASTER="
               FUNCTION TRIM(WS-CUSTOMER-MASTER-PATH)
           DISPLAY "ERBCUST: RUN-LOCK="
               FUNCTION TRIM(WS-RUN-LOCK-PATH)
       .
