      *> ERB Shapes Master Verify-and-Rebuild Utility
      *> GnuCOBOL free-format: cobc -free -m erb_master_recover.cbl
      *> Recovery story for the shapes master, and the unload and
      *> reload that convert the order backlog. The first argument
      *> picks the mode:
      *>   UNLOAD  - copy every master record (including logically
      *>             deleted ones) to a pipe-delimited sequential
      *>             backup file.
      *>             from every archived SHAPES-OUT generation in the
      *>             catalog, oldest first, so the newest state of
      *>             each shape wins.
      *>   BACKLOG-UNLOAD - copy every order on the indexed
      *>             ORDER-BACKLOG.DAT to a pipe-delimited sequential
      *>             backup file. A backlog still in the layout before
      *>             the customer number and unit price were added
      *>             (the current layout opens with status 39) is read
      *>             through the old record length and unloaded with
      *>             no customer and no price.
      *>   BACKLOG-RELOAD - rebuild the indexed backlog in the current
      *>             layout from that backup. BACKLOG-UNLOAD followed
      *>             by BACKLOG-RELOAD converts an old backlog; orders
      *>             carried over with no customer or price are
      *>             repriced and tied to their customer the next time
      *>             ERBORD sees them on ORDERS.DAT.
      *> RELOAD and REBUILD rewrite the master and therefore honour
      *> the single-writer run lock shared with ERBDRVR, ERBFIX and
      *> ERBMAST; LOCK-OVERRIDE as the second argument takes over a
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-SHAPE-ID
               FILE STATUS IS WS-SHAPES-MASTER-STATUS.
           SELECT ORDER-BACKLOG ASSIGN TO WS-BACKLOG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BACKLOG-ORDER-NO
               FILE STATUS IS WS-BACKLOG-STATUS.
           SELECT OLD-BACKLOG ASSIGN TO WS-BACKLOG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-BACKLOG-ORDER-NO
               FILE STATUS IS WS-BACKLOG-STATUS.
           SELECT BACKLOG-BACKUP ASSIGN TO WS-BACKLOG-BACKUP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKLOG-BACKUP-STATUS.
           SELECT BACKUP-FILE ASSIGN TO WS-BACKUP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
       FILE SECTION.
       FD  SHAPES-MASTER.
       COPY "erb_master_copy".
       FD  ORDER-BACKLOG.
       COPY "erb_backlog_copy".
      *> The backlog record as it was before BACKLOG-CUSTOMER-NO and
      *> BACKLOG-UNIT-PRICE were added to the end of it.
       FD  OLD-BACKLOG.
       01  OLD-BACKLOG-RECORD.
           02 OLD-BACKLOG-ORDER-NO     PIC X(20).
           02 OLD-BACKLOG-REST         PIC X(546).
       FD  BACKLOG-BACKUP
           RECORDING MODE IS F.
       01  BACKLOG-BACKUP-RECORD       PIC X(700).
       FD  BACKUP-FILE
           RECORDING MODE IS F.
       01  BACKUP-RECORD               PIC X(2600).
       01  WS-VERIFY-OUT-PATH          PIC X(255)
                                       VALUE "MASTER-VERIFY.DAT".
       01  WS-GENERATION-PATH          PIC X(255).
       01  WS-BACKLOG-PATH             PIC X(255)
                                       VALUE "ORDER-BACKLOG.DAT".
       01  WS-BACKLOG-BACKUP-PATH      PIC X(255)
                                       VALUE "ORDER-BACKLOG-BACKUP.DAT".
       01  WS-BACKLOG-STATUS           PIC XX.
       01  WS-BACKLOG-BACKUP-STATUS    PIC XX.
       01  WS-BACKLOG-EOF              PIC X(3) VALUE "NO".
           88 END-OF-BACKLOG           VALUE "YES".
       01  WS-OLD-LAYOUT               PIC X(3) VALUE "NO".
           88 OLD-BACKLOG-LAYOUT       VALUE "YES".
       01  WS-BACKLOG-FAILURES         PIC 9(9) VALUE ZERO.
       01  WS-BKL-PRICE-DISPLAY        PIC 9(9).9(4).
       01  WS-BKL-FIELD-ORDERED        PIC X(10).
       01  WS-BKL-FIELD-FULFILLED      PIC X(10).
       01  WS-BKL-FIELD-PRICE          PIC X(20).
       01  WS-SHAPES-MASTER-STATUS     PIC XX.
       01  WS-BACKUP-STATUS            PIC XX.
       01  WS-CATALOG-STATUS           PIC XX.
           02 WS-SEEN-CATALOG            PIC X(3) VALUE "NO".
           02 WS-SEEN-MASTER-VERIFY      PIC X(3) VALUE "NO".
           02 WS-SEEN-RUN-LOCK           PIC X(3) VALUE "NO".
           02 WS-SEEN-ORDER-BACKLOG      PIC X(3) VALUE "NO".
           02 WS-SEEN-BACKLOG-BACKUP     PIC X(3) VALUE "NO".
       PROCEDURE DIVISION.
       MAIN-RECOVER.
           PERFORM LOAD-RUN-PARAMETERS
                   ELSE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN "BACKLOG-UNLOAD"
                   PERFORM UNLOAD-BACKLOG
               WHEN "BACKLOG-RELOAD"
                   PERFORM RELOAD-BACKLOG
               WHEN OTHER
                   DISPLAY "ERBMREC: first argument must be UNLOAD, "
                       "RELOAD, VERIFY, REBUILD, BACKLOG-UNLOAD or "
                       "BACKLOG-RELOAD"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK.
           END-WRITE
       .

      *> ---- BACKLOG-UNLOAD -----------------------------------------

       UNLOAD-BACKLOG.
           MOVE "NO" TO WS-OLD-LAYOUT
           OPEN INPUT ORDER-BACKLOG
           IF WS-BACKLOG-STATUS = "39"
               OPEN INPUT OLD-BACKLOG
               IF WS-BACKLOG-STATUS = "00"
                   MOVE "YES" TO WS-OLD-LAYOUT
                   DISPLAY "ERBMREC: order backlog is in the layout "
                       "without customer and price - unloading it "
                       "for conversion"
               END-IF
           END-IF
           IF WS-BACKLOG-STATUS NOT = "00"
               DISPLAY "ERBMREC: unable to open order backlog, status "
                   WS-BACKLOG-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT BACKLOG-BACKUP
               IF WS-BACKLOG-BACKUP-STATUS NOT = "00"
                   DISPLAY "ERBMREC: unable to open backlog backup, "
                       "status " WS-BACKLOG-BACKUP-STATUS
                   PERFORM CLOSE-UNLOADED-BACKLOG
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL END-OF-BACKLOG
                       PERFORM READ-NEXT-BACKLOG-ORDER
                       IF NOT END-OF-BACKLOG
                           PERFORM WRITE-ONE-BACKLOG-BACKUP-ROW
                       END-IF
                   END-PERFORM
                   MOVE "NO" TO WS-BACKLOG-EOF
                   CLOSE BACKLOG-BACKUP
                   PERFORM CLOSE-UNLOADED-BACKLOG
                   DISPLAY "ERBMREC: unloaded " WS-RECORDS-COPIED
                       " backlog order(s) to "
                       FUNCTION TRIM(WS-BACKLOG-BACKUP-PATH)
               END-IF
           END-IF
       .

      *> The old record is the current one less the fields added at
      *> its end, so it is moved across whole and the new fields
      *> cleared.
       READ-NEXT-BACKLOG-ORDER.
           IF OLD-BACKLOG-LAYOUT
               READ OLD-BACKLOG NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-BACKLOG-EOF
                   NOT AT END
                       MOVE OLD-BACKLOG-RECORD TO BACKLOG-RECORD
                       MOVE SPACES TO BACKLOG-CUSTOMER-NO
                       MOVE 0 TO BACKLOG-UNIT-PRICE
               END-READ
           ELSE
               READ ORDER-BACKLOG NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-BACKLOG-EOF
               END-READ
           END-IF
       .

       CLOSE-UNLOADED-BACKLOG.
           IF OLD-BACKLOG-LAYOUT
               CLOSE OLD-BACKLOG
           ELSE
               CLOSE ORDER-BACKLOG
           END-IF
       .

       WRITE-ONE-BACKLOG-BACKUP-ROW.
           IF BACKLOG-UNIT-PRICE IS NUMERIC
               MOVE BACKLOG-UNIT-PRICE TO WS-BKL-PRICE-DISPLAY
           ELSE
               MOVE 0 TO WS-BKL-PRICE-DISPLAY
           END-IF
           MOVE SPACES TO BACKLOG-BACKUP-RECORD
           STRING FUNCTION TRIM(BACKLOG-ORDER-NO) DELIMITED BY SIZE "|"
               FUNCTION TRIM(BACKLOG-SHAPE-REF) DELIMITED BY SIZE "|"
               BACKLOG-QTY-ORDERED DELIMITED BY SIZE "|"
               BACKLOG-QTY-FULFILLED DELIMITED BY SIZE "|"
               BACKLOG-DUE-DATE DELIMITED BY SPACE "|"
               BACKLOG-STATUS DELIMITED BY SPACE "|"
               BACKLOG-LAST-RUN-ID DELIMITED BY SPACE "|"
               BACKLOG-CUSTOMER-NO DELIMITED BY SPACE "|"
               WS-BKL-PRICE-DISPLAY DELIMITED BY SIZE
               INTO BACKLOG-BACKUP-RECORD
           END-STRING
           WRITE BACKLOG-BACKUP-RECORD
           ADD 1 TO WS-RECORDS-COPIED
       .

      *> ---- BACKLOG-RELOAD -----------------------------------------

       RELOAD-BACKLOG.
           OPEN INPUT BACKLOG-BACKUP
           IF WS-BACKLOG-BACKUP-STATUS NOT = "00"
               DISPLAY "ERBMREC: unable to open backlog backup, status "
                   WS-BACKLOG-BACKUP-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ORDER-BACKLOG
               IF WS-BACKLOG-STATUS NOT = "00"
                   DISPLAY "ERBMREC: unable to rebuild order backlog, "
                       "status " WS-BACKLOG-STATUS
                   CLOSE BACKLOG-BACKUP
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL END-OF-INPUT
                       READ BACKLOG-BACKUP INTO BACKLOG-BACKUP-RECORD
                           AT END
                               MOVE "YES" TO WS-EOF-SWITCH
                           NOT AT END
                               PERFORM RELOAD-ONE-BACKLOG-ROW
                       END-READ
                   END-PERFORM
                   MOVE "NO" TO WS-EOF-SWITCH
                   CLOSE ORDER-BACKLOG
                   CLOSE BACKLOG-BACKUP
                   DISPLAY "ERBMREC: reloaded " WS-RECORDS-COPIED
                       " backlog order(s) from "
                       FUNCTION TRIM(WS-BACKLOG-BACKUP-PATH)
                   IF WS-BACKLOG-FAILURES > 0
                       DISPLAY "ERBMREC: " WS-BACKLOG-FAILURES
                           " backlog order(s) could not be reloaded"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
       .

       RELOAD-ONE-BACKLOG-ROW.
           MOVE SPACES TO BACKLOG-RECORD
           MOVE SPACES TO WS-BKL-FIELD-ORDERED
           MOVE SPACES TO WS-BKL-FIELD-FULFILLED
           MOVE SPACES TO WS-BKL-FIELD-PRICE
           UNSTRING BACKLOG-BACKUP-RECORD DELIMITED BY "|"
               INTO BACKLOG-ORDER-NO
                    BACKLOG-SHAPE-REF
                    WS-BKL-FIELD-ORDERED
                    WS-BKL-FIELD-FULFILLED
                    BACKLOG-DUE-DATE
                    BACKLOG-STATUS
                    BACKLOG-LAST-RUN-ID
                    BACKLOG-CUSTOMER-NO
                    WS-BKL-FIELD-PRICE
           MOVE 0 TO BACKLOG-QTY-ORDERED
           IF FUNCTION TEST-NUMVAL(WS-BKL-FIELD-ORDERED) = 0
               COMPUTE BACKLOG-QTY-ORDERED = FUNCTION NUMVAL(
                   WS-BKL-FIELD-ORDERED)
           END-IF
           MOVE 0 TO BACKLOG-QTY-FULFILLED
           IF FUNCTION TEST-NUMVAL(WS-BKL-FIELD-FULFILLED) = 0
               COMPUTE BACKLOG-QTY-FULFILLED = FUNCTION NUMVAL(
                   WS-BKL-FIELD-FULFILLED)
           END-IF
           MOVE 0 TO BACKLOG-UNIT-PRICE
           IF (WS-BKL-FIELD-PRICE NOT = SPACES)
               AND (FUNCTION TEST-NUMVAL(WS-BKL-FIELD-PRICE) = 0)
               COMPUTE BACKLOG-UNIT-PRICE = FUNCTION NUMVAL(
                   WS-BKL-FIELD-PRICE)
           END-IF
           WRITE BACKLOG-RECORD
               INVALID KEY
                   DISPLAY "ERBMREC: unable to reload backlog order "
                       FUNCTION TRIM(BACKLOG-ORDER-NO)
                       " status " WS-BACKLOG-STATUS
                   ADD 1 TO WS-BACKLOG-FAILURES
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-COPIED
           END-WRITE
       .

      *> ---- VERIFY -------------------------------------------------

       VERIFY-MASTER.
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-RUN-LOCK-PATH
                   MOVE "YES" TO WS-SEEN-RUN-LOCK
               WHEN "ORDER-BACKLOG"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-BACKLOG-PATH
                   MOVE "YES" TO WS-SEEN-ORDER-BACKLOG
               WHEN "BACKLOG-BACKUP"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-BACKLOG-BACKUP-PATH
                   MOVE "YES" TO WS-SEEN-BACKLOG-BACKUP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBMREC: required card RUN-LOCK is missing"
           END-IF
           IF WS-SEEN-ORDER-BACKLOG = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBMREC: required card ORDER-BACKLOG is missing"
           END-IF
           IF WS-SEEN-BACKLOG-BACKUP = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBMREC: required card BACKLOG-BACKUP is "
                   "missing"
           END-IF
       .

       ECHO-RESOLVED-PARMS.
               FUNCTION TRIM(WS-VERIFY-OUT-PATH)
           DISPLAY "ERBMREC: RUN-LOCK="
               FUNCTION TRIM(WS-RUN-LOCK-PATH)
           DISPLAY "ERBMREC: ORDER-BACKLOG="
               FUNCTION TRIM(WS-BACKLOG-PATH)
           DISPLAY "ERBMREC: BACKLOG-BACKUP="
               FUNCTION TRIM(WS-BACKLOG-BACKUP-PATH)
       .
