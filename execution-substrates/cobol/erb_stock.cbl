      *> ERB Sheet-Stock Inventory Posting and Shortage Check
      *> GnuCOBOL free-format: cobc -free -m erb_stock.cbl
      *> Keeps the indexed STOCK-INVENTORY file of raw material on the
      *> rack at each plant (key plant and material: SHEET for sheet
      *> stock, EDGE for edge banding) and checks the next day's
      *> material requirements against it. Each run does three things:
      *> 1. Applies the keyed stock transactions (STOCK-TRANS.DAT), one
      *>    per line, pipe-delimited:
      *>      RECEIPT|plant|material|quantity
      *>      ADJUST|plant|material|signed-quantity
      *>      REORDER|plant|material|reorder-point
      *>      INQUIRE|plant|material
      *>    A RECEIPT for a plant and material not yet on file opens
      *>    the stock record; the other actions need it to exist.
      *>    RECEIPT and ADJUST are deltas, so a second batch stamp
      *>    (line count, quantity total and the last plant and
      *>    material keyed) is kept for the transaction file and a
      *>    rerun against the same file leaves the balances alone.
      *>    The stamp is written only once every inventory write and
      *>    rewrite for the batch has succeeded.
      *> 2. Posts the AREA-USED the machine reports in
      *>    CUTTING-CONFIRM.DAT (SHAPE-ID|PIECES-CUT|STATUS|AREA-USED)
      *>    as SHEET consumption at the shape's source plant from the
      *>    indexed SHAPES-MASTER. The last line per shape wins, as it
      *>    does in ERBYLD, and a batch stamp kept beside the
      *>    inventory stops a rerun against the same confirmation file
      *>    from consuming the same stock twice. As for the
      *>    transactions, a failed inventory write leaves the batch
      *>    unstamped and ends the job with RETURN-CODE 8.
      *> 3. Totals ERBORD's MATERIAL-REQS.DAT by plant (sheet stock
      *>    and edge banding) and writes the shortage report: one
      *>    STOCK line per plant and material with on-hand, required,
      *>    projected balance, reorder point and a status of OK,
      *>    REORDER (projected balance below the reorder point) or
      *>    SHORT (on-hand does not cover the requirement), then one
      *>    PLANT line per plant saying CAN-CUT or CANNOT-CUT.
      *> Every transaction and posting is echoed to the stock listing.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERBSTK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-TRANS ASSIGN TO WS-STOCK-TRANS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCK-TRANS-STATUS.
           SELECT STOCK-LISTING ASSIGN TO WS-STOCK-LISTING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCK-LISTING-STATUS.
           SELECT STOCK-INVENTORY ASSIGN TO WS-STOCK-INVENTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STOCK-KEY
               FILE STATUS IS WS-STOCK-INVENTORY-STATUS.
           SELECT CONFIRM-IN ASSIGN TO WS-CONFIRM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-STATUS.
           SELECT APPLIED-MARK ASSIGN TO WS-APPLIED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLIED-STATUS.
           SELECT TRANS-MARK ASSIGN TO WS-TRANS-MARK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-MARK-STATUS.
           SELECT SHAPES-MASTER ASSIGN TO WS-SHAPES-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-SHAPE-ID
               FILE STATUS IS WS-SHAPES-MASTER-STATUS.
           SELECT REQS-IN ASSIGN TO WS-REQS-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQS-IN-STATUS.
           SELECT SHORTAGE-OUT ASSIGN TO WS-SHORTAGE-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHORTAGE-OUT-STATUS.
           SELECT PARM-FILE ASSIGN TO WS-PARM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT RUN-LOG ASSIGN TO WS-RUN-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-TRANS
           RECORDING MODE IS F.
       01  STOCK-TRANS-RECORD          PIC X(300).
       FD  STOCK-LISTING
           RECORDING MODE IS F.
       01  STOCK-LISTING-RECORD        PIC X(720).
       FD  STOCK-INVENTORY.
       COPY "erb_stock_copy".
       FD  CONFIRM-IN
           RECORDING MODE IS F.
       01  CONFIRM-IN-RECORD           PIC X(600).
       FD  APPLIED-MARK
           RECORDING MODE IS F.
       01  APPLIED-MARK-RECORD         PIC X(600).
       FD  TRANS-MARK
           RECORDING MODE IS F.
       01  TRANS-MARK-RECORD           PIC X(300).
       FD  SHAPES-MASTER.
       COPY "erb_master_copy".
       FD  REQS-IN
           RECORDING MODE IS F.
       01  REQS-IN-RECORD              PIC X(1200).
       FD  SHORTAGE-OUT
           RECORDING MODE IS F.
       01  SHORTAGE-OUT-RECORD         PIC X(720).
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-CARD                   PIC X(300).
       FD  RUN-LOG
           RECORDING MODE IS F.
       01  RUN-LOG-RECORD              PIC X(300).
       WORKING-STORAGE SECTION.
       01  WS-STOCK-TRANS-PATH         PIC X(255)
                                       VALUE "STOCK-TRANS.DAT".
       01  WS-STOCK-LISTING-PATH       PIC X(255)
                                       VALUE "STOCK-LISTING.DAT".
       01  WS-STOCK-INVENTORY-PATH     PIC X(255)
                                       VALUE "STOCK-INVENTORY.DAT".
       01  WS-CONFIRM-PATH             PIC X(255)
                                       VALUE "CUTTING-CONFIRM.DAT".
       01  WS-APPLIED-PATH             PIC X(255)
                                       VALUE "STOCK-CONFIRM-APPLIED.DAT".
       01  WS-TRANS-MARK-PATH          PIC X(255)
                                       VALUE "STOCK-TRANS-APPLIED.DAT".
       01  WS-SHAPES-MASTER-PATH       PIC X(255)
                                       VALUE "SHAPES-MASTER.DAT".
       01  WS-REQS-IN-PATH             PIC X(255)
                                       VALUE "MATERIAL-REQS.DAT".
       01  WS-SHORTAGE-OUT-PATH        PIC X(255)
                                       VALUE "STOCK-SHORTAGE.DAT".
       01  WS-STOCK-TRANS-STATUS       PIC XX.
       01  WS-STOCK-LISTING-STATUS     PIC XX.
       01  WS-STOCK-INVENTORY-STATUS   PIC XX.
       01  WS-CONFIRM-STATUS           PIC XX.
       01  WS-APPLIED-STATUS           PIC XX.
       01  WS-TRANS-MARK-STATUS        PIC XX.
       01  WS-SHAPES-MASTER-STATUS     PIC XX.
       01  WS-REQS-IN-STATUS           PIC XX.
       01  WS-SHORTAGE-OUT-STATUS      PIC XX.
       01  WS-EOF-SWITCH               PIC X(3) VALUE "NO".
           88 END-OF-INPUT             VALUE "YES".
       01  WS-FILES-OK                 PIC X(3) VALUE "YES".
           88 STOCK-FILES-OK           VALUE "YES".
       01  WS-STOCK-EOF                PIC X(3) VALUE "NO".
           88 END-OF-STOCK             VALUE "YES".
       01  WS-STOCK-FOUND              PIC X(3) VALUE "NO".
           88 STOCK-RECORD-FOUND       VALUE "YES".
       01  WS-MASTER-FOUND             PIC X(3) VALUE "NO".
           88 MASTER-RECORD-FOUND      VALUE "YES".
       01  WS-TRANS-READ               PIC 9(9) VALUE ZERO.
       01  WS-TRANS-APPLIED            PIC 9(9) VALUE ZERO.
       01  WS-TRANS-REJECTED           PIC 9(9) VALUE ZERO.
       01  WS-CONSUMPTIONS-POSTED      PIC 9(9) VALUE ZERO.
       01  WS-SHORT-LINES              PIC 9(9) VALUE ZERO.
       01  WS-TRANS-ACTION             PIC X(10).
       01  WS-TRANS-PLANT              PIC X(3).
       01  WS-TRANS-MATERIAL           PIC X(10).
       01  WS-TRANS-QTY-TEXT           PIC X(30).
       01  WS-TRANS-QTY                USAGE COMP-2.
       01  WS-QTY-TEST                 PIC 9(6).
       01  WS-CONF-SHAPE-ID            PIC X(500).
       01  WS-CONF-PIECES-TEXT         PIC X(10).
       01  WS-CONF-STATUS              PIC X(10).
       01  WS-CONF-AREA-USED           PIC X(20).
       01  WS-CONF-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-CONF-MAX                 PIC 9(6) VALUE 10000.
       01  WS-CONF-TABLE.
           02 WS-CONF-ENTRY OCCURS 10000 TIMES.
              03 WS-CONF-ID            PIC X(500).
              03 WS-CONF-TBL-AREA      PIC X(20).
       01  WS-CONF-I                   PIC 9(6).
       01  WS-CONF-HIT                 PIC 9(6).
       01  WS-CONF-LINES-READ          PIC 9(9) VALUE ZERO.
       01  WS-CONF-AREA-TOTAL          USAGE COMP-2 VALUE 0.
       01  WS-CONF-LAST-ID             PIC X(500).
       01  WS-CONF-STAMP               PIC X(600).
       01  WS-CONF-APPLIED             PIC X(3) VALUE "NO".
           88 CONFIRMATIONS-APPLIED    VALUE "YES".
       01  WS-AREA-USED                USAGE COMP-2.
       01  WS-TRANS-LINES-SEEN         PIC 9(9) VALUE ZERO.
       01  WS-TRANS-QTY-TOTAL          USAGE COMP-2 VALUE 0.
       01  WS-TRANS-LAST-KEY           PIC X(20).
       01  WS-TRANS-STAMP              PIC X(300).
       01  WS-TRANS-BATCH-APPLIED      PIC X(3) VALUE "NO".
           88 TRANSACTIONS-APPLIED     VALUE "YES".
       01  WS-STOCK-WRITE-FAILED       PIC X(3) VALUE "NO".
           88 STOCK-WRITE-FAILED       VALUE "YES".
       01  WS-REQ-FIELD-ORDER          PIC X(20).
       01  WS-REQ-FIELD-SHAPE-ID       PIC X(500).
       01  WS-REQ-FIELD-NAME           PIC X(500).
       01  WS-REQ-FIELD-QTY            PIC X(20).
       01  WS-REQ-FIELD-DUE            PIC X(10).
       01  WS-REQ-FIELD-CLASS          PIC X(20).
       01  WS-REQ-FIELD-EDGE           PIC X(30).
       01  WS-REQ-FIELD-SHEET          PIC X(30).
       01  WS-REQS-READ                PIC 9(9) VALUE ZERO.
       01  WS-REQS-UNPLACED            PIC 9(9) VALUE ZERO.
       01  WS-PLANT-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-PLANT-MAX                PIC 9(4) VALUE 20.
       01  WS-PLANT-TABLE.
           02 WS-PLANT-ENTRY OCCURS 20 TIMES.
              03 WS-PLANT-CODE         PIC X(3).
              03 WS-PLANT-SHEET-REQ    USAGE COMP-2.
              03 WS-PLANT-EDGE-REQ     USAGE COMP-2.
              03 WS-PLANT-SHEET-SEEN   PIC X(3).
              03 WS-PLANT-EDGE-SEEN    PIC X(3).
              03 WS-PLANT-SHORT        PIC 9(4).
       01  WS-PLANT-I                  PIC 9(4).
       01  WS-PLANT-X                  PIC 9(4).
       01  WS-LOOKUP-PLANT             PIC X(3).
       01  WS-REQUIRED                 USAGE COMP-2.
       01  WS-ON-HAND                  USAGE COMP-2.
       01  WS-PROJECTED                USAGE COMP-2.
       01  WS-REORDER-POINT            USAGE COMP-2.
       01  WS-STOCK-STATUS             PIC X(8).
       01  WS-SIGNED-DISPLAY           PIC -(15)9.9999.
       01  WS-SIGNED-DISPLAY-2         PIC -(15)9.9999.
       01  WS-AREA-DISPLAY             PIC Z(15)9.9999.
       01  WS-AREA-DISPLAY-2           PIC Z(15)9.9999.
       01  WS-LISTING-LINE             PIC X(720).
       01  WS-RUN-ID                   PIC X(14).
       01  WS-RUN-LOG-PATH             PIC X(255)
                                       VALUE "ERB-RUNLOG.DAT".
       01  WS-RUN-LOG-STATUS           PIC XX.
       01  WS-START-STAMP              PIC X(14).
       01  WS-END-STAMP                PIC X(14).
       01  WS-LOG-RC                   PIC 9(4).
       01  WS-LOG-READ                 PIC 9(9) VALUE ZERO.
       01  WS-LOG-WRITTEN              PIC 9(9) VALUE ZERO.
       COPY "erb_parm_copy".
       01  WS-PARMS-SEEN.
           02 WS-SEEN-STOCK-TRANS        PIC X(3) VALUE "NO".
           02 WS-SEEN-STOCK-LISTING      PIC X(3) VALUE "NO".
           02 WS-SEEN-STOCK-INVENTORY    PIC X(3) VALUE "NO".
           02 WS-SEEN-CUTTING-CONFIRM    PIC X(3) VALUE "NO".
           02 WS-SEEN-STOCK-APPLIED      PIC X(3) VALUE "NO".
           02 WS-SEEN-STOCK-TRANS-APPLIED PIC X(3) VALUE "NO".
           02 WS-SEEN-SHAPES-MASTER      PIC X(3) VALUE "NO".
           02 WS-SEEN-MATERIAL-REQS      PIC X(3) VALUE "NO".
           02 WS-SEEN-STOCK-SHORTAGE     PIC X(3) VALUE "NO".
           02 WS-SEEN-RUN-LOG            PIC X(3) VALUE "NO".
       PROCEDURE DIVISION.
       MAIN-STOCK.
           PERFORM LOAD-RUN-PARAMETERS
           IF PARM-ERROR-FOUND
               DISPLAY "ERBSTK: run aborted - correct "
                   FUNCTION TRIM(WS-PARM-FILE-PATH) " and resubmit"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
           MOVE WS-RUN-ID TO WS-START-STAMP
           PERFORM OPEN-STOCK-FILES
           IF NOT STOCK-FILES-OK
               DISPLAY "ERBSTK: run aborted - stock files unavailable"
               MOVE 8 TO RETURN-CODE
               PERFORM CLOSE-STOCK-FILES
               PERFORM WRITE-RUN-LOG-RECORD
               GOBACK
           END-IF
           PERFORM APPLY-STOCK-TRANSACTIONS
           PERFORM POST-CONSUMPTION
           PERFORM TOTAL-REQUIREMENTS-BY-PLANT
           PERFORM WRITE-SHORTAGE-REPORT
           PERFORM CLOSE-STOCK-FILES
           DISPLAY "ERBSTK: transactions " WS-TRANS-READ
               " applied " WS-TRANS-APPLIED
               " rejected " WS-TRANS-REJECTED
           DISPLAY "ERBSTK: consumptions posted " WS-CONSUMPTIONS-POSTED
               " requirement lines " WS-REQS-READ
               " short " WS-SHORT-LINES
           PERFORM WRITE-RUN-LOG-RECORD
           GOBACK.
       .

       WRITE-RUN-LOG-RECORD.
           MOVE RETURN-CODE TO WS-LOG-RC
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-END-STAMP
           COMPUTE WS-LOG-READ = WS-TRANS-READ + WS-CONF-LINES-READ
               + WS-REQS-READ
           COMPUTE WS-LOG-WRITTEN = WS-TRANS-APPLIED
               + WS-CONSUMPTIONS-POSTED
           OPEN EXTEND RUN-LOG
           IF WS-RUN-LOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF
           IF WS-RUN-LOG-STATUS NOT = "00"
               DISPLAY "ERBSTK: unable to open run log, status "
                   WS-RUN-LOG-STATUS
           ELSE
               MOVE SPACES TO RUN-LOG-RECORD
               STRING "ERBSTK|" DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE "|"
                   WS-START-STAMP DELIMITED BY SIZE "|"
                   WS-END-STAMP DELIMITED BY SIZE "|"
                   WS-LOG-READ DELIMITED BY SIZE "|"
                   WS-LOG-WRITTEN DELIMITED BY SIZE "|"
                   WS-SHORT-LINES DELIMITED BY SIZE "|"
                   WS-LOG-RC DELIMITED BY SIZE
                   INTO RUN-LOG-RECORD
               END-STRING
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG
           END-IF
       .

       OPEN-STOCK-FILES.
           OPEN OUTPUT STOCK-LISTING
           IF WS-STOCK-LISTING-STATUS NOT = "00"
               DISPLAY "ERBSTK: unable to open stock listing, status "
                   WS-STOCK-LISTING-STATUS
               MOVE "NO" TO WS-FILES-OK
           END-IF
           OPEN I-O STOCK-INVENTORY
           IF WS-STOCK-INVENTORY-STATUS = "35"
               OPEN OUTPUT STOCK-INVENTORY
               CLOSE STOCK-INVENTORY
               OPEN I-O STOCK-INVENTORY
           END-IF
           IF WS-STOCK-INVENTORY-STATUS NOT = "00"
               DISPLAY "ERBSTK: unable to open stock inventory, status "
                   WS-STOCK-INVENTORY-STATUS
               MOVE "NO" TO WS-FILES-OK
           END-IF
           OPEN INPUT SHAPES-MASTER
           IF WS-SHAPES-MASTER-STATUS NOT = "00"
               DISPLAY "ERBSTK: unable to open shapes master, status "
                   WS-SHAPES-MASTER-STATUS
               MOVE "NO" TO WS-FILES-OK
           END-IF
           OPEN OUTPUT SHORTAGE-OUT
           IF WS-SHORTAGE-OUT-STATUS NOT = "00"
               DISPLAY "ERBSTK: unable to open shortage report, status "
                   WS-SHORTAGE-OUT-STATUS
               MOVE "NO" TO WS-FILES-OK
           END-IF
       .

      *> Phase 1 - receipts, adjustments and reorder points as keyed.
      *> The file is read once to build its batch stamp; a batch
      *> already applied is not applied again.
       APPLY-STOCK-TRANSACTIONS.
           OPEN INPUT STOCK-TRANS
           IF WS-STOCK-TRANS-STATUS NOT = "00"
               DISPLAY "ERBSTK: no stock transactions, status "
                   WS-STOCK-TRANS-STATUS
                   " - on-hand balances carried as they stand"
           ELSE
               PERFORM UNTIL END-OF-INPUT
                   READ STOCK-TRANS INTO STOCK-TRANS-RECORD
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM NOTE-ONE-TRANSACTION-FOR-STAMP
                   END-READ
               END-PERFORM
               CLOSE STOCK-TRANS
               MOVE "NO" TO WS-EOF-SWITCH
               PERFORM CHECK-TRANSACTIONS-APPLIED
               IF TRANSACTIONS-APPLIED
                   DISPLAY "ERBSTK: this stock transaction batch was "
                       "already applied - balances unchanged"
               ELSE
                   PERFORM APPLY-TRANSACTION-BATCH
               END-IF
           END-IF
       .

       APPLY-TRANSACTION-BATCH.
           MOVE "NO" TO WS-STOCK-WRITE-FAILED
           OPEN INPUT STOCK-TRANS
           IF WS-STOCK-TRANS-STATUS NOT = "00"
               DISPLAY "ERBSTK: unable to reopen stock transactions, "
                   "status " WS-STOCK-TRANS-STATUS
                   " - transaction batch not applied"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL END-OF-INPUT
                   READ STOCK-TRANS INTO STOCK-TRANS-RECORD
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE STOCK-TRANS
               MOVE "NO" TO WS-EOF-SWITCH
               IF STOCK-WRITE-FAILED
                   DISPLAY "ERBSTK: stock inventory update failed - "
                       "transaction batch not stamped as applied"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM RECORD-TRANSACTIONS-APPLIED
               END-IF
           END-IF
       .

      *> The transaction stamp - line count, quantity total and the
      *> plant and material of the last line - built the same way as
      *> the confirmation stamp.
       NOTE-ONE-TRANSACTION-FOR-STAMP.
           ADD 1 TO WS-TRANS-LINES-SEEN
           MOVE SPACES TO WS-TRANS-ACTION
           MOVE SPACES TO WS-TRANS-PLANT
           MOVE SPACES TO WS-TRANS-MATERIAL
           MOVE SPACES TO WS-TRANS-QTY-TEXT
           UNSTRING STOCK-TRANS-RECORD DELIMITED BY "|"
               INTO WS-TRANS-ACTION
                    WS-TRANS-PLANT
                    WS-TRANS-MATERIAL
                    WS-TRANS-QTY-TEXT
           IF WS-TRANS-QTY-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-TRANS-QTY-TEXT)) = 0
                   ADD FUNCTION NUMVAL(WS-TRANS-QTY-TEXT)
                       TO WS-TRANS-QTY-TOTAL
               END-IF
           END-IF
           MOVE SPACES TO WS-TRANS-LAST-KEY
           STRING WS-TRANS-PLANT DELIMITED BY SPACE "|"
               FUNCTION TRIM(WS-TRANS-MATERIAL) DELIMITED BY SIZE
               INTO WS-TRANS-LAST-KEY
           END-STRING
       .

       CHECK-TRANSACTIONS-APPLIED.
           MOVE WS-TRANS-QTY-TOTAL TO WS-SIGNED-DISPLAY
           MOVE SPACES TO WS-TRANS-STAMP
           STRING WS-TRANS-LINES-SEEN DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-SIGNED-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-TRANS-LAST-KEY) DELIMITED BY SIZE
               INTO WS-TRANS-STAMP
           END-STRING
           MOVE "NO" TO WS-TRANS-BATCH-APPLIED
           OPEN INPUT TRANS-MARK
           IF WS-TRANS-MARK-STATUS = "00"
               READ TRANS-MARK INTO TRANS-MARK-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TRANS-MARK-RECORD = WS-TRANS-STAMP
                           MOVE "YES" TO WS-TRANS-BATCH-APPLIED
                       END-IF
               END-READ
               CLOSE TRANS-MARK
           END-IF
       .

       RECORD-TRANSACTIONS-APPLIED.
           OPEN OUTPUT TRANS-MARK
           IF WS-TRANS-MARK-STATUS NOT = "00"
               DISPLAY "ERBSTK: unable to write the applied-batch "
                   "stamp, status " WS-TRANS-MARK-STATUS
                   " - a rerun would apply this batch again"
           ELSE
               WRITE TRANS-MARK-RECORD FROM WS-TRANS-STAMP
               CLOSE TRANS-MARK
           END-IF
       .

       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-TRANS-ACTION
           MOVE SPACES TO WS-TRANS-PLANT
           MOVE SPACES TO WS-TRANS-MATERIAL
           MOVE SPACES TO WS-TRANS-QTY-TEXT
           UNSTRING STOCK-TRANS-RECORD DELIMITED BY "|"
               INTO WS-TRANS-ACTION
                    WS-TRANS-PLANT
                    WS-TRANS-MATERIAL
                    WS-TRANS-QTY-TEXT
           MOVE 0 TO WS-TRANS-QTY
           MOVE 0 TO WS-QTY-TEST
           IF FUNCTION TRIM(WS-TRANS-ACTION) NOT = "INQUIRE"
               IF WS-TRANS-QTY-TEXT = SPACES
                   MOVE 1 TO WS-QTY-TEST
               ELSE
                   COMPUTE WS-QTY-TEST = FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-TRANS-QTY-TEXT))
               END-IF
               IF WS-QTY-TEST = 0
                   COMPUTE WS-TRANS-QTY = FUNCTION NUMVAL(
                       WS-TRANS-QTY-TEXT)
               END-IF
           END-IF
           MOVE WS-TRANS-PLANT TO STOCK-PLANT
           MOVE WS-TRANS-MATERIAL TO STOCK-MATERIAL
           PERFORM READ-STOCK-BY-KEY
           IF (WS-TRANS-PLANT = SPACES) OR (WS-TRANS-MATERIAL = SPACES)
               PERFORM REJECT-BLANK-KEY
           ELSE
               IF WS-QTY-TEST NOT = 0
                   PERFORM REJECT-BAD-QUANTITY
               ELSE
                   EVALUATE FUNCTION TRIM(WS-TRANS-ACTION)
                       WHEN "RECEIPT"
                           PERFORM DO-RECEIPT
                       WHEN "ADJUST"
                           PERFORM DO-ADJUST
                       WHEN "REORDER"
                           PERFORM DO-SET-REORDER-POINT
                       WHEN "INQUIRE"
                           PERFORM DO-INQUIRE
                       WHEN OTHER
                           PERFORM REJECT-UNKNOWN-ACTION
                   END-EVALUATE
               END-IF
           END-IF
       .

       READ-STOCK-BY-KEY.
           MOVE "NO" TO WS-STOCK-FOUND
           READ STOCK-INVENTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO WS-STOCK-FOUND
           END-READ
       .

       DO-RECEIPT.
           IF WS-TRANS-QTY < 0
               PERFORM REJECT-BAD-QUANTITY
           ELSE
               IF STOCK-RECORD-FOUND
                   ADD WS-TRANS-QTY TO STOCK-ON-HAND
                   ADD WS-TRANS-QTY TO STOCK-RECEIVED-TOTAL
                   MOVE WS-RUN-ID TO STOCK-LAST-RUN-ID
                   PERFORM REWRITE-STOCK-RECORD
               ELSE
                   PERFORM INIT-STOCK-RECORD
                   ADD WS-TRANS-QTY TO STOCK-ON-HAND
                   ADD WS-TRANS-QTY TO STOCK-RECEIVED-TOTAL
                   PERFORM WRITE-STOCK-RECORD
               END-IF
               MOVE "received" TO WS-STOCK-STATUS
               PERFORM WRITE-MOVEMENT-LINE
               ADD 1 TO WS-TRANS-APPLIED
           END-IF
       .

       DO-ADJUST.
           IF STOCK-RECORD-FOUND
               ADD WS-TRANS-QTY TO STOCK-ON-HAND
               MOVE WS-RUN-ID TO STOCK-LAST-RUN-ID
               PERFORM REWRITE-STOCK-RECORD
               MOVE "adjusted" TO WS-STOCK-STATUS
               PERFORM WRITE-MOVEMENT-LINE
               ADD 1 TO WS-TRANS-APPLIED
           ELSE
               PERFORM REJECT-STOCK-NOT-FOUND
           END-IF
       .

       DO-SET-REORDER-POINT.
           IF STOCK-RECORD-FOUND
               IF WS-TRANS-QTY < 0
                   PERFORM REJECT-BAD-QUANTITY
               ELSE
                   MOVE WS-TRANS-QTY TO STOCK-REORDER-POINT
                   MOVE WS-RUN-ID TO STOCK-LAST-RUN-ID
                   PERFORM REWRITE-STOCK-RECORD
                   MOVE STOCK-REORDER-POINT TO WS-AREA-DISPLAY
                   MOVE SPACES TO WS-LISTING-LINE
                   STRING "REORDER|" DELIMITED BY SIZE
                       STOCK-PLANT DELIMITED BY SPACE "|"
                       FUNCTION TRIM(STOCK-MATERIAL)
                           DELIMITED BY SIZE
                       "|reorder point set to " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-AREA-DISPLAY) DELIMITED BY SIZE
                       INTO WS-LISTING-LINE
                   END-STRING
                   PERFORM WRITE-LISTING-LINE
                   ADD 1 TO WS-TRANS-APPLIED
               END-IF
           ELSE
               PERFORM REJECT-STOCK-NOT-FOUND
           END-IF
       .

       DO-INQUIRE.
           IF STOCK-RECORD-FOUND
               MOVE STOCK-ON-HAND TO WS-SIGNED-DISPLAY
               MOVE STOCK-REORDER-POINT TO WS-AREA-DISPLAY
               MOVE SPACES TO WS-LISTING-LINE
               STRING "INQUIRE|" DELIMITED BY SIZE
                   STOCK-PLANT DELIMITED BY SPACE "|"
                   FUNCTION TRIM(STOCK-MATERIAL) DELIMITED BY SIZE "|"
                   FUNCTION TRIM(WS-SIGNED-DISPLAY)
                       DELIMITED BY SIZE "|"
                   FUNCTION TRIM(WS-AREA-DISPLAY) DELIMITED BY SIZE "|"
                   STOCK-LAST-RUN-ID DELIMITED BY SIZE
                   INTO WS-LISTING-LINE
               END-STRING
               PERFORM WRITE-LISTING-LINE
               ADD 1 TO WS-TRANS-APPLIED
           ELSE
               PERFORM REJECT-STOCK-NOT-FOUND
           END-IF
       .

       INIT-STOCK-RECORD.
           MOVE 0 TO STOCK-ON-HAND
           MOVE 0 TO STOCK-REORDER-POINT
           MOVE 0 TO STOCK-RECEIVED-TOTAL
           MOVE 0 TO STOCK-CONSUMED-TOTAL
           MOVE WS-RUN-ID TO STOCK-LAST-RUN-ID
       .

       WRITE-STOCK-RECORD.
           WRITE STOCK-RECORD
               INVALID KEY
                   DISPLAY "ERBSTK: unable to write stock record "
                       STOCK-PLANT " " FUNCTION TRIM(STOCK-MATERIAL)
                       " status " WS-STOCK-INVENTORY-STATUS
           END-WRITE
           IF WS-STOCK-INVENTORY-STATUS(1:1) NOT = "0"
               MOVE "YES" TO WS-STOCK-WRITE-FAILED
           END-IF
       .

       REWRITE-STOCK-RECORD.
           REWRITE STOCK-RECORD
               INVALID KEY
                   DISPLAY "ERBSTK: unable to rewrite stock record "
                       STOCK-PLANT " " FUNCTION TRIM(STOCK-MATERIAL)
                       " status " WS-STOCK-INVENTORY-STATUS
           END-REWRITE
           IF WS-STOCK-INVENTORY-STATUS(1:1) NOT = "0"
               MOVE "YES" TO WS-STOCK-WRITE-FAILED
           END-IF
       .

       WRITE-MOVEMENT-LINE.
           MOVE WS-TRANS-QTY TO WS-SIGNED-DISPLAY
           MOVE STOCK-ON-HAND TO WS-SIGNED-DISPLAY-2
           MOVE SPACES TO WS-LISTING-LINE
           STRING FUNCTION TRIM(WS-TRANS-ACTION) DELIMITED BY SIZE "|"
               STOCK-PLANT DELIMITED BY SPACE "|"
               FUNCTION TRIM(STOCK-MATERIAL) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-STOCK-STATUS) DELIMITED BY SIZE " "
               FUNCTION TRIM(WS-SIGNED-DISPLAY) DELIMITED BY SIZE
               " on-hand now " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SIGNED-DISPLAY-2) DELIMITED BY SIZE
               INTO WS-LISTING-LINE
           END-STRING
           PERFORM WRITE-LISTING-LINE
       .

       REJECT-BLANK-KEY.
           MOVE SPACES TO WS-LISTING-LINE
           STRING FUNCTION TRIM(WS-TRANS-ACTION) DELIMITED BY SIZE "|"
               WS-TRANS-PLANT DELIMITED BY SPACE "|"
               FUNCTION TRIM(WS-TRANS-MATERIAL) DELIMITED BY SIZE
               "|REJECTED - plant and material are both required"
                   DELIMITED BY SIZE
               INTO WS-LISTING-LINE
           END-STRING
           PERFORM WRITE-LISTING-LINE
           ADD 1 TO WS-TRANS-REJECTED
       .

       REJECT-BAD-QUANTITY.
           MOVE SPACES TO WS-LISTING-LINE
           STRING FUNCTION TRIM(WS-TRANS-ACTION) DELIMITED BY SIZE "|"
               WS-TRANS-PLANT DELIMITED BY SPACE "|"
               FUNCTION TRIM(WS-TRANS-MATERIAL) DELIMITED BY SIZE
               "|REJECTED - quantity '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TRANS-QTY-TEXT) DELIMITED BY SIZE
               "' is not valid for this action" DELIMITED BY SIZE
               INTO WS-LISTING-LINE
           END-STRING
           PERFORM WRITE-LISTING-LINE
           ADD 1 TO WS-TRANS-REJECTED
       .

       REJECT-STOCK-NOT-FOUND.
           MOVE SPACES TO WS-LISTING-LINE
           STRING FUNCTION TRIM(WS-TRANS-ACTION) DELIMITED BY SIZE "|"
               WS-TRANS-PLANT DELIMITED BY SPACE "|"
               FUNCTION TRIM(WS-TRANS-MATERIAL) DELIMITED BY SIZE
               "|REJECTED - no stock record for this plant and "
                   DELIMITED BY SIZE
               "material" DELIMITED BY SIZE
               INTO WS-LISTING-LINE
           END-STRING
           PERFORM WRITE-LISTING-LINE
           ADD 1 TO WS-TRANS-REJECTED
       .

       REJECT-UNKNOWN-ACTION.
           MOVE SPACES TO WS-LISTING-LINE
           STRING FUNCTION TRIM(WS-TRANS-ACTION) DELIMITED BY SIZE "|"
               WS-TRANS-PLANT DELIMITED BY SPACE "|"
               FUNCTION TRIM(WS-TRANS-MATERIAL) DELIMITED BY SIZE
               "|REJECTED - unknown action" DELIMITED BY SIZE
               INTO WS-LISTING-LINE
           END-STRING
           PERFORM WRITE-LISTING-LINE
           ADD 1 TO WS-TRANS-REJECTED
       .

      *> Phase 2 - the sheet area the machine actually used comes off
      *> the SHEET balance of the plant the shape is cut at. A shape
      *> not on the master cannot be placed at a plant; it is listed
      *> and skipped. Consumption for a plant with no SHEET record
      *> opens one, so the negative balance shows up for a count.
       POST-CONSUMPTION.
           PERFORM LOAD-CONFIRMATION-TABLE
           IF WS-CONF-COUNT > 0
               PERFORM CHECK-CONFIRMATIONS-APPLIED
               IF CONFIRMATIONS-APPLIED
                   DISPLAY "ERBSTK: this confirmation batch was "
                       "already posted to stock - balances unchanged"
               ELSE
                   MOVE "NO" TO WS-STOCK-WRITE-FAILED
                   PERFORM VARYING WS-CONF-I FROM 1 BY 1
                       UNTIL WS-CONF-I > WS-CONF-COUNT
                       PERFORM POST-ONE-CONSUMPTION
                   END-PERFORM
                   IF STOCK-WRITE-FAILED
                       DISPLAY "ERBSTK: stock inventory update failed - "
                           "confirmation batch not stamped as posted"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM RECORD-CONFIRMATIONS-APPLIED
                   END-IF
               END-IF
           END-IF
       .

       LOAD-CONFIRMATION-TABLE.
           MOVE 0 TO WS-CONF-COUNT
           OPEN INPUT CONFIRM-IN
           IF WS-CONFIRM-STATUS NOT = "00"
               DISPLAY "ERBSTK: no cutting confirmations, status "
                   WS-CONFIRM-STATUS
                   " - no consumption posted"
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
           UNSTRING CONFIRM-IN-RECORD DELIMITED BY "|"
               INTO WS-CONF-SHAPE-ID
                    WS-CONF-PIECES-TEXT
                    WS-CONF-STATUS
                    WS-CONF-AREA-USED
           IF WS-CONF-AREA-USED NOT = SPACES
               IF FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-CONF-AREA-USED)) = 0
                   ADD FUNCTION NUMVAL(WS-CONF-AREA-USED)
                       TO WS-CONF-AREA-TOTAL
               END-IF
           END-IF
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
                   DISPLAY "ERBSTK: confirmation table limit of "
                       WS-CONF-MAX " hit - aborting rather than "
                       "posting consumption from a truncated batch"
                   MOVE 8 TO RETURN-CODE
                   PERFORM CLOSE-STOCK-FILES
                   PERFORM WRITE-RUN-LOG-RECORD
                   GOBACK
               END-IF
               ADD 1 TO WS-CONF-COUNT
               MOVE WS-CONF-COUNT TO WS-CONF-HIT
               MOVE WS-CONF-SHAPE-ID TO WS-CONF-ID(WS-CONF-HIT)
           END-IF
           MOVE WS-CONF-AREA-USED TO WS-CONF-TBL-AREA(WS-CONF-HIT)
       .

      *> The batch stamp - line count, raw area total and the last
      *> shape id - identifies the confirmation file already posted,
      *> as ERBORD does for the backlog.
       BUILD-CONFIRMATION-STAMP.
           MOVE WS-CONF-AREA-TOTAL TO WS-AREA-DISPLAY
           MOVE SPACES TO WS-CONF-STAMP
           STRING WS-CONF-LINES-READ DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-AREA-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-CONF-LAST-ID) DELIMITED BY SIZE
               INTO WS-CONF-STAMP
           END-STRING
       .

       CHECK-CONFIRMATIONS-APPLIED.
           PERFORM BUILD-CONFIRMATION-STAMP
           MOVE "NO" TO WS-CONF-APPLIED
           OPEN INPUT APPLIED-MARK
           IF WS-APPLIED-STATUS = "00"
               READ APPLIED-MARK INTO APPLIED-MARK-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF APPLIED-MARK-RECORD = WS-CONF-STAMP
                           MOVE "YES" TO WS-CONF-APPLIED
                       END-IF
               END-READ
               CLOSE APPLIED-MARK
           END-IF
       .

       RECORD-CONFIRMATIONS-APPLIED.
           OPEN OUTPUT APPLIED-MARK
           IF WS-APPLIED-STATUS NOT = "00"
               DISPLAY "ERBSTK: unable to write the posted-batch "
                   "stamp, status " WS-APPLIED-STATUS
                   " - a rerun would post this batch again"
           ELSE
               WRITE APPLIED-MARK-RECORD FROM WS-CONF-STAMP
               CLOSE APPLIED-MARK
           END-IF
       .

       POST-ONE-CONSUMPTION.
           MOVE WS-CONF-TBL-AREA(WS-CONF-I) TO WS-CONF-AREA-USED
           IF WS-CONF-AREA-USED = SPACES
               CONTINUE
           ELSE
               IF FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-CONF-AREA-USED)) NOT = 0
                   PERFORM WRITE-BAD-USAGE-LINE
               ELSE
                   COMPUTE WS-AREA-USED =
                       FUNCTION NUMVAL(WS-CONF-AREA-USED)
                   MOVE WS-CONF-ID(WS-CONF-I) TO WS-CONF-SHAPE-ID
                   PERFORM FIND-SHAPE-ON-MASTER
                   IF MASTER-RECORD-FOUND
                       PERFORM APPLY-CONSUMPTION
                   ELSE
                       PERFORM WRITE-UNKNOWN-SHAPE-LINE
                   END-IF
               END-IF
           END-IF
       .

       FIND-SHAPE-ON-MASTER.
           MOVE "NO" TO WS-MASTER-FOUND
           MOVE WS-CONF-SHAPE-ID TO MASTER-SHAPE-ID
           READ SHAPES-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO WS-MASTER-FOUND
           END-READ
       .

       APPLY-CONSUMPTION.
           MOVE MASTER-SOURCE-PLANT TO STOCK-PLANT
           MOVE "SHEET" TO STOCK-MATERIAL
           PERFORM READ-STOCK-BY-KEY
           IF NOT STOCK-RECORD-FOUND
               MOVE MASTER-SOURCE-PLANT TO STOCK-PLANT
               MOVE "SHEET" TO STOCK-MATERIAL
               PERFORM INIT-STOCK-RECORD
               PERFORM WRITE-STOCK-RECORD
           END-IF
           SUBTRACT WS-AREA-USED FROM STOCK-ON-HAND
           ADD WS-AREA-USED TO STOCK-CONSUMED-TOTAL
           MOVE WS-RUN-ID TO STOCK-LAST-RUN-ID
           PERFORM REWRITE-STOCK-RECORD
           ADD 1 TO WS-CONSUMPTIONS-POSTED
           MOVE WS-AREA-USED TO WS-AREA-DISPLAY
           MOVE STOCK-ON-HAND TO WS-SIGNED-DISPLAY-2
           MOVE SPACES TO WS-LISTING-LINE
           STRING "CONSUME|" DELIMITED BY SIZE
               STOCK-PLANT DELIMITED BY SPACE "|"
               FUNCTION TRIM(STOCK-MATERIAL) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-CONF-SHAPE-ID) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-AREA-DISPLAY) DELIMITED BY SIZE
               " used on-hand now " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SIGNED-DISPLAY-2) DELIMITED BY SIZE
               INTO WS-LISTING-LINE
           END-STRING
           PERFORM WRITE-LISTING-LINE
       .

       WRITE-BAD-USAGE-LINE.
           MOVE SPACES TO WS-LISTING-LINE
           STRING "CONSUME|||" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CONF-ID(WS-CONF-I)) DELIMITED BY SIZE
               "|SKIPPED - area used '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CONF-AREA-USED) DELIMITED BY SIZE
               "' is not numeric" DELIMITED BY SIZE
               INTO WS-LISTING-LINE
           END-STRING
           PERFORM WRITE-LISTING-LINE
       .

       WRITE-UNKNOWN-SHAPE-LINE.
           MOVE SPACES TO WS-LISTING-LINE
           STRING "CONSUME|||" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CONF-SHAPE-ID) DELIMITED BY SIZE
               "|SKIPPED - shape not on the master, plant unknown"
                   DELIMITED BY SIZE
               INTO WS-LISTING-LINE
           END-STRING
           PERFORM WRITE-LISTING-LINE
       .

      *> Phase 3 - requirements by plant. The requirements extract
      *> carries the resolved SHAPE-ID; the plant comes off the
      *> master. TOTAL lines are ERBORD's class roll-ups and are
      *> skipped.
       TOTAL-REQUIREMENTS-BY-PLANT.
           OPEN INPUT REQS-IN
           IF WS-REQS-IN-STATUS NOT = "00"
               DISPLAY "ERBSTK: unable to open material requirements, "
                   "status " WS-REQS-IN-STATUS
                   " - stock is checked against no requirement"
           ELSE
               PERFORM UNTIL END-OF-INPUT
                   READ REQS-IN INTO REQS-IN-RECORD
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM TOTAL-ONE-REQUIREMENT
                   END-READ
               END-PERFORM
               CLOSE REQS-IN
               MOVE "NO" TO WS-EOF-SWITCH
           END-IF
       .

       TOTAL-ONE-REQUIREMENT.
           IF REQS-IN-RECORD(1:6) = "TOTAL|"
               CONTINUE
           ELSE
               ADD 1 TO WS-REQS-READ
               MOVE SPACES TO WS-REQ-FIELD-SHAPE-ID
               MOVE SPACES TO WS-REQ-FIELD-EDGE
               MOVE SPACES TO WS-REQ-FIELD-SHEET
               UNSTRING REQS-IN-RECORD DELIMITED BY "|"
                   INTO WS-REQ-FIELD-ORDER
                        WS-REQ-FIELD-SHAPE-ID
                        WS-REQ-FIELD-NAME
                        WS-REQ-FIELD-QTY
                        WS-REQ-FIELD-DUE
                        WS-REQ-FIELD-CLASS
                        WS-REQ-FIELD-EDGE
                        WS-REQ-FIELD-SHEET
               MOVE WS-REQ-FIELD-SHAPE-ID TO WS-CONF-SHAPE-ID
               PERFORM FIND-SHAPE-ON-MASTER
               IF NOT MASTER-RECORD-FOUND
                   ADD 1 TO WS-REQS-UNPLACED
                   MOVE SPACES TO WS-LISTING-LINE
                   STRING "REQUIRE|||" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REQ-FIELD-SHAPE-ID)
                           DELIMITED BY SIZE
                       "|SKIPPED - shape not on the master, plant "
                           DELIMITED BY SIZE
                       "unknown" DELIMITED BY SIZE
                       INTO WS-LISTING-LINE
                   END-STRING
                   PERFORM WRITE-LISTING-LINE
               ELSE
                   MOVE MASTER-SOURCE-PLANT TO WS-LOOKUP-PLANT
                   PERFORM FIND-PLANT-SLOT
                   IF WS-REQ-FIELD-SHEET NOT = SPACES
                       ADD FUNCTION NUMVAL(WS-REQ-FIELD-SHEET)
                           TO WS-PLANT-SHEET-REQ(WS-PLANT-X)
                   END-IF
                   IF WS-REQ-FIELD-EDGE NOT = SPACES
                       ADD FUNCTION NUMVAL(WS-REQ-FIELD-EDGE)
                           TO WS-PLANT-EDGE-REQ(WS-PLANT-X)
                   END-IF
               END-IF
           END-IF
       .

       FIND-PLANT-SLOT.
           MOVE 0 TO WS-PLANT-X
           PERFORM VARYING WS-PLANT-I FROM 1 BY 1
               UNTIL WS-PLANT-I > WS-PLANT-COUNT
               IF WS-PLANT-CODE(WS-PLANT-I) = WS-LOOKUP-PLANT
                   MOVE WS-PLANT-I TO WS-PLANT-X
               END-IF
           END-PERFORM
           IF WS-PLANT-X = 0
               IF WS-PLANT-COUNT >= WS-PLANT-MAX
                   DISPLAY "ERBSTK: plant table limit of "
                       WS-PLANT-MAX " hit - aborting rather than "
                       "checking a truncated plant list"
                   MOVE 8 TO RETURN-CODE
                   PERFORM CLOSE-STOCK-FILES
                   PERFORM WRITE-RUN-LOG-RECORD
                   GOBACK
               END-IF
               ADD 1 TO WS-PLANT-COUNT
               MOVE WS-PLANT-COUNT TO WS-PLANT-X
               MOVE WS-LOOKUP-PLANT TO WS-PLANT-CODE(WS-PLANT-X)
               MOVE 0 TO WS-PLANT-SHEET-REQ(WS-PLANT-X)
               MOVE 0 TO WS-PLANT-EDGE-REQ(WS-PLANT-X)
               MOVE "NO" TO WS-PLANT-SHEET-SEEN(WS-PLANT-X)
               MOVE "NO" TO WS-PLANT-EDGE-SEEN(WS-PLANT-X)
               MOVE 0 TO WS-PLANT-SHORT(WS-PLANT-X)
           END-IF
       .

      *> One sequential pass over the inventory writes a STOCK line per
      *> plant and material; requirements with no stock record behind
      *> them are reported SHORT against a zero balance, and the PLANT
      *> lines close the report.
       WRITE-SHORTAGE-REPORT.
           MOVE "NO" TO WS-STOCK-EOF
           MOVE LOW-VALUES TO STOCK-KEY
           START STOCK-INVENTORY KEY >= STOCK-KEY
               INVALID KEY
                   MOVE "YES" TO WS-STOCK-EOF
           END-START
           PERFORM UNTIL END-OF-STOCK
               READ STOCK-INVENTORY NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-STOCK-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-STOCK-RECORD
               END-READ
           END-PERFORM
           MOVE "NO" TO WS-STOCK-EOF
           PERFORM VARYING WS-PLANT-I FROM 1 BY 1
               UNTIL WS-PLANT-I > WS-PLANT-COUNT
               PERFORM CHECK-UNSTOCKED-REQUIREMENTS
           END-PERFORM
           PERFORM VARYING WS-PLANT-I FROM 1 BY 1
               UNTIL WS-PLANT-I > WS-PLANT-COUNT
               PERFORM WRITE-PLANT-VERDICT
           END-PERFORM
       .

       CHECK-ONE-STOCK-RECORD.
           MOVE STOCK-PLANT TO WS-LOOKUP-PLANT
           MOVE 0 TO WS-REQUIRED
           MOVE 0 TO WS-PLANT-X
           PERFORM VARYING WS-PLANT-I FROM 1 BY 1
               UNTIL WS-PLANT-I > WS-PLANT-COUNT
               IF WS-PLANT-CODE(WS-PLANT-I) = WS-LOOKUP-PLANT
                   MOVE WS-PLANT-I TO WS-PLANT-X
               END-IF
           END-PERFORM
           IF WS-PLANT-X NOT = 0
               EVALUATE FUNCTION TRIM(STOCK-MATERIAL)
                   WHEN "SHEET"
                       MOVE WS-PLANT-SHEET-REQ(WS-PLANT-X)
                           TO WS-REQUIRED
                       MOVE "YES" TO WS-PLANT-SHEET-SEEN(WS-PLANT-X)
                   WHEN "EDGE"
                       MOVE WS-PLANT-EDGE-REQ(WS-PLANT-X)
                           TO WS-REQUIRED
                       MOVE "YES" TO WS-PLANT-EDGE-SEEN(WS-PLANT-X)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           MOVE STOCK-ON-HAND TO WS-ON-HAND
           MOVE STOCK-REORDER-POINT TO WS-REORDER-POINT
           PERFORM WRITE-STOCK-LINE
       .

       CHECK-UNSTOCKED-REQUIREMENTS.
           MOVE WS-PLANT-I TO WS-PLANT-X
           MOVE WS-PLANT-CODE(WS-PLANT-X) TO STOCK-PLANT
           MOVE 0 TO WS-ON-HAND
           MOVE 0 TO WS-REORDER-POINT
           IF (WS-PLANT-SHEET-SEEN(WS-PLANT-X) = "NO")
               AND (WS-PLANT-SHEET-REQ(WS-PLANT-X) > 0)
               MOVE "SHEET" TO STOCK-MATERIAL
               MOVE WS-PLANT-SHEET-REQ(WS-PLANT-X) TO WS-REQUIRED
               PERFORM WRITE-STOCK-LINE
           END-IF
           IF (WS-PLANT-EDGE-SEEN(WS-PLANT-X) = "NO")
               AND (WS-PLANT-EDGE-REQ(WS-PLANT-X) > 0)
               MOVE "EDGE" TO STOCK-MATERIAL
               MOVE WS-PLANT-EDGE-REQ(WS-PLANT-X) TO WS-REQUIRED
               PERFORM WRITE-STOCK-LINE
           END-IF
       .

       WRITE-STOCK-LINE.
           COMPUTE WS-PROJECTED = WS-ON-HAND - WS-REQUIRED
           IF WS-PROJECTED < 0
               MOVE "SHORT" TO WS-STOCK-STATUS
               ADD 1 TO WS-SHORT-LINES
               IF WS-PLANT-X NOT = 0
                   ADD 1 TO WS-PLANT-SHORT(WS-PLANT-X)
               END-IF
           ELSE
               IF WS-PROJECTED < WS-REORDER-POINT
                   MOVE "REORDER" TO WS-STOCK-STATUS
               ELSE
                   MOVE "OK" TO WS-STOCK-STATUS
               END-IF
           END-IF
           MOVE WS-ON-HAND TO WS-SIGNED-DISPLAY
           MOVE WS-PROJECTED TO WS-SIGNED-DISPLAY-2
           MOVE WS-REQUIRED TO WS-AREA-DISPLAY
           MOVE WS-REORDER-POINT TO WS-AREA-DISPLAY-2
           MOVE SPACES TO SHORTAGE-OUT-RECORD
           STRING "STOCK|" DELIMITED BY SIZE
               STOCK-PLANT DELIMITED BY SPACE "|"
               FUNCTION TRIM(STOCK-MATERIAL) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-SIGNED-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-AREA-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-SIGNED-DISPLAY-2) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-AREA-DISPLAY-2) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-STOCK-STATUS) DELIMITED BY SIZE
               INTO SHORTAGE-OUT-RECORD
           END-STRING
           WRITE SHORTAGE-OUT-RECORD
       .

       WRITE-PLANT-VERDICT.
           MOVE SPACES TO SHORTAGE-OUT-RECORD
           IF WS-PLANT-SHORT(WS-PLANT-I) > 0
               STRING "PLANT|" DELIMITED BY SIZE
                   WS-PLANT-CODE(WS-PLANT-I) DELIMITED BY SPACE
                   "|CANNOT-CUT|" DELIMITED BY SIZE
                   WS-PLANT-SHORT(WS-PLANT-I) DELIMITED BY SIZE
                   " material(s) short of the backlog requirement"
                       DELIMITED BY SIZE
                   INTO SHORTAGE-OUT-RECORD
               END-STRING
           ELSE
               STRING "PLANT|" DELIMITED BY SIZE
                   WS-PLANT-CODE(WS-PLANT-I) DELIMITED BY SPACE
                   "|CAN-CUT|stock covers the backlog requirement"
                       DELIMITED BY SIZE
                   INTO SHORTAGE-OUT-RECORD
               END-STRING
           END-IF
           WRITE SHORTAGE-OUT-RECORD
       .

       WRITE-LISTING-LINE.
           WRITE STOCK-LISTING-RECORD FROM WS-LISTING-LINE
       .

       CLOSE-STOCK-FILES.
           IF WS-STOCK-LISTING-STATUS = "00"
               CLOSE STOCK-LISTING
           END-IF
           IF WS-STOCK-INVENTORY-STATUS = "00"
               CLOSE STOCK-INVENTORY
           END-IF
           IF WS-SHAPES-MASTER-STATUS = "00"
               CLOSE SHAPES-MASTER
           END-IF
           IF WS-SHORTAGE-OUT-STATUS = "00"
               CLOSE SHORTAGE-OUT
           END-IF
       .

       LOAD-RUN-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "ERBSTK: run-parameter file "
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
                   DISPLAY "ERBSTK: malformed parameter card '"
                       FUNCTION TRIM(PARM-CARD) "'"
                   MOVE "YES" TO WS-PARM-ERROR-SWITCH
               ELSE
                   PERFORM APPLY-PARM-KEYWORD
               END-IF
           END-IF
       .

       APPLY-PARM-KEYWORD.
           EVALUATE FUNCTION TRIM(WS-PARM-CARD-KEY)
               WHEN "STOCK-TRANS"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-STOCK-TRANS-PATH
                   MOVE "YES" TO WS-SEEN-STOCK-TRANS
               WHEN "STOCK-LISTING"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-STOCK-LISTING-PATH
                   MOVE "YES" TO WS-SEEN-STOCK-LISTING
               WHEN "STOCK-INVENTORY"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-STOCK-INVENTORY-PATH
                   MOVE "YES" TO WS-SEEN-STOCK-INVENTORY
               WHEN "CUTTING-CONFIRM"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-CONFIRM-PATH
                   MOVE "YES" TO WS-SEEN-CUTTING-CONFIRM
               WHEN "STOCK-APPLIED"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-APPLIED-PATH
                   MOVE "YES" TO WS-SEEN-STOCK-APPLIED
               WHEN "STOCK-TRANS-APPLIED"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-TRANS-MARK-PATH
                   MOVE "YES" TO WS-SEEN-STOCK-TRANS-APPLIED
               WHEN "SHAPES-MASTER"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-SHAPES-MASTER-PATH
                   MOVE "YES" TO WS-SEEN-SHAPES-MASTER
               WHEN "MATERIAL-REQS"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-REQS-IN-PATH
                   MOVE "YES" TO WS-SEEN-MATERIAL-REQS
               WHEN "STOCK-SHORTAGE"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-SHORTAGE-OUT-PATH
                   MOVE "YES" TO WS-SEEN-STOCK-SHORTAGE
               WHEN "RUN-LOG"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-RUN-LOG-PATH
                   MOVE "YES" TO WS-SEEN-RUN-LOG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .

       CHECK-REQUIRED-PARM-CARDS.
           IF WS-SEEN-STOCK-TRANS = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBSTK: required card STOCK-TRANS is missing"
           END-IF
           IF WS-SEEN-STOCK-LISTING = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBSTK: required card STOCK-LISTING is missing"
           END-IF
           IF WS-SEEN-STOCK-INVENTORY = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBSTK: required card STOCK-INVENTORY is "
                   "missing"
           END-IF
           IF WS-SEEN-CUTTING-CONFIRM = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBSTK: required card CUTTING-CONFIRM is "
                   "missing"
           END-IF
           IF WS-SEEN-STOCK-APPLIED = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBSTK: required card STOCK-APPLIED is missing"
           END-IF
           IF WS-SEEN-STOCK-TRANS-APPLIED = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBSTK: required card STOCK-TRANS-APPLIED is "
                   "missing"
           END-IF
           IF WS-SEEN-SHAPES-MASTER = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBSTK: required card SHAPES-MASTER is missing"
           END-IF
           IF WS-SEEN-MATERIAL-REQS = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBSTK: required card MATERIAL-REQS is missing"
           END-IF
           IF WS-SEEN-STOCK-SHORTAGE = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBSTK: required card STOCK-SHORTAGE is missing"
           END-IF
           IF WS-SEEN-RUN-LOG = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBSTK: required card RUN-LOG is missing"
           END-IF
       .

       ECHO-RESOLVED-PARMS.
           DISPLAY "ERBSTK: STOCK-TRANS="
               FUNCTION TRIM(WS-STOCK-TRANS-PATH)
           DISPLAY "ERBSTK: STOCK-LISTING="
               FUNCTION TRIM(WS-STOCK-LISTING-PATH)
           DISPLAY "ERBSTK: STOCK-INVENTORY="
               FUNCTION TRIM(WS-STOCK-INVENTORY-PATH)
           DISPLAY "ERBSTK: CUTTING-CONFIRM="
               FUNCTION TRIM(WS-CONFIRM-PATH)
           DISPLAY "ERBSTK: STOCK-APPLIED="
               FUNCTION TRIM(WS-APPLIED-PATH)
           DISPLAY "ERBSTK: STOCK-TRANS-APPLIED="
               FUNCTION TRIM(WS-TRANS-MARK-PATH)
           DISPLAY "ERBSTK: SHAPES-MASTER="
               FUNCTION TRIM(WS-SHAPES-MASTER-PATH)
           DISPLAY "ERBSTK: MATERIAL-REQS="
               FUNCTION TRIM(WS-REQS-IN-PATH)
           DISPLAY "ERBSTK: STOCK-SHORTAGE="
               FUNCTION TRIM(WS-SHORTAGE-OUT-PATH)
           DISPLAY "ERBSTK: RUN-LOG="
               FUNCTION TRIM(WS-RUN-LOG-PATH)
       .
