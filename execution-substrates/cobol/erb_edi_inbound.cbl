      *> ERB EDI Inbound Purchase-Order Interface
      *> GnuCOBOL free-format: cobc -free -m erb_edi_inbound.cbl
      *> Loads the purchase orders customers send electronically into
      *> ORDERS.DAT in place of keying them by hand. The inbound file
      *> (EDI-PO-IN.DAT) is one interchange:
      *>   ISA|SENDER-ID|CONTROL-NO|DATE
      *>   PO|PO-NO|CUSTOMER-NO|PO-DATE|DUE-DATE
      *>   LN|LINE-NO|SHAPE-REF|QTY|DUE-DATE       (one per line)
      *>   POT|PO-NO|LINE-COUNT|TOTAL-QTY
      *>   ...
      *>   IEA|CONTROL-NO|PO-COUNT
      *> A first pass checks the envelope: ISA first, IEA last with the
      *> same control number and the number of POs actually sent, and
      *> no stray or unrecognised segments. A broken envelope means an
      *> incomplete or corrupted transmission; nothing is loaded, every
      *> PO in it is acknowledged as rejected, and the job ends with
      *> RETURN-CODE 8 so the interchange is chased and resent.
      *> Each PO must then close with a POT trailer naming the same PO
      *> and agreeing with the line count and quantity total sent. A
      *> line's SHAPE-REF is resolved against the indexed SHAPES-MASTER
      *> as ERBORD resolves it - a keyed read on SHAPE-ID, else a scan
      *> for the name slug, deleted shapes never matching - and written
      *> to ORDERS.DAT as the resolved SHAPE-ID. A line due date (or the
      *> PO due date when the line has none) earlier than the run date
      *> plus EDI-LEAD-DAYS is moved out to that date. A PO is loaded
      *> whole or not at all, so a customer can correct and resend a
      *> rejected PO; loaded lines are appended to ORDERS.DAT as
      *>   PO-NO-nnn|SHAPE-ID|QTY|DUE-DATE|CUSTOMER-NO
      *> and the PO is recorded on the indexed EDI-PO-HISTORY.DAT. A PO
      *> the customer has sent before (same customer and PO number) is
      *> rejected as DUPLICATE-PO and not loaded again.
      *> EDI-ACK-OUT.DAT acknowledges every PO with an ACK record -
      *> ACCEPTED, CHANGED (accepted with due dates moved) or REJECTED
      *> with the reason - followed by an ACK-LINE per line giving the
      *> order number, requested and promised due dates and any line
      *> reason, between ACK-HDR and ACK-TRL records. An interchange
      *> stamp kept in EDI-LOADED.DAT stops a rerun of the same file
      *> from overwriting the acknowledgments already produced.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERBEDI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDI-PO-IN ASSIGN TO WS-EDI-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDI-IN-STATUS.
           SELECT SHAPES-MASTER ASSIGN TO WS-SHAPES-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-SHAPE-ID
               FILE STATUS IS WS-SHAPES-MASTER-STATUS.
           SELECT EDI-PO-HISTORY ASSIGN TO WS-HISTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDI-PO-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT ORDERS-OUT ASSIGN TO WS-ORDERS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDERS-STATUS.
           SELECT EDI-ACK-OUT ASSIGN TO WS-ACK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT LOADED-MARK ASSIGN TO WS-LOADED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOADED-STATUS.
           SELECT PARM-FILE ASSIGN TO WS-PARM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT RUN-LOG ASSIGN TO WS-RUN-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EDI-PO-IN
           RECORDING MODE IS F.
       01  EDI-PO-IN-RECORD            PIC X(600).
       FD  SHAPES-MASTER.
       COPY "erb_master_copy".
       FD  EDI-PO-HISTORY.
       COPY "erb_edi_copy".
       FD  ORDERS-OUT
           RECORDING MODE IS F.
       01  ORDERS-OUT-RECORD           PIC X(600).
       FD  EDI-ACK-OUT
           RECORDING MODE IS F.
       01  EDI-ACK-RECORD              PIC X(720).
       FD  LOADED-MARK
           RECORDING MODE IS F.
       01  LOADED-MARK-RECORD          PIC X(600).
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-CARD                   PIC X(300).
       FD  RUN-LOG
           RECORDING MODE IS F.
       01  RUN-LOG-RECORD              PIC X(300).
       WORKING-STORAGE SECTION.
       01  WS-EDI-IN-PATH              PIC X(255) VALUE "EDI-PO-IN.DAT".
       01  WS-SHAPES-MASTER-PATH       PIC X(255)
                                       VALUE "SHAPES-MASTER.DAT".
       01  WS-HISTORY-PATH             PIC X(255)
                                       VALUE "EDI-PO-HISTORY.DAT".
       01  WS-ORDERS-PATH              PIC X(255) VALUE "ORDERS.DAT".
       01  WS-ACK-PATH                 PIC X(255)
                                       VALUE "EDI-ACK-OUT.DAT".
       01  WS-LOADED-PATH              PIC X(255)
                                       VALUE "EDI-LOADED.DAT".
       01  WS-RUN-LOG-PATH             PIC X(255)
                                       VALUE "ERB-RUNLOG.DAT".
       01  WS-EDI-IN-STATUS            PIC XX.
       01  WS-SHAPES-MASTER-STATUS     PIC XX.
       01  WS-HISTORY-STATUS           PIC XX.
       01  WS-ORDERS-STATUS            PIC XX.
       01  WS-ACK-STATUS               PIC XX.
       01  WS-LOADED-STATUS            PIC XX.
       01  WS-RUN-LOG-STATUS           PIC XX.
       01  WS-EOF-SWITCH               PIC X(3) VALUE "NO".
           88 END-OF-INPUT             VALUE "YES".
       01  WS-MASTER-EOF               PIC X(3) VALUE "NO".
           88 END-OF-MASTER            VALUE "YES".
       01  WS-SHAPE-FOUND              PIC X(3) VALUE "NO".
           88 SHAPE-RECORD-FOUND       VALUE "YES".
       01  WS-ORDERS-OPEN              PIC X(3) VALUE "NO".
           88 ORDERS-FILE-IS-OPEN      VALUE "YES".
       01  WS-ALREADY-LOADED           PIC X(3) VALUE "NO".
           88 INTERCHANGE-ALREADY-LOADED VALUE "YES".
       01  WS-RUN-ID                   PIC X(14).
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-RUN-DATE-DASHED          PIC X(10).
       01  WS-START-STAMP              PIC X(14).
       01  WS-END-STAMP                PIC X(14).
       01  WS-LOG-RC                   PIC 9(4).
       01  WS-LEAD-DAYS                PIC 9(4) VALUE ZERO.
       01  WS-LEAD-DATE                PIC X(8).
       01  WS-LEAD-DATE-NUM            PIC 9(8).
      *> Envelope, checked over the whole interchange before any PO.
       01  WS-ENV-OK                   PIC X(3) VALUE "YES".
           88 ENVELOPE-OK              VALUE "YES".
       01  WS-ENV-MESSAGE              PIC X(80).
       01  WS-ENV-CANDIDATE            PIC X(80).
       01  WS-ENV-RECORDS              PIC 9(9) VALUE ZERO.
       01  WS-ENV-ISA-SEEN             PIC X(3) VALUE "NO".
       01  WS-ENV-IEA-SEEN             PIC X(3) VALUE "NO".
       01  WS-ENV-PO-OPEN              PIC X(3) VALUE "NO".
       01  WS-ENV-PO-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-ENV-TAG                  PIC X(10).
       01  WS-ISA-SENDER               PIC X(15).
       01  WS-ISA-CONTROL-NO           PIC X(15).
       01  WS-ISA-DATE                 PIC X(12).
       01  WS-IEA-CONTROL-NO           PIC X(15).
       01  WS-IEA-PO-COUNT-TEXT        PIC X(20).
       01  WS-IEA-PO-COUNT             PIC 9(9).
       01  WS-LOADED-STAMP             PIC X(600).
      *> The purchase order being assembled.
       01  WS-PO-OPEN                  PIC X(3) VALUE "NO".
           88 PO-IS-OPEN               VALUE "YES".
       01  WS-PO-TRAILER-SEEN          PIC X(3) VALUE "NO".
       01  WS-PO-TAG                   PIC X(10).
       01  WS-PO-NO                    PIC X(20).
       01  WS-PO-CUSTOMER-NO           PIC X(10).
       01  WS-PO-DATE-TEXT             PIC X(12).
       01  WS-PO-DUE-TEXT              PIC X(12).
       01  WS-POT-PO-NO                PIC X(20).
       01  WS-POT-LINES-TEXT           PIC X(20).
       01  WS-POT-QTY-TEXT             PIC X(20).
       01  WS-POT-LINES                PIC 9(9).
       01  WS-POT-QTY                  PIC 9(11).
       01  WS-PO-LINES-SENT            PIC 9(9).
       01  WS-PO-QTY-TOTAL             PIC 9(11).
       01  WS-PO-LINES-BAD             PIC 9(4).
       01  WS-PO-LINES-CHANGED         PIC 9(4).
       01  WS-PO-OVERFLOW              PIC X(3) VALUE "NO".
       01  WS-PO-STATUS                PIC X(8).
       01  WS-PO-REASON                PIC X(15).
       01  WS-PO-MESSAGE               PIC X(80).
       01  WS-LN-MAX                   PIC 9(4) VALUE 200.
       01  WS-LN-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-LN-TABLE.
           02 WS-LN-ENTRY OCCURS 200 TIMES.
              03 WS-LN-LINE-NO         PIC X(6).
              03 WS-LN-REF             PIC X(500).
              03 WS-LN-QTY-TEXT        PIC X(20).
              03 WS-LN-QTY             PIC 9(7).
              03 WS-LN-DUE-TEXT        PIC X(12).
              03 WS-LN-REQUESTED       PIC X(8).
              03 WS-LN-PROMISED        PIC X(8).
              03 WS-LN-SHAPE-ID        PIC X(500).
              03 WS-LN-ORDER-NO        PIC X(20).
              03 WS-LN-STATUS          PIC X(8).
              03 WS-LN-REASON          PIC X(15).
       01  WS-LN-I                     PIC 9(4).
       01  WS-LN-SEQ                   PIC 9(3).
       01  WS-LN-TAG                   PIC X(10).
       01  WS-LN-NUM                   USAGE COMP-2.
       01  WS-ORDER-SHAPE-REF          PIC X(500).
      *> Totals.
       01  WS-POS-READ                 PIC 9(9) VALUE ZERO.
       01  WS-POS-ACCEPTED             PIC 9(9) VALUE ZERO.
       01  WS-POS-CHANGED              PIC 9(9) VALUE ZERO.
       01  WS-POS-REJECTED             PIC 9(9) VALUE ZERO.
       01  WS-ORDER-LINES-WRITTEN      PIC 9(9) VALUE ZERO.
      *> Formatting.
       01  WS-DATE-BUF                 PIC X(12).
       01  WS-DATE-NORM                PIC X(8).
       01  WS-DATE-I                   PIC 9(4).
       01  WS-DATE-O                   PIC 9(4).
       01  WS-DATE-DISPLAY             PIC X(10).
       01  WS-REQUESTED-DISPLAY        PIC X(10).
       01  WS-PROMISED-DISPLAY         PIC X(10).
       01  WS-QTY-DISPLAY              PIC Z(6)9.
       01  WS-COUNT-DISPLAY            PIC Z(8)9.
       01  WS-COUNT-DISPLAY-2          PIC Z(8)9.
       COPY "erb_parm_copy".
       01  WS-PARMS-SEEN.
           02 WS-SEEN-EDI-PO-IN          PIC X(3) VALUE "NO".
           02 WS-SEEN-SHAPES-MASTER      PIC X(3) VALUE "NO".
           02 WS-SEEN-EDI-PO-HISTORY     PIC X(3) VALUE "NO".
           02 WS-SEEN-ORDERS-IN          PIC X(3) VALUE "NO".
           02 WS-SEEN-EDI-ACK-OUT        PIC X(3) VALUE "NO".
           02 WS-SEEN-EDI-LOADED         PIC X(3) VALUE "NO".
           02 WS-SEEN-EDI-LEAD-DAYS      PIC X(3) VALUE "NO".
           02 WS-SEEN-RUN-LOG            PIC X(3) VALUE "NO".
       PROCEDURE DIVISION.
       MAIN-EDI.
           PERFORM LOAD-RUN-PARAMETERS
           IF PARM-ERROR-FOUND
               DISPLAY "ERBEDI: run aborted - correct "
                   FUNCTION TRIM(WS-PARM-FILE-PATH) " and resubmit"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
           MOVE WS-RUN-ID TO WS-START-STAMP
           MOVE WS-RUN-ID(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-DATE-BUF
           PERFORM FORMAT-DISPLAY-DATE
           MOVE WS-DATE-DISPLAY TO WS-RUN-DATE-DASHED
           COMPUTE WS-LEAD-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
               + WS-LEAD-DAYS)
           MOVE WS-LEAD-DATE-NUM TO WS-LEAD-DATE
           PERFORM CHECK-INTERCHANGE-ENVELOPE
           PERFORM CHECK-INTERCHANGE-LOADED
           IF INTERCHANGE-ALREADY-LOADED
               DISPLAY "ERBEDI: interchange "
                   FUNCTION TRIM(WS-ISA-CONTROL-NO) " from "
                   FUNCTION TRIM(WS-ISA-SENDER)
                   " was already loaded - acknowledgments left as sent"
               PERFORM WRITE-RUN-LOG-RECORD
               GOBACK
           END-IF
           PERFORM OPEN-EDI-FILES
           PERFORM WRITE-ACK-HEADER
           PERFORM LOAD-PURCHASE-ORDERS
           PERFORM WRITE-ACK-TRAILER
           CLOSE EDI-ACK-OUT
           CLOSE SHAPES-MASTER
           CLOSE EDI-PO-HISTORY
           IF ORDERS-FILE-IS-OPEN
               CLOSE ORDERS-OUT
           END-IF
           IF ENVELOPE-OK
               PERFORM RECORD-INTERCHANGE-LOADED
           ELSE
               DISPLAY "ERBEDI: interchange rejected - "
                   FUNCTION TRIM(WS-ENV-MESSAGE)
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "ERBEDI: purchase orders " WS-POS-READ
               " accepted " WS-POS-ACCEPTED
               " changed " WS-POS-CHANGED
               " rejected " WS-POS-REJECTED
               " order lines loaded " WS-ORDER-LINES-WRITTEN
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
               DISPLAY "ERBEDI: unable to open run log, status "
                   WS-RUN-LOG-STATUS
           ELSE
               MOVE SPACES TO RUN-LOG-RECORD
               STRING "ERBEDI|" DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE "|"
                   WS-START-STAMP DELIMITED BY SIZE "|"
                   WS-END-STAMP DELIMITED BY SIZE "|"
                   WS-ENV-RECORDS DELIMITED BY SIZE "|"
                   WS-ORDER-LINES-WRITTEN DELIMITED BY SIZE "|"
                   WS-POS-REJECTED DELIMITED BY SIZE "|"
                   WS-LOG-RC DELIMITED BY SIZE
                   INTO RUN-LOG-RECORD
               END-STRING
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG
           END-IF
       .

      *> First pass: the interchange must be complete and well formed
      *> before a single purchase order is looked at.
       CHECK-INTERCHANGE-ENVELOPE.
           OPEN INPUT EDI-PO-IN
           IF WS-EDI-IN-STATUS NOT = "00"
               DISPLAY "ERBEDI: unable to open inbound EDI file, status "
                   WS-EDI-IN-STATUS " - no purchase orders loaded"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-RECORD
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-INPUT
               READ EDI-PO-IN INTO EDI-PO-IN-RECORD
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       IF EDI-PO-IN-RECORD NOT = SPACES
                           ADD 1 TO WS-ENV-RECORDS
                           PERFORM CHECK-ONE-SEGMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EDI-PO-IN
           MOVE "NO" TO WS-EOF-SWITCH
           IF WS-ENV-ISA-SEEN = "NO"
               MOVE "interchange has no ISA header" TO WS-ENV-CANDIDATE
               PERFORM FLAG-ENVELOPE-ERROR
           END-IF
           IF WS-ENV-IEA-SEEN = "NO"
               MOVE "interchange has no IEA trailer - transmission incomplete"
                   TO WS-ENV-CANDIDATE
               PERFORM FLAG-ENVELOPE-ERROR
           ELSE
               IF WS-IEA-CONTROL-NO NOT = WS-ISA-CONTROL-NO
                   MOVE SPACES TO WS-ENV-CANDIDATE
                   STRING "IEA control number " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-IEA-CONTROL-NO) DELIMITED BY SIZE
                       " does not match ISA " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ISA-CONTROL-NO) DELIMITED BY SIZE
                       INTO WS-ENV-CANDIDATE
                   END-STRING
                   PERFORM FLAG-ENVELOPE-ERROR
               END-IF
               MOVE 0 TO WS-IEA-PO-COUNT
               IF FUNCTION TEST-NUMVAL(WS-IEA-PO-COUNT-TEXT) = 0
                   COMPUTE WS-IEA-PO-COUNT =
                       FUNCTION NUMVAL(WS-IEA-PO-COUNT-TEXT)
               END-IF
               IF WS-IEA-PO-COUNT NOT = WS-ENV-PO-COUNT
                   MOVE WS-ENV-PO-COUNT TO WS-COUNT-DISPLAY
                   MOVE WS-IEA-PO-COUNT TO WS-COUNT-DISPLAY-2
                   MOVE SPACES TO WS-ENV-CANDIDATE
                   STRING "interchange holds " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                       " POs but its IEA trailer says " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-DISPLAY-2)
                           DELIMITED BY SIZE
                       INTO WS-ENV-CANDIDATE
                   END-STRING
                   PERFORM FLAG-ENVELOPE-ERROR
               END-IF
           END-IF
       .

       CHECK-ONE-SEGMENT.
           MOVE SPACES TO WS-ENV-TAG
           UNSTRING EDI-PO-IN-RECORD DELIMITED BY "|"
               INTO WS-ENV-TAG
           IF WS-ENV-IEA-SEEN = "YES"
               MOVE "segments follow the IEA trailer" TO WS-ENV-CANDIDATE
               PERFORM FLAG-ENVELOPE-ERROR
           END-IF
           EVALUATE TRUE
               WHEN WS-ENV-TAG = "ISA"
                   IF WS-ENV-RECORDS NOT = 1
                       MOVE "ISA header is not the first segment"
                           TO WS-ENV-CANDIDATE
                       PERFORM FLAG-ENVELOPE-ERROR
                   ELSE
                       MOVE "YES" TO WS-ENV-ISA-SEEN
                       MOVE SPACES TO WS-ISA-SENDER
                       MOVE SPACES TO WS-ISA-CONTROL-NO
                       MOVE SPACES TO WS-ISA-DATE
                       UNSTRING EDI-PO-IN-RECORD DELIMITED BY "|"
                           INTO WS-ENV-TAG
                                WS-ISA-SENDER
                                WS-ISA-CONTROL-NO
                                WS-ISA-DATE
                       IF WS-ISA-CONTROL-NO = SPACES
                           MOVE "ISA header has no control number"
                               TO WS-ENV-CANDIDATE
                           PERFORM FLAG-ENVELOPE-ERROR
                       END-IF
                   END-IF
               WHEN WS-ENV-ISA-SEEN = "NO"
                   MOVE "interchange does not start with an ISA header"
                       TO WS-ENV-CANDIDATE
                   PERFORM FLAG-ENVELOPE-ERROR
               WHEN WS-ENV-TAG = "PO"
                   ADD 1 TO WS-ENV-PO-COUNT
                   MOVE "YES" TO WS-ENV-PO-OPEN
               WHEN WS-ENV-TAG = "LN"
                   IF WS-ENV-PO-OPEN = "NO"
                       MOVE "LN segment outside a purchase order"
                           TO WS-ENV-CANDIDATE
                       PERFORM FLAG-ENVELOPE-ERROR
                   END-IF
               WHEN WS-ENV-TAG = "POT"
                   IF WS-ENV-PO-OPEN = "NO"
                       MOVE "POT segment outside a purchase order"
                           TO WS-ENV-CANDIDATE
                       PERFORM FLAG-ENVELOPE-ERROR
                   END-IF
                   MOVE "NO" TO WS-ENV-PO-OPEN
               WHEN WS-ENV-TAG = "IEA"
                   MOVE "YES" TO WS-ENV-IEA-SEEN
                   MOVE SPACES TO WS-IEA-CONTROL-NO
                   MOVE SPACES TO WS-IEA-PO-COUNT-TEXT
                   UNSTRING EDI-PO-IN-RECORD DELIMITED BY "|"
                       INTO WS-ENV-TAG
                            WS-IEA-CONTROL-NO
                            WS-IEA-PO-COUNT-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-ENV-CANDIDATE
                   STRING "unrecognised segment '" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ENV-TAG) DELIMITED BY SIZE
                       "'" DELIMITED BY SIZE
                       INTO WS-ENV-CANDIDATE
                   END-STRING
                   PERFORM FLAG-ENVELOPE-ERROR
           END-EVALUATE
       .

      *> Only the first envelope error is kept; it is the one worth
      *> telling the customer about.
       FLAG-ENVELOPE-ERROR.
           IF ENVELOPE-OK
               MOVE "NO" TO WS-ENV-OK
               MOVE WS-ENV-CANDIDATE TO WS-ENV-MESSAGE
           END-IF
       .

      *> The stamp - sender, control number and segment count -
      *> identifies an interchange already loaded.
       BUILD-LOADED-STAMP.
           MOVE SPACES TO WS-LOADED-STAMP
           STRING FUNCTION TRIM(WS-ISA-SENDER) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-ISA-CONTROL-NO) DELIMITED BY SIZE "|"
               WS-ENV-RECORDS DELIMITED BY SIZE
               INTO WS-LOADED-STAMP
           END-STRING
       .

       CHECK-INTERCHANGE-LOADED.
           PERFORM BUILD-LOADED-STAMP
           MOVE "NO" TO WS-ALREADY-LOADED
           IF ENVELOPE-OK
               OPEN INPUT LOADED-MARK
               IF WS-LOADED-STATUS = "00"
                   READ LOADED-MARK INTO LOADED-MARK-RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LOADED-MARK-RECORD = WS-LOADED-STAMP
                               MOVE "YES" TO WS-ALREADY-LOADED
                           END-IF
                   END-READ
                   CLOSE LOADED-MARK
               END-IF
           END-IF
       .

       RECORD-INTERCHANGE-LOADED.
           OPEN OUTPUT LOADED-MARK
           IF WS-LOADED-STATUS NOT = "00"
               DISPLAY "ERBEDI: unable to write the interchange stamp, "
                   "status " WS-LOADED-STATUS
                   " - a rerun would acknowledge every PO as a duplicate"
           ELSE
               WRITE LOADED-MARK-RECORD FROM WS-LOADED-STAMP
               CLOSE LOADED-MARK
           END-IF
       .

       OPEN-EDI-FILES.
           OPEN INPUT SHAPES-MASTER
           IF WS-SHAPES-MASTER-STATUS NOT = "00"
               DISPLAY "ERBEDI: unable to open shapes master, status "
                   WS-SHAPES-MASTER-STATUS " - no purchase orders loaded"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-RECORD
               GOBACK
           END-IF
           OPEN I-O EDI-PO-HISTORY
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT EDI-PO-HISTORY
               CLOSE EDI-PO-HISTORY
               OPEN I-O EDI-PO-HISTORY
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERBEDI: unable to open PO history, status "
                   WS-HISTORY-STATUS " - no purchase orders loaded"
               CLOSE SHAPES-MASTER
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-RECORD
               GOBACK
           END-IF
           OPEN OUTPUT EDI-ACK-OUT
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "ERBEDI: unable to open acknowledgment file, "
                   "status " WS-ACK-STATUS " - no purchase orders loaded"
               CLOSE SHAPES-MASTER
               CLOSE EDI-PO-HISTORY
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-RECORD
               GOBACK
           END-IF
       .

       WRITE-ACK-HEADER.
           MOVE SPACES TO EDI-ACK-RECORD
           STRING "ACK-HDR|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ISA-SENDER) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-ISA-CONTROL-NO) DELIMITED BY SIZE "|"
               WS-RUN-DATE-DASHED DELIMITED BY SIZE
               INTO EDI-ACK-RECORD
           END-STRING
           WRITE EDI-ACK-RECORD
       .

       WRITE-ACK-TRAILER.
           MOVE SPACES TO EDI-ACK-RECORD
           STRING "ACK-TRL|" DELIMITED BY SIZE
               WS-POS-READ DELIMITED BY SIZE "|"
               WS-POS-ACCEPTED DELIMITED BY SIZE "|"
               WS-POS-CHANGED DELIMITED BY SIZE "|"
               WS-POS-REJECTED DELIMITED BY SIZE
               INTO EDI-ACK-RECORD
           END-STRING
           WRITE EDI-ACK-RECORD
       .

      *> Second pass: each PO is gathered up to its POT trailer (or the
      *> next PO or the IEA when the trailer is missing) and then
      *> loaded or rejected as a whole.
       LOAD-PURCHASE-ORDERS.
           MOVE "NO" TO WS-PO-OPEN
           OPEN INPUT EDI-PO-IN
           IF WS-EDI-IN-STATUS NOT = "00"
               DISPLAY "ERBEDI: unable to reopen inbound EDI file, "
                   "status " WS-EDI-IN-STATUS
               MOVE "YES" TO WS-EOF-SWITCH
           END-IF
           PERFORM UNTIL END-OF-INPUT
               READ EDI-PO-IN INTO EDI-PO-IN-RECORD
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       IF EDI-PO-IN-RECORD NOT = SPACES
                           PERFORM LOAD-ONE-SEGMENT
                       END-IF
               END-READ
           END-PERFORM
           IF PO-IS-OPEN
               PERFORM FINISH-PURCHASE-ORDER
           END-IF
           IF WS-EDI-IN-STATUS = "00" OR "10"
               CLOSE EDI-PO-IN
           END-IF
           MOVE "NO" TO WS-EOF-SWITCH
       .

       LOAD-ONE-SEGMENT.
           MOVE SPACES TO WS-PO-TAG
           UNSTRING EDI-PO-IN-RECORD DELIMITED BY "|"
               INTO WS-PO-TAG
           EVALUATE TRUE
               WHEN WS-PO-TAG = "PO"
                   IF PO-IS-OPEN
                       PERFORM FINISH-PURCHASE-ORDER
                   END-IF
                   PERFORM START-PURCHASE-ORDER
               WHEN (WS-PO-TAG = "LN") AND PO-IS-OPEN
                   PERFORM ADD-PURCHASE-ORDER-LINE
               WHEN (WS-PO-TAG = "POT") AND PO-IS-OPEN
                   MOVE "YES" TO WS-PO-TRAILER-SEEN
                   MOVE SPACES TO WS-POT-PO-NO
                   MOVE SPACES TO WS-POT-LINES-TEXT
                   MOVE SPACES TO WS-POT-QTY-TEXT
                   UNSTRING EDI-PO-IN-RECORD DELIMITED BY "|"
                       INTO WS-PO-TAG
                            WS-POT-PO-NO
                            WS-POT-LINES-TEXT
                            WS-POT-QTY-TEXT
                   PERFORM FINISH-PURCHASE-ORDER
               WHEN (WS-PO-TAG = "IEA") AND PO-IS-OPEN
                   PERFORM FINISH-PURCHASE-ORDER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .

       START-PURCHASE-ORDER.
           MOVE SPACES TO WS-PO-NO
           MOVE SPACES TO WS-PO-CUSTOMER-NO
           MOVE SPACES TO WS-PO-DATE-TEXT
           MOVE SPACES TO WS-PO-DUE-TEXT
           UNSTRING EDI-PO-IN-RECORD DELIMITED BY "|"
               INTO WS-PO-TAG
                    WS-PO-NO
                    WS-PO-CUSTOMER-NO
                    WS-PO-DATE-TEXT
                    WS-PO-DUE-TEXT
           MOVE "YES" TO WS-PO-OPEN
           MOVE "NO" TO WS-PO-TRAILER-SEEN
           MOVE "NO" TO WS-PO-OVERFLOW
           MOVE 0 TO WS-LN-COUNT
           MOVE 0 TO WS-PO-LINES-SENT
           MOVE 0 TO WS-PO-QTY-TOTAL
           ADD 1 TO WS-POS-READ
       .

       ADD-PURCHASE-ORDER-LINE.
           ADD 1 TO WS-PO-LINES-SENT
           IF WS-LN-COUNT >= WS-LN-MAX
               MOVE "YES" TO WS-PO-OVERFLOW
           ELSE
               ADD 1 TO WS-LN-COUNT
               MOVE SPACES TO WS-LN-ENTRY(WS-LN-COUNT)
               UNSTRING EDI-PO-IN-RECORD DELIMITED BY "|"
                   INTO WS-LN-TAG
                        WS-LN-LINE-NO(WS-LN-COUNT)
                        WS-LN-REF(WS-LN-COUNT)
                        WS-LN-QTY-TEXT(WS-LN-COUNT)
                        WS-LN-DUE-TEXT(WS-LN-COUNT)
               MOVE 0 TO WS-LN-QTY(WS-LN-COUNT)
               IF FUNCTION TEST-NUMVAL(WS-LN-QTY-TEXT(WS-LN-COUNT)) = 0
                   COMPUTE WS-LN-NUM =
                       FUNCTION NUMVAL(WS-LN-QTY-TEXT(WS-LN-COUNT))
                   IF WS-LN-NUM > 0
                       COMPUTE WS-PO-QTY-TOTAL =
                           WS-PO-QTY-TOTAL + WS-LN-NUM
                   END-IF
               END-IF
           END-IF
       .

      *> The checks run from the envelope inwards; the first that
      *> fails is the reason the PO is rejected. Line checks always
      *> run so the acknowledgment can name every bad line at once.
       FINISH-PURCHASE-ORDER.
           MOVE "NO" TO WS-PO-OPEN
           MOVE SPACES TO WS-PO-REASON
           MOVE SPACES TO WS-PO-MESSAGE
           MOVE 0 TO WS-PO-LINES-BAD
           MOVE 0 TO WS-PO-LINES-CHANGED
           IF WS-PO-OVERFLOW = "NO"
               PERFORM VARYING WS-LN-I FROM 1 BY 1
                   UNTIL WS-LN-I > WS-LN-COUNT
                   PERFORM CHECK-ONE-PO-LINE
               END-PERFORM
           END-IF
           IF NOT ENVELOPE-OK
               MOVE "ENVELOPE-ERROR" TO WS-PO-REASON
               MOVE WS-ENV-MESSAGE TO WS-PO-MESSAGE
           END-IF
           IF (WS-PO-REASON = SPACES) AND (WS-PO-TRAILER-SEEN = "NO")
               MOVE "MISSING-POT" TO WS-PO-REASON
               MOVE "purchase order has no POT trailer" TO WS-PO-MESSAGE
           END-IF
           IF (WS-PO-REASON = SPACES) AND (WS-POT-PO-NO NOT = WS-PO-NO)
               MOVE "CONTROL-ERROR" TO WS-PO-REASON
               STRING "POT trailer is for PO " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-POT-PO-NO) DELIMITED BY SIZE
                   INTO WS-PO-MESSAGE
               END-STRING
           END-IF
           IF WS-PO-REASON = SPACES
               PERFORM CHECK-PO-CONTROL-COUNTS
           END-IF
           IF (WS-PO-REASON = SPACES)
               AND ((WS-PO-NO = SPACES) OR (WS-PO-CUSTOMER-NO = SPACES))
               MOVE "BAD-HEADER" TO WS-PO-REASON
               MOVE "PO number and customer number are both required"
                   TO WS-PO-MESSAGE
           END-IF
           IF (WS-PO-REASON = SPACES)
               AND (FUNCTION LENGTH(FUNCTION TRIM(WS-PO-NO)) > 16)
               MOVE "BAD-PO-NO" TO WS-PO-REASON
               MOVE "PO number is longer than 16 characters"
                   TO WS-PO-MESSAGE
           END-IF
           IF (WS-PO-REASON = SPACES) AND (WS-PO-LINES-SENT = 0)
               MOVE "NO-LINES" TO WS-PO-REASON
               MOVE "purchase order has no LN lines" TO WS-PO-MESSAGE
           END-IF
           IF (WS-PO-REASON = SPACES) AND (WS-PO-OVERFLOW = "YES")
               MOVE "TOO-MANY-LINES" TO WS-PO-REASON
               MOVE WS-LN-MAX TO WS-COUNT-DISPLAY
               STRING "purchase order has more than " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                   " lines - split it and resend" DELIMITED BY SIZE
                   INTO WS-PO-MESSAGE
               END-STRING
           END-IF
           IF WS-PO-REASON = SPACES
               PERFORM CHECK-DUPLICATE-PO
           END-IF
           IF (WS-PO-REASON = SPACES) AND (WS-PO-LINES-BAD > 0)
               MOVE "LINE-ERRORS" TO WS-PO-REASON
               MOVE WS-PO-LINES-BAD TO WS-COUNT-DISPLAY
               MOVE WS-LN-COUNT TO WS-COUNT-DISPLAY-2
               STRING FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                   " of " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-DISPLAY-2) DELIMITED BY SIZE
                   " lines rejected - see ACK-LINE" DELIMITED BY SIZE
                   INTO WS-PO-MESSAGE
               END-STRING
           END-IF
           IF WS-PO-REASON = SPACES
               PERFORM ACCEPT-PURCHASE-ORDER
           ELSE
               MOVE "REJECTED" TO WS-PO-STATUS
               ADD 1 TO WS-POS-REJECTED
           END-IF
           PERFORM WRITE-PO-ACKNOWLEDGMENT
       .

       CHECK-PO-CONTROL-COUNTS.
           MOVE 0 TO WS-POT-LINES
           MOVE 0 TO WS-POT-QTY
           IF FUNCTION TEST-NUMVAL(WS-POT-LINES-TEXT) = 0
               COMPUTE WS-POT-LINES = FUNCTION NUMVAL(WS-POT-LINES-TEXT)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-POT-QTY-TEXT) = 0
               COMPUTE WS-POT-QTY = FUNCTION NUMVAL(WS-POT-QTY-TEXT)
           END-IF
           IF WS-POT-LINES NOT = WS-PO-LINES-SENT
               MOVE "CONTROL-COUNT" TO WS-PO-REASON
               MOVE WS-PO-LINES-SENT TO WS-COUNT-DISPLAY
               MOVE WS-POT-LINES TO WS-COUNT-DISPLAY-2
               STRING "PO holds " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                   " lines but its POT trailer says " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-DISPLAY-2) DELIMITED BY SIZE
                   INTO WS-PO-MESSAGE
               END-STRING
           ELSE
               IF WS-POT-QTY NOT = WS-PO-QTY-TOTAL
                   MOVE "CONTROL-COUNT" TO WS-PO-REASON
                   MOVE WS-PO-QTY-TOTAL TO WS-COUNT-DISPLAY
                   MOVE WS-POT-QTY TO WS-COUNT-DISPLAY-2
                   STRING "PO quantities total " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                       " but its POT trailer says " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-DISPLAY-2)
                           DELIMITED BY SIZE
                       INTO WS-PO-MESSAGE
                   END-STRING
               END-IF
           END-IF
       .

       CHECK-DUPLICATE-PO.
           MOVE WS-PO-CUSTOMER-NO TO EDI-CUSTOMER-NO
           MOVE WS-PO-NO TO EDI-PO-NO
           READ EDI-PO-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "DUPLICATE-PO" TO WS-PO-REASON
                   MOVE EDI-LOADED-DATE TO WS-DATE-BUF
                   PERFORM FORMAT-DISPLAY-DATE
                   STRING "PO already loaded " DELIMITED BY SIZE
                       WS-DATE-DISPLAY DELIMITED BY SIZE
                       " from interchange " DELIMITED BY SIZE
                       FUNCTION TRIM(EDI-INTERCHANGE-NO)
                           DELIMITED BY SIZE
                       INTO WS-PO-MESSAGE
                   END-STRING
           END-READ
       .

      *> A line needs a whole quantity above zero, a shape reference
      *> that resolves on the master and a real due date; a due date
      *> inside the lead time is moved out to the first date we can
      *> promise.
       CHECK-ONE-PO-LINE.
           MOVE "ACCEPTED" TO WS-LN-STATUS(WS-LN-I)
           MOVE SPACES TO WS-LN-REASON(WS-LN-I)
           IF FUNCTION TEST-NUMVAL(WS-LN-QTY-TEXT(WS-LN-I)) = 0
               COMPUTE WS-LN-NUM =
                   FUNCTION NUMVAL(WS-LN-QTY-TEXT(WS-LN-I))
               IF (WS-LN-NUM >= 1) AND (WS-LN-NUM <= 9999999)
                   COMPUTE WS-LN-QTY(WS-LN-I) = WS-LN-NUM
                   IF WS-LN-QTY(WS-LN-I) NOT = WS-LN-NUM
                       MOVE 0 TO WS-LN-QTY(WS-LN-I)
                   END-IF
               END-IF
           END-IF
           IF WS-LN-QTY(WS-LN-I) = 0
               MOVE "BAD-QTY" TO WS-LN-REASON(WS-LN-I)
           END-IF
           IF WS-LN-REASON(WS-LN-I) = SPACES
               MOVE WS-LN-REF(WS-LN-I) TO WS-ORDER-SHAPE-REF
               MOVE "NO" TO WS-SHAPE-FOUND
               IF WS-ORDER-SHAPE-REF NOT = SPACES
                   PERFORM FIND-SHAPE-FOR-ORDER
               END-IF
               IF SHAPE-RECORD-FOUND
                   MOVE MASTER-SHAPE-ID TO WS-LN-SHAPE-ID(WS-LN-I)
               ELSE
                   MOVE "UNKNOWN-SHAPE" TO WS-LN-REASON(WS-LN-I)
               END-IF
           END-IF
           IF WS-LN-REASON(WS-LN-I) = SPACES
               PERFORM PROMISE-LINE-DUE-DATE
           END-IF
           IF WS-LN-REASON(WS-LN-I) NOT = SPACES
               MOVE "REJECTED" TO WS-LN-STATUS(WS-LN-I)
               ADD 1 TO WS-PO-LINES-BAD
           END-IF
       .

       PROMISE-LINE-DUE-DATE.
           IF WS-LN-DUE-TEXT(WS-LN-I) NOT = SPACES
               MOVE WS-LN-DUE-TEXT(WS-LN-I) TO WS-DATE-BUF
           ELSE
               MOVE WS-PO-DUE-TEXT TO WS-DATE-BUF
           END-IF
           IF WS-DATE-BUF = SPACES
               MOVE WS-LEAD-DATE TO WS-LN-PROMISED(WS-LN-I)
               MOVE "CHANGED" TO WS-LN-STATUS(WS-LN-I)
           ELSE
               PERFORM NORMALIZE-DATE
               IF (WS-DATE-NORM IS NUMERIC)
                   AND (FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-DATE-NORM)) = 0)
                   MOVE WS-DATE-NORM TO WS-LN-REQUESTED(WS-LN-I)
                   IF WS-DATE-NORM < WS-LEAD-DATE
                       MOVE WS-LEAD-DATE TO WS-LN-PROMISED(WS-LN-I)
                       MOVE "CHANGED" TO WS-LN-STATUS(WS-LN-I)
                   ELSE
                       MOVE WS-DATE-NORM TO WS-LN-PROMISED(WS-LN-I)
                   END-IF
               ELSE
                   MOVE "BAD-DUE-DATE" TO WS-LN-REASON(WS-LN-I)
               END-IF
           END-IF
       .

      *> An order keyed by SHAPE-ID resolves with one keyed read; a
      *> name-slug reference falls back to a sequential scan of the
      *> master. Logically deleted shapes never match.
       FIND-SHAPE-FOR-ORDER.
           MOVE "NO" TO WS-SHAPE-FOUND
           MOVE WS-ORDER-SHAPE-REF TO MASTER-SHAPE-ID
           READ SHAPES-MASTER
               INVALID KEY
                   PERFORM SCAN-MASTER-BY-NAME
               NOT INVALID KEY
                   IF MASTER-DELETE-FLAG NOT = "D"
                       MOVE "YES" TO WS-SHAPE-FOUND
                   END-IF
           END-READ
       .

       SCAN-MASTER-BY-NAME.
           MOVE "NO" TO WS-MASTER-EOF
           MOVE LOW-VALUES TO MASTER-SHAPE-ID
           START SHAPES-MASTER KEY >= MASTER-SHAPE-ID
               INVALID KEY
                   MOVE "YES" TO WS-MASTER-EOF
           END-START
           PERFORM UNTIL END-OF-MASTER OR SHAPE-RECORD-FOUND
               READ SHAPES-MASTER NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-MASTER-EOF
                   NOT AT END
                       IF (MASTER-DELETE-FLAG NOT = "D")
                           AND (FUNCTION TRIM(MASTER-RECORD-NAME)
                           = FUNCTION TRIM(WS-ORDER-SHAPE-REF))
                           MOVE "YES" TO WS-SHAPE-FOUND
                       END-IF
               END-READ
           END-PERFORM
           MOVE "NO" TO WS-MASTER-EOF
       .

      *> Every line goes to ORDERS.DAT under PO-NO-nnn by position in
      *> the PO, and the PO is recorded so a resend is caught.
       ACCEPT-PURCHASE-ORDER.
           IF NOT ORDERS-FILE-IS-OPEN
               OPEN EXTEND ORDERS-OUT
               IF WS-ORDERS-STATUS = "35"
                   OPEN OUTPUT ORDERS-OUT
               END-IF
               IF WS-ORDERS-STATUS NOT = "00"
                   DISPLAY "ERBEDI: unable to open orders file, status "
                       WS-ORDERS-STATUS " - run aborted"
                   CLOSE EDI-PO-IN
                   CLOSE EDI-ACK-OUT
                   CLOSE SHAPES-MASTER
                   CLOSE EDI-PO-HISTORY
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG-RECORD
                   GOBACK
               END-IF
               MOVE "YES" TO WS-ORDERS-OPEN
           END-IF
           PERFORM VARYING WS-LN-I FROM 1 BY 1
               UNTIL WS-LN-I > WS-LN-COUNT
               PERFORM WRITE-ORDER-LINE
           END-PERFORM
           IF WS-PO-LINES-CHANGED > 0
               MOVE "CHANGED" TO WS-PO-STATUS
               ADD 1 TO WS-POS-CHANGED
           ELSE
               MOVE "ACCEPTED" TO WS-PO-STATUS
               ADD 1 TO WS-POS-ACCEPTED
           END-IF
           MOVE SPACES TO EDI-PO-RECORD
           MOVE WS-PO-CUSTOMER-NO TO EDI-CUSTOMER-NO
           MOVE WS-PO-NO TO EDI-PO-NO
           MOVE WS-ISA-SENDER TO EDI-SENDER-ID
           MOVE WS-ISA-CONTROL-NO TO EDI-INTERCHANGE-NO
           MOVE WS-PO-DATE-TEXT TO WS-DATE-BUF
           PERFORM NORMALIZE-DATE
           MOVE WS-DATE-NORM TO EDI-PO-DATE
           MOVE WS-RUN-DATE TO EDI-LOADED-DATE
           MOVE WS-PO-STATUS TO EDI-ACK-STATUS
           MOVE WS-LN-COUNT TO EDI-LINES-LOADED
           MOVE WS-PO-QTY-TOTAL TO EDI-TOTAL-QTY
           MOVE WS-RUN-ID TO EDI-LAST-RUN-ID
           WRITE EDI-PO-RECORD
               INVALID KEY
                   DISPLAY "ERBEDI: unable to record PO "
                       FUNCTION TRIM(WS-PO-NO) " for customer "
                       FUNCTION TRIM(WS-PO-CUSTOMER-NO)
                       " status " WS-HISTORY-STATUS
           END-WRITE
       .

       WRITE-ORDER-LINE.
           MOVE WS-LN-I TO WS-LN-SEQ
           MOVE SPACES TO WS-LN-ORDER-NO(WS-LN-I)
           STRING FUNCTION TRIM(WS-PO-NO) DELIMITED BY SIZE
               "-" WS-LN-SEQ DELIMITED BY SIZE
               INTO WS-LN-ORDER-NO(WS-LN-I)
           END-STRING
           IF WS-LN-STATUS(WS-LN-I) = "CHANGED"
               ADD 1 TO WS-PO-LINES-CHANGED
           END-IF
           MOVE WS-LN-QTY(WS-LN-I) TO WS-QTY-DISPLAY
           MOVE WS-LN-PROMISED(WS-LN-I) TO WS-DATE-BUF
           PERFORM FORMAT-DISPLAY-DATE
           MOVE SPACES TO ORDERS-OUT-RECORD
           STRING FUNCTION TRIM(WS-LN-ORDER-NO(WS-LN-I))
                   DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-LN-SHAPE-ID(WS-LN-I))
                   DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-QTY-DISPLAY) DELIMITED BY SIZE "|"
               WS-DATE-DISPLAY DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-PO-CUSTOMER-NO) DELIMITED BY SIZE
               INTO ORDERS-OUT-RECORD
           END-STRING
           WRITE ORDERS-OUT-RECORD
           ADD 1 TO WS-ORDER-LINES-WRITTEN
       .

       WRITE-PO-ACKNOWLEDGMENT.
           MOVE SPACES TO EDI-ACK-RECORD
           STRING "ACK|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-PO-NO) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-PO-CUSTOMER-NO) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-PO-STATUS) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-PO-REASON) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-PO-MESSAGE) DELIMITED BY SIZE
               INTO EDI-ACK-RECORD
           END-STRING
           WRITE EDI-ACK-RECORD
           PERFORM VARYING WS-LN-I FROM 1 BY 1
               UNTIL WS-LN-I > WS-LN-COUNT
               PERFORM WRITE-LINE-ACKNOWLEDGMENT
           END-PERFORM
       .

      *> On a rejected PO every line is rejected with it; a line that
      *> was itself fine carries the PO's reason.
       WRITE-LINE-ACKNOWLEDGMENT.
           IF WS-PO-STATUS = "REJECTED"
               MOVE SPACES TO WS-LN-ORDER-NO(WS-LN-I)
               MOVE "REJECTED" TO WS-LN-STATUS(WS-LN-I)
               IF WS-LN-REASON(WS-LN-I) = SPACES
                   MOVE WS-PO-REASON TO WS-LN-REASON(WS-LN-I)
               END-IF
           END-IF
           MOVE SPACES TO WS-REQUESTED-DISPLAY
           IF WS-LN-REQUESTED(WS-LN-I) NOT = SPACES
               MOVE WS-LN-REQUESTED(WS-LN-I) TO WS-DATE-BUF
               PERFORM FORMAT-DISPLAY-DATE
               MOVE WS-DATE-DISPLAY TO WS-REQUESTED-DISPLAY
           END-IF
           MOVE SPACES TO WS-PROMISED-DISPLAY
           IF (WS-LN-PROMISED(WS-LN-I) NOT = SPACES)
               AND (WS-PO-STATUS NOT = "REJECTED")
               MOVE WS-LN-PROMISED(WS-LN-I) TO WS-DATE-BUF
               PERFORM FORMAT-DISPLAY-DATE
               MOVE WS-DATE-DISPLAY TO WS-PROMISED-DISPLAY
           END-IF
           MOVE SPACES TO EDI-ACK-RECORD
           STRING "ACK-LINE|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-PO-NO) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-LN-LINE-NO(WS-LN-I)) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-LN-ORDER-NO(WS-LN-I))
                   DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-LN-STATUS(WS-LN-I)) DELIMITED BY SIZE "|"
               WS-REQUESTED-DISPLAY DELIMITED BY SPACE "|"
               WS-PROMISED-DISPLAY DELIMITED BY SPACE "|"
               FUNCTION TRIM(WS-LN-REASON(WS-LN-I)) DELIMITED BY SIZE
               INTO EDI-ACK-RECORD
           END-STRING
           WRITE EDI-ACK-RECORD
       .

      *> Strips the dashes out of a YYYY-MM-DD date so dates compare
      *> as plain YYYYMMDD text.
       NORMALIZE-DATE.
           MOVE SPACES TO WS-DATE-NORM
           MOVE 1 TO WS-DATE-O
           PERFORM VARYING WS-DATE-I FROM 1 BY 1
               UNTIL (WS-DATE-I > 12) OR (WS-DATE-O > 8)
               IF (WS-DATE-BUF(WS-DATE-I:1) >= "0")
                   AND (WS-DATE-BUF(WS-DATE-I:1) <= "9")
                   MOVE WS-DATE-BUF(WS-DATE-I:1)
                       TO WS-DATE-NORM(WS-DATE-O:1)
                   ADD 1 TO WS-DATE-O
               END-IF
           END-PERFORM
       .

       FORMAT-DISPLAY-DATE.
           MOVE SPACES TO WS-DATE-DISPLAY
           STRING WS-DATE-BUF(1:4) "-" WS-DATE-BUF(5:2) "-"
               WS-DATE-BUF(7:2) DELIMITED BY SIZE
               INTO WS-DATE-DISPLAY
           END-STRING
       .

       LOAD-RUN-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "ERBEDI: run-parameter file "
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
                   DISPLAY "ERBEDI: malformed parameter card '"
                       FUNCTION TRIM(PARM-CARD) "'"
                   MOVE "YES" TO WS-PARM-ERROR-SWITCH
               ELSE
                   PERFORM APPLY-PARM-KEYWORD
               END-IF
           END-IF
       .

       APPLY-PARM-KEYWORD.
           EVALUATE FUNCTION TRIM(WS-PARM-CARD-KEY)
               WHEN "EDI-PO-IN"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-EDI-IN-PATH
                   MOVE "YES" TO WS-SEEN-EDI-PO-IN
               WHEN "SHAPES-MASTER"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-SHAPES-MASTER-PATH
                   MOVE "YES" TO WS-SEEN-SHAPES-MASTER
               WHEN "EDI-PO-HISTORY"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-HISTORY-PATH
                   MOVE "YES" TO WS-SEEN-EDI-PO-HISTORY
               WHEN "ORDERS-IN"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-ORDERS-PATH
                   MOVE "YES" TO WS-SEEN-ORDERS-IN
               WHEN "EDI-ACK-OUT"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-ACK-PATH
                   MOVE "YES" TO WS-SEEN-EDI-ACK-OUT
               WHEN "EDI-LOADED"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-LOADED-PATH
                   MOVE "YES" TO WS-SEEN-EDI-LOADED
               WHEN "EDI-LEAD-DAYS"
                   COMPUTE WS-PARM-TEST = FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-PARM-CARD-VALUE))
                   IF WS-PARM-TEST = 0
                       COMPUTE WS-LEAD-DAYS = FUNCTION NUMVAL(
                           WS-PARM-CARD-VALUE)
                       MOVE "YES" TO WS-SEEN-EDI-LEAD-DAYS
                   ELSE
                       DISPLAY "ERBEDI: EDI-LEAD-DAYS value '"
                           FUNCTION TRIM(WS-PARM-CARD-VALUE)
                           "' is not numeric"
                       MOVE "YES" TO WS-PARM-ERROR-SWITCH
                   END-IF
               WHEN "RUN-LOG"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-RUN-LOG-PATH
                   MOVE "YES" TO WS-SEEN-RUN-LOG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .

       CHECK-REQUIRED-PARM-CARDS.
           IF WS-SEEN-EDI-PO-IN = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBEDI: required card EDI-PO-IN is missing"
           END-IF
           IF WS-SEEN-SHAPES-MASTER = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBEDI: required card SHAPES-MASTER is missing"
           END-IF
           IF WS-SEEN-EDI-PO-HISTORY = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBEDI: required card EDI-PO-HISTORY is missing"
           END-IF
           IF WS-SEEN-ORDERS-IN = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBEDI: required card ORDERS-IN is missing"
           END-IF
           IF WS-SEEN-EDI-ACK-OUT = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBEDI: required card EDI-ACK-OUT is missing"
           END-IF
           IF WS-SEEN-EDI-LOADED = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBEDI: required card EDI-LOADED is missing"
           END-IF
           IF WS-SEEN-EDI-LEAD-DAYS = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBEDI: required card EDI-LEAD-DAYS is missing"
           END-IF
           IF WS-SEEN-RUN-LOG = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBEDI: required card RUN-LOG is missing"
           END-IF
       .

       ECHO-RESOLVED-PARMS.
           DISPLAY "ERBEDI: EDI-PO-IN=" FUNCTION TRIM(WS-EDI-IN-PATH)
           DISPLAY "ERBEDI: SHAPES-MASTER="
               FUNCTION TRIM(WS-SHAPES-MASTER-PATH)
           DISPLAY "ERBEDI: EDI-PO-HISTORY="
               FUNCTION TRIM(WS-HISTORY-PATH)
           DISPLAY "ERBEDI: ORDERS-IN=" FUNCTION TRIM(WS-ORDERS-PATH)
           DISPLAY "ERBEDI: EDI-ACK-OUT=" FUNCTION TRIM(WS-ACK-PATH)
           DISPLAY "ERBEDI: EDI-LOADED=" FUNCTION TRIM(WS-LOADED-PATH)
           DISPLAY "ERBEDI: EDI-LEAD-DAYS=" WS-LEAD-DAYS
           DISPLAY "ERBEDI: RUN-LOG=" FUNCTION TRIM(WS-RUN-LOG-PATH)
       .
