      *> ERB Cutting-Machine Confirmation Reconciliation
      *> GnuCOBOL free-format: cobc -free -m erb_confirm.cbl
      *> Matches the machine's end-of-shift confirmation file
      *> (CUTTING-CONFIRM.DAT: SHAPE-ID|PIECES-CUT|STATUS|AREA-USED
      *> |PIECES-REJECTED|DEFECT-CODE, the fourth field being the
      *> actual sheet area the machine consumed, blank on machines
      *> that do not report it, and the last two the pieces the floor
      *> scrapped out of PIECES-CUT and the reason code) against the
      *> shapes exported in SHAPES-CUTTING.CSV and reports unconfirmed,
      *> partially cut and unknown-id lines to CUTTING-RECON.DAT. The
      *> confirmations are first loaded into an indexed work file
      *> trailer hash totals without re-parsing the quoted CSV.
      *> A confirmation is complete when STATUS is OK or COMPLETE and
      *> at least one piece was cut; anything else counts as partial.
      *> A complete shape with rejected pieces is listed as REMAKE and
      *> carried over as well, so the scrapped pieces are cut again in
      *> the next export without being re-keyed into ORDERS.DAT.
      *> AREA-USED passes through untouched - ERBYLD reads it straight
      *> from the confirmation file for the yield and scrap report.
       IDENTIFICATION DIVISION.
           02 CONFWK-PIECES            PIC 9(7).
           02 CONFWK-STATUS            PIC X(10).
           02 CONFWK-AREA-USED         PIC X(20).
           02 CONFWK-REJECTED          PIC 9(7).
           02 CONFWK-DEFECT-CODE       PIC X(10).
           02 CONFWK-MATCHED           PIC X(1).
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  WS-UNKNOWN-IDS              PIC 9(9) VALUE ZERO.
       01  WS-COMPLETE-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-PARTIAL-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-REMAKE-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-UNCONFIRMED-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-CONF-SHAPE-ID            PIC X(500).
       01  WS-CONF-PIECES-TEXT         PIC X(10).
       01  WS-CONF-STATUS              PIC X(10).
       01  WS-CONF-AREA-USED           PIC X(20).
       01  WS-CONF-PIECES              PIC 9(7).
       01  WS-CONF-REJECTED-TEXT       PIC X(10).
       01  WS-CONF-DEFECT-CODE         PIC X(10).
       01  WS-CONF-REJECTED            PIC 9(7).
       01  WS-REJECTED-DISPLAY         PIC Z(6)9.
       01  WS-CSV-PART-1               PIC X(600).
       01  WS-CSV-SIDES                PIC X(500).
       01  WS-CSV-TAIL                 PIC X(200).
               " confirmations " WS-CONFIRMS-READ
               " complete " WS-COMPLETE-COUNT
               " partial " WS-PARTIAL-COUNT
               " remake " WS-REMAKE-COUNT
               " unconfirmed " WS-UNCONFIRMED-COUNT
               " unknown " WS-UNKNOWN-IDS
           PERFORM WRITE-RUN-LOG-RECORD
           MOVE RETURN-CODE TO WS-LOG-RC
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-END-STAMP
           COMPUTE WS-LOG-WRITTEN =
               WS-PARTIAL-COUNT + WS-UNCONFIRMED-COUNT + WS-REMAKE-COUNT
           OPEN EXTEND RUN-LOG
           IF WS-RUN-LOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG
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
           MOVE FUNCTION TRIM(WS-CONF-SHAPE-ID) TO CONFWK-SHAPE-ID
           MOVE WS-CONF-PIECES TO CONFWK-PIECES
           MOVE WS-CONF-STATUS TO CONFWK-STATUS
           MOVE WS-CONF-AREA-USED TO CONFWK-AREA-USED
           MOVE WS-CONF-REJECTED TO CONFWK-REJECTED
           MOVE WS-CONF-DEFECT-CODE TO CONFWK-DEFECT-CODE
           MOVE "N" TO CONFWK-MATCHED
           WRITE CONFWK-RECORD
               INVALID KEY
                       OR (FUNCTION TRIM(CONFWK-STATUS) = "COMPLETE"))
                       AND (CONFWK-PIECES >= 1)
                       ADD 1 TO WS-COMPLETE-COUNT
                       IF CONFWK-REJECTED >= 1
                           ADD 1 TO WS-REMAKE-COUNT
                           PERFORM WRITE-REMAKE-LINE
                           PERFORM WRITE-CARRYOVER-LINE
                       END-IF
                   ELSE
                       ADD 1 TO WS-PARTIAL-COUNT
                       PERFORM WRITE-PARTIAL-LINE
           WRITE RECON-OUT-RECORD
       .

       WRITE-REMAKE-LINE.
           MOVE CONFWK-REJECTED TO WS-REJECTED-DISPLAY
           MOVE SPACES TO RECON-OUT-RECORD
           STRING "REMAKE|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXPORT-ID)
                   DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-REJECTED-DISPLAY) DELIMITED BY SIZE
               " piece(s) rejected, defect " DELIMITED BY SIZE
               CONFWK-DEFECT-CODE DELIMITED BY SPACE
               " - carried over to the next export for remake"
                   DELIMITED BY SIZE
               INTO RECON-OUT-RECORD
           END-STRING
           WRITE RECON-OUT-RECORD
       .

       WRITE-UNCONFIRMED-LINE.
           MOVE SPACES TO RECON-OUT-RECORD
           STRING "UNCONFIRMED|" DELIMITED BY SIZE
