      *> ERB Nightly Cross-File Integrity Sweep
      *> GnuCOBOL free-format: cobc -free -m erb_integrity.cbl
      *> Each program screens its own inputs; this job checks that the
      *> files agree with each other. It reads the indexed
      *> SHAPES-MASTER and ORDER-BACKLOG.DAT, CUTTING-CARRYOVER.DAT,
      *> the newest SHAPES-OUT generation in the generations catalog,
      *> the current SHAPES-COSTED.DAT and the invoice extract, and
      *> writes every orphan or contradiction to INTEGRITY-REPORT.DAT
      *> as CODE|FILE|KEY|DETAIL:
      *>   DELETED-SHAPE   an OPEN, PARTIAL or LATE backlog order, or a
      *>                   carry-over row, for a shape deleted on the
      *>                   master
      *>   UNRESOLVED-REF  a backlog order or carry-over row whose shape
      *>                   reference matches no master record, by
      *>                   SHAPE-ID or name slug as ERBORD resolves it
      *>   STATUS-CONFLICT a backlog status that disagrees with its
      *>                   ordered and fulfilled quantities
      *>   ORPHAN          a SHAPES-OUT, SHAPES-COSTED or invoice row for
      *>                   a shape the master has never held
      *>   RETIRED-SHAPE   a SHAPES-OUT or SHAPES-COSTED row for a shape
      *>                   the master has since deleted
      *>   NOT-IN-OUTPUT   a costed row missing from the newest
      *>                   SHAPES-OUT generation (costing from another
      *>                   run)
      *>   UNKNOWN-ORDER   an invoice line for an order not on the
      *>                   backlog
      *>   SHAPE-MISMATCH  an invoice line billing a different shape
      *>                   from the one its backlog order is for
      *>   NOT-COSTED      an invoice line for a shape with no costed row
      *>   TRAILER         an invoice extract with no TRAILER line or
      *>                   one that disagrees with its detail count
      *>   NO-GENERATION   no SHAPES-OUT generation in the catalog
      *>   UNREADABLE      an input that could not be opened
      *> The report closes with TRAILER|<findings>. Any finding ends
      *> the job with RETURN-CODE 8 so the nightly chain stops until
      *> the files are brought back into line. Nothing is changed; the
      *> sweep only reads.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERBINTG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHAPES-MASTER ASSIGN TO WS-SHAPES-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-SHAPE-ID
               FILE STATUS IS WS-SHAPES-MASTER-STATUS.
           SELECT ORDER-BACKLOG ASSIGN TO WS-BACKLOG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BACKLOG-ORDER-NO
               FILE STATUS IS WS-BACKLOG-STATUS.
           SELECT CARRYOVER-IN ASSIGN TO WS-CARRYOVER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRYOVER-STATUS.
           SELECT CATALOG-FILE ASSIGN TO WS-CATALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT GENERATION-IN ASSIGN TO WS-GENERATION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERATION-STATUS.
           SELECT COSTED-IN ASSIGN TO WS-COSTED-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COSTED-IN-STATUS.
           SELECT INVOICE-IN ASSIGN TO WS-INVOICE-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-IN-STATUS.
           SELECT INTEGRITY-OUT ASSIGN TO WS-INTEGRITY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEGRITY-STATUS.
           SELECT PARM-FILE ASSIGN TO WS-PARM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT RUN-LOG ASSIGN TO WS-RUN-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SHAPES-MASTER.
       COPY "erb_master_copy".
       FD  ORDER-BACKLOG.
       COPY "erb_backlog_copy".
       FD  CARRYOVER-IN
           RECORDING MODE IS F.
       01  CARRYOVER-RECORD            PIC X(1100).
       FD  CATALOG-FILE
           RECORDING MODE IS F.
       01  CATALOG-RECORD              PIC X(300).
       FD  GENERATION-IN
           RECORDING MODE IS F.
       01  GENERATION-IN-RECORD        PIC X(4096).
       FD  COSTED-IN
           RECORDING MODE IS F.
       01  COSTED-IN-RECORD            PIC X(720).
       FD  INVOICE-IN
           RECORDING MODE IS F.
       01  INVOICE-IN-RECORD           PIC X(720).
       FD  INTEGRITY-OUT
           RECORDING MODE IS F.
       01  INTEGRITY-OUT-RECORD        PIC X(1024).
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-CARD                   PIC X(300).
       FD  RUN-LOG
           RECORDING MODE IS F.
       01  RUN-LOG-RECORD              PIC X(300).
       WORKING-STORAGE SECTION.
       01  WS-SHAPES-MASTER-PATH       PIC X(255)
                                       VALUE "SHAPES-MASTER.DAT".
       01  WS-BACKLOG-PATH             PIC X(255)
                                       VALUE "ORDER-BACKLOG.DAT".
       01  WS-CARRYOVER-PATH           PIC X(255)
                                       VALUE "CUTTING-CARRYOVER.DAT".
       01  WS-CATALOG-PATH             PIC X(255)
                                       VALUE "SHAPES-GENERATIONS.CAT".
       01  WS-GENERATION-PATH          PIC X(255).
       01  WS-COSTED-IN-PATH           PIC X(255)
                                       VALUE "SHAPES-COSTED.DAT".
       01  WS-INVOICE-IN-PATH          PIC X(255)
                                       VALUE "INVOICE-LINES.DAT".
       01  WS-INTEGRITY-PATH           PIC X(255)
                                       VALUE "INTEGRITY-REPORT.DAT".
       01  WS-RUN-LOG-PATH             PIC X(255)
                                       VALUE "ERB-RUNLOG.DAT".
       01  WS-SHAPES-MASTER-STATUS     PIC XX.
       01  WS-BACKLOG-STATUS           PIC XX.
       01  WS-CARRYOVER-STATUS         PIC XX.
       01  WS-CATALOG-STATUS           PIC XX.
       01  WS-GENERATION-STATUS        PIC XX.
       01  WS-COSTED-IN-STATUS         PIC XX.
       01  WS-INVOICE-IN-STATUS        PIC XX.
       01  WS-INTEGRITY-STATUS         PIC XX.
       01  WS-RUN-LOG-STATUS           PIC XX.
       01  WS-EOF-SWITCH               PIC X(3) VALUE "NO".
           88 END-OF-INPUT             VALUE "YES".
       01  WS-MASTER-EOF               PIC X(3) VALUE "NO".
           88 END-OF-MASTER            VALUE "YES".
       01  WS-BACKLOG-EOF              PIC X(3) VALUE "NO".
           88 END-OF-BACKLOG           VALUE "YES".
       01  WS-BACKLOG-OPEN             PIC X(3) VALUE "NO".
           88 BACKLOG-AVAILABLE        VALUE "YES".
       01  WS-OUT-LOADED               PIC X(3) VALUE "NO".
           88 OUTPUT-IDS-LOADED        VALUE "YES".
       01  WS-COSTED-LOADED            PIC X(3) VALUE "NO".
           88 COSTED-IDS-LOADED        VALUE "YES".
       01  WS-RUN-ID                   PIC X(14).
       01  WS-START-STAMP              PIC X(14).
       01  WS-END-STAMP                PIC X(14).
       01  WS-LOG-RC                   PIC 9(4).
      *> Shape resolution: LIVE, DELETED or MISSING on the master.
       01  WS-RESOLVE-REF              PIC X(500).
       01  WS-RESOLVE-RESULT           PIC X(8).
       01  WS-RESOLVE-SHAPE-ID         PIC X(500).
      *> Newest SHAPES-OUT generation, found as ERBMREC finds it.
       01  WS-NEWEST-RUN-ID            PIC X(14) VALUE SPACES.
       01  WS-NEWEST-GEN-PATH          PIC X(255) VALUE SPACES.
       01  WS-CAT-CLASS                PIC X(12).
       01  WS-CAT-FILE-PATH            PIC X(255).
       01  WS-CAT-RUN-ID               PIC X(14).
       01  WS-OUT-MAX                  PIC 9(6) VALUE 10000.
       01  WS-OUT-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-OUT-TABLE.
           02 WS-OUT-ID OCCURS 10000 TIMES PIC X(500).
       01  WS-COSTED-MAX               PIC 9(6) VALUE 10000.
       01  WS-COSTED-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-COSTED-TABLE.
           02 WS-COSTED-ID OCCURS 10000 TIMES PIC X(500).
       01  WS-TBL-I                    PIC 9(6).
       01  WS-TBL-HIT                  PIC 9(6).
       01  WS-ROW-SHAPE-ID             PIC X(500).
       01  WS-CARRY-PERIMETER          PIC X(20).
       01  WS-CARRY-AREA               PIC X(20).
       01  WS-CARRY-CSV-LINE           PIC X(1100).
       01  WS-INV-ORDER-NO             PIC X(20).
       01  WS-INV-PLANT                PIC X(10).
       01  WS-INV-DETAIL-LINES         PIC 9(9) VALUE ZERO.
       01  WS-TRAILER-SEEN             PIC X(3) VALUE "NO".
       01  WS-TRAILER-LINE             PIC X(300).
       01  WS-TRAILER-FIELD-TAG        PIC X(10).
       01  WS-TRAILER-FIELD-COUNT      PIC X(20).
       01  WS-TRAILER-COUNT            PIC 9(9).
      *> Findings.
       01  WS-FIND-CODE                PIC X(16).
       01  WS-FIND-FILE                PIC X(20).
       01  WS-FIND-KEY                 PIC X(500).
       01  WS-FIND-DETAIL              PIC X(300).
       01  WS-FIND-STATUS              PIC XX.
       01  WS-FINDINGS                 PIC 9(9) VALUE ZERO.
       01  WS-ROWS-CHECKED             PIC 9(9) VALUE ZERO.
       01  WS-COUNT-DISPLAY            PIC Z(8)9.
       01  WS-COUNT-DISPLAY-2          PIC Z(8)9.
       COPY "erb_parm_copy".
       01  WS-PARMS-SEEN.
           02 WS-SEEN-SHAPES-MASTER      PIC X(3) VALUE "NO".
           02 WS-SEEN-ORDER-BACKLOG      PIC X(3) VALUE "NO".
           02 WS-SEEN-CARRYOVER          PIC X(3) VALUE "NO".
           02 WS-SEEN-CATALOG            PIC X(3) VALUE "NO".
           02 WS-SEEN-SHAPES-COSTED      PIC X(3) VALUE "NO".
           02 WS-SEEN-INVOICE-LINES      PIC X(3) VALUE "NO".
           02 WS-SEEN-INTEGRITY-REPORT   PIC X(3) VALUE "NO".
           02 WS-SEEN-RUN-LOG            PIC X(3) VALUE "NO".
       PROCEDURE DIVISION.
       MAIN-INTEGRITY.
           PERFORM LOAD-RUN-PARAMETERS
           IF PARM-ERROR-FOUND
               DISPLAY "ERBINTG: run aborted - correct "
                   FUNCTION TRIM(WS-PARM-FILE-PATH) " and resubmit"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
           MOVE WS-RUN-ID TO WS-START-STAMP
           OPEN OUTPUT INTEGRITY-OUT
           IF WS-INTEGRITY-STATUS NOT = "00"
               DISPLAY "ERBINTG: unable to open integrity report, status "
                   WS-INTEGRITY-STATUS " - run aborted"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-RECORD
               GOBACK
           END-IF
           OPEN INPUT SHAPES-MASTER
           IF WS-SHAPES-MASTER-STATUS NOT = "00"
               MOVE "SHAPES-MASTER" TO WS-FIND-FILE
               MOVE WS-SHAPES-MASTER-PATH TO WS-FIND-KEY
               MOVE WS-SHAPES-MASTER-STATUS TO WS-FIND-STATUS
               PERFORM WRITE-UNREADABLE-FINDING
               DISPLAY "ERBINTG: shapes master cannot be opened - "
                   "nothing can be cross-checked"
           ELSE
               OPEN INPUT ORDER-BACKLOG
               IF WS-BACKLOG-STATUS = "00"
                   MOVE "YES" TO WS-BACKLOG-OPEN
               ELSE
                   MOVE "ORDER-BACKLOG" TO WS-FIND-FILE
                   MOVE WS-BACKLOG-PATH TO WS-FIND-KEY
                   MOVE WS-BACKLOG-STATUS TO WS-FIND-STATUS
                   PERFORM WRITE-UNREADABLE-FINDING
               END-IF
               PERFORM CHECK-NEWEST-SHAPES-OUT
               PERFORM CHECK-SHAPES-COSTED
               IF BACKLOG-AVAILABLE
                   PERFORM CHECK-ORDER-BACKLOG
               END-IF
               PERFORM CHECK-CUTTING-CARRYOVER
               PERFORM CHECK-INVOICE-EXTRACT
               IF BACKLOG-AVAILABLE
                   CLOSE ORDER-BACKLOG
               END-IF
               CLOSE SHAPES-MASTER
           END-IF
           MOVE SPACES TO INTEGRITY-OUT-RECORD
           STRING "TRAILER|" DELIMITED BY SIZE
               WS-FINDINGS DELIMITED BY SIZE
               INTO INTEGRITY-OUT-RECORD
           END-STRING
           WRITE INTEGRITY-OUT-RECORD
           CLOSE INTEGRITY-OUT
           DISPLAY "ERBINTG: rows checked " WS-ROWS-CHECKED
               " findings " WS-FINDINGS
           IF WS-FINDINGS > 0
               DISPLAY "ERBINTG: files disagree - see "
                   FUNCTION TRIM(WS-INTEGRITY-PATH)
               MOVE 8 TO RETURN-CODE
           END-IF
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
               DISPLAY "ERBINTG: unable to open run log, status "
                   WS-RUN-LOG-STATUS
           ELSE
               MOVE SPACES TO RUN-LOG-RECORD
               STRING "ERBINTG|" DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE "|"
                   WS-START-STAMP DELIMITED BY SIZE "|"
                   WS-END-STAMP DELIMITED BY SIZE "|"
                   WS-ROWS-CHECKED DELIMITED BY SIZE "|"
                   WS-FINDINGS DELIMITED BY SIZE "|"
                   WS-FINDINGS DELIMITED BY SIZE "|"
                   WS-LOG-RC DELIMITED BY SIZE
                   INTO RUN-LOG-RECORD
               END-STRING
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG
           END-IF
       .

       WRITE-FINDING.
           ADD 1 TO WS-FINDINGS
           MOVE SPACES TO INTEGRITY-OUT-RECORD
           STRING FUNCTION TRIM(WS-FIND-CODE) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-FIND-FILE) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-FIND-KEY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-FIND-DETAIL) DELIMITED BY SIZE
               INTO INTEGRITY-OUT-RECORD
           END-STRING
           WRITE INTEGRITY-OUT-RECORD
       .

      *> The caller sets the file, path and the failing file status.
       WRITE-UNREADABLE-FINDING.
           MOVE "UNREADABLE" TO WS-FIND-CODE
           MOVE SPACES TO WS-FIND-DETAIL
           STRING "file could not be opened - status " DELIMITED BY SIZE
               WS-FIND-STATUS DELIMITED BY SIZE
               INTO WS-FIND-DETAIL
           END-STRING
           PERFORM WRITE-FINDING
       .

      *> A reference resolves as ERBORD resolves it: a keyed read on
      *> SHAPE-ID, else a scan for the name slug. A live match wins; a
      *> match only among deleted shapes is DELETED; no match at all is
      *> MISSING.
       RESOLVE-SHAPE-REF.
           MOVE "MISSING" TO WS-RESOLVE-RESULT
           MOVE SPACES TO WS-RESOLVE-SHAPE-ID
           MOVE WS-RESOLVE-REF TO MASTER-SHAPE-ID
           READ SHAPES-MASTER
               INVALID KEY
                   PERFORM SCAN-MASTER-BY-NAME
               NOT INVALID KEY
                   MOVE MASTER-SHAPE-ID TO WS-RESOLVE-SHAPE-ID
                   IF MASTER-DELETE-FLAG = "D"
                       MOVE "DELETED" TO WS-RESOLVE-RESULT
                   ELSE
                       MOVE "LIVE" TO WS-RESOLVE-RESULT
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
           PERFORM UNTIL END-OF-MASTER OR (WS-RESOLVE-RESULT = "LIVE")
               READ SHAPES-MASTER NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-MASTER-EOF
                   NOT AT END
                       IF FUNCTION TRIM(MASTER-RECORD-NAME)
                           = FUNCTION TRIM(WS-RESOLVE-REF)
                           MOVE MASTER-SHAPE-ID TO WS-RESOLVE-SHAPE-ID
                           IF MASTER-DELETE-FLAG = "D"
                               MOVE "DELETED" TO WS-RESOLVE-RESULT
                           ELSE
                               MOVE "LIVE" TO WS-RESOLVE-RESULT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "NO" TO WS-MASTER-EOF
       .

      *> Output rows carry the SHAPE-ID itself, so one keyed read
      *> settles them.
       READ-MASTER-BY-ID.
           MOVE "MISSING" TO WS-RESOLVE-RESULT
           MOVE WS-ROW-SHAPE-ID TO MASTER-SHAPE-ID
           READ SHAPES-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MASTER-DELETE-FLAG = "D"
                       MOVE "DELETED" TO WS-RESOLVE-RESULT
                   ELSE
                       MOVE "LIVE" TO WS-RESOLVE-RESULT
                   END-IF
           END-READ
       .

       CHECK-NEWEST-SHAPES-OUT.
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               MOVE "CATALOG" TO WS-FIND-FILE
               MOVE WS-CATALOG-PATH TO WS-FIND-KEY
               MOVE "UNREADABLE" TO WS-FIND-CODE
               MOVE SPACES TO WS-FIND-DETAIL
               STRING "file could not be opened - status "
                       DELIMITED BY SIZE
                   WS-CATALOG-STATUS DELIMITED BY SIZE
                   INTO WS-FIND-DETAIL
               END-STRING
               PERFORM WRITE-FINDING
           ELSE
               PERFORM UNTIL END-OF-INPUT
                   READ CATALOG-FILE INTO CATALOG-RECORD
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM NOTE-NEWEST-CATALOG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
               MOVE "NO" TO WS-EOF-SWITCH
               IF WS-NEWEST-GEN-PATH = SPACES
                   MOVE "NO-GENERATION" TO WS-FIND-CODE
                   MOVE "CATALOG" TO WS-FIND-FILE
                   MOVE WS-CATALOG-PATH TO WS-FIND-KEY
                   MOVE "catalog lists no SHAPES-OUT generation"
                       TO WS-FIND-DETAIL
                   PERFORM WRITE-FINDING
               ELSE
                   PERFORM CHECK-GENERATION-ROWS
               END-IF
           END-IF
       .

       NOTE-NEWEST-CATALOG-ENTRY.
           MOVE SPACES TO WS-CAT-CLASS
           MOVE SPACES TO WS-CAT-FILE-PATH
           MOVE SPACES TO WS-CAT-RUN-ID
           UNSTRING CATALOG-RECORD DELIMITED BY "|"
               INTO WS-CAT-CLASS
                    WS-CAT-FILE-PATH
                    WS-CAT-RUN-ID
           IF (FUNCTION TRIM(WS-CAT-CLASS) = "SHAPES-OUT")
               AND (WS-CAT-RUN-ID > WS-NEWEST-RUN-ID)
               MOVE WS-CAT-RUN-ID TO WS-NEWEST-RUN-ID
               MOVE WS-CAT-FILE-PATH TO WS-NEWEST-GEN-PATH
           END-IF
       .

       CHECK-GENERATION-ROWS.
           MOVE WS-NEWEST-GEN-PATH TO WS-GENERATION-PATH
           OPEN INPUT GENERATION-IN
           IF WS-GENERATION-STATUS NOT = "00"
               MOVE "UNREADABLE" TO WS-FIND-CODE
               MOVE "SHAPES-OUT" TO WS-FIND-FILE
               MOVE WS-GENERATION-PATH TO WS-FIND-KEY
               MOVE SPACES TO WS-FIND-DETAIL
               STRING "newest generation could not be opened - status "
                       DELIMITED BY SIZE
                   WS-GENERATION-STATUS DELIMITED BY SIZE
                   INTO WS-FIND-DETAIL
               END-STRING
               PERFORM WRITE-FINDING
           ELSE
               MOVE "YES" TO WS-OUT-LOADED
               PERFORM UNTIL END-OF-INPUT
                   READ GENERATION-IN INTO GENERATION-IN-RECORD
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           IF (GENERATION-IN-RECORD(1:8) NOT = "TRAILER|")
                               AND (GENERATION-IN-RECORD NOT = SPACES)
                               PERFORM CHECK-ONE-GENERATION-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GENERATION-IN
               MOVE "NO" TO WS-EOF-SWITCH
           END-IF
       .

       CHECK-ONE-GENERATION-ROW.
           ADD 1 TO WS-ROWS-CHECKED
           MOVE SPACES TO WS-ROW-SHAPE-ID
           UNSTRING GENERATION-IN-RECORD DELIMITED BY "|"
               INTO WS-ROW-SHAPE-ID
           END-UNSTRING
           IF WS-OUT-COUNT >= WS-OUT-MAX
               DISPLAY "ERBINTG: SHAPES-OUT table limit of " WS-OUT-MAX
                   " hit - aborting rather than cross-checking a "
                   "truncated table"
               CLOSE GENERATION-IN
               CLOSE INTEGRITY-OUT
               CLOSE SHAPES-MASTER
               IF BACKLOG-AVAILABLE
                   CLOSE ORDER-BACKLOG
               END-IF
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-RECORD
               GOBACK
           END-IF
           ADD 1 TO WS-OUT-COUNT
           MOVE WS-ROW-SHAPE-ID TO WS-OUT-ID(WS-OUT-COUNT)
           MOVE "SHAPES-OUT" TO WS-FIND-FILE
           PERFORM READ-MASTER-BY-ID
           PERFORM CHECK-OUTPUT-ROW-SHAPE
       .

      *> Shared by SHAPES-OUT and SHAPES-COSTED rows: a row for a shape
      *> the master never held is an orphan, one for a shape deleted
      *> since is retired.
       CHECK-OUTPUT-ROW-SHAPE.
           MOVE WS-ROW-SHAPE-ID TO WS-FIND-KEY
           IF WS-RESOLVE-RESULT = "MISSING"
               MOVE "ORPHAN" TO WS-FIND-CODE
               MOVE "shape is not on SHAPES-MASTER" TO WS-FIND-DETAIL
               PERFORM WRITE-FINDING
           END-IF
           IF WS-RESOLVE-RESULT = "DELETED"
               MOVE "RETIRED-SHAPE" TO WS-FIND-CODE
               MOVE "shape is deleted on SHAPES-MASTER" TO WS-FIND-DETAIL
               PERFORM WRITE-FINDING
           END-IF
       .

       CHECK-SHAPES-COSTED.
           OPEN INPUT COSTED-IN
           IF WS-COSTED-IN-STATUS NOT = "00"
               MOVE "UNREADABLE" TO WS-FIND-CODE
               MOVE "SHAPES-COSTED" TO WS-FIND-FILE
               MOVE WS-COSTED-IN-PATH TO WS-FIND-KEY
               MOVE SPACES TO WS-FIND-DETAIL
               STRING "file could not be opened - status "
                       DELIMITED BY SIZE
                   WS-COSTED-IN-STATUS DELIMITED BY SIZE
                   INTO WS-FIND-DETAIL
               END-STRING
               PERFORM WRITE-FINDING
           ELSE
               MOVE "YES" TO WS-COSTED-LOADED
               PERFORM UNTIL END-OF-INPUT
                   READ COSTED-IN INTO COSTED-IN-RECORD
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           IF (COSTED-IN-RECORD(1:8) NOT = "TRAILER|")
                               AND (COSTED-IN-RECORD NOT = SPACES)
                               PERFORM CHECK-ONE-COSTED-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COSTED-IN
               MOVE "NO" TO WS-EOF-SWITCH
           END-IF
       .

       CHECK-ONE-COSTED-ROW.
           ADD 1 TO WS-ROWS-CHECKED
           MOVE SPACES TO WS-ROW-SHAPE-ID
           UNSTRING COSTED-IN-RECORD DELIMITED BY "|"
               INTO WS-ROW-SHAPE-ID
           END-UNSTRING
           IF WS-COSTED-COUNT >= WS-COSTED-MAX
               DISPLAY "ERBINTG: SHAPES-COSTED table limit of "
                   WS-COSTED-MAX " hit - aborting rather than "
                   "cross-checking a truncated table"
               CLOSE COSTED-IN
               CLOSE INTEGRITY-OUT
               CLOSE SHAPES-MASTER
               IF BACKLOG-AVAILABLE
                   CLOSE ORDER-BACKLOG
               END-IF
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-RECORD
               GOBACK
           END-IF
           ADD 1 TO WS-COSTED-COUNT
           MOVE WS-ROW-SHAPE-ID TO WS-COSTED-ID(WS-COSTED-COUNT)
           MOVE "SHAPES-COSTED" TO WS-FIND-FILE
           PERFORM READ-MASTER-BY-ID
           PERFORM CHECK-OUTPUT-ROW-SHAPE
           IF OUTPUT-IDS-LOADED
               MOVE 0 TO WS-TBL-HIT
               PERFORM VARYING WS-TBL-I FROM 1 BY 1
                   UNTIL (WS-TBL-I > WS-OUT-COUNT) OR (WS-TBL-HIT NOT = 0)
                   IF WS-OUT-ID(WS-TBL-I) = WS-ROW-SHAPE-ID
                       MOVE WS-TBL-I TO WS-TBL-HIT
                   END-IF
               END-PERFORM
               IF WS-TBL-HIT = 0
                   MOVE "NOT-IN-OUTPUT" TO WS-FIND-CODE
                   MOVE WS-ROW-SHAPE-ID TO WS-FIND-KEY
                   MOVE SPACES TO WS-FIND-DETAIL
                   STRING "costed shape is not in the newest SHAPES-OUT "
                           DELIMITED BY SIZE
                       "generation " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NEWEST-GEN-PATH)
                           DELIMITED BY SIZE
                       INTO WS-FIND-DETAIL
                   END-STRING
                   PERFORM WRITE-FINDING
               END-IF
           END-IF
       .

       CHECK-ORDER-BACKLOG.
           MOVE "NO" TO WS-BACKLOG-EOF
           MOVE LOW-VALUES TO BACKLOG-ORDER-NO
           START ORDER-BACKLOG KEY >= BACKLOG-ORDER-NO
               INVALID KEY
                   MOVE "YES" TO WS-BACKLOG-EOF
           END-START
           PERFORM UNTIL END-OF-BACKLOG
               READ ORDER-BACKLOG NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-BACKLOG-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-BACKLOG-ORDER
               END-READ
           END-PERFORM
           MOVE "NO" TO WS-BACKLOG-EOF
       .

      *> Filled orders are history and may name shapes since retired;
      *> an order still owed must name a live shape. The status must
      *> agree with the quantities the way ERBORD sets it.
       CHECK-ONE-BACKLOG-ORDER.
           ADD 1 TO WS-ROWS-CHECKED
           MOVE "ORDER-BACKLOG" TO WS-FIND-FILE
           MOVE BACKLOG-ORDER-NO TO WS-FIND-KEY
           MOVE BACKLOG-QTY-FULFILLED TO WS-COUNT-DISPLAY
           MOVE BACKLOG-QTY-ORDERED TO WS-COUNT-DISPLAY-2
           IF ((BACKLOG-STATUS = "FILLED")
               AND (BACKLOG-QTY-FULFILLED < BACKLOG-QTY-ORDERED))
               OR ((BACKLOG-STATUS NOT = "FILLED")
               AND (BACKLOG-QTY-FULFILLED >= BACKLOG-QTY-ORDERED))
               MOVE "STATUS-CONFLICT" TO WS-FIND-CODE
               MOVE SPACES TO WS-FIND-DETAIL
               STRING "status " DELIMITED BY SIZE
                   FUNCTION TRIM(BACKLOG-STATUS) DELIMITED BY SIZE
                   " but " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                   " of " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-DISPLAY-2) DELIMITED BY SIZE
                   " fulfilled" DELIMITED BY SIZE
                   INTO WS-FIND-DETAIL
               END-STRING
               PERFORM WRITE-FINDING
           END-IF
           IF BACKLOG-STATUS NOT = "FILLED"
               MOVE BACKLOG-SHAPE-REF TO WS-RESOLVE-REF
               PERFORM RESOLVE-SHAPE-REF
               MOVE "ORDER-BACKLOG" TO WS-FIND-FILE
               MOVE BACKLOG-ORDER-NO TO WS-FIND-KEY
               IF WS-RESOLVE-RESULT = "DELETED"
                   MOVE "DELETED-SHAPE" TO WS-FIND-CODE
                   MOVE SPACES TO WS-FIND-DETAIL
                   STRING FUNCTION TRIM(BACKLOG-STATUS) DELIMITED BY SIZE
                       " order for shape " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RESOLVE-SHAPE-ID)
                           DELIMITED BY SIZE
                       " which is deleted on SHAPES-MASTER"
                           DELIMITED BY SIZE
                       INTO WS-FIND-DETAIL
                   END-STRING
                   PERFORM WRITE-FINDING
               END-IF
               IF WS-RESOLVE-RESULT = "MISSING"
                   MOVE "UNRESOLVED-REF" TO WS-FIND-CODE
                   MOVE SPACES TO WS-FIND-DETAIL
                   STRING FUNCTION TRIM(BACKLOG-STATUS) DELIMITED BY SIZE
                       " order for shape reference " DELIMITED BY SIZE
                       FUNCTION TRIM(BACKLOG-SHAPE-REF)
                           DELIMITED BY SIZE
                       " which matches nothing on SHAPES-MASTER"
                           DELIMITED BY SIZE
                       INTO WS-FIND-DETAIL
                   END-STRING
                   PERFORM WRITE-FINDING
               END-IF
           END-IF
       .

      *> Carry-over rows are PERIMETER|AREA| ahead of the cutting
      *> export CSV row, whose first column is the SHAPE-ID. A missing
      *> carry-over file just means nothing is carried.
       CHECK-CUTTING-CARRYOVER.
           OPEN INPUT CARRYOVER-IN
           IF WS-CARRYOVER-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ CARRYOVER-IN INTO CARRYOVER-RECORD
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           IF CARRYOVER-RECORD NOT = SPACES
                               PERFORM CHECK-ONE-CARRIED-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARRYOVER-IN
               MOVE "NO" TO WS-EOF-SWITCH
           ELSE
               IF WS-CARRYOVER-STATUS NOT = "35"
                   MOVE "UNREADABLE" TO WS-FIND-CODE
                   MOVE "CUTTING-CARRYOVER" TO WS-FIND-FILE
                   MOVE WS-CARRYOVER-PATH TO WS-FIND-KEY
                   MOVE SPACES TO WS-FIND-DETAIL
                   STRING "file could not be opened - status "
                           DELIMITED BY SIZE
                       WS-CARRYOVER-STATUS DELIMITED BY SIZE
                       INTO WS-FIND-DETAIL
                   END-STRING
                   PERFORM WRITE-FINDING
               END-IF
           END-IF
       .

       CHECK-ONE-CARRIED-ROW.
           ADD 1 TO WS-ROWS-CHECKED
           MOVE SPACES TO WS-CARRY-PERIMETER
           MOVE SPACES TO WS-CARRY-AREA
           MOVE SPACES TO WS-CARRY-CSV-LINE
           MOVE SPACES TO WS-ROW-SHAPE-ID
           UNSTRING CARRYOVER-RECORD DELIMITED BY "|"
               INTO WS-CARRY-PERIMETER
                    WS-CARRY-AREA
                    WS-CARRY-CSV-LINE
           UNSTRING WS-CARRY-CSV-LINE DELIMITED BY ","
               INTO WS-ROW-SHAPE-ID
           END-UNSTRING
           PERFORM READ-MASTER-BY-ID
           MOVE "CUTTING-CARRYOVER" TO WS-FIND-FILE
           MOVE WS-ROW-SHAPE-ID TO WS-FIND-KEY
           IF WS-RESOLVE-RESULT = "DELETED"
               MOVE "DELETED-SHAPE" TO WS-FIND-CODE
               MOVE "carried over for cutting but deleted on SHAPES-MASTER"
                   TO WS-FIND-DETAIL
               PERFORM WRITE-FINDING
           END-IF
           IF WS-RESOLVE-RESULT = "MISSING"
               MOVE "UNRESOLVED-REF" TO WS-FIND-CODE
               MOVE "carried over for cutting but not on SHAPES-MASTER"
                   TO WS-FIND-DETAIL
               PERFORM WRITE-FINDING
           END-IF
       .

      *> Invoice detail lines are ORDER-NO|PLANT|SHAPE-ID|QTY|UNIT|
      *> AMOUNT between the INVOICE and INVOICE-TOTAL lines ERBINV
      *> groups them with; the TRAILER carries the detail count.
       CHECK-INVOICE-EXTRACT.
           MOVE "NO" TO WS-TRAILER-SEEN
           MOVE 0 TO WS-INV-DETAIL-LINES
           OPEN INPUT INVOICE-IN
           IF WS-INVOICE-IN-STATUS NOT = "00"
               MOVE "UNREADABLE" TO WS-FIND-CODE
               MOVE "INVOICE-LINES" TO WS-FIND-FILE
               MOVE WS-INVOICE-IN-PATH TO WS-FIND-KEY
               MOVE SPACES TO WS-FIND-DETAIL
               STRING "file could not be opened - status "
                       DELIMITED BY SIZE
                   WS-INVOICE-IN-STATUS DELIMITED BY SIZE
                   INTO WS-FIND-DETAIL
               END-STRING
               PERFORM WRITE-FINDING
           ELSE
               PERFORM UNTIL END-OF-INPUT
                   READ INVOICE-IN INTO INVOICE-IN-RECORD
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM CHECK-ONE-INVOICE-RECORD
                   END-READ
               END-PERFORM
               CLOSE INVOICE-IN
               MOVE "NO" TO WS-EOF-SWITCH
               PERFORM CHECK-INVOICE-TRAILER
           END-IF
       .

       CHECK-ONE-INVOICE-RECORD.
           EVALUATE TRUE
               WHEN INVOICE-IN-RECORD(1:8) = "INVOICE|"
                   CONTINUE
               WHEN INVOICE-IN-RECORD(1:14) = "INVOICE-TOTAL|"
                   CONTINUE
               WHEN INVOICE-IN-RECORD(1:8) = "TRAILER|"
                   MOVE "YES" TO WS-TRAILER-SEEN
                   MOVE INVOICE-IN-RECORD TO WS-TRAILER-LINE
               WHEN INVOICE-IN-RECORD = SPACES
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-INV-DETAIL-LINES
                   PERFORM CHECK-ONE-INVOICE-LINE
           END-EVALUATE
       .

       CHECK-ONE-INVOICE-LINE.
           ADD 1 TO WS-ROWS-CHECKED
           MOVE SPACES TO WS-INV-ORDER-NO
           MOVE SPACES TO WS-INV-PLANT
           MOVE SPACES TO WS-ROW-SHAPE-ID
           UNSTRING INVOICE-IN-RECORD DELIMITED BY "|"
               INTO WS-INV-ORDER-NO
                    WS-INV-PLANT
                    WS-ROW-SHAPE-ID
           MOVE "INVOICE-LINES" TO WS-FIND-FILE
           MOVE WS-INV-ORDER-NO TO WS-FIND-KEY
           PERFORM READ-MASTER-BY-ID
           IF WS-RESOLVE-RESULT = "MISSING"
               MOVE "ORPHAN" TO WS-FIND-CODE
               MOVE SPACES TO WS-FIND-DETAIL
               STRING "billed shape " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ROW-SHAPE-ID) DELIMITED BY SIZE
                   " is not on SHAPES-MASTER" DELIMITED BY SIZE
                   INTO WS-FIND-DETAIL
               END-STRING
               PERFORM WRITE-FINDING
           END-IF
           IF COSTED-IDS-LOADED
               MOVE 0 TO WS-TBL-HIT
               PERFORM VARYING WS-TBL-I FROM 1 BY 1
                   UNTIL (WS-TBL-I > WS-COSTED-COUNT)
                   OR (WS-TBL-HIT NOT = 0)
                   IF WS-COSTED-ID(WS-TBL-I) = WS-ROW-SHAPE-ID
                       MOVE WS-TBL-I TO WS-TBL-HIT
                   END-IF
               END-PERFORM
               IF WS-TBL-HIT = 0
                   MOVE "NOT-COSTED" TO WS-FIND-CODE
                   MOVE SPACES TO WS-FIND-DETAIL
                   STRING "billed shape " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ROW-SHAPE-ID) DELIMITED BY SIZE
                       " has no row on SHAPES-COSTED" DELIMITED BY SIZE
                       INTO WS-FIND-DETAIL
                   END-STRING
                   PERFORM WRITE-FINDING
               END-IF
           END-IF
           IF BACKLOG-AVAILABLE
               MOVE WS-INV-ORDER-NO TO BACKLOG-ORDER-NO
               READ ORDER-BACKLOG
                   INVALID KEY
                       MOVE "UNKNOWN-ORDER" TO WS-FIND-CODE
                       MOVE SPACES TO WS-FIND-DETAIL
                       STRING "billed shape " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ROW-SHAPE-ID)
                               DELIMITED BY SIZE
                           " but the order is not on ORDER-BACKLOG"
                               DELIMITED BY SIZE
                           INTO WS-FIND-DETAIL
                       END-STRING
                       PERFORM WRITE-FINDING
                   NOT INVALID KEY
                       IF FUNCTION TRIM(BACKLOG-SHAPE-REF)
                           NOT = FUNCTION TRIM(WS-ROW-SHAPE-ID)
                           MOVE "SHAPE-MISMATCH" TO WS-FIND-CODE
                           MOVE SPACES TO WS-FIND-DETAIL
                           STRING "billed shape " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-ROW-SHAPE-ID)
                                   DELIMITED BY SIZE
                               " but the backlog order is for "
                                   DELIMITED BY SIZE
                               FUNCTION TRIM(BACKLOG-SHAPE-REF)
                                   DELIMITED BY SIZE
                               INTO WS-FIND-DETAIL
                           END-STRING
                           PERFORM WRITE-FINDING
                       END-IF
               END-READ
           END-IF
       .

       CHECK-INVOICE-TRAILER.
           MOVE "INVOICE-LINES" TO WS-FIND-FILE
           MOVE "TRAILER" TO WS-FIND-KEY
           MOVE "TRAILER" TO WS-FIND-CODE
           IF WS-TRAILER-SEEN = "NO"
               MOVE SPACES TO WS-FIND-DETAIL
               STRING "invoice extract has no TRAILER line - "
                       DELIMITED BY SIZE
                   "ERBINV did not finish" DELIMITED BY SIZE
                   INTO WS-FIND-DETAIL
               END-STRING
               PERFORM WRITE-FINDING
           ELSE
               MOVE SPACES TO WS-TRAILER-FIELD-TAG
               MOVE SPACES TO WS-TRAILER-FIELD-COUNT
               UNSTRING WS-TRAILER-LINE DELIMITED BY "|"
                   INTO WS-TRAILER-FIELD-TAG
                        WS-TRAILER-FIELD-COUNT
               IF FUNCTION TEST-NUMVAL(WS-TRAILER-FIELD-COUNT) NOT = 0
                   MOVE 0 TO WS-TRAILER-COUNT
               ELSE
                   COMPUTE WS-TRAILER-COUNT =
                       FUNCTION NUMVAL(WS-TRAILER-FIELD-COUNT)
               END-IF
               IF WS-TRAILER-COUNT NOT = WS-INV-DETAIL-LINES
                   MOVE WS-INV-DETAIL-LINES TO WS-COUNT-DISPLAY
                   MOVE WS-TRAILER-COUNT TO WS-COUNT-DISPLAY-2
                   MOVE SPACES TO WS-FIND-DETAIL
                   STRING "invoice extract holds " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                       " lines but its trailer says " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-DISPLAY-2)
                           DELIMITED BY SIZE
                       INTO WS-FIND-DETAIL
                   END-STRING
                   PERFORM WRITE-FINDING
               END-IF
           END-IF
       .

       LOAD-RUN-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "ERBINTG: run-parameter file "
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
                   DISPLAY "ERBINTG: malformed parameter card '"
                       FUNCTION TRIM(PARM-CARD) "'"
                   MOVE "YES" TO WS-PARM-ERROR-SWITCH
               ELSE
                   PERFORM APPLY-PARM-KEYWORD
               END-IF
           END-IF
       .

       APPLY-PARM-KEYWORD.
           EVALUATE FUNCTION TRIM(WS-PARM-CARD-KEY)
               WHEN "SHAPES-MASTER"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-SHAPES-MASTER-PATH
                   MOVE "YES" TO WS-SEEN-SHAPES-MASTER
               WHEN "ORDER-BACKLOG"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-BACKLOG-PATH
                   MOVE "YES" TO WS-SEEN-ORDER-BACKLOG
               WHEN "CARRYOVER"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-CARRYOVER-PATH
                   MOVE "YES" TO WS-SEEN-CARRYOVER
               WHEN "CATALOG"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-CATALOG-PATH
                   MOVE "YES" TO WS-SEEN-CATALOG
               WHEN "SHAPES-COSTED"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-COSTED-IN-PATH
                   MOVE "YES" TO WS-SEEN-SHAPES-COSTED
               WHEN "INVOICE-LINES"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-INVOICE-IN-PATH
                   MOVE "YES" TO WS-SEEN-INVOICE-LINES
               WHEN "INTEGRITY-REPORT"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-INTEGRITY-PATH
                   MOVE "YES" TO WS-SEEN-INTEGRITY-REPORT
               WHEN "RUN-LOG"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-RUN-LOG-PATH
                   MOVE "YES" TO WS-SEEN-RUN-LOG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .

       CHECK-REQUIRED-PARM-CARDS.
           IF WS-SEEN-SHAPES-MASTER = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBINTG: required card SHAPES-MASTER is missing"
           END-IF
           IF WS-SEEN-ORDER-BACKLOG = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBINTG: required card ORDER-BACKLOG is missing"
           END-IF
           IF WS-SEEN-CARRYOVER = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBINTG: required card CARRYOVER is missing"
           END-IF
           IF WS-SEEN-CATALOG = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBINTG: required card CATALOG is missing"
           END-IF
           IF WS-SEEN-SHAPES-COSTED = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBINTG: required card SHAPES-COSTED is missing"
           END-IF
           IF WS-SEEN-INVOICE-LINES = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBINTG: required card INVOICE-LINES is missing"
           END-IF
           IF WS-SEEN-INTEGRITY-REPORT = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBINTG: required card INTEGRITY-REPORT is "
                   "missing"
           END-IF
           IF WS-SEEN-RUN-LOG = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBINTG: required card RUN-LOG is missing"
           END-IF
       .

       ECHO-RESOLVED-PARMS.
           DISPLAY "ERBINTG: SHAPES-MASTER="
               FUNCTION TRIM(WS-SHAPES-MASTER-PATH)
           DISPLAY "ERBINTG: ORDER-BACKLOG="
               FUNCTION TRIM(WS-BACKLOG-PATH)
           DISPLAY "ERBINTG: CARRYOVER=" FUNCTION TRIM(WS-CARRYOVER-PATH)
           DISPLAY "ERBINTG: CATALOG=" FUNCTION TRIM(WS-CATALOG-PATH)
           DISPLAY "ERBINTG: SHAPES-COSTED="
               FUNCTION TRIM(WS-COSTED-IN-PATH)
           DISPLAY "ERBINTG: INVOICE-LINES="
               FUNCTION TRIM(WS-INVOICE-IN-PATH)
           DISPLAY "ERBINTG: INTEGRITY-REPORT="
               FUNCTION TRIM(WS-INTEGRITY-PATH)
           DISPLAY "ERBINTG: RUN-LOG=" FUNCTION TRIM(WS-RUN-LOG-PATH)
       .
