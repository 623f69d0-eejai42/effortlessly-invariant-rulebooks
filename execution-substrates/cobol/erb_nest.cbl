      *> ERB Sheet-Nesting Planner
      *> GnuCOBOL free-format: cobc -free -m erb_nest.cbl
      *> Reads the day's cutting export (SHAPES-CUTTING.CSV) and lays
      *> every shape's bounding box out on the plant's stock sheets so
      *> purchasing knows how many sheets each plant needs before the
      *> shift starts. Stock sheet sizes come from STOCK-SHEETS.DAT,
      *> one pipe-delimited line per plant:
      *>   PLANT|SHEET-WIDTH|SHEET-LENGTH
      *> in inches, the canonical unit of the export. Rows are laid out
      *> in cutting order - PRIORITY (P1, P2, P3) then DUE_DATE, ties
      *> kept in export order - so overdue work lands on the first
      *> sheets cut. The bounding box is the shape's sides for a
      *> rectangle, longest side by height over it for a triangle, the
      *> circumscribed square for a regular polygon and a square of
      *> half the perimeter for anything else (no convex outline is
      *> wider than that). Boxes are packed shelf by shelf, long side
      *> across the sheet width where it fits; a box that does not
      *> fit on the open sheet closes it and opens the next.
      *> SHEET-PLAN.DAT carries one PIECE line per placement
      *>   PIECE|PLANT|SHEET-NO|SHAPE-ID|X|Y|BOX-WIDTH|BOX-LENGTH
      *> and one SHEET line as each sheet is closed
      *>   SHEET|PLANT|SHEET-NO|PIECES|USED-AREA|OFFCUT-AREA
      *> where USED-AREA is the summed SHAPE-AREA of the pieces and
      *> OFFCUT-AREA the rest of the sheet. SHEET-SUMMARY.DAT gives
      *> the sheets required by plant plus a TOTAL line. Shapes too
      *> big for the plant's sheet either way round, shapes from a
      *> plant with no sheet size, and rows without usable geometry
      *> go to NEST-EXCEPTIONS.DAT (SHAPE-ID|PLANT|REASON|message).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERBNEST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUTTING-IN ASSIGN TO WS-CUTTING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUTTING-STATUS.
           SELECT SHEETS-IN ASSIGN TO WS-SHEETS-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHEETS-IN-STATUS.
           SELECT PLAN-OUT ASSIGN TO WS-PLAN-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-OUT-STATUS.
           SELECT SUMMARY-OUT ASSIGN TO WS-SUMMARY-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-OUT-STATUS.
           SELECT NEST-EXC-OUT ASSIGN TO WS-NEST-EXC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEST-EXC-STATUS.
           SELECT PARM-FILE ASSIGN TO WS-PARM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT RUN-LOG ASSIGN TO WS-RUN-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUTTING-IN
           RECORDING MODE IS F.
       01  CUTTING-IN-RECORD           PIC X(1024).
       FD  SHEETS-IN
           RECORDING MODE IS F.
       01  SHEETS-IN-RECORD            PIC X(200).
       FD  PLAN-OUT
           RECORDING MODE IS F.
       01  PLAN-OUT-RECORD             PIC X(720).
       FD  SUMMARY-OUT
           RECORDING MODE IS F.
       01  SUMMARY-OUT-RECORD          PIC X(300).
       FD  NEST-EXC-OUT
           RECORDING MODE IS F.
       01  NEST-EXC-OUT-RECORD         PIC X(720).
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-CARD                   PIC X(300).
       FD  RUN-LOG
           RECORDING MODE IS F.
       01  RUN-LOG-RECORD              PIC X(300).
       WORKING-STORAGE SECTION.
       01  WS-CUTTING-PATH             PIC X(255)
                                       VALUE "SHAPES-CUTTING.CSV".
       01  WS-SHEETS-IN-PATH           PIC X(255)
                                       VALUE "STOCK-SHEETS.DAT".
       01  WS-PLAN-OUT-PATH            PIC X(255)
                                       VALUE "SHEET-PLAN.DAT".
       01  WS-SUMMARY-OUT-PATH         PIC X(255)
                                       VALUE "SHEET-SUMMARY.DAT".
       01  WS-NEST-EXC-PATH            PIC X(255)
                                       VALUE "NEST-EXCEPTIONS.DAT".
       01  WS-RUN-LOG-PATH             PIC X(255)
                                       VALUE "ERB-RUNLOG.DAT".
       01  WS-CUTTING-STATUS           PIC XX.
       01  WS-SHEETS-IN-STATUS         PIC XX.
       01  WS-PLAN-OUT-STATUS          PIC XX.
       01  WS-SUMMARY-OUT-STATUS       PIC XX.
       01  WS-NEST-EXC-STATUS          PIC XX.
       01  WS-RUN-LOG-STATUS           PIC XX.
       01  WS-EOF-SWITCH               PIC X(3) VALUE "NO".
           88 END-OF-INPUT             VALUE "YES".
       01  WS-START-STAMP              PIC X(14).
       01  WS-END-STAMP                PIC X(14).
       01  WS-LOG-RC                   PIC 9(4).
       01  WS-ROWS-READ                PIC 9(9) VALUE ZERO.
       01  WS-PIECES-PLACED            PIC 9(9) VALUE ZERO.
       01  WS-EXCEPTIONS-WRITTEN       PIC 9(9) VALUE ZERO.
       01  WS-SHEETS-USED              PIC 9(9) VALUE ZERO.
       01  WS-CSV-PART-1               PIC X(600).
       01  WS-CSV-SIDES                PIC X(500).
       01  WS-CSV-TAIL                 PIC X(200).
       01  WS-CSV-SHAPE-ID             PIC X(500).
       01  WS-CSV-NAME                 PIC X(500).
       01  WS-CSV-T1                   PIC X(20).
       01  WS-CSV-HOW-MANY             PIC X(20).
       01  WS-CSV-IS-RECTANGLE         PIC X(20).
       01  WS-CSV-IS-TRIANGLE          PIC X(20).
       01  WS-CSV-T5                   PIC X(20).
       01  WS-CSV-T6                   PIC X(20).
       01  WS-CSV-T7                   PIC X(20).
       01  WS-CSV-T8                   PIC X(20).
       01  WS-CSV-IS-REG-POLYGON       PIC X(20).
       01  WS-CSV-PERIMETER            PIC X(20).
       01  WS-CSV-AREA                 PIC X(20).
       01  WS-CSV-PLANT                PIC X(20).
       01  WS-CSV-PRIORITY             PIC X(20).
       01  WS-CSV-DUE-DATE             PIC X(20).
       01  WS-DATE-BUF                 PIC X(12).
       01  WS-DATE-NORM                PIC X(8).
       01  WS-DATE-I                   PIC 9(4).
       01  WS-DATE-O                   PIC 9(4).
       01  WS-SIDES-LEN                PIC 9(4).
       01  WS-SIDES-PTR                PIC 9(4).
       01  WS-SIDES-COUNT              PIC 9(4).
       01  WS-SIDE-TEXT                PIC X(30).
       01  WS-SIDE-VALUE               USAGE COMP-2.
       01  WS-SIDE-FIRST               USAGE COMP-2.
       01  WS-SIDE-SECOND              USAGE COMP-2.
       01  WS-SIDE-LONGEST             USAGE COMP-2.
       01  WS-POLY-N                   USAGE COMP-2.
       01  WS-POLY-PI                  USAGE COMP-2
                                       VALUE 3.14159265358979.
       01  WS-BOX-WIDTH                USAGE COMP-2.
       01  WS-BOX-LENGTH               USAGE COMP-2.
       01  WS-BOX-SWAP                 USAGE COMP-2.
       01  WS-BOX-AREA                 USAGE COMP-2.
       01  WS-BOX-PERIMETER            USAGE COMP-2.
       01  WS-BOX-OK                   PIC X(3) VALUE "NO".
           88 BOX-IS-USABLE            VALUE "YES".
      *> Cutting rows held for ordering. WS-ROW-ORDER is the sort key
      *> (priority, due date, export sequence) and WS-SEQ-ROW maps
      *> each sorted slot back to its row.
       01  WS-ROW-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-ROW-MAX                  PIC 9(6) VALUE 5000.
       01  WS-ROW-TABLE.
           02 WS-ROW-ENTRY OCCURS 5000 TIMES.
              03 WS-ROW-SHAPE-ID       PIC X(500).
              03 WS-ROW-PLANT          PIC X(3).
              03 WS-ROW-ORDER          PIC X(16).
              03 WS-ROW-WIDTH          USAGE COMP-2.
              03 WS-ROW-LENGTH         USAGE COMP-2.
              03 WS-ROW-AREA           USAGE COMP-2.
       01  WS-SEQ-TABLE.
           02 WS-SEQ-ROW OCCURS 5000 TIMES PIC 9(6).
       01  WS-ROW-I                    PIC 9(6).
       01  WS-ROW-X                    PIC 9(6).
       01  WS-SEQ-I                    PIC 9(6).
       01  WS-SEQ-J                    PIC 9(6).
       01  WS-SEQ-DONE                 PIC X(3) VALUE "NO".
       01  WS-NEW-ORDER                PIC X(16).
       01  WS-NEW-SEQ                  PIC 9(6).
      *> One entry per plant: the stock sheet size, the open sheet and
      *> its shelf cursor, and the running plant totals.
       01  WS-PLANT-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-PLANT-MAX                PIC 9(4) VALUE 20.
       01  WS-PLANT-TABLE.
           02 WS-PLANT-ENTRY OCCURS 20 TIMES.
              03 WS-PLANT-CODE         PIC X(3).
              03 WS-PLANT-SHEET-W      USAGE COMP-2.
              03 WS-PLANT-SHEET-L      USAGE COMP-2.
              03 WS-PLANT-SHEETS       PIC 9(6).
              03 WS-PLANT-SHEET-OPEN   PIC X(3).
              03 WS-PLANT-SHELF-X      USAGE COMP-2.
              03 WS-PLANT-SHELF-Y      USAGE COMP-2.
              03 WS-PLANT-SHELF-H      USAGE COMP-2.
              03 WS-PLANT-SHEET-PIECES PIC 9(6).
              03 WS-PLANT-SHEET-USED   USAGE COMP-2.
              03 WS-PLANT-PIECES       PIC 9(9).
              03 WS-PLANT-USED         USAGE COMP-2.
              03 WS-PLANT-OFFCUT       USAGE COMP-2.
       01  WS-PLANT-I                  PIC 9(4).
       01  WS-PLANT-X                  PIC 9(4).
       01  WS-SHEET-FIELD-PLANT        PIC X(20).
       01  WS-SHEET-FIELD-WIDTH        PIC X(20).
       01  WS-SHEET-FIELD-LENGTH       PIC X(20).
       01  WS-PLACE-X                  USAGE COMP-2.
       01  WS-PLACE-Y                  USAGE COMP-2.
       01  WS-PLACED                   PIC X(3) VALUE "NO".
           88 PIECE-PLACED             VALUE "YES".
       01  WS-SHEET-OFFCUT             USAGE COMP-2.
       01  WS-TOT-PIECES               PIC 9(9) VALUE ZERO.
       01  WS-TOT-USED                 USAGE COMP-2.
       01  WS-TOT-OFFCUT               USAGE COMP-2.
       01  WS-EXC-REASON               PIC X(20).
       01  WS-EXC-MESSAGE              PIC X(200).
       01  WS-AREA-DISPLAY             PIC Z(15)9.9999.
       01  WS-AREA-DISPLAY-2           PIC Z(15)9.9999.
       01  WS-DIM-DISPLAY              PIC Z(7)9.9999.
       01  WS-DIM-DISPLAY-2            PIC Z(7)9.9999.
       01  WS-DIM-DISPLAY-3            PIC Z(7)9.9999.
       01  WS-DIM-DISPLAY-4            PIC Z(7)9.9999.
       COPY "erb_parm_copy".
       01  WS-PARMS-SEEN.
           02 WS-SEEN-CUTTING-EXPORT     PIC X(3) VALUE "NO".
           02 WS-SEEN-SHEET-SIZES        PIC X(3) VALUE "NO".
           02 WS-SEEN-SHEET-PLAN         PIC X(3) VALUE "NO".
           02 WS-SEEN-SHEET-SUMMARY      PIC X(3) VALUE "NO".
           02 WS-SEEN-NEST-EXCEPTIONS    PIC X(3) VALUE "NO".
           02 WS-SEEN-RUN-LOG            PIC X(3) VALUE "NO".
       PROCEDURE DIVISION.
       MAIN-NEST.
           PERFORM LOAD-RUN-PARAMETERS
           IF PARM-ERROR-FOUND
               DISPLAY "ERBNEST: run aborted - correct "
                   FUNCTION TRIM(WS-PARM-FILE-PATH) " and resubmit"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP
           MOVE 0 TO WS-TOT-USED
           MOVE 0 TO WS-TOT-OFFCUT
           PERFORM LOAD-SHEET-SIZES
           PERFORM OPEN-NEST-FILES
           PERFORM LOAD-CUTTING-ROWS
           PERFORM VARYING WS-SEQ-I FROM 1 BY 1
               UNTIL WS-SEQ-I > WS-ROW-COUNT
               MOVE WS-SEQ-ROW(WS-SEQ-I) TO WS-ROW-X
               PERFORM NEST-ONE-ROW
           END-PERFORM
           PERFORM VARYING WS-PLANT-I FROM 1 BY 1
               UNTIL WS-PLANT-I > WS-PLANT-COUNT
               MOVE WS-PLANT-I TO WS-PLANT-X
               IF WS-PLANT-SHEET-OPEN(WS-PLANT-X) = "YES"
                   PERFORM CLOSE-OPEN-SHEET
               END-IF
           END-PERFORM
           PERFORM WRITE-SHEET-SUMMARY
           PERFORM CLOSE-NEST-FILES
           DISPLAY "ERBNEST: rows read " WS-ROWS-READ
               " placed " WS-PIECES-PLACED
               " on " WS-SHEETS-USED " sheet(s)"
               " exceptions " WS-EXCEPTIONS-WRITTEN
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
               DISPLAY "ERBNEST: unable to open run log, status "
                   WS-RUN-LOG-STATUS
           ELSE
               MOVE SPACES TO RUN-LOG-RECORD
               STRING "ERBNEST|" DELIMITED BY SIZE
                   WS-START-STAMP DELIMITED BY SIZE "|"
                   WS-START-STAMP DELIMITED BY SIZE "|"
                   WS-END-STAMP DELIMITED BY SIZE "|"
                   WS-ROWS-READ DELIMITED BY SIZE "|"
                   WS-PIECES-PLACED DELIMITED BY SIZE "|"
                   WS-EXCEPTIONS-WRITTEN DELIMITED BY SIZE "|"
                   WS-LOG-RC DELIMITED BY SIZE
                   INTO RUN-LOG-RECORD
               END-STRING
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG
           END-IF
       .

      *> Every plant on the sheet-size file gets its table slot up
      *> front; a plant that appears twice keeps its last size.
       LOAD-SHEET-SIZES.
           MOVE 0 TO WS-PLANT-COUNT
           OPEN INPUT SHEETS-IN
           IF WS-SHEETS-IN-STATUS NOT = "00"
               DISPLAY "ERBNEST: unable to open stock sheet file, "
                   "status " WS-SHEETS-IN-STATUS
                   " - every shape will land on the exception list"
           ELSE
               PERFORM UNTIL END-OF-INPUT
                   READ SHEETS-IN INTO SHEETS-IN-RECORD
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM PARSE-ONE-SHEET-SIZE
                   END-READ
               END-PERFORM
               CLOSE SHEETS-IN
               MOVE "NO" TO WS-EOF-SWITCH
           END-IF
       .

       PARSE-ONE-SHEET-SIZE.
           MOVE SPACES TO WS-SHEET-FIELD-PLANT
           MOVE SPACES TO WS-SHEET-FIELD-WIDTH
           MOVE SPACES TO WS-SHEET-FIELD-LENGTH
           UNSTRING SHEETS-IN-RECORD DELIMITED BY "|"
               INTO WS-SHEET-FIELD-PLANT
                    WS-SHEET-FIELD-WIDTH
                    WS-SHEET-FIELD-LENGTH
           IF (SHEETS-IN-RECORD = SPACES)
               OR (SHEETS-IN-RECORD(1:1) = "*")
               CONTINUE
           ELSE
               IF (WS-SHEET-FIELD-PLANT = SPACES)
                   OR (FUNCTION TEST-NUMVAL(WS-SHEET-FIELD-WIDTH)
                       NOT = 0)
                   OR (FUNCTION TEST-NUMVAL(WS-SHEET-FIELD-LENGTH)
                       NOT = 0)
                   DISPLAY "ERBNEST: malformed stock sheet record '"
                       FUNCTION TRIM(SHEETS-IN-RECORD) "' ignored"
               ELSE
                   MOVE WS-SHEET-FIELD-PLANT TO WS-CSV-PLANT
                   PERFORM FIND-PLANT-SLOT
                   IF WS-PLANT-X = 0
                       PERFORM ADD-PLANT-SLOT
                   END-IF
                   COMPUTE WS-PLANT-SHEET-W(WS-PLANT-X) =
                       FUNCTION NUMVAL(WS-SHEET-FIELD-WIDTH)
                   COMPUTE WS-PLANT-SHEET-L(WS-PLANT-X) =
                       FUNCTION NUMVAL(WS-SHEET-FIELD-LENGTH)
               END-IF
           END-IF
       .

       FIND-PLANT-SLOT.
           MOVE 0 TO WS-PLANT-X
           PERFORM VARYING WS-PLANT-I FROM 1 BY 1
               UNTIL WS-PLANT-I > WS-PLANT-COUNT
               IF WS-PLANT-CODE(WS-PLANT-I) = WS-CSV-PLANT(1:3)
                   MOVE WS-PLANT-I TO WS-PLANT-X
               END-IF
           END-PERFORM
       .

       ADD-PLANT-SLOT.
           IF WS-PLANT-COUNT >= WS-PLANT-MAX
               DISPLAY "ERBNEST: plant table limit of "
                   WS-PLANT-MAX " hit - aborting rather than "
                   "planning a truncated set of plants"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-RECORD
               GOBACK
           END-IF
           ADD 1 TO WS-PLANT-COUNT
           MOVE WS-PLANT-COUNT TO WS-PLANT-X
           MOVE WS-CSV-PLANT(1:3) TO WS-PLANT-CODE(WS-PLANT-X)
           MOVE 0 TO WS-PLANT-SHEET-W(WS-PLANT-X)
           MOVE 0 TO WS-PLANT-SHEET-L(WS-PLANT-X)
           MOVE 0 TO WS-PLANT-SHEETS(WS-PLANT-X)
           MOVE "NO" TO WS-PLANT-SHEET-OPEN(WS-PLANT-X)
           MOVE 0 TO WS-PLANT-SHELF-X(WS-PLANT-X)
           MOVE 0 TO WS-PLANT-SHELF-Y(WS-PLANT-X)
           MOVE 0 TO WS-PLANT-SHELF-H(WS-PLANT-X)
           MOVE 0 TO WS-PLANT-SHEET-PIECES(WS-PLANT-X)
           MOVE 0 TO WS-PLANT-SHEET-USED(WS-PLANT-X)
           MOVE 0 TO WS-PLANT-PIECES(WS-PLANT-X)
           MOVE 0 TO WS-PLANT-USED(WS-PLANT-X)
           MOVE 0 TO WS-PLANT-OFFCUT(WS-PLANT-X)
       .

       OPEN-NEST-FILES.
           OPEN INPUT CUTTING-IN
           IF WS-CUTTING-STATUS NOT = "00"
               DISPLAY "ERBNEST: unable to open cutting export, status "
                   WS-CUTTING-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-RECORD
               GOBACK
           END-IF
           OPEN OUTPUT PLAN-OUT
           IF WS-PLAN-OUT-STATUS NOT = "00"
               DISPLAY "ERBNEST: unable to open sheet plan, status "
                   WS-PLAN-OUT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-RECORD
               GOBACK
           END-IF
           OPEN OUTPUT SUMMARY-OUT
           IF WS-SUMMARY-OUT-STATUS NOT = "00"
               DISPLAY "ERBNEST: unable to open sheet summary, status "
                   WS-SUMMARY-OUT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-RECORD
               GOBACK
           END-IF
           OPEN OUTPUT NEST-EXC-OUT
           IF WS-NEST-EXC-STATUS NOT = "00"
               DISPLAY "ERBNEST: unable to open nesting exceptions, "
                   "status " WS-NEST-EXC-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-RECORD
               GOBACK
           END-IF
       .

      *> Reads the whole export, boxing each row and inserting it
      *> into the cutting order as it arrives. Rows without usable
      *> geometry are excepted here and never reach the layout.
       LOAD-CUTTING-ROWS.
           PERFORM UNTIL END-OF-INPUT
               READ CUTTING-IN INTO CUTTING-IN-RECORD
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       IF (CUTTING-IN-RECORD(1:9) = "SHAPE_ID,")
                           OR (CUTTING-IN-RECORD(1:8) = "TRAILER,")
                           OR (CUTTING-IN-RECORD = SPACES)
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-ROWS-READ
                           PERFORM LOAD-ONE-CUTTING-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUTTING-IN
           MOVE "NO" TO WS-EOF-SWITCH
       .

       LOAD-ONE-CUTTING-ROW.
           PERFORM PARSE-CUTTING-ROW
           PERFORM COMPUTE-BOUNDING-BOX
           IF NOT BOX-IS-USABLE
               MOVE "NO-GEOMETRY" TO WS-EXC-REASON
               MOVE "row has no usable sides, perimeter or area"
                   TO WS-EXC-MESSAGE
               PERFORM WRITE-NEST-EXCEPTION
           ELSE
               IF WS-ROW-COUNT >= WS-ROW-MAX
                   DISPLAY "ERBNEST: cutting row table limit of "
                       WS-ROW-MAX " hit - aborting rather than "
                       "planning a truncated export"
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG-RECORD
                   GOBACK
               END-IF
               ADD 1 TO WS-ROW-COUNT
               MOVE WS-CSV-SHAPE-ID TO WS-ROW-SHAPE-ID(WS-ROW-COUNT)
               MOVE WS-CSV-PLANT(1:3) TO WS-ROW-PLANT(WS-ROW-COUNT)
               MOVE WS-BOX-WIDTH TO WS-ROW-WIDTH(WS-ROW-COUNT)
               MOVE WS-BOX-LENGTH TO WS-ROW-LENGTH(WS-ROW-COUNT)
               MOVE WS-BOX-AREA TO WS-ROW-AREA(WS-ROW-COUNT)
               PERFORM BUILD-ORDER-KEY
               MOVE WS-NEW-ORDER TO WS-ROW-ORDER(WS-ROW-COUNT)
               PERFORM INSERT-INTO-CUTTING-ORDER
           END-IF
       .

      *> The tail after the quoted SIDES column is
      *> ,HOW_MANY,6 flags,PERIMETER,AREA,PLANT,PRIORITY,DUE_DATE,UOM
      *> so it opens with an empty field.
       PARSE-CUTTING-ROW.
           MOVE SPACES TO WS-CSV-PART-1
           MOVE SPACES TO WS-CSV-SIDES
           MOVE SPACES TO WS-CSV-TAIL
           MOVE SPACES TO WS-CSV-SHAPE-ID
           MOVE SPACES TO WS-CSV-NAME
           MOVE SPACES TO WS-CSV-HOW-MANY
           MOVE SPACES TO WS-CSV-IS-RECTANGLE
           MOVE SPACES TO WS-CSV-IS-TRIANGLE
           MOVE SPACES TO WS-CSV-IS-REG-POLYGON
           MOVE SPACES TO WS-CSV-PERIMETER
           MOVE SPACES TO WS-CSV-AREA
           MOVE SPACES TO WS-CSV-PLANT
           MOVE SPACES TO WS-CSV-PRIORITY
           MOVE SPACES TO WS-CSV-DUE-DATE
           UNSTRING CUTTING-IN-RECORD DELIMITED BY QUOTE
               INTO WS-CSV-PART-1
                    WS-CSV-SIDES
                    WS-CSV-TAIL
           UNSTRING WS-CSV-PART-1 DELIMITED BY ","
               INTO WS-CSV-SHAPE-ID
                    WS-CSV-NAME
           UNSTRING WS-CSV-TAIL DELIMITED BY ","
               INTO WS-CSV-T1
                    WS-CSV-HOW-MANY
                    WS-CSV-IS-RECTANGLE
                    WS-CSV-IS-TRIANGLE
                    WS-CSV-T5
                    WS-CSV-T6
                    WS-CSV-T7
                    WS-CSV-T8
                    WS-CSV-IS-REG-POLYGON
                    WS-CSV-PERIMETER
                    WS-CSV-AREA
                    WS-CSV-PLANT
                    WS-CSV-PRIORITY
                    WS-CSV-DUE-DATE
       .

      *> Works out the shape's bounding box (WS-BOX-WIDTH by
      *> WS-BOX-LENGTH, width the longer side) from the export
      *> columns. WS-BOX-AREA carries the true shape area for the
      *> used-area totals.
       COMPUTE-BOUNDING-BOX.
           MOVE "NO" TO WS-BOX-OK
           MOVE 0 TO WS-BOX-WIDTH
           MOVE 0 TO WS-BOX-LENGTH
           IF (WS-CSV-AREA = SPACES) OR (WS-CSV-PERIMETER = SPACES)
               OR (FUNCTION TEST-NUMVAL(WS-CSV-AREA) NOT = 0)
               OR (FUNCTION TEST-NUMVAL(WS-CSV-PERIMETER) NOT = 0)
               CONTINUE
           ELSE
               COMPUTE WS-BOX-AREA = FUNCTION NUMVAL(WS-CSV-AREA)
               COMPUTE WS-BOX-PERIMETER =
                   FUNCTION NUMVAL(WS-CSV-PERIMETER)
               PERFORM SCAN-SIDE-LENGTHS
               EVALUATE TRUE
                   WHEN WS-CSV-IS-RECTANGLE = "true"
                       MOVE WS-SIDE-FIRST TO WS-BOX-WIDTH
                       MOVE WS-SIDE-SECOND TO WS-BOX-LENGTH
                   WHEN WS-CSV-IS-TRIANGLE = "true"
                       IF WS-SIDE-LONGEST > 0
                           MOVE WS-SIDE-LONGEST TO WS-BOX-WIDTH
                           COMPUTE WS-BOX-LENGTH =
                               (2 * WS-BOX-AREA) / WS-SIDE-LONGEST
                       END-IF
                   WHEN (WS-CSV-IS-REG-POLYGON = "true")
                       AND (WS-SIDES-COUNT > 2)
                       MOVE WS-SIDES-COUNT TO WS-POLY-N
                       COMPUTE WS-BOX-WIDTH = WS-SIDE-FIRST
                           / FUNCTION SIN(WS-POLY-PI / WS-POLY-N)
                       MOVE WS-BOX-WIDTH TO WS-BOX-LENGTH
                   WHEN OTHER
                       COMPUTE WS-BOX-WIDTH = WS-BOX-PERIMETER / 2
                       MOVE WS-BOX-WIDTH TO WS-BOX-LENGTH
               END-EVALUATE
               IF WS-BOX-LENGTH > WS-BOX-WIDTH
                   MOVE WS-BOX-WIDTH TO WS-BOX-SWAP
                   MOVE WS-BOX-LENGTH TO WS-BOX-WIDTH
                   MOVE WS-BOX-SWAP TO WS-BOX-LENGTH
               END-IF
               IF (WS-BOX-WIDTH > 0) AND (WS-BOX-LENGTH > 0)
                   MOVE "YES" TO WS-BOX-OK
               END-IF
           END-IF
       .

       SCAN-SIDE-LENGTHS.
           MOVE 0 TO WS-SIDES-COUNT
           MOVE 0 TO WS-SIDE-FIRST
           MOVE 0 TO WS-SIDE-SECOND
           MOVE 0 TO WS-SIDE-LONGEST
           COMPUTE WS-SIDES-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-CSV-SIDES))
           IF WS-CSV-SIDES = SPACES
               MOVE 0 TO WS-SIDES-LEN
           END-IF
           MOVE 1 TO WS-SIDES-PTR
           PERFORM UNTIL WS-SIDES-PTR > WS-SIDES-LEN
               MOVE SPACES TO WS-SIDE-TEXT
               UNSTRING WS-CSV-SIDES(1:WS-SIDES-LEN) DELIMITED BY ","
                   INTO WS-SIDE-TEXT
                   WITH POINTER WS-SIDES-PTR
               END-UNSTRING
               IF FUNCTION TEST-NUMVAL(WS-SIDE-TEXT) = 0
                   COMPUTE WS-SIDE-VALUE = FUNCTION NUMVAL(WS-SIDE-TEXT)
                   ADD 1 TO WS-SIDES-COUNT
                   IF WS-SIDES-COUNT = 1
                       MOVE WS-SIDE-VALUE TO WS-SIDE-FIRST
                   END-IF
                   IF WS-SIDES-COUNT = 2
                       MOVE WS-SIDE-VALUE TO WS-SIDE-SECOND
                   END-IF
                   IF WS-SIDE-VALUE > WS-SIDE-LONGEST
                       MOVE WS-SIDE-VALUE TO WS-SIDE-LONGEST
                   END-IF
               END-IF
           END-PERFORM
       .

      *> Sort key: priority (blank sorts as P3), due date as YYYYMMDD
      *> (none sorts last), then the export sequence so equal rows
      *> keep the order ERBDRVR wrote them in.
       BUILD-ORDER-KEY.
           MOVE SPACES TO WS-NEW-ORDER
           IF WS-CSV-PRIORITY = SPACES
               MOVE "P3" TO WS-NEW-ORDER(1:2)
           ELSE
               MOVE WS-CSV-PRIORITY(1:2) TO WS-NEW-ORDER(1:2)
           END-IF
           MOVE WS-CSV-DUE-DATE TO WS-DATE-BUF
           PERFORM NORMALIZE-DATE
           IF WS-DATE-NORM = SPACES
               MOVE "99999999" TO WS-DATE-NORM
           END-IF
           MOVE WS-DATE-NORM TO WS-NEW-ORDER(3:8)
           MOVE WS-ROW-COUNT TO WS-NEW-ORDER(11:6)
       .

      *> Insertion into the sorted slot list: slots holding a later
      *> key shift down one and the new row takes the gap.
       INSERT-INTO-CUTTING-ORDER.
           MOVE WS-ROW-COUNT TO WS-NEW-SEQ
           MOVE WS-ROW-COUNT TO WS-SEQ-J
           MOVE "NO" TO WS-SEQ-DONE
           PERFORM UNTIL WS-SEQ-DONE = "YES"
               IF WS-SEQ-J = 1
                   MOVE "YES" TO WS-SEQ-DONE
               ELSE
                   COMPUTE WS-SEQ-I = WS-SEQ-J - 1
                   MOVE WS-SEQ-ROW(WS-SEQ-I) TO WS-ROW-I
                   IF WS-ROW-ORDER(WS-ROW-I) > WS-NEW-ORDER
                       MOVE WS-ROW-I TO WS-SEQ-ROW(WS-SEQ-J)
                       MOVE WS-SEQ-I TO WS-SEQ-J
                   ELSE
                       MOVE "YES" TO WS-SEQ-DONE
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-NEW-SEQ TO WS-SEQ-ROW(WS-SEQ-J)
       .

       NEST-ONE-ROW.
           MOVE WS-ROW-SHAPE-ID(WS-ROW-X) TO WS-CSV-SHAPE-ID
           MOVE WS-ROW-PLANT(WS-ROW-X) TO WS-CSV-PLANT
           MOVE WS-ROW-WIDTH(WS-ROW-X) TO WS-BOX-WIDTH
           MOVE WS-ROW-LENGTH(WS-ROW-X) TO WS-BOX-LENGTH
           MOVE WS-ROW-AREA(WS-ROW-X) TO WS-BOX-AREA
           PERFORM FIND-PLANT-SLOT
           IF (WS-PLANT-X = 0)
               MOVE "NO-SHEET-SIZE" TO WS-EXC-REASON
               MOVE "plant has no stock sheet size on file"
                   TO WS-EXC-MESSAGE
               PERFORM WRITE-NEST-EXCEPTION
           ELSE
               PERFORM ORIENT-BOX-FOR-SHEET
               IF NOT BOX-IS-USABLE
                   PERFORM WRITE-TOO-BIG-EXCEPTION
               ELSE
                   PERFORM PLACE-BOX-ON-SHEET
                   PERFORM WRITE-PIECE-LINE
               END-IF
           END-IF
       .

      *> Long side across the sheet width when that fits, otherwise
      *> turned the other way; a box that fits neither way is too big
      *> for the plant's stock.
       ORIENT-BOX-FOR-SHEET.
           MOVE "NO" TO WS-BOX-OK
           IF (WS-BOX-WIDTH <= WS-PLANT-SHEET-W(WS-PLANT-X))
               AND (WS-BOX-LENGTH <= WS-PLANT-SHEET-L(WS-PLANT-X))
               MOVE "YES" TO WS-BOX-OK
           ELSE
               IF (WS-BOX-LENGTH <= WS-PLANT-SHEET-W(WS-PLANT-X))
                   AND (WS-BOX-WIDTH <= WS-PLANT-SHEET-L(WS-PLANT-X))
                   MOVE WS-BOX-WIDTH TO WS-BOX-SWAP
                   MOVE WS-BOX-LENGTH TO WS-BOX-WIDTH
                   MOVE WS-BOX-SWAP TO WS-BOX-LENGTH
                   MOVE "YES" TO WS-BOX-OK
               END-IF
           END-IF
       .

      *> Shelf packing: the box goes at the end of the current shelf
      *> when it fits across and the sheet is long enough for it;
      *> otherwise a new shelf starts above the tallest box on the
      *> current one; failing that the sheet is closed and a fresh
      *> sheet opened.
       PLACE-BOX-ON-SHEET.
           MOVE "NO" TO WS-PLACED
           IF WS-PLANT-SHEET-OPEN(WS-PLANT-X) = "YES"
               IF (WS-PLANT-SHELF-X(WS-PLANT-X) + WS-BOX-WIDTH
                   <= WS-PLANT-SHEET-W(WS-PLANT-X))
                   AND (WS-PLANT-SHELF-Y(WS-PLANT-X) + WS-BOX-LENGTH
                   <= WS-PLANT-SHEET-L(WS-PLANT-X))
                   MOVE "YES" TO WS-PLACED
               ELSE
                   IF WS-PLANT-SHELF-Y(WS-PLANT-X)
                       + WS-PLANT-SHELF-H(WS-PLANT-X) + WS-BOX-LENGTH
                       <= WS-PLANT-SHEET-L(WS-PLANT-X)
                       ADD WS-PLANT-SHELF-H(WS-PLANT-X)
                           TO WS-PLANT-SHELF-Y(WS-PLANT-X)
                       MOVE 0 TO WS-PLANT-SHELF-X(WS-PLANT-X)
                       MOVE 0 TO WS-PLANT-SHELF-H(WS-PLANT-X)
                       MOVE "YES" TO WS-PLACED
                   ELSE
                       PERFORM CLOSE-OPEN-SHEET
                   END-IF
               END-IF
           END-IF
           IF NOT PIECE-PLACED
               PERFORM OPEN-NEW-SHEET
           END-IF
           MOVE WS-PLANT-SHELF-X(WS-PLANT-X) TO WS-PLACE-X
           MOVE WS-PLANT-SHELF-Y(WS-PLANT-X) TO WS-PLACE-Y
           ADD WS-BOX-WIDTH TO WS-PLANT-SHELF-X(WS-PLANT-X)
           IF WS-BOX-LENGTH > WS-PLANT-SHELF-H(WS-PLANT-X)
               MOVE WS-BOX-LENGTH TO WS-PLANT-SHELF-H(WS-PLANT-X)
           END-IF
           ADD 1 TO WS-PLANT-SHEET-PIECES(WS-PLANT-X)
           ADD WS-BOX-AREA TO WS-PLANT-SHEET-USED(WS-PLANT-X)
           ADD 1 TO WS-PLANT-PIECES(WS-PLANT-X)
           ADD 1 TO WS-PIECES-PLACED
       .

       OPEN-NEW-SHEET.
           ADD 1 TO WS-PLANT-SHEETS(WS-PLANT-X)
           ADD 1 TO WS-SHEETS-USED
           MOVE "YES" TO WS-PLANT-SHEET-OPEN(WS-PLANT-X)
           MOVE 0 TO WS-PLANT-SHELF-X(WS-PLANT-X)
           MOVE 0 TO WS-PLANT-SHELF-Y(WS-PLANT-X)
           MOVE 0 TO WS-PLANT-SHELF-H(WS-PLANT-X)
           MOVE 0 TO WS-PLANT-SHEET-PIECES(WS-PLANT-X)
           MOVE 0 TO WS-PLANT-SHEET-USED(WS-PLANT-X)
       .

       CLOSE-OPEN-SHEET.
           COMPUTE WS-SHEET-OFFCUT = WS-PLANT-SHEET-W(WS-PLANT-X)
               * WS-PLANT-SHEET-L(WS-PLANT-X)
               - WS-PLANT-SHEET-USED(WS-PLANT-X)
           IF WS-SHEET-OFFCUT < 0
               MOVE 0 TO WS-SHEET-OFFCUT
           END-IF
           ADD WS-PLANT-SHEET-USED(WS-PLANT-X)
               TO WS-PLANT-USED(WS-PLANT-X)
           ADD WS-SHEET-OFFCUT TO WS-PLANT-OFFCUT(WS-PLANT-X)
           MOVE WS-PLANT-SHEET-USED(WS-PLANT-X) TO WS-AREA-DISPLAY
           MOVE WS-SHEET-OFFCUT TO WS-AREA-DISPLAY-2
           MOVE SPACES TO PLAN-OUT-RECORD
           STRING "SHEET|" DELIMITED BY SIZE
               WS-PLANT-CODE(WS-PLANT-X) DELIMITED BY SPACE "|"
               WS-PLANT-SHEETS(WS-PLANT-X) DELIMITED BY SIZE "|"
               WS-PLANT-SHEET-PIECES(WS-PLANT-X) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-AREA-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-AREA-DISPLAY-2) DELIMITED BY SIZE
               INTO PLAN-OUT-RECORD
           END-STRING
           WRITE PLAN-OUT-RECORD
           MOVE "NO" TO WS-PLANT-SHEET-OPEN(WS-PLANT-X)
       .

       WRITE-PIECE-LINE.
           MOVE WS-PLACE-X TO WS-DIM-DISPLAY
           MOVE WS-PLACE-Y TO WS-DIM-DISPLAY-2
           MOVE WS-BOX-WIDTH TO WS-DIM-DISPLAY-3
           MOVE WS-BOX-LENGTH TO WS-DIM-DISPLAY-4
           MOVE SPACES TO PLAN-OUT-RECORD
           STRING "PIECE|" DELIMITED BY SIZE
               WS-PLANT-CODE(WS-PLANT-X) DELIMITED BY SPACE "|"
               WS-PLANT-SHEETS(WS-PLANT-X) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-CSV-SHAPE-ID) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-DIM-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-DIM-DISPLAY-2) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-DIM-DISPLAY-3) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-DIM-DISPLAY-4) DELIMITED BY SIZE
               INTO PLAN-OUT-RECORD
           END-STRING
           WRITE PLAN-OUT-RECORD
       .

       WRITE-TOO-BIG-EXCEPTION.
           MOVE WS-BOX-WIDTH TO WS-DIM-DISPLAY
           MOVE WS-BOX-LENGTH TO WS-DIM-DISPLAY-2
           MOVE WS-PLANT-SHEET-W(WS-PLANT-X) TO WS-DIM-DISPLAY-3
           MOVE WS-PLANT-SHEET-L(WS-PLANT-X) TO WS-DIM-DISPLAY-4
           MOVE "TOO-BIG" TO WS-EXC-REASON
           MOVE SPACES TO WS-EXC-MESSAGE
           STRING "bounding box " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DIM-DISPLAY) DELIMITED BY SIZE
               " x " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DIM-DISPLAY-2) DELIMITED BY SIZE
               " does not fit stock sheet " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DIM-DISPLAY-3) DELIMITED BY SIZE
               " x " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DIM-DISPLAY-4) DELIMITED BY SIZE
               INTO WS-EXC-MESSAGE
           END-STRING
           PERFORM WRITE-NEST-EXCEPTION
       .

       WRITE-NEST-EXCEPTION.
           MOVE SPACES TO NEST-EXC-OUT-RECORD
           STRING FUNCTION TRIM(WS-CSV-SHAPE-ID) DELIMITED BY SIZE "|"
               WS-CSV-PLANT DELIMITED BY SPACE "|"
               FUNCTION TRIM(WS-EXC-REASON) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-EXC-MESSAGE) DELIMITED BY SIZE
               INTO NEST-EXC-OUT-RECORD
           END-STRING
           WRITE NEST-EXC-OUT-RECORD
           ADD 1 TO WS-EXCEPTIONS-WRITTEN
       .

      *> PLANT|CODE|SHEETS-REQUIRED|PIECES|USED-AREA|OFFCUT-AREA per
      *> plant that had work, then TOTAL|SHEETS|PIECES|USED|OFFCUT.
       WRITE-SHEET-SUMMARY.
           PERFORM VARYING WS-PLANT-I FROM 1 BY 1
               UNTIL WS-PLANT-I > WS-PLANT-COUNT
               IF WS-PLANT-SHEETS(WS-PLANT-I) > 0
                   MOVE WS-PLANT-USED(WS-PLANT-I) TO WS-AREA-DISPLAY
                   MOVE WS-PLANT-OFFCUT(WS-PLANT-I)
                       TO WS-AREA-DISPLAY-2
                   MOVE SPACES TO SUMMARY-OUT-RECORD
                   STRING "PLANT|" DELIMITED BY SIZE
                       WS-PLANT-CODE(WS-PLANT-I) DELIMITED BY SPACE "|"
                       WS-PLANT-SHEETS(WS-PLANT-I) DELIMITED BY SIZE "|"
                       WS-PLANT-PIECES(WS-PLANT-I) DELIMITED BY SIZE "|"
                       FUNCTION TRIM(WS-AREA-DISPLAY)
                           DELIMITED BY SIZE "|"
                       FUNCTION TRIM(WS-AREA-DISPLAY-2)
                           DELIMITED BY SIZE
                       INTO SUMMARY-OUT-RECORD
                   END-STRING
                   WRITE SUMMARY-OUT-RECORD
                   ADD WS-PLANT-PIECES(WS-PLANT-I) TO WS-TOT-PIECES
                   ADD WS-PLANT-USED(WS-PLANT-I) TO WS-TOT-USED
                   ADD WS-PLANT-OFFCUT(WS-PLANT-I) TO WS-TOT-OFFCUT
               END-IF
           END-PERFORM
           MOVE WS-TOT-USED TO WS-AREA-DISPLAY
           MOVE WS-TOT-OFFCUT TO WS-AREA-DISPLAY-2
           MOVE SPACES TO SUMMARY-OUT-RECORD
           STRING "TOTAL|" DELIMITED BY SIZE
               WS-SHEETS-USED DELIMITED BY SIZE "|"
               WS-TOT-PIECES DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-AREA-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-AREA-DISPLAY-2) DELIMITED BY SIZE
               INTO SUMMARY-OUT-RECORD
           END-STRING
           WRITE SUMMARY-OUT-RECORD
       .

       CLOSE-NEST-FILES.
           CLOSE PLAN-OUT
           CLOSE SUMMARY-OUT
           CLOSE NEST-EXC-OUT
       .

      *> Strips the dashes out of a YYYY-MM-DD date so due dates
      *> compare as plain YYYYMMDD text.
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

       LOAD-RUN-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "ERBNEST: run-parameter file "
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
                   DISPLAY "ERBNEST: malformed parameter card '"
                       FUNCTION TRIM(PARM-CARD) "'"
                   MOVE "YES" TO WS-PARM-ERROR-SWITCH
               ELSE
                   PERFORM APPLY-PARM-KEYWORD
               END-IF
           END-IF
       .

       APPLY-PARM-KEYWORD.
           EVALUATE FUNCTION TRIM(WS-PARM-CARD-KEY)
               WHEN "CUTTING-EXPORT"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-CUTTING-PATH
                   MOVE "YES" TO WS-SEEN-CUTTING-EXPORT
               WHEN "SHEET-SIZES"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-SHEETS-IN-PATH
                   MOVE "YES" TO WS-SEEN-SHEET-SIZES
               WHEN "SHEET-PLAN"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-PLAN-OUT-PATH
                   MOVE "YES" TO WS-SEEN-SHEET-PLAN
               WHEN "SHEET-SUMMARY"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-SUMMARY-OUT-PATH
                   MOVE "YES" TO WS-SEEN-SHEET-SUMMARY
               WHEN "NEST-EXCEPTIONS"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-NEST-EXC-PATH
                   MOVE "YES" TO WS-SEEN-NEST-EXCEPTIONS
               WHEN "RUN-LOG"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-RUN-LOG-PATH
                   MOVE "YES" TO WS-SEEN-RUN-LOG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .

       CHECK-REQUIRED-PARM-CARDS.
           IF WS-SEEN-CUTTING-EXPORT = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBNEST: required card CUTTING-EXPORT is missing"
           END-IF
           IF WS-SEEN-SHEET-SIZES = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBNEST: required card SHEET-SIZES is missing"
           END-IF
           IF WS-SEEN-SHEET-PLAN = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBNEST: required card SHEET-PLAN is missing"
           END-IF
           IF WS-SEEN-SHEET-SUMMARY = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBNEST: required card SHEET-SUMMARY is missing"
           END-IF
           IF WS-SEEN-NEST-EXCEPTIONS = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBNEST: required card NEST-EXCEPTIONS is "
                   "missing"
           END-IF
           IF WS-SEEN-RUN-LOG = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBNEST: required card RUN-LOG is missing"
           END-IF
       .

       ECHO-RESOLVED-PARMS.
           DISPLAY "ERBNEST: CUTTING-EXPORT="
               FUNCTION TRIM(WS-CUTTING-PATH)
           DISPLAY "ERBNEST: SHEET-SIZES="
               FUNCTION TRIM(WS-SHEETS-IN-PATH)
           DISPLAY "ERBNEST: SHEET-PLAN="
               FUNCTION TRIM(WS-PLAN-OUT-PATH)
           DISPLAY "ERBNEST: SHEET-SUMMARY="
               FUNCTION TRIM(WS-SUMMARY-OUT-PATH)
           DISPLAY "ERBNEST: NEST-EXCEPTIONS="
               FUNCTION TRIM(WS-NEST-EXC-PATH)
           DISPLAY "ERBNEST: RUN-LOG="
               FUNCTION TRIM(WS-RUN-LOG-PATH)
       .
