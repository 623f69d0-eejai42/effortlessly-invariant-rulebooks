      *> ERB Machine Capacity Load Planner
      *> GnuCOBOL free-format: cobc -free -m erb_load.cbl
      *> Spreads the day's cutting export (SHAPES-CUTTING.CSV) over the
      *> cutting machines on the indexed MACHINE-MASTER before the
      *> shift starts, so a plant knows what will not get cut today
      *> instead of finding it in CUTTING-CARRYOVER.DAT tomorrow.
      *> Rows are taken in cutting order - PRIORITY (P1, P2, P3) then
      *> DUE_DATE, ties kept in export order - as ERBNEST lays them
      *> out. A row's cutting time on a machine is its PERIMETER over
      *> the machine's speed in perimeter inches per hour. Each row
      *> goes to the machine at its plant with the most hours left
      *> that can still take it whole; when none can, the row is
      *> overflow and later, shorter rows still fill what is left.
      *> Machines taken out of service ("D"), and any with no cutting
      *> speed on the master, are not planned.
      *> LOAD-WORKLIST.DAT is the work list, one line per booked row
      *> in cutting sequence within each machine:
      *>   WORK|PLANT|MACHINE|SEQ|SHAPE-ID|PRIORITY|DUE-DATE|
      *>        PERIMETER|CUT-HOURS|HOURS-BOOKED
      *> LOAD-REPORT.DAT shows hours booked against hours available:
      *>   MACHINE|PLANT|MACHINE|ROWS|HOURS-BOOKED|HOURS-AVAILABLE|PCT
      *>   PLANT|PLANT|MACHINES|ROWS|HOURS-BOOKED|HOURS-AVAILABLE|
      *>        OVERFLOW-ROWS|P1-OVERFLOW-ROWS
      *> and a closing TOTAL line. LOAD-OVERFLOW.DAT is the projected
      *> overflow list:
      *>   OVERFLOW|SHAPE-ID|PLANT|PRIORITY|DUE-DATE|PERIMETER|REASON|
      *>            FLAG
      *> REASON is CAPACITY (no machine has the hours left),
      *> NO-MACHINE (no machine on the master at that plant) or
      *> NO-PERIMETER (no usable PERIMETER on the row). FLAG is
      *> P1-OVERDUE for P1 work - already past its due date - that
      *> will not be cut today.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERBLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUTTING-IN ASSIGN TO WS-CUTTING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUTTING-STATUS.
           SELECT MACHINE-MASTER ASSIGN TO WS-MACHINE-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MACHINE-KEY
               FILE STATUS IS WS-MACHINE-MASTER-STATUS.
           SELECT WORKLIST-OUT ASSIGN TO WS-WORKLIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKLIST-STATUS.
           SELECT LOAD-REPORT-OUT ASSIGN TO WS-LOAD-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-REPORT-STATUS.
           SELECT OVERFLOW-OUT ASSIGN TO WS-OVERFLOW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERFLOW-STATUS.
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
       FD  MACHINE-MASTER.
       COPY "erb_machine_copy".
       FD  WORKLIST-OUT
           RECORDING MODE IS F.
       01  WORKLIST-OUT-RECORD         PIC X(720).
       FD  LOAD-REPORT-OUT
           RECORDING MODE IS F.
       01  LOAD-REPORT-OUT-RECORD      PIC X(300).
       FD  OVERFLOW-OUT
           RECORDING MODE IS F.
       01  OVERFLOW-OUT-RECORD         PIC X(720).
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-CARD                   PIC X(300).
       FD  RUN-LOG
           RECORDING MODE IS F.
       01  RUN-LOG-RECORD              PIC X(300).
       WORKING-STORAGE SECTION.
       01  WS-CUTTING-PATH             PIC X(255)
                                       VALUE "SHAPES-CUTTING.CSV".
       01  WS-MACHINE-MASTER-PATH      PIC X(255)
                                       VALUE "MACHINE-MASTER.DAT".
       01  WS-WORKLIST-PATH            PIC X(255)
                                       VALUE "LOAD-WORKLIST.DAT".
       01  WS-LOAD-REPORT-PATH         PIC X(255)
                                       VALUE "LOAD-REPORT.DAT".
       01  WS-OVERFLOW-PATH            PIC X(255)
                                       VALUE "LOAD-OVERFLOW.DAT".
       01  WS-RUN-LOG-PATH             PIC X(255)
                                       VALUE "ERB-RUNLOG.DAT".
       01  WS-CUTTING-STATUS           PIC XX.
       01  WS-MACHINE-MASTER-STATUS    PIC XX.
       01  WS-WORKLIST-STATUS          PIC XX.
       01  WS-LOAD-REPORT-STATUS       PIC XX.
       01  WS-OVERFLOW-STATUS          PIC XX.
       01  WS-RUN-LOG-STATUS           PIC XX.
       01  WS-EOF-SWITCH               PIC X(3) VALUE "NO".
           88 END-OF-INPUT             VALUE "YES".
       01  WS-START-STAMP              PIC X(14).
       01  WS-END-STAMP                PIC X(14).
       01  WS-LOG-RC                   PIC 9(4).
       01  WS-ROWS-READ                PIC 9(9) VALUE ZERO.
       01  WS-ROWS-BOOKED              PIC 9(9) VALUE ZERO.
       01  WS-ROWS-OVERFLOW            PIC 9(9) VALUE ZERO.
       01  WS-P1-OVERFLOW              PIC 9(9) VALUE ZERO.
       01  WS-CSV-PART-1               PIC X(600).
       01  WS-CSV-SIDES                PIC X(500).
       01  WS-CSV-TAIL                 PIC X(200).
       01  WS-CSV-SHAPE-ID             PIC X(500).
       01  WS-CSV-NAME                 PIC X(500).
       01  WS-CSV-T1                   PIC X(20).
       01  WS-CSV-HOW-MANY             PIC X(20).
       01  WS-CSV-T3                   PIC X(20).
       01  WS-CSV-T4                   PIC X(20).
       01  WS-CSV-T5                   PIC X(20).
       01  WS-CSV-T6                   PIC X(20).
       01  WS-CSV-T7                   PIC X(20).
       01  WS-CSV-T8                   PIC X(20).
       01  WS-CSV-T9                   PIC X(20).
       01  WS-CSV-PERIMETER            PIC X(20).
       01  WS-CSV-AREA                 PIC X(20).
       01  WS-CSV-PLANT                PIC X(20).
       01  WS-CSV-PRIORITY             PIC X(20).
       01  WS-CSV-DUE-DATE             PIC X(20).
       01  WS-DATE-BUF                 PIC X(12).
       01  WS-DATE-NORM                PIC X(8).
       01  WS-DATE-I                   PIC 9(4).
       01  WS-DATE-O                   PIC 9(4).
      *> Cutting rows held for ordering, as in ERBNEST: WS-ROW-ORDER
      *> is the sort key (priority, due date, export sequence) and
      *> WS-SEQ-ROW maps each sorted slot back to its row.
       01  WS-ROW-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-ROW-MAX                  PIC 9(6) VALUE 5000.
       01  WS-ROW-TABLE.
           02 WS-ROW-ENTRY OCCURS 5000 TIMES.
              03 WS-ROW-SHAPE-ID       PIC X(500).
              03 WS-ROW-PLANT          PIC X(3).
              03 WS-ROW-PRIORITY       PIC X(2).
              03 WS-ROW-DUE-DATE       PIC X(10).
              03 WS-ROW-ORDER          PIC X(16).
              03 WS-ROW-PERIMETER      USAGE COMP-2.
              03 WS-ROW-HAS-PERIMETER  PIC X(3).
              03 WS-ROW-MACHINE        PIC 9(4).
              03 WS-ROW-HOURS          USAGE COMP-2.
       01  WS-SEQ-TABLE.
           02 WS-SEQ-ROW OCCURS 5000 TIMES PIC 9(6).
       01  WS-ROW-I                    PIC 9(6).
       01  WS-ROW-X                    PIC 9(6).
       01  WS-SEQ-I                    PIC 9(6).
       01  WS-SEQ-J                    PIC 9(6).
       01  WS-SEQ-DONE                 PIC X(3) VALUE "NO".
       01  WS-NEW-ORDER                PIC X(16).
       01  WS-NEW-SEQ                  PIC 9(6).
      *> One entry per live machine on the master, with its booked
      *> load for the day.
       01  WS-MACH-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-MACH-MAX                 PIC 9(4) VALUE 200.
       01  WS-MACH-TABLE.
           02 WS-MACH-ENTRY OCCURS 200 TIMES.
              03 WS-MACH-PLANT         PIC X(3).
              03 WS-MACH-ID            PIC X(10).
              03 WS-MACH-SPEED         USAGE COMP-2.
              03 WS-MACH-AVAILABLE     USAGE COMP-2.
              03 WS-MACH-BOOKED        USAGE COMP-2.
              03 WS-MACH-ROWS          PIC 9(6).
       01  WS-MACH-I                   PIC 9(4).
       01  WS-MACH-X                   PIC 9(4).
       01  WS-MACH-EOF                 PIC X(3) VALUE "NO".
           88 END-OF-MACHINES          VALUE "YES".
       01  WS-PLANT-HAS-MACHINE        PIC X(3) VALUE "NO".
       01  WS-BEST-LEFT                USAGE COMP-2.
       01  WS-MACH-LEFT                USAGE COMP-2.
       01  WS-CUT-HOURS                USAGE COMP-2.
       01  WS-RUNNING-HOURS            USAGE COMP-2.
      *> Plant roll-up for the load report.
       01  WS-PLANT-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-PLANT-MAX                PIC 9(4) VALUE 20.
       01  WS-PLANT-TABLE.
           02 WS-PLANT-ENTRY OCCURS 20 TIMES.
              03 WS-PLANT-CODE         PIC X(3).
              03 WS-PLANT-MACHINES     PIC 9(4).
              03 WS-PLANT-ROWS         PIC 9(6).
              03 WS-PLANT-BOOKED       USAGE COMP-2.
              03 WS-PLANT-AVAILABLE    USAGE COMP-2.
              03 WS-PLANT-OVERFLOW     PIC 9(6).
              03 WS-PLANT-P1-OVERFLOW  PIC 9(6).
       01  WS-PLANT-I                  PIC 9(4).
       01  WS-PLANT-X                  PIC 9(4).
       01  WS-LOOKUP-PLANT             PIC X(3).
       01  WS-TOT-MACHINES             PIC 9(4) VALUE ZERO.
       01  WS-TOT-BOOKED               USAGE COMP-2 VALUE 0.
       01  WS-TOT-AVAILABLE            USAGE COMP-2 VALUE 0.
       01  WS-WORK-SEQ                 PIC 9(6).
       01  WS-OVERFLOW-REASON          PIC X(20).
       01  WS-OVERFLOW-FLAG            PIC X(20).
       01  WS-PCT-LOADED               USAGE COMP-2.
       01  WS-PCT-DISPLAY              PIC Z(5)9.99.
       01  WS-HOURS-DISPLAY            PIC Z(7)9.9999.
       01  WS-HOURS-DISPLAY-2          PIC Z(7)9.9999.
       01  WS-PERIM-DISPLAY            PIC Z(15)9.9999.
       COPY "erb_parm_copy".
       01  WS-PARMS-SEEN.
           02 WS-SEEN-CUTTING-EXPORT     PIC X(3) VALUE "NO".
           02 WS-SEEN-MACHINE-MASTER     PIC X(3) VALUE "NO".
           02 WS-SEEN-LOAD-WORKLIST      PIC X(3) VALUE "NO".
           02 WS-SEEN-LOAD-REPORT        PIC X(3) VALUE "NO".
           02 WS-SEEN-LOAD-OVERFLOW      PIC X(3) VALUE "NO".
           02 WS-SEEN-RUN-LOG            PIC X(3) VALUE "NO".
       PROCEDURE DIVISION.
       MAIN-LOAD.
           PERFORM LOAD-RUN-PARAMETERS
           IF PARM-ERROR-FOUND
               DISPLAY "ERBLOAD: run aborted - correct "
                   FUNCTION TRIM(WS-PARM-FILE-PATH) " and resubmit"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP
           PERFORM LOAD-MACHINE-TABLE
           PERFORM OPEN-LOAD-FILES
           PERFORM LOAD-CUTTING-ROWS
           PERFORM VARYING WS-SEQ-I FROM 1 BY 1
               UNTIL WS-SEQ-I > WS-ROW-COUNT
               MOVE WS-SEQ-ROW(WS-SEQ-I) TO WS-ROW-X
               PERFORM BOOK-ONE-ROW
           END-PERFORM
           PERFORM VARYING WS-MACH-I FROM 1 BY 1
               UNTIL WS-MACH-I > WS-MACH-COUNT
               PERFORM WRITE-MACHINE-WORKLIST
           END-PERFORM
           PERFORM WRITE-LOAD-REPORT
           PERFORM CLOSE-LOAD-FILES
           DISPLAY "ERBLOAD: rows read " WS-ROWS-READ
               " booked " WS-ROWS-BOOKED
               " on " WS-MACH-COUNT " machine(s)"
               " overflow " WS-ROWS-OVERFLOW
               " (P1 " WS-P1-OVERFLOW ")"
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
               DISPLAY "ERBLOAD: unable to open run log, status "
                   WS-RUN-LOG-STATUS
           ELSE
               MOVE SPACES TO RUN-LOG-RECORD
               STRING "ERBLOAD|" DELIMITED BY SIZE
                   WS-START-STAMP DELIMITED BY SIZE "|"
                   WS-START-STAMP DELIMITED BY SIZE "|"
                   WS-END-STAMP DELIMITED BY SIZE "|"
                   WS-ROWS-READ DELIMITED BY SIZE "|"
                   WS-ROWS-BOOKED DELIMITED BY SIZE "|"
                   WS-ROWS-OVERFLOW DELIMITED BY SIZE "|"
                   WS-LOG-RC DELIMITED BY SIZE
                   INTO RUN-LOG-RECORD
               END-STRING
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG
           END-IF
       .

      *> Every live machine gets its table slot, and its plant a slot
      *> in the roll-up, before any row is booked. The master is read
      *> in key order, so machines sit in the table grouped by plant.
       LOAD-MACHINE-TABLE.
           OPEN INPUT MACHINE-MASTER
           IF WS-MACHINE-MASTER-STATUS NOT = "00"
               DISPLAY "ERBLOAD: unable to open machine master, status "
                   WS-MACHINE-MASTER-STATUS
                   " - every row will be planned as overflow"
           ELSE
               MOVE LOW-VALUES TO MACHINE-KEY
               START MACHINE-MASTER KEY >= MACHINE-KEY
                   INVALID KEY
                       MOVE "YES" TO WS-MACH-EOF
               END-START
               PERFORM UNTIL END-OF-MACHINES
                   READ MACHINE-MASTER NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-MACH-EOF
                       NOT AT END
                           IF MACHINE-DELETE-FLAG NOT = "D"
                               PERFORM ADD-MACHINE-SLOT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MACHINE-MASTER
           END-IF
       .

       ADD-MACHINE-SLOT.
           IF WS-MACH-COUNT >= WS-MACH-MAX
               DISPLAY "ERBLOAD: machine table limit of "
                   WS-MACH-MAX " hit - aborting rather than "
                   "planning on a truncated machine list"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-RECORD
               GOBACK
           END-IF
           IF MACHINE-SPEED > 0
               ADD 1 TO WS-MACH-COUNT
               MOVE MACHINE-PLANT TO WS-MACH-PLANT(WS-MACH-COUNT)
               MOVE MACHINE-ID TO WS-MACH-ID(WS-MACH-COUNT)
               MOVE MACHINE-SPEED TO WS-MACH-SPEED(WS-MACH-COUNT)
               MOVE MACHINE-SHIFT-HOURS
                   TO WS-MACH-AVAILABLE(WS-MACH-COUNT)
               MOVE 0 TO WS-MACH-BOOKED(WS-MACH-COUNT)
               MOVE 0 TO WS-MACH-ROWS(WS-MACH-COUNT)
               MOVE MACHINE-PLANT TO WS-LOOKUP-PLANT
               PERFORM FIND-PLANT-SLOT
               ADD 1 TO WS-PLANT-MACHINES(WS-PLANT-X)
               ADD WS-MACH-AVAILABLE(WS-MACH-COUNT)
                   TO WS-PLANT-AVAILABLE(WS-PLANT-X)
           ELSE
               DISPLAY "ERBLOAD: machine " MACHINE-PLANT " "
                   FUNCTION TRIM(MACHINE-ID)
                   " has no cutting speed on the master - not planned"
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
                   DISPLAY "ERBLOAD: plant table limit of "
                       WS-PLANT-MAX " hit - aborting rather than "
                       "reporting a truncated plant list"
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG-RECORD
                   GOBACK
               END-IF
               ADD 1 TO WS-PLANT-COUNT
               MOVE WS-PLANT-COUNT TO WS-PLANT-X
               MOVE WS-LOOKUP-PLANT TO WS-PLANT-CODE(WS-PLANT-X)
               MOVE 0 TO WS-PLANT-MACHINES(WS-PLANT-X)
               MOVE 0 TO WS-PLANT-ROWS(WS-PLANT-X)
               MOVE 0 TO WS-PLANT-BOOKED(WS-PLANT-X)
               MOVE 0 TO WS-PLANT-AVAILABLE(WS-PLANT-X)
               MOVE 0 TO WS-PLANT-OVERFLOW(WS-PLANT-X)
               MOVE 0 TO WS-PLANT-P1-OVERFLOW(WS-PLANT-X)
           END-IF
       .

       OPEN-LOAD-FILES.
           OPEN INPUT CUTTING-IN
           IF WS-CUTTING-STATUS NOT = "00"
               DISPLAY "ERBLOAD: unable to open cutting export, status "
                   WS-CUTTING-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-RECORD
               GOBACK
           END-IF
           OPEN OUTPUT WORKLIST-OUT
           OPEN OUTPUT LOAD-REPORT-OUT
           OPEN OUTPUT OVERFLOW-OUT
           IF (WS-WORKLIST-STATUS NOT = "00")
               OR (WS-LOAD-REPORT-STATUS NOT = "00")
               OR (WS-OVERFLOW-STATUS NOT = "00")
               DISPLAY "ERBLOAD: unable to open load plan outputs, "
                   "status " WS-WORKLIST-STATUS " "
                   WS-LOAD-REPORT-STATUS " " WS-OVERFLOW-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-RECORD
               GOBACK
           END-IF
       .

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
           IF WS-ROW-COUNT >= WS-ROW-MAX
               DISPLAY "ERBLOAD: cutting row table limit of "
                   WS-ROW-MAX " hit - aborting rather than "
                   "planning a truncated export"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG-RECORD
               GOBACK
           END-IF
           ADD 1 TO WS-ROW-COUNT
           MOVE WS-CSV-SHAPE-ID TO WS-ROW-SHAPE-ID(WS-ROW-COUNT)
           MOVE WS-CSV-PLANT(1:3) TO WS-ROW-PLANT(WS-ROW-COUNT)
           MOVE WS-CSV-DUE-DATE(1:10) TO WS-ROW-DUE-DATE(WS-ROW-COUNT)
           MOVE 0 TO WS-ROW-MACHINE(WS-ROW-COUNT)
           MOVE 0 TO WS-ROW-HOURS(WS-ROW-COUNT)
           MOVE 0 TO WS-ROW-PERIMETER(WS-ROW-COUNT)
           MOVE "NO" TO WS-ROW-HAS-PERIMETER(WS-ROW-COUNT)
           IF (WS-CSV-PERIMETER NOT = SPACES)
               AND (FUNCTION TEST-NUMVAL(WS-CSV-PERIMETER) = 0)
               COMPUTE WS-ROW-PERIMETER(WS-ROW-COUNT) =
                   FUNCTION NUMVAL(WS-CSV-PERIMETER)
               IF WS-ROW-PERIMETER(WS-ROW-COUNT) > 0
                   MOVE "YES" TO WS-ROW-HAS-PERIMETER(WS-ROW-COUNT)
               END-IF
           END-IF
           PERFORM BUILD-ORDER-KEY
           MOVE WS-NEW-ORDER TO WS-ROW-ORDER(WS-ROW-COUNT)
           MOVE WS-NEW-ORDER(1:2) TO WS-ROW-PRIORITY(WS-ROW-COUNT)
           PERFORM INSERT-INTO-CUTTING-ORDER
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
                    WS-CSV-T3
                    WS-CSV-T4
                    WS-CSV-T5
                    WS-CSV-T6
                    WS-CSV-T7
                    WS-CSV-T8
                    WS-CSV-T9
                    WS-CSV-PERIMETER
                    WS-CSV-AREA
                    WS-CSV-PLANT
                    WS-CSV-PRIORITY
                    WS-CSV-DUE-DATE
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

      *> Books the row onto the machine at its plant with the most
      *> hours left that can take the whole cut; otherwise the row
      *> goes to the overflow list.
       BOOK-ONE-ROW.
           MOVE WS-ROW-PLANT(WS-ROW-X) TO WS-LOOKUP-PLANT
           PERFORM FIND-PLANT-SLOT
           IF WS-ROW-HAS-PERIMETER(WS-ROW-X) = "NO"
               MOVE "NO-PERIMETER" TO WS-OVERFLOW-REASON
               PERFORM WRITE-OVERFLOW-LINE
           ELSE
               MOVE 0 TO WS-MACH-X
               MOVE 0 TO WS-BEST-LEFT
               MOVE "NO" TO WS-PLANT-HAS-MACHINE
               PERFORM VARYING WS-MACH-I FROM 1 BY 1
                   UNTIL WS-MACH-I > WS-MACH-COUNT
                   IF WS-MACH-PLANT(WS-MACH-I) = WS-LOOKUP-PLANT
                       MOVE "YES" TO WS-PLANT-HAS-MACHINE
                       PERFORM TRY-MACHINE-FOR-ROW
                   END-IF
               END-PERFORM
               IF WS-MACH-X NOT = 0
                   PERFORM BOOK-ROW-ON-MACHINE
               ELSE
                   IF WS-PLANT-HAS-MACHINE = "YES"
                       MOVE "CAPACITY" TO WS-OVERFLOW-REASON
                   ELSE
                       MOVE "NO-MACHINE" TO WS-OVERFLOW-REASON
                   END-IF
                   PERFORM WRITE-OVERFLOW-LINE
               END-IF
           END-IF
       .

       TRY-MACHINE-FOR-ROW.
           COMPUTE WS-CUT-HOURS = WS-ROW-PERIMETER(WS-ROW-X)
               / WS-MACH-SPEED(WS-MACH-I)
           COMPUTE WS-MACH-LEFT = WS-MACH-AVAILABLE(WS-MACH-I)
               - WS-MACH-BOOKED(WS-MACH-I)
           IF (WS-CUT-HOURS <= WS-MACH-LEFT)
               AND ((WS-MACH-X = 0) OR (WS-MACH-LEFT > WS-BEST-LEFT))
               MOVE WS-MACH-I TO WS-MACH-X
               MOVE WS-MACH-LEFT TO WS-BEST-LEFT
           END-IF
       .

       BOOK-ROW-ON-MACHINE.
           COMPUTE WS-CUT-HOURS = WS-ROW-PERIMETER(WS-ROW-X)
               / WS-MACH-SPEED(WS-MACH-X)
           MOVE WS-MACH-X TO WS-ROW-MACHINE(WS-ROW-X)
           MOVE WS-CUT-HOURS TO WS-ROW-HOURS(WS-ROW-X)
           ADD WS-CUT-HOURS TO WS-MACH-BOOKED(WS-MACH-X)
           ADD 1 TO WS-MACH-ROWS(WS-MACH-X)
           ADD WS-CUT-HOURS TO WS-PLANT-BOOKED(WS-PLANT-X)
           ADD 1 TO WS-PLANT-ROWS(WS-PLANT-X)
           ADD 1 TO WS-ROWS-BOOKED
       .

       WRITE-OVERFLOW-LINE.
           MOVE SPACES TO WS-OVERFLOW-FLAG
           ADD 1 TO WS-ROWS-OVERFLOW
           ADD 1 TO WS-PLANT-OVERFLOW(WS-PLANT-X)
           IF WS-ROW-PRIORITY(WS-ROW-X) = "P1"
               MOVE "P1-OVERDUE" TO WS-OVERFLOW-FLAG
               ADD 1 TO WS-P1-OVERFLOW
               ADD 1 TO WS-PLANT-P1-OVERFLOW(WS-PLANT-X)
           END-IF
           MOVE WS-ROW-PERIMETER(WS-ROW-X) TO WS-PERIM-DISPLAY
           MOVE SPACES TO OVERFLOW-OUT-RECORD
           STRING "OVERFLOW|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ROW-SHAPE-ID(WS-ROW-X))
                   DELIMITED BY SIZE "|"
               WS-ROW-PLANT(WS-ROW-X) DELIMITED BY SPACE "|"
               WS-ROW-PRIORITY(WS-ROW-X) DELIMITED BY SPACE "|"
               WS-ROW-DUE-DATE(WS-ROW-X) DELIMITED BY SPACE "|"
               FUNCTION TRIM(WS-PERIM-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-OVERFLOW-REASON) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-OVERFLOW-FLAG) DELIMITED BY SIZE
               INTO OVERFLOW-OUT-RECORD
           END-STRING
           WRITE OVERFLOW-OUT-RECORD
       .

      *> Walks the rows in cutting order once per machine, so each
      *> machine's list comes out in the sequence it should be cut.
       WRITE-MACHINE-WORKLIST.
           MOVE 0 TO WS-WORK-SEQ
           MOVE 0 TO WS-RUNNING-HOURS
           PERFORM VARYING WS-SEQ-I FROM 1 BY 1
               UNTIL WS-SEQ-I > WS-ROW-COUNT
               MOVE WS-SEQ-ROW(WS-SEQ-I) TO WS-ROW-X
               IF WS-ROW-MACHINE(WS-ROW-X) = WS-MACH-I
                   PERFORM WRITE-WORK-LINE
               END-IF
           END-PERFORM
       .

       WRITE-WORK-LINE.
           ADD 1 TO WS-WORK-SEQ
           ADD WS-ROW-HOURS(WS-ROW-X) TO WS-RUNNING-HOURS
           MOVE WS-ROW-PERIMETER(WS-ROW-X) TO WS-PERIM-DISPLAY
           MOVE WS-ROW-HOURS(WS-ROW-X) TO WS-HOURS-DISPLAY
           MOVE WS-RUNNING-HOURS TO WS-HOURS-DISPLAY-2
           MOVE SPACES TO WORKLIST-OUT-RECORD
           STRING "WORK|" DELIMITED BY SIZE
               WS-MACH-PLANT(WS-MACH-I) DELIMITED BY SPACE "|"
               FUNCTION TRIM(WS-MACH-ID(WS-MACH-I))
                   DELIMITED BY SIZE "|"
               WS-WORK-SEQ DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-ROW-SHAPE-ID(WS-ROW-X))
                   DELIMITED BY SIZE "|"
               WS-ROW-PRIORITY(WS-ROW-X) DELIMITED BY SPACE "|"
               WS-ROW-DUE-DATE(WS-ROW-X) DELIMITED BY SPACE "|"
               FUNCTION TRIM(WS-PERIM-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-HOURS-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-HOURS-DISPLAY-2) DELIMITED BY SIZE
               INTO WORKLIST-OUT-RECORD
           END-STRING
           WRITE WORKLIST-OUT-RECORD
       .

       WRITE-LOAD-REPORT.
           PERFORM VARYING WS-MACH-I FROM 1 BY 1
               UNTIL WS-MACH-I > WS-MACH-COUNT
               PERFORM WRITE-MACHINE-LOAD-LINE
           END-PERFORM
           PERFORM VARYING WS-PLANT-I FROM 1 BY 1
               UNTIL WS-PLANT-I > WS-PLANT-COUNT
               PERFORM WRITE-PLANT-LOAD-LINE
           END-PERFORM
           MOVE WS-TOT-BOOKED TO WS-HOURS-DISPLAY
           MOVE WS-TOT-AVAILABLE TO WS-HOURS-DISPLAY-2
           MOVE SPACES TO LOAD-REPORT-OUT-RECORD
           STRING "TOTAL|ALL|" DELIMITED BY SIZE
               WS-TOT-MACHINES DELIMITED BY SIZE "|"
               WS-ROWS-BOOKED DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-HOURS-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-HOURS-DISPLAY-2) DELIMITED BY SIZE "|"
               WS-ROWS-OVERFLOW DELIMITED BY SIZE "|"
               WS-P1-OVERFLOW DELIMITED BY SIZE
               INTO LOAD-REPORT-OUT-RECORD
           END-STRING
           WRITE LOAD-REPORT-OUT-RECORD
       .

       WRITE-MACHINE-LOAD-LINE.
           MOVE 0 TO WS-PCT-LOADED
           IF WS-MACH-AVAILABLE(WS-MACH-I) > 0
               COMPUTE WS-PCT-LOADED = (WS-MACH-BOOKED(WS-MACH-I)
                   / WS-MACH-AVAILABLE(WS-MACH-I)) * 100
           END-IF
           MOVE WS-PCT-LOADED TO WS-PCT-DISPLAY
           MOVE WS-MACH-BOOKED(WS-MACH-I) TO WS-HOURS-DISPLAY
           MOVE WS-MACH-AVAILABLE(WS-MACH-I) TO WS-HOURS-DISPLAY-2
           MOVE SPACES TO LOAD-REPORT-OUT-RECORD
           STRING "MACHINE|" DELIMITED BY SIZE
               WS-MACH-PLANT(WS-MACH-I) DELIMITED BY SPACE "|"
               FUNCTION TRIM(WS-MACH-ID(WS-MACH-I))
                   DELIMITED BY SIZE "|"
               WS-MACH-ROWS(WS-MACH-I) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-HOURS-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-HOURS-DISPLAY-2) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-PCT-DISPLAY) DELIMITED BY SIZE
               INTO LOAD-REPORT-OUT-RECORD
           END-STRING
           WRITE LOAD-REPORT-OUT-RECORD
       .

       WRITE-PLANT-LOAD-LINE.
           ADD WS-PLANT-MACHINES(WS-PLANT-I) TO WS-TOT-MACHINES
           ADD WS-PLANT-BOOKED(WS-PLANT-I) TO WS-TOT-BOOKED
           ADD WS-PLANT-AVAILABLE(WS-PLANT-I) TO WS-TOT-AVAILABLE
           MOVE WS-PLANT-BOOKED(WS-PLANT-I) TO WS-HOURS-DISPLAY
           MOVE WS-PLANT-AVAILABLE(WS-PLANT-I) TO WS-HOURS-DISPLAY-2
           MOVE SPACES TO LOAD-REPORT-OUT-RECORD
           STRING "PLANT|" DELIMITED BY SIZE
               WS-PLANT-CODE(WS-PLANT-I) DELIMITED BY SPACE "|"
               WS-PLANT-MACHINES(WS-PLANT-I) DELIMITED BY SIZE "|"
               WS-PLANT-ROWS(WS-PLANT-I) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-HOURS-DISPLAY) DELIMITED BY SIZE "|"
               FUNCTION TRIM(WS-HOURS-DISPLAY-2) DELIMITED BY SIZE "|"
               WS-PLANT-OVERFLOW(WS-PLANT-I) DELIMITED BY SIZE "|"
               WS-PLANT-P1-OVERFLOW(WS-PLANT-I) DELIMITED BY SIZE
               INTO LOAD-REPORT-OUT-RECORD
           END-STRING
           WRITE LOAD-REPORT-OUT-RECORD
       .

       CLOSE-LOAD-FILES.
           CLOSE WORKLIST-OUT
           CLOSE LOAD-REPORT-OUT
           CLOSE OVERFLOW-OUT
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
               DISPLAY "ERBLOAD: run-parameter file "
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
                   DISPLAY "ERBLOAD: malformed parameter card '"
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
               WHEN "MACHINE-MASTER"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-MACHINE-MASTER-PATH
                   MOVE "YES" TO WS-SEEN-MACHINE-MASTER
               WHEN "LOAD-WORKLIST"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-WORKLIST-PATH
                   MOVE "YES" TO WS-SEEN-LOAD-WORKLIST
               WHEN "LOAD-REPORT"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-LOAD-REPORT-PATH
                   MOVE "YES" TO WS-SEEN-LOAD-REPORT
               WHEN "LOAD-OVERFLOW"
                   MOVE FUNCTION TRIM(WS-PARM-CARD-VALUE)
                       TO WS-OVERFLOW-PATH
                   MOVE "YES" TO WS-SEEN-LOAD-OVERFLOW
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
               DISPLAY "ERBLOAD: required card CUTTING-EXPORT is missing"
           END-IF
           IF WS-SEEN-MACHINE-MASTER = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBLOAD: required card MACHINE-MASTER is missing"
           END-IF
           IF WS-SEEN-LOAD-WORKLIST = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBLOAD: required card LOAD-WORKLIST is missing"
           END-IF
           IF WS-SEEN-LOAD-REPORT = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBLOAD: required card LOAD-REPORT is missing"
           END-IF
           IF WS-SEEN-LOAD-OVERFLOW = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBLOAD: required card LOAD-OVERFLOW is missing"
           END-IF
           IF WS-SEEN-RUN-LOG = "NO"
               MOVE "YES" TO WS-PARM-ERROR-SWITCH
               DISPLAY "ERBLOAD: required card RUN-LOG is missing"
           END-IF
       .

       ECHO-RESOLVED-PARMS.
           DISPLAY "ERBLOAD: CUTTING-EXPORT="
               FUNCTION TRIM(WS-CUTTING-PATH)
           DISPLAY "ERBLOAD: MACHINE-MASTER="
               FUNCTION TRIM(WS-MACHINE-MASTER-PATH)
           DISPLAY "ERBLOAD: LOAD-WORKLIST="
               FUNCTION TRIM(WS-WORKLIST-PATH)
           DISPLAY "ERBLOAD: LOAD-REPORT="
               FUNCTION TRIM(WS-LOAD-REPORT-PATH)
           DISPLAY "ERBLOAD: LOAD-OVERFLOW="
               FUNCTION TRIM(WS-OVERFLOW-PATH)
           DISPLAY "ERBLOAD: RUN-LOG="
               FUNCTION TRIM(WS-RUN-LOG-PATH)
       .
