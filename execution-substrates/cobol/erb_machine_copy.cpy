      *> ERB Cutting-Machine Master Record Layout
      *> COPY "erb_machine_copy" inside FD MACHINE-MASTER.
      *> Indexed on MACHINE-KEY (plant and machine id); one record per
      *> cutting machine. MACHINE-SPEED is the cutting speed in
      *> perimeter inches per hour, the canonical unit of the cutting
      *> export. MACHINE-SHIFT-HOURS is the cutting time the machine
      *> has available in a day across all its shifts.
      *> MACHINE-DELETE-FLAG "D" marks a machine taken out of service.
       01 MACHINE-RECORD.
          02 MACHINE-KEY.
             03 MACHINE-PLANT PIC X(3).
             03 MACHINE-ID PIC X(10).
          02 MACHINE-DESCRIPTION PIC X(40).
          02 MACHINE-SPEED PIC 9(7)V99.
          02 MACHINE-SHIFT-HOURS PIC 9(2)V99.
          02 MACHINE-DELETE-FLAG PIC X(1).
          02 MACHINE-LAST-RUN-ID PIC X(14).
