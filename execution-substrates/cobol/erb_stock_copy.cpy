      *> ERB Sheet-Stock Inventory Record Layout
      *> COPY "erb_stock_copy" inside FD STOCK-INVENTORY.
      *> Indexed on STOCK-KEY (plant and material code); holds the
      *> quantity of each raw material on the rack at each plant.
      *> Material SHEET is sheet stock in square units (the same units
      *> as SHAPE-AREA and the machine's AREA-USED); material EDGE is
      *> edge banding in linear units (the same units as PERIMETER).
      *> STOCK-ON-HAND is signed - consumption posted ahead of a late
      *> receipt may take it below zero until the receipt is keyed.
      *> STOCK-REORDER-POINT is the level below which the plant
      *> should reorder.
       01 STOCK-RECORD.
          02 STOCK-KEY.
             03 STOCK-PLANT PIC X(3).
             03 STOCK-MATERIAL PIC X(10).
          02 STOCK-ON-HAND PIC S9(11)V9(4).
          02 STOCK-REORDER-POINT PIC 9(11)V9(4).
          02 STOCK-RECEIVED-TOTAL PIC 9(11)V9(4).
          02 STOCK-CONSUMED-TOTAL PIC 9(11)V9(4).
          02 STOCK-LAST-RUN-ID PIC X(14).
