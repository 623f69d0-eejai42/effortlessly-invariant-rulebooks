      *> ERB Period Sales-and-Cost History Record Layout
      *> COPY "erb_period_copy" inside FD PERIOD-HISTORY.
      *> Indexed on PERIOD-KEY (accounting period YYYYMM, plant, shape
      *> class and customer); one record per combination invoiced in
      *> the period, accumulated by ERBPOST from each day's invoice
      *> lines and their costing. PERIOD-SALES is the invoiced amount
      *> and PERIOD-MATERIAL-COST the ERBCOST material-and-edge cost
      *> of the same pieces; the margin is the difference. Both are
      *> signed: ERBPOST takes customer credit memos off them, so a
      *> combination with more credited than invoiced in the period
      *> goes negative. PERIOD-PIECES counts the pieces invoiced.
      *> Records of a period ERBCLOSE has closed are never changed
      *> again.
       01 PERIOD-RECORD.
          02 PERIOD-KEY.
             03 PERIOD-YYYYMM PIC X(6).
             03 PERIOD-PLANT PIC X(3).
             03 PERIOD-CLASS PIC X(15).
             03 PERIOD-CUSTOMER-NO PIC X(10).
          02 PERIOD-PIECES PIC 9(9).
          02 PERIOD-LINES-POSTED PIC 9(9).
          02 PERIOD-SALES PIC S9(11)V99.
          02 PERIOD-MATERIAL-COST PIC S9(11)V99.
          02 PERIOD-LAST-RUN-ID PIC X(14).
