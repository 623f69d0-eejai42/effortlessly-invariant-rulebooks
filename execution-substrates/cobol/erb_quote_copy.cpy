      *> ERB Customer Quote Record Layout
      *> COPY "erb_quote_copy" inside FD QUOTE-FILE.
      *> Indexed on QUOTE-KEY (quote number and line); one record per
      *> quoted shape, written by ERBQUOTE. QUOTE-NO is Q, the quote
      *> date YYYYMMDD, a dash and a four-digit sequence for the day.
      *> QUOTE-STATUS is PRICED, INVALID (geometry rejected by ERBCALC
      *> or a bad quantity), NO-RATE (no applicable RATES.DAT row) or
      *> ORDERED once the customer accepted the quote and the line was
      *> released to ORDERS.DAT as QUOTE-ORDER-NO. QUOTE-FEED-RECORD
      *> keeps the shape exactly as sales keyed it, in SHAPES feed
      *> layout, so an accepted line can be fed to ERBDRVR unchanged.
       01 QUOTE-RECORD.
          02 QUOTE-KEY.
             03 QUOTE-NO PIC X(14).
             03 QUOTE-LINE-NO PIC 9(3).
          02 QUOTE-CUSTOMER-NO PIC X(10).
          02 QUOTE-SALES-REF PIC X(20).
          02 QUOTE-DATE PIC X(8).
          02 QUOTE-VALID-UNTIL PIC X(8).
          02 QUOTE-STATUS PIC X(8).
          02 QUOTE-SHAPE-ID PIC X(500).
          02 QUOTE-QTY PIC 9(7).
          02 QUOTE-CLASS PIC X(15).
          02 QUOTE-RATE-CLASS PIC X(15).
          02 QUOTE-PERIMETER PIC X(20).
          02 QUOTE-SHAPE-AREA PIC X(20).
          02 QUOTE-UNIT-PRICE PIC 9(9)V9(4).
          02 QUOTE-LINE-TOTAL PIC 9(11)V99.
          02 QUOTE-MESSAGE PIC X(200).
          02 QUOTE-ORDER-NO PIC X(20).
          02 QUOTE-ORDER-DUE-DATE PIC X(10).
          02 QUOTE-ORDERED-DATE PIC X(8).
          02 QUOTE-LAST-RUN-ID PIC X(14).
          02 QUOTE-FEED-RECORD PIC X(1024).
