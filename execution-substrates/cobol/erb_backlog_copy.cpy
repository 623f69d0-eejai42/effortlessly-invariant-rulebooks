      *> resolved SHAPE-ID once the order has matched a shape, or the
      *> reference as keyed while the shape is still missing.
      *> BACKLOG-STATUS is OPEN, PARTIAL, FILLED or LATE.
      *> BACKLOG-CUSTOMER-NO ties the order to CUSTOMER-MASTER and
      *> BACKLOG-UNIT-PRICE holds the last unit cost the order was
      *> valued at, so the open backlog value per customer can be
      *> screened against the credit limit.
       01 BACKLOG-RECORD.
          02 BACKLOG-ORDER-NO PIC X(20).
          02 BACKLOG-SHAPE-REF PIC X(500).
          02 BACKLOG-DUE-DATE PIC X(10).
          02 BACKLOG-STATUS PIC X(8).
          02 BACKLOG-LAST-RUN-ID PIC X(14).
          02 BACKLOG-CUSTOMER-NO PIC X(10).
          02 BACKLOG-UNIT-PRICE PIC 9(9)V9(4).
