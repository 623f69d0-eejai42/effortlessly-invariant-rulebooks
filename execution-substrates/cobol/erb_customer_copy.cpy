      *> ERB Customer Master Record Layout
      *> COPY "erb_customer_copy" inside FD CUSTOMER-MASTER.
      *> Indexed on CUSTOMER-NO; holds the bill-to name and address,
      *> payment terms and credit standing of every customer ordering
      *> through ORDERS.DAT. CUSTOMER-TERMS-DAYS is the net days the
      *> invoice due date is set out from the invoice date.
      *> CUSTOMER-CREDIT-LIMIT caps the open backlog value ERBORD will
      *> accept; a zero limit extends no credit. CUSTOMER-HOLD-FLAG
      *> "H" puts the customer on credit hold; CUSTOMER-DELETE-FLAG
      *> "D" marks a logically deleted (closed) account.
       01 CUSTOMER-RECORD.
          02 CUSTOMER-NO PIC X(10).
          02 CUSTOMER-NAME PIC X(60).
          02 CUSTOMER-ADDR-1 PIC X(60).
          02 CUSTOMER-ADDR-2 PIC X(60).
          02 CUSTOMER-ADDR-3 PIC X(60).
          02 CUSTOMER-TERMS-CODE PIC X(10).
          02 CUSTOMER-TERMS-DAYS PIC 9(3).
          02 CUSTOMER-CREDIT-LIMIT PIC 9(11)V99.
          02 CUSTOMER-HOLD-FLAG PIC X(1).
          02 CUSTOMER-DELETE-FLAG PIC X(1).
          02 CUSTOMER-LAST-RUN-ID PIC X(14).
