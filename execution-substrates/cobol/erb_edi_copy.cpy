      *> ERB EDI Purchase-Order History Record Layout
      *> COPY "erb_edi_copy" inside FD EDI-PO-HISTORY.
      *> Indexed on EDI-PO-KEY (customer number and the customer's own
      *> purchase-order number); one record per purchase order ERBEDI
      *> loaded to ORDERS.DAT, so a purchase order the customer sends
      *> again is recognised and acknowledged as a duplicate instead of
      *> being loaded twice. Rejected purchase orders are not recorded
      *> and may be resent once corrected. EDI-ACK-STATUS is ACCEPTED
      *> or CHANGED (accepted with one or more due dates moved out).
       01 EDI-PO-RECORD.
          02 EDI-PO-KEY.
             03 EDI-CUSTOMER-NO PIC X(10).
             03 EDI-PO-NO PIC X(16).
          02 EDI-SENDER-ID PIC X(15).
          02 EDI-INTERCHANGE-NO PIC X(15).
          02 EDI-PO-DATE PIC X(8).
          02 EDI-LOADED-DATE PIC X(8).
          02 EDI-ACK-STATUS PIC X(8).
          02 EDI-LINES-LOADED PIC 9(4).
          02 EDI-TOTAL-QTY PIC 9(11).
          02 EDI-LAST-RUN-ID PIC X(14).
