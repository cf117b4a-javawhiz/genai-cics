      *****************************************************************
      * DFH0XCP0 - PORCPT goods receipt history record, one per
      * receipt booked against an OPENPO purchase order line, keyed by
      * PR-PO-NUMBER plus PR-PO-LINE-NO plus PR-SEQ (the receipt
      * number within the line, so all of a line's receipts sit
      * together in the order they were booked). Written by DFH0XECC
      * for each 01RCPT receipt request. The supplier, item and the
      * line's PO-DUE-DATE are carried on every receipt so the monthly
      * supplier delivery scorecard DFH0XSSC can compare the receipt
      * date against the due date without going back to OPENPO.
      * PR-LINE-CLOSED is 'Y' on the receipt that completed the line
      * or closed it short; a line closed short without a further
      * delivery has a closing record with PR-RECEIVED-QTY zero.
      * Dates are held as YYYYMMDD.
      *****************************************************************
           03 PR-KEY.
              05 PR-PO-NUMBER        PIC 9(6).
              05 PR-PO-LINE-NO       PIC 9(3).
              05 PR-SEQ              PIC 9(3).
           03 PR-SUPPLIER-CODE       PIC X(6).
           03 PR-ITEM-REF            PIC X(4).
           03 PR-RECEIVED-QTY        PIC 9(4).
           03 PR-RECEIPT-DATE        PIC X(8).
           03 PR-RECEIPT-TIME        PIC X(6).
           03 PR-DUE-DATE            PIC X(8).
           03 PR-USERID              PIC X(8).
           03 PR-LINE-CLOSED         PIC X(1).
