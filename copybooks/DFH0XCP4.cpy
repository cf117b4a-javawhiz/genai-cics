      * a numbered purchase order. PO-STATUS 'O' marks a line still
      * on order: while a line is open the item is not requisitioned
      * again on later runs, so an item short on consecutive extract
      * runs does not raise a fresh order every time. Goods received
      * against a line are booked online through DFH0XECC (request
      * 01RCPT): each receipt adds to PO-RECEIVED-QTY, stamps
      * PO-LAST-RECEIPT-DATE and is kept on the PORCPT receipt
      * history file. The line stays open through partial receipts
      * and is closed (PO-STATUS 'C' plus PO-CLOSED-DATE) by the
      * receipt that brings PO-RECEIVED-QTY up to PO-ORDER-QTY. A line
      * the supplier will not complete is closed short by a receipt
      * sent with CA-RCPT-CLOSE-SHORT 'Y' - with the last quantity
      * delivered, or with a quantity of zero to close it alone - and
      * is then left with PO-RECEIVED-QTY below PO-ORDER-QTY. Dates
      * are held as YYYYMMDD.
      *****************************************************************
           03 PO-KEY.
              05 PO-NUMBER           PIC 9(6).
           03 PO-DUE-DATE            PIC X(8).
           03 PO-STATUS              PIC X(1).
           03 PO-CLOSED-DATE         PIC X(8).
           03 PO-RECEIVED-QTY        PIC 9(4).
           03 PO-LAST-RECEIPT-DATE   PIC X(8).
