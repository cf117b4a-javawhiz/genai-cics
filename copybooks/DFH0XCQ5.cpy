      *****************************************************************
      * DFH0XCQ5 - WHSMFST daily warehouse shipment manifest record,
      * one per fulfillment stage the warehouse reached on an order
      * during its business day, sent as a flat file and reconciled
      * against ORDSTAT by DFH0XWMR. WM-ORDER-REF is the CF-ORDER-REF
      * the order was sent under on FULQ; WM-STAGE uses the WHSACKQ
      * acknowledgement codes - 'P' picked, 'S' shipped, 'B'
      * backordered - and WM-QUANTITY is the quantity the warehouse
      * picked or shipped. An order picked and shipped on the same
      * day may appear once for each stage, in any order. The stage
      * date and time are the warehouse's, in the same form as the
      * WHSACKQ message.
      *****************************************************************
           03 WM-ORDER-REF           PIC X(8).
           03 WM-ITEM-REF            PIC X(4).
           03 WM-STAGE               PIC X(1).
           03 WM-QUANTITY            PIC 9(4).
           03 WM-STAGE-DATE          PIC X(10).
           03 WM-STAGE-TIME          PIC X(6).
