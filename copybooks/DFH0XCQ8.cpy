      *****************************************************************
      * DFH0XCQ8 - RPPHIST reorder-point change history record, one
      * per RORDMST item updated by the DFH0XRPP apply run, holding
      * the minimum stock and reorder quantity before and after the
      * change together with the date of the proposal that was
      * approved. The file is only ever extended. Dates are held as
      * YYYYMMDD.
      *****************************************************************
           03 RH-ITEM-REF            PIC X(4).
           03 RH-APPLY-DATE          PIC X(8).
           03 RH-APPLY-TIME          PIC X(6).
           03 RH-PROPOSAL-DATE       PIC X(8).
           03 RH-OLD-MIN-STOCK       PIC 9(4).
           03 RH-OLD-REORDER-QTY     PIC 9(4).
           03 RH-NEW-MIN-STOCK       PIC 9(4).
           03 RH-NEW-REORDER-QTY     PIC 9(4).
