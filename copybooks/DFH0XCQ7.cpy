      *****************************************************************
      * DFH0XCQ7 - RPPPROP reorder-point proposal record, written by
      * the DFH0XRPP review run for every RORDMST item whose proposed
      * minimum stock or reorder quantity differs from the current
      * value, and read back by the DFH0XRPP apply run. The current
      * values are carried so that the apply run can tell when the
      * item has been changed since the proposal was made. Average
      * and peak weekly demand are successful place-order quantities
      * over the look-back window, net of cancellations. RP-RUN-DATE
      * is held as YYYYMMDD.
      *****************************************************************
           03 RP-ITEM-REF            PIC X(4).
           03 RP-SUPPLIER-CODE       PIC X(6).
           03 RP-RUN-DATE            PIC X(8).
           03 RP-LOOKBACK-WEEKS      PIC 9(2).
           03 RP-AVG-WEEKLY          PIC 9(5)V99.
           03 RP-PEAK-WEEKLY         PIC 9(5).
           03 RP-LEAD-DAYS           PIC 9(3).
           03 RP-CURR-MIN-STOCK      PIC 9(4).
           03 RP-CURR-REORDER-QTY    PIC 9(4).
           03 RP-PROP-MIN-STOCK      PIC 9(4).
           03 RP-PROP-REORDER-QTY    PIC 9(4).
