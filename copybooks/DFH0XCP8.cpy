      * DFH0XCP8 - CHBFILE monthly chargeback record, one per valued
      * order line, written by the DFH0XCHB chargeback extract.
      * CB-REC-DC-FLAG 'D' is a charge; a 'C' record is the credit
      * raised against an order cancelled in the period, or against
      * goods returned in the period (CB-REC-QUANTITY is then the
      * quantity returned), carrying the negated value. The DFH0XGLJ
      * run in the same monthly cycle
      * turns these records into balanced general ledger journal
      * lines through the DEPTACCT account mapping.
      *****************************************************************
