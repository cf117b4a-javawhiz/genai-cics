      * DFH0XCP3 - SUPPMST supplier master record, keyed by
      * SU-SUPPLIER-CODE. Holds the name and address printed on
      * purchase order documents and the supplier's quoted lead time
      * in working days, which the purchase order generation run
      * counts forward from the run date on the WORKCAL shop calendar
      * to arrive at the expected due date of each order.
      *****************************************************************
           03 SU-SUPPLIER-CODE       PIC X(6).
           03 SU-NAME                PIC X(30).
