      * the order: 'PK' picked, 'SH' shipped, 'BO' backordered. A
      * successful cancel sets 'CN'. Confirmations that receive no
      * acknowledgement within a day are flagged 'FU' for follow-up
      * by the daily DFH0XFLW run. A shipped order the department
      * has sent back is set 'RT' returned by the 01RETN request.
      *****************************************************************
           03 OS-ORDER-REF           PIC X(8).
           03 OS-ITEM-REF            PIC X(4).
