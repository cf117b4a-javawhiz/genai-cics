      * transition timestamp plus OJ-SEQ (stepped past DUPREC when two
      * transitions land in the same second). ORDSTAT itself only
      * holds the latest state, so every writer that moves an order -
      * DFH0XECC stamping 'SN', 'CN' or 'RT', DFH0XWAK applying
      * warehouse acknowledgements, DFH0XWMR applying those missed
      * and found on the daily warehouse manifest, DFH0XFLW flagging
      * 'FU', DFH0XBOR releasing backorders - journals the
      * transition here with the status it replaced and the program
      * that made the change. OJ-OLD-STATUS is spaces on the first
      * 'SN' of a new order. The weekly DFH0XCYC run reports
      * fulfillment cycle times from this journal. Dates are held as
      * YYYYMMDD.
      *****************************************************************
           03 OJ-KEY.
              05 OJ-ORDER-REF        PIC X(8).
