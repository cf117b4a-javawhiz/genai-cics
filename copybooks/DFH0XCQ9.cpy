      *****************************************************************
      * DFH0XCQ9 - WORKCAL shop working-day calendar record, keyed by
      * WC-DATE (YYYYMMDD). Monday to Friday are working days and
      * Saturday and Sunday are not; the file holds only the dates
      * that differ from that pattern. WC-DAY-TYPE 'H' marks a public
      * holiday or plant shutdown day on which the shop does not
      * work, and 'W' a weekend day that is worked. Maintained online
      * by DFH0XECC request 01WCAL, which stamps the userid and date
      * of the last change; removing a date's record returns it to
      * the weekday pattern. Read by DFH0XSTO, DFH0XFLW, DFH0XPND,
      * DFH0XPOG and DFH0XCYC to count in working days.
      *****************************************************************
           03 WC-DATE                PIC X(8).
           03 WC-DAY-TYPE            PIC X(1).
           03 WC-DESCRIPTION         PIC X(30).
           03 WC-UPDATE-USERID       PIC X(8).
           03 WC-UPDATE-DATE         PIC X(8).
