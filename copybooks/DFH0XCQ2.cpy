      *****************************************************************
      * DFH0XCQ2 - APPRLOG approval decision log record, one per
      * approve or reject decision taken on a PENDORD held order,
      * keyed by AD-CHARGE-DEPT plus AD-DATE plus AD-TIME plus AD-SEQ
      * (a sequence within the second), so a department's decisions
      * read back in the order they were taken. Written by DFH0XECC
      * (request 01PAPR) once the decision has taken effect - the
      * order placed and the hold released, or the hold deleted - and
      * never updated or deleted afterwards. Records who decided, on
      * whose authority (AD-ON-BEHALF-OF carries the absent approver
      * when a delegate decided, spaces otherwise), the limit the
      * decision was taken under, the reason keyed, and the held
      * order as it stood on PENDORD. AD-DECISION is 'A' approved or
      * 'R' rejected; AD-ORDER-REF is the order placed on approval.
      * Read by the monthly approval decisions report DFH0XADR.
      * Dates are held as YYYYMMDD.
      *****************************************************************
           03 AD-KEY.
              05 AD-CHARGE-DEPT      PIC X(6).
              05 AD-DATE             PIC X(8).
              05 AD-TIME             PIC X(6).
              05 AD-SEQ              PIC 9(2).
           03 AD-DECISION            PIC X(1).
           03 AD-APPROVER-USERID     PIC X(8).
           03 AD-ON-BEHALF-OF        PIC X(8).
           03 AD-APPR-LIMIT          PIC 9(9)V99.
           03 AD-REASON              PIC X(40).
           03 AD-PEND-TASKNUM        PIC 9(7).
           03 AD-PEND-SEQ            PIC 9(3).
           03 AD-REQ-USERID          PIC X(8).
           03 AD-ITEM-REF            PIC X(4).
           03 AD-QUANTITY            PIC S9(4) COMP.
           03 AD-UNIT-COST           PIC 9(5)V99.
           03 AD-ORDER-VALUE         PIC 9(9)V99.
           03 AD-REQUEST-ID          PIC X(6).
           03 AD-HELD-DATE           PIC X(8).
           03 AD-ORDER-REF           PIC X(8).
