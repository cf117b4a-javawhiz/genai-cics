      *****************************************************************
      * DFH0XCQ4 - outbound restock notice, written to the RSTQ
      * transient data queue alongside the FULQ fulfillment
      * confirmations whenever DFH0XECC records the return of a
      * shipped order (request 01RETN), so the warehouse expects the
      * goods back and restocks them. RN-QUANTITY is the quantity
      * returned, which may be less than the quantity shipped.
      * RN-REASON-CODE is 'DA' damaged, 'WI' wrong item supplied,
      * 'NR' no longer required, 'EX' excess quantity or 'OT' other.
      * RN-RETURN-DATE is held as YYYYMMDD.
      *****************************************************************
           03 RN-ORDER-REF           PIC X(8).
           03 RN-ITEM-REF            PIC X(4).
           03 RN-QUANTITY            PIC S9(4) COMP.
           03 RN-CHARGE-DEPT         PIC X(6).
           03 RN-USERID              PIC X(8).
           03 RN-REASON-CODE         PIC X(2).
           03 RN-RETURN-DATE         PIC X(8).
