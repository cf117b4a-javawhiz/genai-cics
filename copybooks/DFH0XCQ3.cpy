      *****************************************************************
      * DFH0XCQ3 - UERECRT entitlement recertification record, keyed
      * by ER-USERID plus ER-DEPT-CODE as on USERENT. Written by the
      * quarterly recertification run DFH0XURC for each active
      * entitlement with no orders on its department within the
      * dormancy period: ER-STATUS 'F' flagged, awaiting the
      * department's re-confirmation by ER-DEADLINE. A department
      * approver re-confirms through DFH0XECC (request 01UCRT), which
      * sets 'C' and records who confirmed and when. The follow-up
      * run of DFH0XURC deactivates entitlements still 'F' once the
      * deadline has passed and sets 'R' revoked, or 'X' where the
      * entitlement had already been deactivated or removed. A later
      * quarter that finds the entitlement dormant again flags it
      * afresh. ER-LAST-ORDER-DATE is spaces if the user has never
      * ordered on the department. Dates are held as YYYYMMDD.
      *****************************************************************
           03 ER-KEY.
              05 ER-USERID           PIC X(8).
              05 ER-DEPT-CODE        PIC X(6).
           03 ER-STATUS              PIC X(1).
           03 ER-FLAG-DATE           PIC X(8).
           03 ER-DEADLINE            PIC X(8).
           03 ER-LAST-ORDER-DATE     PIC X(8).
           03 ER-CONFIRM-USERID      PIC X(8).
           03 ER-CONFIRM-DATE        PIC X(8).
           03 ER-REVOKE-DATE         PIC X(8).
