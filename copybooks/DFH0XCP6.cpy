      * after images of the maintained fields, so audit can trace who
      * allowed which user to charge which department and with what
      * quantity cap - the same trail DEPTHIST provides for DEPTMAST.
      * Dormant entitlements revoked by the recertification run
      * DFH0XURC are recorded here as action 'D' with UH-MAINT-USERID
      * DFH0XURC and UH-TASKNUM zero. When DFH0XURC raises a dormant
      * entitlement afresh after an earlier 01UCRT re-confirmation, it
      * first records that confirmation here as action 'C', with the
      * confirming user in UH-MAINT-USERID, the confirmation date in
      * UH-DATE, UH-TIME spaces and the before and after images equal.
      *****************************************************************
           03 UH-KEY.
              05 UH-USERID           PIC X(8).
