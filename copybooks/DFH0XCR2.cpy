      *****************************************************************
      * DFH0XCR2 - APPRHIST approver maintenance history record, one
      * per APPRMST maintenance action, keyed by AH-DEPT-CODE plus
      * AH-USERID plus AH-TASKNUM plus AH-SEQ. Records who added,
      * changed, delegated or deactivated an approver ('A', 'U', 'G'
      * or 'D' in AH-ACTION), when, and the before and after images
      * of the limit, delegation and active flag, so a decision on
      * the APPRLOG decision log can be checked against the authority
      * the approver held at the time - the same trail DEPTHIST and
      * USERHIST provide for DEPTMAST and USERENT.
      *****************************************************************
           03 AH-KEY.
              05 AH-DEPT-CODE        PIC X(6).
              05 AH-USERID           PIC X(8).
              05 AH-TASKNUM          PIC 9(7).
              05 AH-SEQ              PIC 9(3).
           03 AH-DATE                PIC X(10).
           03 AH-TIME                PIC X(6).
           03 AH-MAINT-USERID        PIC X(8).
           03 AH-ACTION              PIC X(1).
           03 AH-OLD-APPR-LIMIT      PIC 9(9)V99.
           03 AH-NEW-APPR-LIMIT      PIC 9(9)V99.
           03 AH-OLD-DELEGATE-USERID PIC X(8).
           03 AH-NEW-DELEGATE-USERID PIC X(8).
           03 AH-OLD-DELEGATE-FROM   PIC X(8).
           03 AH-NEW-DELEGATE-FROM   PIC X(8).
           03 AH-OLD-DELEGATE-TO     PIC X(8).
           03 AH-NEW-DELEGATE-TO     PIC X(8).
           03 AH-OLD-ACTIVE-FLAG     PIC X(1).
           03 AH-NEW-ACTIVE-FLAG     PIC X(1).
