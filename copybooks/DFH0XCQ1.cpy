      *****************************************************************
      * DFH0XCQ1 - APPRMST approver master record, keyed by
      * AM-DEPT-CODE plus AM-USERID. Lists who may approve or reject
      * the orders DFH0XECC holds on PENDORD for a charge department,
      * and AM-APPR-LIMIT is the highest PD-ORDER-VALUE that approver
      * may decide. While an approver is on leave the authority can be
      * delegated for a fixed period: AM-DELEGATE-USERID may decide
      * the department's holds, up to the same limit, from
      * AM-DELEGATE-FROM to AM-DELEGATE-TO inclusive (YYYYMMDD). The
      * approver keeps their own authority during the delegation; a
      * delegation lapses on its own once the end date has passed.
      * Maintained online through DFH0XECC (request 01AMNT). An
      * approver is removed by deactivation (AM-ACTIVE-FLAG 'I')
      * rather than deletion, so decisions on the APPRLOG decision
      * log can still be traced to an entry; any other flag value is
      * active. Entries under the department BATCH name the operators
      * who may override the batch run sequence through request
      * 01BSTS; their limit is not used. Each add, change, delegation
      * and deactivation is recorded on the APPRHIST history file.
      *****************************************************************
           03 AM-KEY.
              05 AM-DEPT-CODE        PIC X(6).
              05 AM-USERID           PIC X(8).
           03 AM-APPR-LIMIT          PIC 9(9)V99.
           03 AM-DELEGATE-USERID     PIC X(8).
           03 AM-DELEGATE-FROM       PIC X(8).
           03 AM-DELEGATE-TO         PIC X(8).
           03 AM-ACTIVE-FLAG         PIC X(1).
