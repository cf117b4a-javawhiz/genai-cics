      *****************************************************************
      * DFH0XCR1 - RUNCTL batch run-control record, keyed by JC-JOB-NAME
      * (the program name of the job). Holds the last run of each job in
      * the batch run sequence: the business date it ran for (YYYYMMDD)
      * and the accounting period of that date (YYYYMM), when it started
      * and ended, the return code it ended with (8 for a run of the
      * CICS-driven DFH0XOLR, DFH0XBEX or DFH0XBOR that did not
      * complete) and its status - 'S' started and not ended (still
      * running, or abended), 'C' completed, 'F' ended without
      * completing. Each job records its own start and end, and at
      * start-up refuses to run unless the job it depends on has
      * completed for the same business date: DFH0XOLR before DFH0XEOD;
      * DFH0XBEX before DFH0XRPL, DFH0XBOR and DFH0XSPC; DFH0XRPL before
      * DFH0XPOG; and DFH0XCHB before DFH0XGLJ, which are monthly and
      * matched on the period instead. A job also refuses to run again
      * for a date (or period) it has already completed, or started and
      * not ended, unless an authorised operator - an active APPRMST
      * approver for the department BATCH - has set JC-RERUN-FLAG 'Y'
      * through DFH0XECC request 01BSTS, which stamps the userid, date
      * and time of the override; the flag lets one further run through
      * and is cleared when that run starts.
      *****************************************************************
           03 JC-JOB-NAME            PIC X(8).
           03 JC-BUSINESS-DATE       PIC X(8).
           03 JC-PERIOD              PIC X(6).
           03 JC-STATUS              PIC X(1).
           03 JC-START-DATE          PIC X(8).
           03 JC-START-TIME          PIC X(6).
           03 JC-END-DATE            PIC X(8).
           03 JC-END-TIME            PIC X(6).
           03 JC-RETURN-CODE         PIC 9(4).
           03 JC-RERUN-FLAG          PIC X(1).
           03 JC-OVERRIDE-USERID     PIC X(8).
           03 JC-OVERRIDE-DATE       PIC X(8).
           03 JC-OVERRIDE-TIME       PIC X(6).
