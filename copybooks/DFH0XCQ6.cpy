      *****************************************************************
      * DFH0XCQ6 - PERFLOG service-call performance record, one per
      * INVOKE WEBSERVICE issued by DFH0XECC whatever its outcome,
      * keyed like EXCPLOG by PF-TASKNUM plus PF-SEQ. PF-DATE and
      * PF-TIME are when the call was started; PF-ELAPSED-MS is the
      * time it took in milliseconds. PF-ENDPOINT is 'PRIMARY ' or
      * 'SECONDRY' (the EPHSTAT endpoint ids) for the location the
      * call was routed to, and PF-OUTCOME is 'NORMAL', 'INVREQ',
      * 'NOTFND' or 'FAILED' from the INVOKE response, with the raw
      * RESP value in PF-RESP. The daily DFH0XPRF run reports
      * response times from this file.
      *****************************************************************
           03 PF-KEY.
              05 PF-TASKNUM          PIC 9(7).
              05 PF-SEQ              PIC 9(3).
           03 PF-DATE                PIC X(10).
           03 PF-TIME                PIC X(6).
           03 PF-WEBSERVICE          PIC X(20).
           03 PF-ENDPOINT            PIC X(8).
           03 PF-REQUEST-ID          PIC X(6).
           03 PF-OUTCOME             PIC X(6).
           03 PF-RESP                PIC S9(8) COMP.
           03 PF-ELAPSED-MS          PIC 9(7).
