              88 ORDER-LOG-OPEN-FAILED          VALUE 'X'.
           03 WS-OLOG-FINAL-RC         PIC X(2).
           03 WS-OLOG-FINAL-REF        PIC X(8).
           03 WS-PO-KEY.
              05 WS-PO-KEY-NUMBER      PIC 9(6).
              05 WS-PO-KEY-LINE-NO     PIC 9(3).
           03 WS-RCPT-OUTSTANDING      PIC 9(4).
           03 WS-RCPT-SEQ              PIC 9(3) COMP VALUE 0.
           03 WS-RCPT-KEY.
              05 WS-RCPT-KEY-PO-NUMBER PIC 9(6).
              05 WS-RCPT-KEY-LINE-NO   PIC 9(3).
              05 WS-RCPT-KEY-SEQ       PIC 9(3).
           03 WS-RCPT-DONE-SW          PIC X     VALUE 'N'.
              88 RECEIPT-WRITE-DONE             VALUE 'Y'.
           03 WS-APRV-USERID           PIC X(8).
           03 WS-APRV-ON-BEHALF        PIC X(8).
           03 WS-APRV-LIMIT            PIC 9(9)V99.
           03 WS-APRV-DECISION         PIC X(1).
           03 WS-APRV-AUTH-SW          PIC X     VALUE 'N'.
              88 APPROVER-AUTHORISED            VALUE 'Y'.
              88 APPROVER-CHECK-FAILED          VALUE 'E'.
           03 WS-APRV-KEY.
              05 WS-APRV-KEY-DEPT      PIC X(6).
              05 WS-APRV-KEY-USERID    PIC X(8).
           03 WS-APRV-MORE-SW          PIC X     VALUE 'Y'.
              88 NO-MORE-APPROVERS              VALUE 'N'.
           03 WS-ALOG-SEQ              PIC 9(2) COMP VALUE 0.
           03 WS-ALOG-KEY.
              05 WS-ALOG-KEY-DEPT      PIC X(6).
              05 WS-ALOG-KEY-DATE      PIC X(8).
              05 WS-ALOG-KEY-TIME      PIC X(6).
              05 WS-ALOG-KEY-SEQ       PIC 9(2).
           03 WS-ALOG-DONE-SW          PIC X     VALUE 'N'.
              88 DECISION-LOG-WRITE-DONE        VALUE 'Y'.
           03 WS-AMNT-IDX              PIC 9(4) COMP.
           03 WS-AMNT-DELEG-SW         PIC X     VALUE 'N'.
              88 AMNT-DELEGATION-VALID          VALUE 'Y'.
           03 WS-AMNT-OLD-APPR-LIMIT   PIC 9(9)V99.
           03 WS-AMNT-OLD-DELEGATE     PIC X(8).
           03 WS-AMNT-OLD-DELEG-FROM   PIC X(8).
           03 WS-AMNT-OLD-DELEG-TO     PIC X(8).
           03 WS-AMNT-OLD-ACTIVE-FLAG  PIC X(1).
           03 WS-AHIST-SEQ             PIC 9(3) COMP VALUE 0.
           03 WS-AHIST-KEY.
              05 WS-AHIST-KEY-DEPT     PIC X(6).
              05 WS-AHIST-KEY-USERID   PIC X(8).
              05 WS-AHIST-KEY-TASKNUM  PIC 9(7).
              05 WS-AHIST-KEY-SEQ      PIC 9(3).
           03 WS-AHIST-DONE-SW         PIC X     VALUE 'N'.
              88 APPR-HISTORY-WRITE-DONE        VALUE 'Y'.
           03 WS-UCRT-KEY.
              05 WS-UCRT-KEY-USERID    PIC X(8).
              05 WS-UCRT-KEY-DEPT      PIC X(6).
           03 WS-RETN-CHARGE-DEPT      PIC X(6).
           03 WS-RETN-ITEM-REF         PIC X(4).
           03 WS-PERF-START-ABS        PIC S9(15) COMP-3.
           03 WS-PERF-END-ABS          PIC S9(15) COMP-3.
           03 WS-PERF-ELAPSED          PIC S9(15) COMP-3.
           03 WS-PERF-WEBSERVICE       PIC X(20).
           03 WS-PERF-RESP             PIC S9(8) COMP.
           03 WS-PERF-SEQ              PIC 9(3) COMP VALUE 0.
           03 WS-PERF-KEY.
              05 WS-PERF-KEY-TASKNUM   PIC 9(7).
              05 WS-PERF-KEY-SEQ       PIC 9(3).
           03 WS-PERF-DONE-SW          PIC X     VALUE 'N'.
              88 PERF-LOG-WRITE-DONE            VALUE 'Y'.
           03 WS-WCAL-KEY              PIC X(8).
           03 WS-WCAL-IDX              PIC 9(4) COMP.
           03 WS-WCAL-MORE-SW          PIC X     VALUE 'Y'.
              88 NO-MORE-CALENDAR-DATES         VALUE 'N'.
           03 WS-BSTS-KEY              PIC X(8).
           03 WS-BSTS-TIME             PIC X(6).
           03 WS-BSTS-IDX              PIC 9(4) COMP.
           03 WS-BSTS-MORE-SW          PIC X     VALUE 'Y'.
              88 NO-MORE-BATCH-JOBS             VALUE 'N'.

       01 INQUIRE-CATALOG-REQUEST.
           COPY DFH0XCPA.
           COPY DFH0XCP7.
       01 CATALOG-DUMP-RECORD.
           COPY DFH0XCPQ.
       01 OPEN-PO-RECORD.
           COPY DFH0XCP4.
       01 PO-RECEIPT-RECORD.
           COPY DFH0XCP0.
       01 APPROVER-MASTER-RECORD.
           COPY DFH0XCQ1.
       01 APPROVER-HISTORY-RECORD.
           COPY DFH0XCR2.
       01 APPROVAL-DECISION-RECORD.
           COPY DFH0XCQ2.
       01 ENTITLEMENT-RECERT-RECORD.
           COPY DFH0XCQ3.
       01 RESTOCK-NOTICE.
           COPY DFH0XCQ4.
       01 PERFORMANCE-LOG-RECORD.
           COPY DFH0XCQ6.
       01 WORKING-CALENDAR-RECORD.
           COPY DFH0XCQ9.
       01 RUN-CONTROL-RECORD.
           COPY DFH0XCR1.

       01 EXAMPLE-APP-CONFIG       PIC X(9)
               VALUE 'WS-SERVER'.

       01 EPH-FAIL-THRESHOLD       PIC S9(4) COMP VALUE +3.

       01 BSTS-OVERRIDE-DEPT       PIC X(6)  VALUE 'BATCH'.

       01 SMNT-DAYS-IN-MONTH       PIC X(24)
               VALUE '312831303130313130313031'.
       01 SMNT-DAYS-IN-MONTH-R REDEFINES SMNT-DAYS-IN-MONTH.
           INITIALIZE USER-ENT-HISTORY-RECORD
           INITIALIZE ORDER-JOURNAL-RECORD
           INITIALIZE CATALOG-DUMP-RECORD
           INITIALIZE OPEN-PO-RECORD
           INITIALIZE PO-RECEIPT-RECORD
           INITIALIZE APPROVER-MASTER-RECORD
           INITIALIZE APPROVAL-DECISION-RECORD
           INITIALIZE ENTITLEMENT-RECERT-RECORD
           INITIALIZE RESTOCK-NOTICE
           INITIALIZE PERFORMANCE-LOG-RECORD
           INITIALIZE WORKING-CALENDAR-RECORD
           INITIALIZE RUN-CONTROL-RECORD
           INITIALIZE WORKING-VARIABLES



                   PERFORM USER-ENT-MAINTAIN

               WHEN '01RCPT'

                   PERFORM GOODS-RECEIPT

               WHEN '01AMNT'

                   PERFORM APPROVER-MAINTAIN

               WHEN '01UCRT'

                   PERFORM ENTITLEMENT-RECONFIRM

               WHEN '01RETN'

                   PERFORM RETURN-ORDER

               WHEN '01WCAL'

                   PERFORM CALENDAR-MAINTAIN

               WHEN '01BSTS'

                   PERFORM BATCH-STATUS

               WHEN OTHER

                   PERFORM REQUEST-NOT-RECOGNISED

           MOVE 'DFH0XCMNOperation' TO WS-OPERATION

           PERFORM START-SERVICE-TIMER

           EXEC CICS INVOKE WEBSERVICE('inquireCatalogClient')
                     CHANNEL(WS-CHANNELNAME)
                     URI(WS-ENDPOINT-URI)
                     RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC.

           MOVE 'inquireCatalogClient' TO WS-PERF-WEBSERVICE
           PERFORM WRITE-PERFORMANCE-LOG



           EVALUATE WS-RESP
                           TO WS-URI-SUFFIX
                       PERFORM RETRY-WITH-SECONDARY-URI

                       PERFORM START-SERVICE-TIMER

                       EXEC CICS INVOKE
                                 WEBSERVICE('inquireCatalogClient')
                                 CHANNEL(WS-CHANNELNAME)
                                 RESP(WS-RESP) RESP2(WS-RESP2)
                       END-EXEC

                       MOVE 'inquireCatalogClient' TO WS-PERF-WEBSERVICE
                       PERFORM WRITE-PERFORMANCE-LOG

                       PERFORM CATALOG-INQUIRE-EVALUATE-RESP
                   END-IF
           END-EVALUATE.

           MOVE 'DFH0XCMNOperation' TO WS-OPERATION

           PERFORM START-SERVICE-TIMER

           EXEC CICS INVOKE WEBSERVICE('inquireSingleClient')
                     CHANNEL(WS-CHANNELNAME)
                     URI(WS-ENDPOINT-URI)
                     RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC.

           MOVE 'inquireSingleClient' TO WS-PERF-WEBSERVICE
           PERFORM WRITE-PERFORMANCE-LOG



           EVALUATE WS-RESP
                           TO WS-URI-SUFFIX
                       PERFORM RETRY-WITH-SECONDARY-URI

                       PERFORM START-SERVICE-TIMER

                       EXEC CICS INVOKE
                                 WEBSERVICE('inquireSingleClient')
                                 CHANNEL(WS-CHANNELNAME)
                                 RESP(WS-RESP) RESP2(WS-RESP2)
                       END-EXEC

                       MOVE 'inquireSingleClient' TO WS-PERF-WEBSERVICE
                       PERFORM WRITE-PERFORMANCE-LOG

                       PERFORM SINGLE-INQUIRE-EVALUATE-RESP
                   END-IF
           END-EVALUATE.

           MOVE 'DFH0XCMNOperation' TO WS-OPERATION

           PERFORM START-SERVICE-TIMER

           EXEC CICS INVOKE WEBSERVICE('placeOrderClient')
                     CHANNEL(WS-CHANNELNAME)
                     URI(WS-ENDPOINT-URI)
                     RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC.

           MOVE 'placeOrderClient' TO WS-PERF-WEBSERVICE
           PERFORM WRITE-PERFORMANCE-LOG



           EVALUATE WS-RESP
                           TO WS-URI-SUFFIX
                       PERFORM RETRY-WITH-SECONDARY-URI

                       PERFORM START-SERVICE-TIMER

                       EXEC CICS INVOKE WEBSERVICE('placeOrderClient')
                                 CHANNEL(WS-CHANNELNAME)
                                 URI(WS-ENDPOINT-URI)
                                 RESP(WS-RESP) RESP2(WS-RESP2)
                       END-EXEC

                       MOVE 'placeOrderClient' TO WS-PERF-WEBSERVICE
                       PERFORM WRITE-PERFORMANCE-LOG

                       PERFORM PLACE-ORDER-EVALUATE-RESP
                   END-IF
           END-EVALUATE.



       START-SERVICE-TIMER.

           EXEC CICS ASKTIME ABSTIME(WS-PERF-START-ABS)
           END-EXEC.

           EXIT.



       WRITE-PERFORMANCE-LOG.

      *    Records the elapsed time of the service call just made.
      *    The response of the call is still wanted by the caller, so
      *    the log write uses its own response field. A call routed
      *    to the secondary location - by the health check or as the
      *    retry - always has WS-RETRY-ATTEMPTED set.

           EXEC CICS ASKTIME ABSTIME(WS-PERF-END-ABS)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-PERF-START-ABS)
                     MMDDYYYY(DATE1)
                     TIME(TIME1)
           END-EXEC

           MOVE WS-TASKNUM TO PF-TASKNUM
           MOVE DATE1 TO PF-DATE
           MOVE TIME1 TO PF-TIME
           MOVE WS-PERF-WEBSERVICE TO PF-WEBSERVICE
           MOVE CA-REQUEST-ID IN DFHCOMMAREA TO PF-REQUEST-ID
           MOVE WS-RESP TO PF-RESP

           IF RETRY-ALREADY-DONE
               MOVE 'SECONDRY' TO PF-ENDPOINT
           ELSE
               MOVE 'PRIMARY ' TO PF-ENDPOINT
           END-IF

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'NORMAL' TO PF-OUTCOME
               WHEN DFHRESP(INVREQ)
                   MOVE 'INVREQ' TO PF-OUTCOME
               WHEN DFHRESP(NOTFND)
                   MOVE 'NOTFND' TO PF-OUTCOME
               WHEN OTHER
                   MOVE 'FAILED' TO PF-OUTCOME
           END-EVALUATE

           COMPUTE WS-PERF-ELAPSED = WS-PERF-END-ABS - WS-PERF-START-ABS
           IF WS-PERF-ELAPSED < 0
               MOVE 0 TO WS-PERF-ELAPSED
           END-IF
           IF WS-PERF-ELAPSED > 9999999
               MOVE 9999999 TO WS-PERF-ELAPSED
           END-IF
           MOVE WS-PERF-ELAPSED TO PF-ELAPSED-MS

           MOVE 'N' TO WS-PERF-DONE-SW

           PERFORM WRITE-PERFORMANCE-LOG-ATTEMPT
                   UNTIL PERF-LOG-WRITE-DONE.

           EXIT.



       WRITE-PERFORMANCE-LOG-ATTEMPT.

           IF WS-PERF-SEQ >= 999
               MOVE 'Y' TO WS-PERF-DONE-SW
               MOVE ' PERFLOG SEQUENCE EXHAUSTED FOR TASK'
                   TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           ELSE
               ADD 1 TO WS-PERF-SEQ
               MOVE WS-PERF-SEQ TO PF-SEQ
               MOVE WS-TASKNUM TO WS-PERF-KEY-TASKNUM
               MOVE WS-PERF-SEQ TO WS-PERF-KEY-SEQ

               EXEC CICS WRITE FILE('PERFLOG')
                         FROM(PERFORMANCE-LOG-RECORD)
                         RIDFLD(WS-PERF-KEY)
                         RESP(WS-PERF-RESP)
               END-EXEC

               EVALUATE WS-PERF-RESP
                   WHEN DFHRESP(NORMAL)
                       MOVE 'Y' TO WS-PERF-DONE-SW

                   WHEN DFHRESP(DUPREC)
                       CONTINUE

                   WHEN OTHER
                       MOVE 'Y' TO WS-PERF-DONE-SW
                       MOVE ' ERROR WRITING PERFLOG PERFORMANCE RECORD'
                           TO EM-DETAIL
                       PERFORM WRITE-ERROR-MESSAGE
               END-EVALUATE
           END-IF.

           EXIT.



       WRITE-FULFILLMENT-CONFIRMATION.

           MOVE WS-CONF-ORDER-REF TO CF-ORDER-REF

           MOVE 'DFH0XCMNOperation' TO WS-OPERATION

           PERFORM START-SERVICE-TIMER

           EXEC CICS INVOKE WEBSERVICE('cancelOrderClient')
                     CHANNEL(WS-CHANNELNAME)
                     URI(WS-ENDPOINT-URI)
                     RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC.

           MOVE 'cancelOrderClient' TO WS-PERF-WEBSERVICE
           PERFORM WRITE-PERFORMANCE-LOG



           EVALUATE WS-RESP
                           TO WS-URI-SUFFIX
                       PERFORM RETRY-WITH-SECONDARY-URI

                       PERFORM START-SERVICE-TIMER

                       EXEC CICS INVOKE WEBSERVICE('cancelOrderClient')
                                 CHANNEL(WS-CHANNELNAME)
                                 URI(WS-ENDPOINT-URI)
                                 RESP(WS-RESP) RESP2(WS-RESP2)
                       END-EXEC

                       MOVE 'cancelOrderClient' TO WS-PERF-WEBSERVICE
                       PERFORM WRITE-PERFORMANCE-LOG

                       PERFORM CANCEL-ORDER-EVALUATE-RESP
                   END-IF
           END-EVALUATE

           MOVE 'DFH0XCMNOperation' TO WS-OPERATION

           PERFORM START-SERVICE-TIMER

           EXEC CICS INVOKE WEBSERVICE('placeOrderClient')
                     CHANNEL(WS-CHANNELNAME)
                     URI(WS-ENDPOINT-URI)
                     RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC

           MOVE 'placeOrderClient' TO WS-PERF-WEBSERVICE
           PERFORM WRITE-PERFORMANCE-LOG


           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)

           MOVE 'DFH0XCMNOperation' TO WS-OPERATION

           PERFORM START-SERVICE-TIMER

           EXEC CICS INVOKE WEBSERVICE('inquireByDeptClient')
                     CHANNEL(WS-CHANNELNAME)
                     URI(WS-ENDPOINT-URI)
                     RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC.

           MOVE 'inquireByDeptClient' TO WS-PERF-WEBSERVICE
           PERFORM WRITE-PERFORMANCE-LOG



           EVALUATE WS-RESP
                           TO WS-URI-SUFFIX
                       PERFORM RETRY-WITH-SECONDARY-URI

                       PERFORM START-SERVICE-TIMER

                       EXEC CICS INVOKE
                                 WEBSERVICE('inquireByDeptClient')
                                 CHANNEL(WS-CHANNELNAME)
                                 RESP(WS-RESP) RESP2(WS-RESP2)
                       END-EXEC

                       MOVE 'inquireByDeptClient' TO WS-PERF-WEBSERVICE
                       PERFORM WRITE-PERFORMANCE-LOG

                       PERFORM INQUIRE-BY-DEPT-EVALUATE-RESP
                   END-IF
           END-EVALUATE.

        ORDER-HISTORY-INQUIRE.

      *    Every ORDRLOG record in the range is returned, so each
      *    entry's request id is passed back in CA-HIST-REQUEST-ID
      *    alongside it - a return (01RETN) carries an item, quantity
      *    and order reference like a placement and would otherwise
      *    read as a second order.

           MOVE 0 TO CA-HIST-NUM-RET IN DFHCOMMAREA
           MOVE SPACES TO CA-HIST-REQUEST-IDS IN DFHCOMMAREA
           MOVE 'Y' TO WS-HIST-MORE-SW
           MOVE 0 TO WS-HIST-IDX

               TO CA-HIST-RETURN-CODE IN DFHCOMMAREA (WS-HIST-IDX)
           MOVE OL-ORDER-REF
               TO CA-HIST-ORDER-REF IN DFHCOMMAREA (WS-HIST-IDX)
           MOVE OL-REQUEST-ID
               TO CA-HIST-REQUEST-ID IN DFHCOMMAREA (WS-HIST-IDX)

           IF WS-HIST-IDX >= 10
               MOVE 'N' TO WS-HIST-MORE-SW

       PAPR-APPROVE.

           MOVE CA-USERID IN DFHCOMMAREA TO WS-APRV-USERID
           MOVE SPACES TO CA-PAPR-ON-BEHALF-OF IN DFHCOMMAREA

           MOVE CA-PAPR-DEPT IN DFHCOMMAREA TO WS-PNDO-KEY-DEPT
           MOVE CA-PAPR-TASKNUM IN DFHCOMMAREA TO WS-PNDO-KEY-TASKNUM
           MOVE CA-PAPR-SEQ IN DFHCOMMAREA TO WS-PNDO-KEY-SEQ

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM APPROVER-AUTHORITY-CHECK

                   IF APPROVER-AUTHORISED
                       PERFORM PAPR-REPLAY-ORDER
                   END-IF

               WHEN DFHRESP(NOTFND)
                   MOVE 61 TO CA-RETURN-CODE IN DFHCOMMAREA
      *    keyed by the original requester. The replay switch stops
      *    the order being valued and held a second time. The pending
      *    record is deleted only once the order has been placed, so
      *    a service failure leaves the hold available to retry; the
      *    decision is logged only once it has taken effect.

           MOVE PD-USERID TO CA-USERID IN DFHCOMMAREA
           MOVE PD-CHARGE-DEPT TO CA-CHARGE-DEPT IN DFHCOMMAREA
                       TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
               END-IF

               MOVE 'A' TO WS-APRV-DECISION
               PERFORM WRITE-APPROVAL-DECISION
               MOVE WS-APRV-ON-BEHALF
                   TO CA-PAPR-ON-BEHALF-OF IN DFHCOMMAREA
           END-IF.

           EXIT.

       PAPR-REJECT.

           MOVE CA-USERID IN DFHCOMMAREA TO WS-APRV-USERID
           MOVE SPACES TO CA-PAPR-ON-BEHALF-OF IN DFHCOMMAREA

           MOVE CA-PAPR-DEPT IN DFHCOMMAREA TO WS-PNDO-KEY-DEPT
           MOVE CA-PAPR-TASKNUM IN DFHCOMMAREA TO WS-PNDO-KEY-TASKNUM
           MOVE CA-PAPR-SEQ IN DFHCOMMAREA TO WS-PNDO-KEY-SEQ

           EXEC CICS READ FILE('PENDORD')
                     INTO(PENDING-ORDER-RECORD)
                     RIDFLD(WS-PNDO-KEY)
                     RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM APPROVER-AUTHORITY-CHECK

                   IF APPROVER-AUTHORISED
                       PERFORM PAPR-REJECT-DELETE
                   END-IF

               WHEN DFHRESP(NOTFND)
                   MOVE 61 TO CA-RETURN-CODE IN DFHCOMMAREA
                   MOVE 'PENDING ORDER NOT FOUND'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA

               WHEN OTHER
                   MOVE 63 TO CA-RETURN-CODE IN DFHCOMMAREA
                   MOVE 'ERROR READING PENDING ORDER FILE'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
                   MOVE ' ERROR READING PENDORD PENDING RECORD'
                       TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.



       PAPR-REJECT-DELETE.

           EXEC CICS DELETE FILE('PENDORD')
                     RIDFLD(WS-PNDO-KEY)
                     RESP(WS-RESP)

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'R' TO WS-APRV-DECISION
                   PERFORM WRITE-APPROVAL-DECISION
                   MOVE WS-APRV-ON-BEHALF
                       TO CA-PAPR-ON-BEHALF-OF IN DFHCOMMAREA
                   MOVE '00' TO CA-RETURN-CODE IN DFHCOMMAREA
                   MOVE 'PENDING ORDER REJECTED'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA



       APPROVER-AUTHORITY-CHECK.

      *    Only an active APPRMST approver for the held order's
      *    department, whose limit covers PD-ORDER-VALUE, may approve
      *    or reject it - or, between the delegation dates, the user
      *    that approver has delegated to. The requesting user's own
      *    entry is tried first; failing that the department's
      *    entries are browsed for a current delegation to them.

           MOVE 'N' TO WS-APRV-AUTH-SW
           MOVE SPACES TO WS-APRV-ON-BEHALF
           MOVE ZERO TO WS-APRV-LIMIT

           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     YYYYMMDD(DATE2)
           END-EXEC

           IF WS-APRV-USERID NOT EQUAL SPACES
               MOVE PD-CHARGE-DEPT TO WS-APRV-KEY-DEPT
               MOVE WS-APRV-USERID TO WS-APRV-KEY-USERID

               EXEC CICS READ FILE('APPRMST')
                         INTO(APPROVER-MASTER-RECORD)
                         RIDFLD(WS-APRV-KEY)
                         RESP(WS-RESP)
               END-EXEC

               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       IF AM-ACTIVE-FLAG NOT EQUAL 'I'
                          AND AM-APPR-LIMIT NOT < PD-ORDER-VALUE
                           MOVE 'Y' TO WS-APRV-AUTH-SW
                           MOVE AM-APPR-LIMIT TO WS-APRV-LIMIT
                       END-IF

                   WHEN DFHRESP(NOTFND)
                       CONTINUE

                   WHEN OTHER
                       MOVE 'E' TO WS-APRV-AUTH-SW
                       MOVE 78 TO CA-RETURN-CODE IN DFHCOMMAREA
                       MOVE 'ERROR READING APPROVER MASTER'
                           TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
                       MOVE ' ERROR READING APPRMST RECORD'
                           TO EM-DETAIL
                       PERFORM WRITE-ERROR-MESSAGE
               END-EVALUATE

               IF NOT APPROVER-AUTHORISED
                  AND NOT APPROVER-CHECK-FAILED
                   PERFORM APPROVER-DELEGATE-CHECK
               END-IF
           END-IF

           IF NOT APPROVER-AUTHORISED
              AND NOT APPROVER-CHECK-FAILED
               MOVE 77 TO CA-RETURN-CODE IN DFHCOMMAREA
               MOVE 'NOT AUTHORISED TO DECIDE THIS PENDING ORDER'
                   TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
           END-IF.

           EXIT.



       APPROVER-DELEGATE-CHECK.

           MOVE PD-CHARGE-DEPT TO WS-APRV-KEY-DEPT
           MOVE LOW-VALUES TO WS-APRV-KEY-USERID
           MOVE 'Y' TO WS-APRV-MORE-SW

           EXEC CICS STARTBR FILE('APPRMST')
                     RIDFLD(WS-APRV-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               PERFORM APPROVER-DELEGATE-NEXT
                       UNTIL NO-MORE-APPROVERS

               EXEC CICS ENDBR FILE('APPRMST')
               END-EXEC
           END-IF.

           EXIT.



       APPROVER-DELEGATE-NEXT.

           EXEC CICS READNEXT FILE('APPRMST')
                     INTO(APPROVER-MASTER-RECORD)
                     RIDFLD(WS-APRV-KEY)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'N' TO WS-APRV-MORE-SW
           ELSE
               IF AM-DEPT-CODE NOT EQUAL PD-CHARGE-DEPT
                   MOVE 'N' TO WS-APRV-MORE-SW
               ELSE
                   IF AM-ACTIVE-FLAG NOT EQUAL 'I'
                      AND AM-DELEGATE-USERID EQUAL WS-APRV-USERID
                      AND AM-DELEGATE-FROM NOT > DATE2
                      AND AM-DELEGATE-TO NOT < DATE2
                      AND AM-APPR-LIMIT NOT < PD-ORDER-VALUE
                       MOVE 'Y' TO WS-APRV-AUTH-SW
                       MOVE AM-USERID TO WS-APRV-ON-BEHALF
                       MOVE AM-APPR-LIMIT TO WS-APRV-LIMIT
                       MOVE 'N' TO WS-APRV-MORE-SW
                   END-IF
               END-IF
           END-IF.

           EXIT.



       WRITE-APPROVAL-DECISION.

      *    APPRLOG is the permanent record of who released or refused
      *    each held order. As with the status journal, a log write
      *    failure is reported but does not undo a decision that has
      *    already taken effect.

           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     YYYYMMDD(DATE2)
                     TIME(TIME1)
           END-EXEC

           MOVE PD-CHARGE-DEPT TO AD-CHARGE-DEPT
           MOVE DATE2 TO AD-DATE
           MOVE TIME1 TO AD-TIME
           MOVE WS-APRV-DECISION TO AD-DECISION
           MOVE WS-APRV-USERID TO AD-APPROVER-USERID
           MOVE WS-APRV-ON-BEHALF TO AD-ON-BEHALF-OF
           MOVE WS-APRV-LIMIT TO AD-APPR-LIMIT
           MOVE CA-PAPR-REASON IN DFHCOMMAREA TO AD-REASON
           MOVE PD-TASKNUM TO AD-PEND-TASKNUM
           MOVE PD-SEQ TO AD-PEND-SEQ
           MOVE PD-USERID TO AD-REQ-USERID
           MOVE PD-ITEM-REF TO AD-ITEM-REF
           MOVE PD-QUANTITY TO AD-QUANTITY
           MOVE PD-UNIT-COST TO AD-UNIT-COST
           MOVE PD-ORDER-VALUE TO AD-ORDER-VALUE
           MOVE PD-REQUEST-ID TO AD-REQUEST-ID
           MOVE PD-SORT-DATE TO AD-HELD-DATE

           IF WS-APRV-DECISION EQUAL 'A'
               MOVE CA-ORDER-REF IN DFHCOMMAREA TO AD-ORDER-REF
           ELSE
               MOVE SPACES TO AD-ORDER-REF
           END-IF

           MOVE 0 TO WS-ALOG-SEQ
           MOVE 'N' TO WS-ALOG-DONE-SW

           PERFORM WRITE-APPROVAL-DECISION-ATTEMPT
                   UNTIL DECISION-LOG-WRITE-DONE.

           EXIT.



       WRITE-APPROVAL-DECISION-ATTEMPT.

           IF WS-ALOG-SEQ >= 99
               MOVE 'Y' TO WS-ALOG-DONE-SW
               MOVE ' APPRLOG SEQUENCE EXHAUSTED FOR DEPARTMENT'
                   TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           ELSE
               ADD 1 TO WS-ALOG-SEQ
               MOVE WS-ALOG-SEQ TO AD-SEQ
               MOVE AD-CHARGE-DEPT TO WS-ALOG-KEY-DEPT
               MOVE AD-DATE TO WS-ALOG-KEY-DATE
               MOVE AD-TIME TO WS-ALOG-KEY-TIME
               MOVE WS-ALOG-SEQ TO WS-ALOG-KEY-SEQ

               EXEC CICS WRITE FILE('APPRLOG')
                         FROM(APPROVAL-DECISION-RECORD)
                         RIDFLD(WS-ALOG-KEY)
                         RESP(WS-RESP)
               END-EXEC

               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       MOVE 'Y' TO WS-ALOG-DONE-SW

                   WHEN DFHRESP(DUPREC)
                       CONTINUE

                   WHEN OTHER
                       MOVE 'Y' TO WS-ALOG-DONE-SW
                       MOVE ' ERROR WRITING APPRLOG DECISION RECORD'
                           TO EM-DETAIL
                       PERFORM WRITE-ERROR-MESSAGE
               END-EVALUATE
           END-IF.

           EXIT.




        USER-ENT-MAINTAIN.




        GOODS-RECEIPT.

      *    Books goods received against an OPENPO purchase order line.
      *    Partial receipts leave the line open; the receipt that
      *    brings the received quantity up to the ordered quantity
      *    closes it. More than the quantity still outstanding cannot
      *    be booked, so an over-shipment has to be agreed with
      *    purchasing before it goes on the line. When the supplier
      *    will send no more, CA-RCPT-CLOSE-SHORT 'Y' closes the line
      *    short with this receipt, or on its own with a quantity of
      *    zero, so the item can be requisitioned again.

           MOVE CA-RCPT-PO-NUMBER IN DFHCOMMAREA TO WS-PO-KEY-NUMBER
           MOVE CA-RCPT-PO-LINE-NO IN DFHCOMMAREA TO WS-PO-KEY-LINE-NO

           IF CA-RCPT-QUANTITY IN DFHCOMMAREA < 0
              OR (CA-RCPT-QUANTITY IN DFHCOMMAREA EQUAL 0
                  AND CA-RCPT-CLOSE-SHORT IN DFHCOMMAREA NOT EQUAL 'Y')
               MOVE 75 TO CA-RETURN-CODE IN DFHCOMMAREA
               MOVE 'INVALID RECEIPT QUANTITY'
                   TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
           ELSE
               EXEC CICS READ FILE('OPENPO')
                         INTO(OPEN-PO-RECORD)
                         RIDFLD(WS-PO-KEY)
                         UPDATE
                         RESP(WS-RESP)
               END-EXEC

               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       PERFORM RCPT-APPLY-RECEIPT

                   WHEN DFHRESP(NOTFND)
                       MOVE 74 TO CA-RETURN-CODE IN DFHCOMMAREA
                       MOVE 'PURCHASE ORDER LINE NOT FOUND'
                           TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA

                   WHEN OTHER
                       MOVE 76 TO CA-RETURN-CODE IN DFHCOMMAREA
                       MOVE 'ERROR READING OPEN PURCHASE ORDER FILE'
                           TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
                       MOVE ' ERROR READING OPENPO PO LINE RECORD'
                           TO EM-DETAIL
                       PERFORM WRITE-ERROR-MESSAGE
               END-EVALUATE
           END-IF.

           EXIT.



       RCPT-APPLY-RECEIPT.

           MOVE PO-SUPPLIER-CODE
               TO CA-RCPT-SUPPLIER-CODE IN DFHCOMMAREA
           MOVE PO-ITEM-REF TO CA-RCPT-ITEM-REF IN DFHCOMMAREA
           MOVE PO-ORDER-QTY TO CA-RCPT-ORDER-QTY IN DFHCOMMAREA
           MOVE PO-RECEIVED-QTY TO CA-RCPT-RECEIVED-QTY IN DFHCOMMAREA
           MOVE PO-DUE-DATE TO CA-RCPT-DUE-DATE IN DFHCOMMAREA
           MOVE PO-STATUS TO CA-RCPT-LINE-STATUS IN DFHCOMMAREA

           IF PO-STATUS NOT EQUAL 'O'
               EXEC CICS UNLOCK FILE('OPENPO')
               END-EXEC
               MOVE 75 TO CA-RETURN-CODE IN DFHCOMMAREA
               MOVE 'PURCHASE ORDER LINE ALREADY CLOSED'
                   TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
           ELSE
               COMPUTE WS-RCPT-OUTSTANDING =
                   PO-ORDER-QTY - PO-RECEIVED-QTY

               IF CA-RCPT-QUANTITY IN DFHCOMMAREA
                  > WS-RCPT-OUTSTANDING
                   EXEC CICS UNLOCK FILE('OPENPO')
                   END-EXEC
                   MOVE 75 TO CA-RETURN-CODE IN DFHCOMMAREA
                   MOVE 'RECEIPT EXCEEDS QUANTITY OUTSTANDING'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
               ELSE
                   PERFORM RCPT-UPDATE-PO-LINE
               END-IF
           END-IF.

           EXIT.



       RCPT-UPDATE-PO-LINE.

           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     YYYYMMDD(DATE2)
                     TIME(TIME1)
           END-EXEC

           IF CA-RCPT-QUANTITY IN DFHCOMMAREA > 0
               ADD CA-RCPT-QUANTITY IN DFHCOMMAREA TO PO-RECEIVED-QTY
               MOVE DATE2 TO PO-LAST-RECEIPT-DATE
           END-IF

           IF PO-RECEIVED-QTY >= PO-ORDER-QTY
              OR CA-RCPT-CLOSE-SHORT IN DFHCOMMAREA EQUAL 'Y'
               MOVE 'C' TO PO-STATUS
               MOVE DATE2 TO PO-CLOSED-DATE
           END-IF

           EXEC CICS REWRITE FILE('OPENPO')
                     FROM(OPEN-PO-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               PERFORM WRITE-PO-RECEIPT
               MOVE PO-RECEIVED-QTY
                   TO CA-RCPT-RECEIVED-QTY IN DFHCOMMAREA
               MOVE PO-STATUS TO CA-RCPT-LINE-STATUS IN DFHCOMMAREA
               MOVE '00' TO CA-RETURN-CODE IN DFHCOMMAREA

               IF PO-STATUS EQUAL 'C'
                   IF PO-RECEIVED-QTY < PO-ORDER-QTY
                       MOVE 'PO LINE CLOSED SHORT - NO MORE TO COME'
                           TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
                   ELSE
                       MOVE
                       'RECEIPT BOOKED - PO LINE COMPLETE AND CLOSED'
                           TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
                   END-IF
               ELSE
                   MOVE 'RECEIPT BOOKED - PO LINE REMAINS OPEN'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
               END-IF
           ELSE
               MOVE 76 TO CA-RETURN-CODE IN DFHCOMMAREA
               MOVE 'ERROR REWRITING OPEN PURCHASE ORDER FILE'
                   TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
               MOVE ' ERROR REWRITING OPENPO PO LINE RECORD'
                   TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           EXIT.



       WRITE-PO-RECEIPT.

      *    Receipts are numbered within their PO line, so the free
      *    key slot is found by stepping the sequence past DUPREC
      *    from the first receipt on. The OPENPO update is already
      *    made, so a failure here is reported but not returned.

           MOVE PO-NUMBER TO PR-PO-NUMBER
           MOVE PO-LINE-NO TO PR-PO-LINE-NO
           MOVE PO-SUPPLIER-CODE TO PR-SUPPLIER-CODE
           MOVE PO-ITEM-REF TO PR-ITEM-REF
           MOVE CA-RCPT-QUANTITY IN DFHCOMMAREA TO PR-RECEIVED-QTY
           MOVE DATE2 TO PR-RECEIPT-DATE
           MOVE TIME1 TO PR-RECEIPT-TIME
           MOVE PO-DUE-DATE TO PR-DUE-DATE
           MOVE CA-USERID IN DFHCOMMAREA TO PR-USERID

           IF PO-STATUS EQUAL 'C'
               MOVE 'Y' TO PR-LINE-CLOSED
           ELSE
               MOVE 'N' TO PR-LINE-CLOSED
           END-IF

           MOVE 0 TO WS-RCPT-SEQ
           MOVE 'N' TO WS-RCPT-DONE-SW

           PERFORM WRITE-PO-RECEIPT-ATTEMPT
                   UNTIL RECEIPT-WRITE-DONE.

           EXIT.



       WRITE-PO-RECEIPT-ATTEMPT.

           IF WS-RCPT-SEQ >= 999
               MOVE 'Y' TO WS-RCPT-DONE-SW
               MOVE ' PORCPT SEQUENCE EXHAUSTED FOR PO LINE'
                   TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           ELSE
               ADD 1 TO WS-RCPT-SEQ
               MOVE WS-RCPT-SEQ TO PR-SEQ
               MOVE PR-PO-NUMBER TO WS-RCPT-KEY-PO-NUMBER
               MOVE PR-PO-LINE-NO TO WS-RCPT-KEY-LINE-NO
               MOVE WS-RCPT-SEQ TO WS-RCPT-KEY-SEQ

               EXEC CICS WRITE FILE('PORCPT')
                         FROM(PO-RECEIPT-RECORD)
                         RIDFLD(WS-RCPT-KEY)
                         RESP(WS-RESP)
               END-EXEC

               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       MOVE 'Y' TO WS-RCPT-DONE-SW
                       MOVE WS-RCPT-SEQ
                           TO CA-RCPT-SEQ IN DFHCOMMAREA

                   WHEN DFHRESP(DUPREC)
                       CONTINUE

                   WHEN OTHER
                       MOVE 'Y' TO WS-RCPT-DONE-SW
                       MOVE ' ERROR WRITING PORCPT RECEIPT RECORD'
                           TO EM-DETAIL
                       PERFORM WRITE-ERROR-MESSAGE
               END-EVALUATE
           END-IF.

           EXIT.




        APPROVER-MAINTAIN.

      *    Maintains APPRMST, the list of who may decide the orders
      *    held on PENDORD for each department and up to what value.
      *    Delegation ('G') names the user who may stand in for an
      *    approver between two dates; a blank delegate clears it.
      *    Every change is recorded with its before and after values
      *    on APPRHIST.

           EVALUATE CA-AMNT-ACTION IN DFHCOMMAREA
               WHEN 'A'

                   PERFORM AMNT-ADD

               WHEN 'U'

                   PERFORM AMNT-UPDATE

               WHEN 'G'

                   PERFORM AMNT-DELEGATE

               WHEN 'D'

                   PERFORM AMNT-DEACTIVATE

               WHEN 'B'

                   PERFORM AMNT-BROWSE

               WHEN OTHER

                   MOVE 79 TO CA-RETURN-CODE IN DFHCOMMAREA
                   MOVE 'INVALID MAINTENANCE ACTION'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA

           END-EVALUATE.

           EXIT.



       AMNT-ADD.

           IF CA-AMNT-DEPT-CODE IN DFHCOMMAREA EQUAL SPACES
              OR CA-AMNT-USERID IN DFHCOMMAREA EQUAL SPACES
              OR CA-AMNT-APPR-LIMIT IN DFHCOMMAREA IS NOT NUMERIC
               MOVE 79 TO CA-RETURN-CODE IN DFHCOMMAREA
               MOVE 'INVALID APPROVER DETAILS'
                   TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
           ELSE
               IF CA-AMNT-APPR-LIMIT IN DFHCOMMAREA NOT > 0
                   MOVE 79 TO CA-RETURN-CODE IN DFHCOMMAREA
                   MOVE 'INVALID APPROVER DETAILS'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
               ELSE
                   PERFORM AMNT-ADD-WRITE
               END-IF
           END-IF.

           EXIT.



       AMNT-ADD-WRITE.

           MOVE CA-AMNT-DEPT-CODE IN DFHCOMMAREA TO AM-DEPT-CODE
           MOVE CA-AMNT-USERID IN DFHCOMMAREA TO AM-USERID
           MOVE CA-AMNT-APPR-LIMIT IN DFHCOMMAREA TO AM-APPR-LIMIT
           MOVE SPACES TO AM-DELEGATE-USERID
           MOVE SPACES TO AM-DELEGATE-FROM
           MOVE SPACES TO AM-DELEGATE-TO
           MOVE 'A' TO AM-ACTIVE-FLAG

           EXEC CICS WRITE FILE('APPRMST')
                     FROM(APPROVER-MASTER-RECORD)
                     RIDFLD(AM-KEY)
                     RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE ZERO TO WS-AMNT-OLD-APPR-LIMIT
                   MOVE SPACES TO WS-AMNT-OLD-DELEGATE
                   MOVE SPACES TO WS-AMNT-OLD-DELEG-FROM
                   MOVE SPACES TO WS-AMNT-OLD-DELEG-TO
                   MOVE SPACES TO WS-AMNT-OLD-ACTIVE-FLAG
                   MOVE 'A' TO AH-ACTION
                   PERFORM WRITE-APPR-HISTORY
                   MOVE '00' TO CA-RETURN-CODE IN DFHCOMMAREA
                   MOVE 'APPROVER ADDED'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA

               WHEN DFHRESP(DUPREC)
                   MOVE 80 TO CA-RETURN-CODE IN DFHCOMMAREA
                   MOVE 'APPROVER ALREADY EXISTS'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA

               WHEN OTHER
                   MOVE 78 TO CA-RETURN-CODE IN DFHCOMMAREA
                   MOVE 'ERROR WRITING APPROVER MASTER'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
                   MOVE ' ERROR WRITING APPRMST RECORD' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.



       AMNT-UPDATE.

           MOVE CA-AMNT-DEPT-CODE IN DFHCOMMAREA TO WS-APRV-KEY-DEPT
           MOVE CA-AMNT-USERID IN DFHCOMMAREA TO WS-APRV-KEY-USERID

           EXEC CICS READ FILE('APPRMST')
                     INTO(APPROVER-MASTER-RECORD)
                     RIDFLD(WS-APRV-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM AMNT-SAVE-OLD-VALUES

                   IF CA-AMNT-APPR-LIMIT IN DFHCOMMAREA IS NUMERIC
                      AND CA-AMNT-APPR-LIMIT IN DFHCOMMAREA > 0
                       MOVE CA-AMNT-APPR-LIMIT IN DFHCOMMAREA
                           TO AM-APPR-LIMIT
                   END-IF
                   MOVE 'A' TO AM-ACTIVE-FLAG

                   MOVE 'APPROVER UPDATED'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
                   PERFORM AMNT-REWRITE

                   IF CA-RETURN-CODE IN DFHCOMMAREA EQUAL '00'
                       MOVE 'U' TO AH-ACTION
                       PERFORM WRITE-APPR-HISTORY
                   END-IF

               WHEN DFHRESP(NOTFND)
                   MOVE 81 TO CA-RETURN-CODE IN DFHCOMMAREA
                   MOVE 'APPROVER NOT FOUND'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA

               WHEN OTHER
                   MOVE 78 TO CA-RETURN-CODE IN DFHCOMMAREA
                   MOVE 'ERROR READING APPROVER MASTER'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
                   MOVE ' ERROR READING APPRMST RECORD' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.



       AMNT-DELEGATE.

           IF CA-AMNT-DELEGATE-USERID IN DFHCOMMAREA EQUAL SPACES
               MOVE 'Y' TO WS-AMNT-DELEG-SW
           ELSE
               PERFORM AMNT-VALIDATE-DELEGATION
           END-IF

           IF NOT AMNT-DELEGATION-VALID
               MOVE 79 TO CA-RETURN-CODE IN DFHCOMMAREA
               MOVE 'INVALID DELEGATION DETAILS'
                   TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
           ELSE
               PERFORM AMNT-DELEGATE-APPLY
           END-IF.

           EXIT.



       AMNT-VALIDATE-DELEGATION.

      *    A delegation needs a real date range, and an approver
      *    cannot delegate to themselves.

           MOVE 'Y' TO WS-AMNT-DELEG-SW

           IF CA-AMNT-DELEGATE-FROM IN DFHCOMMAREA IS NOT NUMERIC
              OR CA-AMNT-DELEGATE-TO IN DFHCOMMAREA IS NOT NUMERIC
              OR CA-AMNT-DELEGATE-USERID IN DFHCOMMAREA
                 EQUAL CA-AMNT-USERID IN DFHCOMMAREA
               MOVE 'N' TO WS-AMNT-DELEG-SW
           ELSE
               IF CA-AMNT-DELEGATE-FROM IN DFHCOMMAREA
                  > CA-AMNT-DELEGATE-TO IN DFHCOMMAREA
                   MOVE 'N' TO WS-AMNT-DELEG-SW
               ELSE
                   MOVE CA-AMNT-DELEGATE-FROM IN DFHCOMMAREA
                       TO WS-SMNT-DATE-X
                   PERFORM AMNT-CHECK-DATE
                   MOVE CA-AMNT-DELEGATE-TO IN DFHCOMMAREA
                       TO WS-SMNT-DATE-X
                   PERFORM AMNT-CHECK-DATE
               END-IF
           END-IF.

           EXIT.



       AMNT-CHECK-DATE.

           IF WS-SMNT-MM < 1 OR WS-SMNT-MM > 12
              OR WS-SMNT-YYYY < 1900
               MOVE 'N' TO WS-AMNT-DELEG-SW
           ELSE
               PERFORM SMNT-GET-MONTH-DAYS

               IF WS-SMNT-DD < 1
                  OR WS-SMNT-DD > WS-SMNT-MONTH-DAYS
                   MOVE 'N' TO WS-AMNT-DELEG-SW
               END-IF
           END-IF.

           EXIT.



       AMNT-DELEGATE-APPLY.

           MOVE CA-AMNT-DEPT-CODE IN DFHCOMMAREA TO WS-APRV-KEY-DEPT
           MOVE CA-AMNT-USERID IN DFHCOMMAREA TO WS-APRV-KEY-USERID

           EXEC CICS READ FILE('APPRMST')
                     INTO(APPROVER-MASTER-RECORD)
                     RIDFLD(WS-APRV-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM AMNT-SAVE-OLD-VALUES

                   IF CA-AMNT-DELEGATE-USERID IN DFHCOMMAREA
                      EQUAL SPACES
                       MOVE SPACES TO AM-DELEGATE-USERID
                       MOVE SPACES TO AM-DELEGATE-FROM
                       MOVE SPACES TO AM-DELEGATE-TO
                       MOVE 'DELEGATION CLEARED'
                           TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
                   ELSE
                       MOVE CA-AMNT-DELEGATE-USERID IN DFHCOMMAREA
                           TO AM-DELEGATE-USERID
                       MOVE CA-AMNT-DELEGATE-FROM IN DFHCOMMAREA
                           TO AM-DELEGATE-FROM
                       MOVE CA-AMNT-DELEGATE-TO IN DFHCOMMAREA
                           TO AM-DELEGATE-TO
                       MOVE 'DELEGATION RECORDED'
                           TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
                   END-IF

                   PERFORM AMNT-REWRITE

                   IF CA-RETURN-CODE IN DFHCOMMAREA EQUAL '00'
                       MOVE 'G' TO AH-ACTION
                       PERFORM WRITE-APPR-HISTORY
                   END-IF

               WHEN DFHRESP(NOTFND)
                   MOVE 81 TO CA-RETURN-CODE IN DFHCOMMAREA
                   MOVE 'APPROVER NOT FOUND'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA

               WHEN OTHER
                   MOVE 78 TO CA-RETURN-CODE IN DFHCOMMAREA
                   MOVE 'ERROR READING APPROVER MASTER'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
                   MOVE ' ERROR READING APPRMST RECORD' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.



       AMNT-DEACTIVATE.

           MOVE CA-AMNT-DEPT-CODE IN DFHCOMMAREA TO WS-APRV-KEY-DEPT
           MOVE CA-AMNT-USERID IN DFHCOMMAREA TO WS-APRV-KEY-USERID

           EXEC CICS READ FILE('APPRMST')
                     INTO(APPROVER-MASTER-RECORD)
                     RIDFLD(WS-APRV-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM AMNT-SAVE-OLD-VALUES
                   MOVE 'I' TO AM-ACTIVE-FLAG

                   MOVE 'APPROVER DEACTIVATED'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
                   PERFORM AMNT-REWRITE

                   IF CA-RETURN-CODE IN DFHCOMMAREA EQUAL '00'
                       MOVE 'D' TO AH-ACTION
                       PERFORM WRITE-APPR-HISTORY
                   END-IF

               WHEN DFHRESP(NOTFND)
                   MOVE 81 TO CA-RETURN-CODE IN DFHCOMMAREA
                   MOVE 'APPROVER NOT FOUND'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA

               WHEN OTHER
                   MOVE 78 TO CA-RETURN-CODE IN DFHCOMMAREA
                   MOVE 'ERROR READING APPROVER MASTER'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
                   MOVE ' ERROR READING APPRMST RECORD' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.



       AMNT-REWRITE.

           EXEC CICS REWRITE FILE('APPRMST')
                     FROM(APPROVER-MASTER-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               MOVE '00' TO CA-RETURN-CODE IN DFHCOMMAREA
           ELSE
               MOVE 78 TO CA-RETURN-CODE IN DFHCOMMAREA
               MOVE 'ERROR REWRITING APPROVER MASTER'
                   TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
               MOVE ' ERROR REWRITING APPRMST RECORD' TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           EXIT.



       AMNT-SAVE-OLD-VALUES.

           MOVE AM-APPR-LIMIT TO WS-AMNT-OLD-APPR-LIMIT
           MOVE AM-DELEGATE-USERID TO WS-AMNT-OLD-DELEGATE
           MOVE AM-DELEGATE-FROM TO WS-AMNT-OLD-DELEG-FROM
           MOVE AM-DELEGATE-TO TO WS-AMNT-OLD-DELEG-TO
           MOVE AM-ACTIVE-FLAG TO WS-AMNT-OLD-ACTIVE-FLAG.

           EXIT.



       WRITE-APPR-HISTORY.

      *    As with the order and exception logs, LINKed requests under
      *    one task share EIBTASKN but not working storage, so the
      *    free key slot is found by stepping the sequence past
      *    DUPREC.

           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     MMDDYYYY(DATE1)
                     TIME(TIME1)
           END-EXEC

           MOVE AM-DEPT-CODE TO AH-DEPT-CODE
           MOVE AM-USERID TO AH-USERID
           MOVE WS-TASKNUM TO AH-TASKNUM
           MOVE DATE1 TO AH-DATE
           MOVE TIME1 TO AH-TIME
           MOVE CA-USERID IN DFHCOMMAREA TO AH-MAINT-USERID
           MOVE WS-AMNT-OLD-APPR-LIMIT TO AH-OLD-APPR-LIMIT
           MOVE AM-APPR-LIMIT TO AH-NEW-APPR-LIMIT
           MOVE WS-AMNT-OLD-DELEGATE TO AH-OLD-DELEGATE-USERID
           MOVE AM-DELEGATE-USERID TO AH-NEW-DELEGATE-USERID
           MOVE WS-AMNT-OLD-DELEG-FROM TO AH-OLD-DELEGATE-FROM
           MOVE AM-DELEGATE-FROM TO AH-NEW-DELEGATE-FROM
           MOVE WS-AMNT-OLD-DELEG-TO TO AH-OLD-DELEGATE-TO
           MOVE AM-DELEGATE-TO TO AH-NEW-DELEGATE-TO
           MOVE WS-AMNT-OLD-ACTIVE-FLAG TO AH-OLD-ACTIVE-FLAG
           MOVE AM-ACTIVE-FLAG TO AH-NEW-ACTIVE-FLAG

           MOVE 'N' TO WS-AHIST-DONE-SW

           PERFORM WRITE-APPR-HISTORY-ATTEMPT
                   UNTIL APPR-HISTORY-WRITE-DONE.

           EXIT.



       WRITE-APPR-HISTORY-ATTEMPT.

           IF WS-AHIST-SEQ >= 999
               MOVE 'Y' TO WS-AHIST-DONE-SW
               MOVE ' APPRHIST SEQUENCE EXHAUSTED FOR TASK'
                   TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           ELSE
               ADD 1 TO WS-AHIST-SEQ
               MOVE WS-AHIST-SEQ TO AH-SEQ
               MOVE AM-DEPT-CODE TO WS-AHIST-KEY-DEPT
               MOVE AM-USERID TO WS-AHIST-KEY-USERID
               MOVE WS-TASKNUM TO WS-AHIST-KEY-TASKNUM
               MOVE WS-AHIST-SEQ TO WS-AHIST-KEY-SEQ

               EXEC CICS WRITE FILE('APPRHIST')
                         FROM(APPROVER-HISTORY-RECORD)
                         RIDFLD(WS-AHIST-KEY)
                         RESP(WS-RESP)
               END-EXEC

               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       MOVE 'Y' TO WS-AHIST-DONE-SW

                   WHEN DFHRESP(DUPREC)
                       CONTINUE

                   WHEN OTHER
                       MOVE 'Y' TO WS-AHIST-DONE-SW
                       MOVE ' ERROR WRITING APPRHIST HISTORY RECORD'
                           TO EM-DETAIL
                       PERFORM WRITE-ERROR-MESSAGE
               END-EVALUATE
           END-IF.

           EXIT.



       AMNT-BROWSE.

           MOVE 0 TO CA-AMNT-NUM-RET IN DFHCOMMAREA
           MOVE 'Y' TO WS-APRV-MORE-SW
           MOVE 0 TO WS-AMNT-IDX

           MOVE CA-AMNT-DEPT-CODE IN DFHCOMMAREA TO WS-APRV-KEY-DEPT
           MOVE CA-AMNT-USERID IN DFHCOMMAREA TO WS-APRV-KEY-USERID

           EXEC CICS STARTBR FILE('APPRMST')
                     RIDFLD(WS-APRV-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               PERFORM AMNT-BROWSE-NEXT
                       UNTIL NO-MORE-APPROVERS

               EXEC CICS ENDBR FILE('APPRMST')
               END-EXEC
           END-IF

           MOVE WS-AMNT-IDX TO CA-AMNT-NUM-RET IN DFHCOMMAREA
           MOVE '00' TO CA-RETURN-CODE IN DFHCOMMAREA
           MOVE 'APPROVERS RETRIEVED'
               TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA.
           EXIT.



       AMNT-BROWSE-NEXT.

           EXEC CICS READNEXT FILE('APPRMST')
                     INTO(APPROVER-MASTER-RECORD)
                     RIDFLD(WS-APRV-KEY)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'N' TO WS-APRV-MORE-SW
           ELSE
               ADD 1 TO WS-AMNT-IDX
               MOVE AM-DEPT-CODE
                   TO CA-AMNT-LIST-DEPT-CODE IN DFHCOMMAREA
                                    (WS-AMNT-IDX)
               MOVE AM-USERID
                   TO CA-AMNT-LIST-USERID IN DFHCOMMAREA
                                    (WS-AMNT-IDX)
               MOVE AM-APPR-LIMIT
                   TO CA-AMNT-LIST-APPR-LIMIT IN DFHCOMMAREA
                                    (WS-AMNT-IDX)
               MOVE AM-DELEGATE-USERID
                   TO CA-AMNT-LIST-DELEGATE IN DFHCOMMAREA
                                    (WS-AMNT-IDX)
               MOVE AM-DELEGATE-FROM
                   TO CA-AMNT-LIST-DELEG-FROM IN DFHCOMMAREA
                                    (WS-AMNT-IDX)
               MOVE AM-DELEGATE-TO
                   TO CA-AMNT-LIST-DELEG-TO IN DFHCOMMAREA
                                    (WS-AMNT-IDX)
               MOVE AM-ACTIVE-FLAG
                   TO CA-AMNT-LIST-ACTIVE IN DFHCOMMAREA
                                    (WS-AMNT-IDX)

               IF WS-AMNT-IDX >= 10
                   MOVE 'N' TO WS-APRV-MORE-SW
               END-IF
           END-IF.

           EXIT.




        ENTITLEMENT-RECONFIRM.

      *    A department re-confirms an entitlement the quarterly
      *    recertification run flagged as dormant, which stops the
      *    follow-up run revoking it. Only an active APPRMST approver
      *    for the department may confirm, and only up to the
      *    deadline the flag was raised with.

           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     YYYYMMDD(DATE2)
           END-EXEC

           MOVE SPACES TO CA-UCRT-LAST-ORDER-DATE IN DFHCOMMAREA
           MOVE SPACES TO CA-UCRT-DEADLINE IN DFHCOMMAREA

           PERFORM UCRT-CHECK-APPROVER

           IF APPROVER-AUTHORISED
               PERFORM UCRT-CONFIRM
           END-IF.

           EXIT.



       UCRT-CHECK-APPROVER.

           MOVE 'N' TO WS-APRV-AUTH-SW
           MOVE CA-UCRT-DEPT-CODE IN DFHCOMMAREA TO WS-APRV-KEY-DEPT
           MOVE CA-USERID IN DFHCOMMAREA TO WS-APRV-KEY-USERID

           EXEC CICS READ FILE('APPRMST')
                     INTO(APPROVER-MASTER-RECORD)
                     RIDFLD(WS-APRV-KEY)
                     RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF AM-ACTIVE-FLAG NOT EQUAL 'I'
                       MOVE 'Y' TO WS-APRV-AUTH-SW
                   ELSE
                       MOVE 84 TO CA-RETURN-CODE IN DFHCOMMAREA
                       MOVE 'NOT AUTHORISED TO RECONFIRM ENTITLEMENT'
                           TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
                   END-IF

               WHEN DFHRESP(NOTFND)
                   MOVE 84 TO CA-RETURN-CODE IN DFHCOMMAREA
                   MOVE 'NOT AUTHORISED TO RECONFIRM ENTITLEMENT'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA

               WHEN OTHER
                   MOVE 85 TO CA-RETURN-CODE IN DFHCOMMAREA
                   MOVE 'ERROR READING APPROVER MASTER'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
                   MOVE ' ERROR READING APPRMST RECORD' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.



       UCRT-CONFIRM.

           MOVE CA-UCRT-USERID IN DFHCOMMAREA TO WS-UCRT-KEY-USERID
           MOVE CA-UCRT-DEPT-CODE IN DFHCOMMAREA TO WS-UCRT-KEY-DEPT

           EXEC CICS READ FILE('UERECRT')
                     INTO(ENTITLEMENT-RECERT-RECORD)
                     RIDFLD(WS-UCRT-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE ER-LAST-ORDER-DATE
                       TO CA-UCRT-LAST-ORDER-DATE IN DFHCOMMAREA
                   MOVE ER-DEADLINE TO CA-UCRT-DEADLINE IN DFHCOMMAREA

                   IF ER-STATUS NOT EQUAL 'F'
                       EXEC CICS UNLOCK FILE('UERECRT')
                       END-EXEC
                       MOVE 82 TO CA-RETURN-CODE IN DFHCOMMAREA
                       MOVE 'ENTITLEMENT NOT AWAITING RECONFIRMATION'
                           TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
                   ELSE
                       IF ER-DEADLINE < DATE2
                           EXEC CICS UNLOCK FILE('UERECRT')
                           END-EXEC
                           MOVE 83 TO CA-RETURN-CODE IN DFHCOMMAREA
                           MOVE 'RECERTIFICATION DEADLINE HAS PASSED'
                               TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
                       ELSE
                           PERFORM UCRT-CONFIRM-REWRITE
                       END-IF
                   END-IF

               WHEN DFHRESP(NOTFND)
                   MOVE 82 TO CA-RETURN-CODE IN DFHCOMMAREA
                   MOVE 'ENTITLEMENT NOT AWAITING RECONFIRMATION'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA

               WHEN OTHER
                   MOVE 85 TO CA-RETURN-CODE IN DFHCOMMAREA
                   MOVE 'ERROR READING RECERTIFICATION FILE'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
                   MOVE ' ERROR READING UERECRT RECORD' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.



       UCRT-CONFIRM-REWRITE.

           MOVE 'C' TO ER-STATUS
           MOVE CA-USERID IN DFHCOMMAREA TO ER-CONFIRM-USERID
           MOVE DATE2 TO ER-CONFIRM-DATE

           EXEC CICS REWRITE FILE('UERECRT')
                     FROM(ENTITLEMENT-RECERT-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               MOVE '00' TO CA-RETURN-CODE IN DFHCOMMAREA
               MOVE 'ENTITLEMENT RECONFIRMED'
                   TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
           ELSE
               MOVE 85 TO CA-RETURN-CODE IN DFHCOMMAREA
               MOVE 'ERROR REWRITING RECERTIFICATION FILE'
                   TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
               MOVE ' ERROR REWRITING UERECRT RECORD' TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           EXIT.




        RETURN-ORDER.

      *    Records goods a department has sent back on a shipped
      *    order. A return is only taken against an order ORDSTAT
      *    shows as shipped, and for no more than the quantity
      *    ordered; it moves the order to 'RT' returned and tells the
      *    warehouse on RSTQ to expect the goods. Every return
      *    request is logged to ORDRLOG, successful or not, and
      *    DFH0XCHB credits the successful ones to the department.
      *    Reason codes: 'DA' damaged, 'WI' wrong item supplied,
      *    'NR' no longer required, 'EX' excess quantity, 'OT' other.

           MOVE SPACES TO CA-RETN-ITEM-REF IN DFHCOMMAREA
           MOVE ZERO TO CA-RETN-ORDER-QTY IN DFHCOMMAREA
           MOVE CA-CHARGE-DEPT IN DFHCOMMAREA TO WS-RETN-CHARGE-DEPT
           MOVE SPACES TO WS-RETN-ITEM-REF

           IF CA-RETN-ORDER-REF IN DFHCOMMAREA EQUAL SPACES
              OR CA-RETN-QUANTITY IN DFHCOMMAREA NOT > 0
               MOVE 86 TO CA-RETURN-CODE IN DFHCOMMAREA
               MOVE 'INVALID RETURN REQUEST'
                   TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
           ELSE
               EVALUATE CA-RETN-REASON-CODE IN DFHCOMMAREA
                   WHEN 'DA'
                   WHEN 'WI'
                   WHEN 'NR'
                   WHEN 'EX'
                   WHEN 'OT'

                       PERFORM RETN-APPLY

                   WHEN OTHER

                       MOVE 86 TO CA-RETURN-CODE IN DFHCOMMAREA
                       MOVE 'INVALID RETURN REASON CODE'
                           TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA

               END-EVALUATE
           END-IF

           PERFORM WRITE-RETURN-ORDER-LOG.

           EXIT.



       RETN-APPLY.

           EXEC CICS READ FILE('ORDSTAT')
                     INTO(ORDER-STATUS-RECORD)
                     RIDFLD(CA-RETN-ORDER-REF IN DFHCOMMAREA)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE OS-CHARGE-DEPT TO WS-RETN-CHARGE-DEPT
                   MOVE OS-ITEM-REF TO WS-RETN-ITEM-REF
                   MOVE OS-ITEM-REF TO CA-RETN-ITEM-REF IN DFHCOMMAREA
                   MOVE OS-QUANTITY
                       TO CA-RETN-ORDER-QTY IN DFHCOMMAREA

                   IF OS-STATUS NOT EQUAL 'SH'
                       EXEC CICS UNLOCK FILE('ORDSTAT')
                       END-EXEC
                       MOVE 88 TO CA-RETURN-CODE IN DFHCOMMAREA
                       MOVE 'ONLY SHIPPED ORDERS CAN BE RETURNED'
                           TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
                   ELSE
                       IF CA-RETN-QUANTITY IN DFHCOMMAREA > OS-QUANTITY
                           EXEC CICS UNLOCK FILE('ORDSTAT')
                           END-EXEC
                           MOVE 89 TO CA-RETURN-CODE IN DFHCOMMAREA
                           MOVE 'RETURN QUANTITY EXCEEDS ORDER QUANTITY'
                               TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
                       ELSE
                           PERFORM RETN-REWRITE-STATUS
                       END-IF
                   END-IF

               WHEN DFHRESP(NOTFND)
                   MOVE 87 TO CA-RETURN-CODE IN DFHCOMMAREA
                   MOVE 'ORDER NOT FOUND'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA

               WHEN OTHER
                   MOVE 90 TO CA-RETURN-CODE IN DFHCOMMAREA
                   MOVE 'ERROR READING ORDER STATUS FILE'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
                   MOVE ' ERROR READING ORDSTAT STATUS RECORD'
                       TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.



       RETN-REWRITE-STATUS.

           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     MMDDYYYY(DATE1)
                     TIME(TIME1)
           END-EXEC

           MOVE OS-STATUS TO WS-OJRN-OLD-STATUS
           MOVE 'RT' TO OS-STATUS
           MOVE DATE1 TO OS-ACK-DATE
           MOVE TIME1 TO OS-ACK-TIME

           EXEC CICS REWRITE FILE('ORDSTAT')
                     FROM(ORDER-STATUS-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'RT' TO WS-OJRN-NEW-STATUS
               PERFORM WRITE-STATUS-JOURNAL
               PERFORM WRITE-RESTOCK-NOTICE
               MOVE '00' TO CA-RETURN-CODE IN DFHCOMMAREA
               MOVE 'ORDER RETURN RECORDED'
                   TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
           ELSE
               MOVE 90 TO CA-RETURN-CODE IN DFHCOMMAREA
               MOVE 'ERROR REWRITING ORDER STATUS FILE'
                   TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
               MOVE ' ERROR REWRITING ORDSTAT STATUS RECORD'
                   TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           EXIT.



       WRITE-RESTOCK-NOTICE.

      *    As with the FULQ confirmation, a failure to publish the
      *    notice is reported but does not undo the return, which has
      *    already been recorded against the order.

           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     YYYYMMDD(DATE2)
           END-EXEC

           MOVE OS-ORDER-REF TO RN-ORDER-REF
           MOVE OS-ITEM-REF TO RN-ITEM-REF
           MOVE CA-RETN-QUANTITY IN DFHCOMMAREA TO RN-QUANTITY
           MOVE OS-CHARGE-DEPT TO RN-CHARGE-DEPT
           MOVE CA-USERID IN DFHCOMMAREA TO RN-USERID
           MOVE CA-RETN-REASON-CODE IN DFHCOMMAREA TO RN-REASON-CODE
           MOVE DATE2 TO RN-RETURN-DATE

           EXEC CICS WRITEQ TD QUEUE('RSTQ')
                     FROM(RESTOCK-NOTICE)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ' ERROR WRITING RSTQ RESTOCK NOTICE'
                   TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           EXIT.



       WRITE-RETURN-ORDER-LOG.

      *    OL-QUANTITY carries the quantity returned; OL-ITEM-REF and
      *    OL-CHARGE-DEPT are taken from the order once it is found.

           MOVE CA-USERID IN DFHCOMMAREA TO OL-USERID
           MOVE WS-RETN-CHARGE-DEPT TO OL-CHARGE-DEPT
           MOVE WS-RETN-ITEM-REF TO OL-ITEM-REF
           MOVE CA-RETN-QUANTITY IN DFHCOMMAREA TO OL-QUANTITY
           MOVE CA-RETURN-CODE IN DFHCOMMAREA TO OL-RETURN-CODE
           MOVE CA-RETN-ORDER-REF IN DFHCOMMAREA TO OL-ORDER-REF

           PERFORM WRITE-ORDER-LOG-RECORD.

           EXIT.




        CALENDAR-MAINTAIN.

      *    Maintains WORKCAL, the shop working-day calendar the batch
      *    scheduling runs count in. Only the dates that break the
      *    Monday-to-Friday pattern are held: 'A' adds a holiday or
      *    shutdown day (day type 'H', the default) or a worked
      *    weekend day ('W'); 'R' removes a date, returning it to the
      *    weekday pattern; 'B' lists dates from the one given.

           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     YYYYMMDD(DATE2)
           END-EXEC

           EVALUATE CA-WCAL-ACTION IN DFHCOMMAREA
               WHEN 'A'

                   PERFORM WCAL-ADD

               WHEN 'R'

                   PERFORM WCAL-REMOVE

               WHEN 'B'

                   PERFORM WCAL-BROWSE

               WHEN OTHER

                   MOVE 91 TO CA-RETURN-CODE IN DFHCOMMAREA
                   MOVE 'INVALID MAINTENANCE ACTION'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA

           END-EVALUATE.

           EXIT.



       WCAL-ADD.

           IF CA-WCAL-DAY-TYPE IN DFHCOMMAREA EQUAL SPACE
               MOVE 'H' TO CA-WCAL-DAY-TYPE IN DFHCOMMAREA
           END-IF

           PERFORM WCAL-VALIDATE-DATE

           IF NOT SMNT-NEXT-DATE-VALID
              OR (CA-WCAL-DAY-TYPE IN DFHCOMMAREA NOT EQUAL 'H'
                  AND CA-WCAL-DAY-TYPE IN DFHCOMMAREA NOT EQUAL 'W')
               MOVE 91 TO CA-RETURN-CODE IN DFHCOMMAREA
               MOVE 'INVALID CALENDAR DETAILS'
                   TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
           ELSE
               PERFORM WCAL-ADD-WRITE
           END-IF.

           EXIT.



       WCAL-ADD-WRITE.

           MOVE CA-WCAL-DATE IN DFHCOMMAREA TO WC-DATE
           MOVE CA-WCAL-DAY-TYPE IN DFHCOMMAREA TO WC-DAY-TYPE
           MOVE CA-WCAL-DESCRIPTION IN DFHCOMMAREA TO WC-DESCRIPTION
           MOVE CA-USERID IN DFHCOMMAREA TO WC-UPDATE-USERID
           MOVE DATE2 TO WC-UPDATE-DATE

           EXEC CICS WRITE FILE('WORKCAL')
                     FROM(WORKING-CALENDAR-RECORD)
                     RIDFLD(WC-DATE)
                     RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE '00' TO CA-RETURN-CODE IN DFHCOMMAREA
                   MOVE 'CALENDAR DATE ADDED'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA

               WHEN DFHRESP(DUPREC)
                   MOVE 92 TO CA-RETURN-CODE IN DFHCOMMAREA
                   MOVE 'DATE ALREADY ON CALENDAR'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA

               WHEN OTHER
                   MOVE 94 TO CA-RETURN-CODE IN DFHCOMMAREA
                   MOVE 'ERROR WRITING CALENDAR FILE'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
                   MOVE ' ERROR WRITING WORKCAL RECORD' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.



       WCAL-VALIDATE-DATE.

           MOVE 'N' TO WS-SMNT-DATE-VALID-SW

           IF CA-WCAL-DATE IN DFHCOMMAREA IS NUMERIC
               MOVE CA-WCAL-DATE IN DFHCOMMAREA TO WS-SMNT-DATE-X

               IF WS-SMNT-MM >= 1 AND WS-SMNT-MM <= 12
                  AND WS-SMNT-YYYY >= 1900
                   PERFORM SMNT-GET-MONTH-DAYS

                   IF WS-SMNT-DD >= 1
                      AND WS-SMNT-DD <= WS-SMNT-MONTH-DAYS
                       MOVE 'Y' TO WS-SMNT-DATE-VALID-SW
                   END-IF
               END-IF
           END-IF.

           EXIT.



       WCAL-REMOVE.

           MOVE CA-WCAL-DATE IN DFHCOMMAREA TO WS-WCAL-KEY

           EXEC CICS READ FILE('WORKCAL')
                     INTO(WORKING-CALENDAR-RECORD)
                     RIDFLD(WS-WCAL-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE WC-DAY-TYPE
                       TO CA-WCAL-DAY-TYPE IN DFHCOMMAREA
                   MOVE WC-DESCRIPTION
                       TO CA-WCAL-DESCRIPTION IN DFHCOMMAREA
                   PERFORM WCAL-REMOVE-DELETE

               WHEN DFHRESP(NOTFND)
                   MOVE 93 TO CA-RETURN-CODE IN DFHCOMMAREA
                   MOVE 'DATE NOT ON CALENDAR'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA

               WHEN OTHER
                   MOVE 94 TO CA-RETURN-CODE IN DFHCOMMAREA
                   MOVE 'ERROR READING CALENDAR FILE'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
                   MOVE ' ERROR READING WORKCAL RECORD' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.



       WCAL-REMOVE-DELETE.

           EXEC CICS DELETE FILE('WORKCAL')
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               MOVE '00' TO CA-RETURN-CODE IN DFHCOMMAREA
               MOVE 'CALENDAR DATE REMOVED'
                   TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
           ELSE
               MOVE 94 TO CA-RETURN-CODE IN DFHCOMMAREA
               MOVE 'ERROR DELETING CALENDAR DATE'
                   TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
               MOVE ' ERROR DELETING WORKCAL RECORD' TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           EXIT.



       WCAL-BROWSE.

           MOVE 0 TO CA-WCAL-NUM-RET IN DFHCOMMAREA
           MOVE 'Y' TO WS-WCAL-MORE-SW
           MOVE 0 TO WS-WCAL-IDX

           IF CA-WCAL-DATE IN DFHCOMMAREA EQUAL SPACES
               MOVE LOW-VALUES TO WS-WCAL-KEY
           ELSE
               MOVE CA-WCAL-DATE IN DFHCOMMAREA TO WS-WCAL-KEY
           END-IF

           EXEC CICS STARTBR FILE('WORKCAL')
                     RIDFLD(WS-WCAL-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               PERFORM WCAL-BROWSE-NEXT
                       UNTIL NO-MORE-CALENDAR-DATES

               EXEC CICS ENDBR FILE('WORKCAL')
               END-EXEC
           END-IF

           MOVE WS-WCAL-IDX TO CA-WCAL-NUM-RET IN DFHCOMMAREA
           MOVE '00' TO CA-RETURN-CODE IN DFHCOMMAREA
           MOVE 'CALENDAR DATES RETRIEVED'
               TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA.
           EXIT.



       WCAL-BROWSE-NEXT.

           EXEC CICS READNEXT FILE('WORKCAL')
                     INTO(WORKING-CALENDAR-RECORD)
                     RIDFLD(WS-WCAL-KEY)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'N' TO WS-WCAL-MORE-SW
           ELSE
               ADD 1 TO WS-WCAL-IDX
               MOVE WC-DATE
                   TO CA-WCAL-LIST-DATE IN DFHCOMMAREA (WS-WCAL-IDX)
               MOVE WC-DAY-TYPE
                   TO CA-WCAL-LIST-DAY-TYPE IN DFHCOMMAREA
                                    (WS-WCAL-IDX)
               MOVE WC-DESCRIPTION
                   TO CA-WCAL-LIST-DESC IN DFHCOMMAREA (WS-WCAL-IDX)
               MOVE WC-UPDATE-USERID
                   TO CA-WCAL-LIST-USERID IN DFHCOMMAREA
                                    (WS-WCAL-IDX)

               IF WS-WCAL-IDX >= 10
                   MOVE 'N' TO WS-WCAL-MORE-SW
               END-IF
           END-IF.

           EXIT.




        BATCH-STATUS.

      *    Shows the day's batch run sequence from RUNCTL and lets an
      *    authorised operator force a rerun. 'D' lists the last run
      *    of each job from the job name given; a job's status is
      *    shown as recorded when that run was for today's business
      *    date, and as 'N' (not run today) otherwise. 'O' sets the
      *    override that lets one further run of a job through the
      *    check that stops it running twice for a date; only an
      *    active APPRMST approver for the BATCH department may set
      *    it.

           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     YYYYMMDD(DATE2)
                     TIME(WS-BSTS-TIME)
           END-EXEC

           MOVE DATE2 TO CA-BSTS-BUSINESS-DATE IN DFHCOMMAREA

           EVALUATE CA-BSTS-ACTION IN DFHCOMMAREA
               WHEN 'D'

                   PERFORM BSTS-DISPLAY

               WHEN 'O'

                   PERFORM BSTS-CHECK-OPERATOR

                   IF APPROVER-AUTHORISED
                       PERFORM BSTS-OVERRIDE
                   END-IF

               WHEN OTHER

                   MOVE 95 TO CA-RETURN-CODE IN DFHCOMMAREA
                   MOVE 'INVALID BATCH STATUS ACTION'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA

           END-EVALUATE.

           EXIT.



       BSTS-DISPLAY.

           MOVE 0 TO CA-BSTS-NUM-RET IN DFHCOMMAREA
           MOVE 'Y' TO WS-BSTS-MORE-SW
           MOVE 0 TO WS-BSTS-IDX

           IF CA-BSTS-JOB-NAME IN DFHCOMMAREA EQUAL SPACES
               MOVE LOW-VALUES TO WS-BSTS-KEY
           ELSE
               MOVE CA-BSTS-JOB-NAME IN DFHCOMMAREA TO WS-BSTS-KEY
           END-IF

           EXEC CICS STARTBR FILE('RUNCTL')
                     RIDFLD(WS-BSTS-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               PERFORM BSTS-DISPLAY-NEXT
                       UNTIL NO-MORE-BATCH-JOBS

               EXEC CICS ENDBR FILE('RUNCTL')
               END-EXEC
           END-IF

           MOVE WS-BSTS-IDX TO CA-BSTS-NUM-RET IN DFHCOMMAREA
           MOVE '00' TO CA-RETURN-CODE IN DFHCOMMAREA
           MOVE 'BATCH STATUS RETRIEVED'
               TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA.
           EXIT.



       BSTS-DISPLAY-NEXT.

           EXEC CICS READNEXT FILE('RUNCTL')
                     INTO(RUN-CONTROL-RECORD)
                     RIDFLD(WS-BSTS-KEY)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'N' TO WS-BSTS-MORE-SW
           ELSE
               ADD 1 TO WS-BSTS-IDX
               MOVE JC-JOB-NAME
                   TO CA-BSTS-LIST-JOB-NAME IN DFHCOMMAREA
                                    (WS-BSTS-IDX)

               IF JC-BUSINESS-DATE EQUAL DATE2
                   MOVE JC-STATUS
                       TO CA-BSTS-LIST-STATUS IN DFHCOMMAREA
                                    (WS-BSTS-IDX)
               ELSE
                   MOVE 'N'
                       TO CA-BSTS-LIST-STATUS IN DFHCOMMAREA
                                    (WS-BSTS-IDX)
               END-IF

               MOVE JC-BUSINESS-DATE
                   TO CA-BSTS-LIST-LAST-DATE IN DFHCOMMAREA
                                    (WS-BSTS-IDX)
               MOVE JC-START-TIME
                   TO CA-BSTS-LIST-START-TIME IN DFHCOMMAREA
                                    (WS-BSTS-IDX)
               MOVE JC-END-TIME
                   TO CA-BSTS-LIST-END-TIME IN DFHCOMMAREA
                                    (WS-BSTS-IDX)
               MOVE JC-RETURN-CODE
                   TO CA-BSTS-LIST-RETURN-CODE IN DFHCOMMAREA
                                    (WS-BSTS-IDX)
               MOVE JC-RERUN-FLAG
                   TO CA-BSTS-LIST-RERUN-FLAG IN DFHCOMMAREA
                                    (WS-BSTS-IDX)
               MOVE JC-OVERRIDE-USERID
                   TO CA-BSTS-LIST-OVERRIDE-USERID IN DFHCOMMAREA
                                    (WS-BSTS-IDX)

               IF WS-BSTS-IDX >= 15
                   MOVE 'N' TO WS-BSTS-MORE-SW
               END-IF
           END-IF.

           EXIT.



       BSTS-CHECK-OPERATOR.

           MOVE 'N' TO WS-APRV-AUTH-SW
           MOVE BSTS-OVERRIDE-DEPT TO WS-APRV-KEY-DEPT
           MOVE CA-USERID IN DFHCOMMAREA TO WS-APRV-KEY-USERID

           EXEC CICS READ FILE('APPRMST')
                     INTO(APPROVER-MASTER-RECORD)
                     RIDFLD(WS-APRV-KEY)
                     RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF AM-ACTIVE-FLAG NOT EQUAL 'I'
                       MOVE 'Y' TO WS-APRV-AUTH-SW
                   ELSE
                       MOVE 96 TO CA-RETURN-CODE IN DFHCOMMAREA
                       MOVE 'NOT AUTHORISED TO OVERRIDE BATCH RUN'
                           TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
                   END-IF

               WHEN DFHRESP(NOTFND)
                   MOVE 96 TO CA-RETURN-CODE IN DFHCOMMAREA
                   MOVE 'NOT AUTHORISED TO OVERRIDE BATCH RUN'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA

               WHEN OTHER
                   MOVE 98 TO CA-RETURN-CODE IN DFHCOMMAREA
                   MOVE 'ERROR READING APPROVER MASTER'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
                   MOVE ' ERROR READING APPRMST RECORD' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.



       BSTS-OVERRIDE.

           MOVE CA-BSTS-JOB-NAME IN DFHCOMMAREA TO WS-BSTS-KEY

           EXEC CICS READ FILE('RUNCTL')
                     INTO(RUN-CONTROL-RECORD)
                     RIDFLD(WS-BSTS-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM BSTS-OVERRIDE-REWRITE

               WHEN DFHRESP(NOTFND)
                   MOVE 97 TO CA-RETURN-CODE IN DFHCOMMAREA
                   MOVE 'BATCH JOB NOT ON RUN CONTROL FILE'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA

               WHEN OTHER
                   MOVE 98 TO CA-RETURN-CODE IN DFHCOMMAREA
                   MOVE 'ERROR READING RUN CONTROL FILE'
                       TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
                   MOVE ' ERROR READING RUNCTL RECORD' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.



       BSTS-OVERRIDE-REWRITE.

           MOVE 'Y' TO JC-RERUN-FLAG
           MOVE CA-USERID IN DFHCOMMAREA TO JC-OVERRIDE-USERID
           MOVE DATE2 TO JC-OVERRIDE-DATE
           MOVE WS-BSTS-TIME TO JC-OVERRIDE-TIME

           EXEC CICS REWRITE FILE('RUNCTL')
                     FROM(RUN-CONTROL-RECORD)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               MOVE '00' TO CA-RETURN-CODE IN DFHCOMMAREA
               MOVE 'BATCH RERUN OVERRIDE SET'
                   TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
           ELSE
               MOVE 98 TO CA-RETURN-CODE IN DFHCOMMAREA
               MOVE 'ERROR UPDATING RUN CONTROL FILE'
                   TO CA-RESPONSE-MESSAGE IN DFHCOMMAREA
               MOVE ' ERROR REWRITING RUNCTL RECORD' TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           EXIT.




        UPDATE-CONTROL-TOTALS.

           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     MMDDYYYY(DATE1)
           END-EXEC

           MOVE DATE1 TO WS-CTL-KEY-DATE
           MOVE WS-REQUEST-ID TO WS-CTL-KEY-REQUEST

           EXEC CICS READ FILE('CTLTOT')
                     INTO(CONTROL-TOTALS-RECORD)
                     RIDFLD(WS-CTL-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM APPLY-CONTROL-COUNTS

                   EXEC CICS REWRITE FILE('CTLTOT')
                             FROM(CONTROL-TOTALS-RECORD)
                           TO CT-TOTAL-QTY
                   END-IF

               WHEN '01RETN'
                   IF CA-RETURN-CODE IN DFHCOMMAREA EQUAL '00'
                       ADD CA-RETN-QUANTITY IN DFHCOMMAREA
                           TO CT-TOTAL-QTY
                   END-IF

               WHEN '01MORD'
                   PERFORM ADD-MORD-LINE-QTY
                           VARYING WS-CTL-QTY-IDX FROM 1 BY 1
