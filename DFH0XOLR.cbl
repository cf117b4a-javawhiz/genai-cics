      * destructive) and the drain stops, leaving the remainder on
      * OLFBQ for the next attempt. The run reports its counts to
      * the OLRR queue.
      *
      * The run is recorded on the RUNCTL run-control file, and only a
      * drain that reaches the end of OLFBQ completes it, so DFH0XEOD is
      * held until every queued record is back. A second run for a
      * business date the job has already completed, or started and not
      * ended, is refused - the reason goes to OLRR and CSMT and the
      * task abends XSEQ - unless an operator override has been set
      * online through DFH0XECC request 01BSTS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03 WS-REC-LENGTH            PIC S9(4) COMP.
           03 WS-MORE-RECORDS-SW       PIC X     VALUE 'Y'.
              88 NO-MORE-RECORDS                VALUE 'N'.
           03 WS-DRAIN-DONE-SW         PIC X     VALUE 'N'.
              88 FALLBACK-DRAIN-COMPLETE        VALUE 'Y'.
           03 WS-ORDL-KEY.
              05 WS-ORDL-KEY-TASKNUM   PIC 9(7).
              05 WS-ORDL-KEY-SEQ       PIC 9(3).
           03 WS-QUEUED-DATE           PIC X(10).
           03 WS-QUEUED-USERID         PIC X(8).
           03 WS-QUEUED-ITEM-REF       PIC X(4).
           03 WS-JOB-NAME              PIC X(8)  VALUE 'DFH0XOLR'.
           03 WS-JOB-DATE.
              05 WS-JOB-PERIOD         PIC X(6).
              05 FILLER                PIC X(2).
           03 WS-JOB-TIME              PIC X(6).
           03 WS-JOB-END-DATE          PIC X(8).
           03 WS-JOB-RETURN-CODE       PIC 9(4)  VALUE 0.
           03 WS-RUN-REFUSED-SW        PIC X     VALUE 'N'.
              88 RUN-REFUSED                    VALUE 'Y'.
           03 WS-JOB-ON-FILE-SW        PIC X     VALUE 'N'.
              88 JOB-ON-FILE                    VALUE 'Y'.

       01  ORDER-LOG-RECORD.
           COPY DFH0XCPL.
           03 OTL-COUNT                PIC ZZZ,ZZ9.
           03 FILLER                   PIC X(43) VALUE SPACES.

       01  RUN-CONTROL-RECORD.
           COPY DFH0XCR1.

       01  RUN-REFUSED-LINE.
           03 FILLER                   PIC X(14)
                   VALUE 'RUN REFUSED - '.
           03 RR-REASON                PIC X(30) VALUE SPACES.
           03 RR-JOB-NAME              PIC X(8)  VALUE SPACES.
           03 RR-FOR-TEXT              PIC X(19) VALUE SPACES.
           03 RR-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE SECTION.

           INITIALIZE ORDER-LOG-RECORD

           PERFORM CHECK-RUN-SEQUENCE

           IF RUN-REFUSED
               PERFORM WRITE-RUN-REFUSED
           ELSE
               PERFORM WRITE-RUN-HEADING
               PERFORM PROCESS-FALLBACK-RECORD UNTIL NO-MORE-RECORDS
               PERFORM WRITE-RUN-TRAILER

               IF NOT FALLBACK-DRAIN-COMPLETE
                   MOVE 8 TO WS-JOB-RETURN-CODE
               END-IF

               PERFORM RECORD-RUN-END
           END-IF

           EXEC CICS RETURN END-EXEC.


               WHEN DFHRESP(QZERO)
                   MOVE 'N' TO WS-MORE-RECORDS-SW
                   MOVE 'Y' TO WS-DRAIN-DONE-SW

               WHEN OTHER
                   MOVE ' ERROR READING OLFBQ FALLBACK RECORD'
                     LENGTH(LENGTH OF ERROR-MSG)
           END-EXEC.
           EXIT.



       CHECK-RUN-SEQUENCE.

      *    DFH0XEOD depends on this run having put every queued record
      *    back, so each run is recorded on RUNCTL. The run is refused
      *    when this job has already completed for the date, or has
      *    started and not ended, unless an operator override is set on
      *    RUNCTL. Otherwise the start of the run is recorded.

           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     YYYYMMDD(WS-JOB-DATE)
                     TIME(WS-JOB-TIME)
           END-EXEC

           PERFORM CHECK-PREVIOUS-RUN

           IF NOT RUN-REFUSED
               PERFORM RECORD-RUN-START
           END-IF.
           EXIT.



       CHECK-PREVIOUS-RUN.

           EXEC CICS READ FILE('RUNCTL')
                     INTO(RUN-CONTROL-RECORD)
                     RIDFLD(WS-JOB-NAME)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-JOB-ON-FILE-SW

               WHEN DFHRESP(NOTFND)
                   MOVE 'N' TO WS-JOB-ON-FILE-SW

               WHEN OTHER
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
                   MOVE 'RUN CONTROL FILE UNAVAILABLE' TO RR-REASON
           END-EVALUATE

           IF JOB-ON-FILE
              AND JC-BUSINESS-DATE EQUAL WS-JOB-DATE
              AND JC-RERUN-FLAG NOT EQUAL 'Y'
               EVALUATE JC-STATUS
                   WHEN 'C'
                       MOVE 'Y' TO WS-RUN-REFUSED-SW
                       MOVE 'ALREADY COMPLETED:            '
                           TO RR-REASON
                   WHEN 'S'
                       MOVE 'Y' TO WS-RUN-REFUSED-SW
                       MOVE 'STARTED AND NOT ENDED:        '
                           TO RR-REASON
               END-EVALUATE

               IF RUN-REFUSED
                   MOVE WS-JOB-NAME TO RR-JOB-NAME
                   MOVE ' FOR BUSINESS DATE ' TO RR-FOR-TEXT
                   MOVE WS-JOB-DATE TO RR-DATE

                   EXEC CICS UNLOCK FILE('RUNCTL')
                   END-EXEC
               END-IF
           END-IF.
           EXIT.



       RECORD-RUN-START.

      *    An override lets one run through and is used up by it; who
      *    set it stays on the record.

           MOVE WS-JOB-NAME TO JC-JOB-NAME
           MOVE WS-JOB-DATE TO JC-BUSINESS-DATE
           MOVE WS-JOB-PERIOD TO JC-PERIOD
           MOVE 'S' TO JC-STATUS
           MOVE WS-JOB-DATE TO JC-START-DATE
           MOVE WS-JOB-TIME TO JC-START-TIME
           MOVE SPACES TO JC-END-DATE
           MOVE SPACES TO JC-END-TIME
           MOVE 0 TO JC-RETURN-CODE
           MOVE 'N' TO JC-RERUN-FLAG

           IF JOB-ON-FILE
               EXEC CICS REWRITE FILE('RUNCTL')
                         FROM(RUN-CONTROL-RECORD)
                         RESP(WS-RESP)
               END-EXEC
           ELSE
               MOVE SPACES TO JC-OVERRIDE-USERID
               MOVE SPACES TO JC-OVERRIDE-DATE
               MOVE SPACES TO JC-OVERRIDE-TIME

               EXEC CICS WRITE FILE('RUNCTL')
                         FROM(RUN-CONTROL-RECORD)
                         RIDFLD(WS-JOB-NAME)
                         RESP(WS-RESP)
               END-EXEC
           END-IF

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT END-EXEC
           ELSE
               MOVE 'Y' TO WS-RUN-REFUSED-SW
               MOVE 'RUN CONTROL FILE UNAVAILABLE' TO RR-REASON
           END-IF.
           EXIT.



       RECORD-RUN-END.

      *    The drain has only completed once OLFBQ was read to the end;
      *    a drain stopped by ORDRLOG being unavailable or by a queue
      *    error leaves the run failed, which holds DFH0XEOD until a
      *    rerun completes it.

           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     YYYYMMDD(WS-JOB-END-DATE)
                     TIME(WS-JOB-TIME)
           END-EXEC

           EXEC CICS READ FILE('RUNCTL')
                     INTO(RUN-CONTROL-RECORD)
                     RIDFLD(WS-JOB-NAME)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
               MOVE WS-JOB-END-DATE TO JC-END-DATE
               MOVE WS-JOB-TIME TO JC-END-TIME
               MOVE WS-JOB-RETURN-CODE TO JC-RETURN-CODE

               IF WS-JOB-RETURN-CODE EQUAL 0
                   MOVE 'C' TO JC-STATUS
               ELSE
                   MOVE 'F' TO JC-STATUS
               END-IF

               EXEC CICS REWRITE FILE('RUNCTL')
                         FROM(RUN-CONTROL-RECORD)
                         RESP(WS-RESP)
               END-EXEC
           END-IF

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ' ERROR RECORDING END OF RUN ON RUNCTL'
                   TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.



       WRITE-RUN-REFUSED.

      *    The refusal is reported and the task abends, so that the
      *    scheduler sees the run did not take place.

           EXEC CICS WRITEQ TD QUEUE('OLRR')
                     FROM(RUN-REFUSED-LINE)
                     LENGTH(LENGTH OF RUN-REFUSED-LINE)
           END-EXEC

           MOVE ' RUN REFUSED BY RUN SEQUENCE CONTROL' TO EM-DETAIL
           PERFORM WRITE-ERROR-MESSAGE

           EXEC CICS ABEND ABCODE('XSEQ') NODUMP END-EXEC.
           EXIT.
