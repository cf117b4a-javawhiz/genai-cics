      * OS-CHARGE-DEPT with the oldest first, so chronic backorders
      * get chased. An order that is no longer 'BO' by the time it is
      * re-read is left alone.
      *
      * The run sequence is enforced through the RUNCTL run-control
      * file: the job refuses to run until DFH0XBEX has completed an
      * extract for the business date, and does not run a second time
      * for the same date unless an operator override has been set
      * online through DFH0XECC request 01BSTS. A refusal is reported
      * to BORR and CSMT and the task abends XSEQ.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              05 WS-OJRN-KEY-SEQ       PIC 9(2).
           03 WS-OJRN-DONE-SW          PIC X     VALUE 'N'.
              88 STATUS-JOURNAL-WRITE-DONE      VALUE 'Y'.
           03 WS-JOB-NAME              PIC X(8)  VALUE 'DFH0XBOR'.
           03 WS-PREREQ-JOB-NAME       PIC X(8)  VALUE 'DFH0XBEX'.
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

       01  WS-SENT-DATE-SPLIT.
           03 WS-SENT-MM               PIC X(2).
           03 BTL-COUNT                PIC ZZZ,ZZ9.
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
           INITIALIZE FULFILLMENT-CONFIRMATION
           INITIALIZE ORDER-JOURNAL-RECORD

           PERFORM CHECK-RUN-SEQUENCE

           IF RUN-REFUSED
               PERFORM WRITE-RUN-REFUSED
           ELSE
               PERFORM ESTABLISH-RUN-DATE
               PERFORM COLLECT-BACKORDERS

               PERFORM TRY-RELEASE-BACKORDER
                       VARYING WS-BO-IDX FROM 1 BY 1
                       UNTIL WS-BO-IDX > WS-BO-COUNT

               PERFORM SORT-UNRELEASED-TABLE
               PERFORM PRINT-AGING-REPORT
               PERFORM WRITE-RUN-TRAILER

               PERFORM RECORD-RUN-END
           END-IF

           EXEC CICS RETURN END-EXEC.

                     LENGTH(LENGTH OF ERROR-MSG)
           END-EXEC.
           EXIT.



       CHECK-RUN-SEQUENCE.

      *    Releases are judged on the CATXDMP extract, so the run is
      *    refused unless DFH0XBEX has completed an extract for the
      *    business date. It is also refused when this job has already
      *    completed for the date, or has started and not ended, unless
      *    an operator override is set on RUNCTL. Otherwise the start of
      *    the run is recorded.

           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     YYYYMMDD(WS-JOB-DATE)
                     TIME(WS-JOB-TIME)
           END-EXEC

           PERFORM CHECK-PREREQUISITE-RUN

           IF NOT RUN-REFUSED
               PERFORM CHECK-PREVIOUS-RUN
           END-IF

           IF NOT RUN-REFUSED
               PERFORM RECORD-RUN-START
           END-IF.
           EXIT.



       CHECK-PREREQUISITE-RUN.

           EXEC CICS READ FILE('RUNCTL')
                     INTO(RUN-CONTROL-RECORD)
                     RIDFLD(WS-PREREQ-JOB-NAME)
                     RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF JC-STATUS NOT EQUAL 'C'
                      OR JC-BUSINESS-DATE NOT EQUAL WS-JOB-DATE
                       MOVE 'Y' TO WS-RUN-REFUSED-SW
                   END-IF

               WHEN DFHRESP(NOTFND)
                   MOVE 'Y' TO WS-RUN-REFUSED-SW

               WHEN OTHER
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
                   MOVE 'RUN CONTROL FILE UNAVAILABLE' TO RR-REASON
           END-EVALUATE

           IF RUN-REFUSED
              AND RR-REASON EQUAL SPACES
               MOVE 'PREREQUISITE NOT COMPLETED:   ' TO RR-REASON
               MOVE WS-PREREQ-JOB-NAME TO RR-JOB-NAME
               MOVE ' FOR BUSINESS DATE ' TO RR-FOR-TEXT
               MOVE WS-JOB-DATE TO RR-DATE
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

      *    The release run has no failing outcome of its own, so
      *    reaching the end of it completes the run.

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

           EXEC CICS WRITEQ TD QUEUE('BORR')
                     FROM(RUN-REFUSED-LINE)
                     LENGTH(LENGTH OF RUN-REFUSED-LINE)
           END-EXEC

           MOVE ' RUN REFUSED BY RUN SEQUENCE CONTROL' TO EM-DETAIL
           PERFORM WRITE-ERROR-MESSAGE

           EXEC CICS ABEND ABCODE('XSEQ') NODUMP END-EXEC.
           EXIT.
