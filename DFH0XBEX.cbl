      * flagged. A run resumed from a checkpoint or cut short does not
      * sweep for disappeared items, since items it never reached
      * would be reported as deleted.
      *
      * The run is recorded on the RUNCTL run-control file, and only an
      * extract that reaches the end of the catalog completes it;
      * DFH0XRPL, DFH0XBOR and DFH0XSPC will not run until one has. A
      * second run for a business date the job has already completed, or
      * started and not ended, is refused - the reason goes to DLTR and
      * the task abends XSEQ - unless an operator override has been set
      * online through DFH0XECC request 01BSTS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03 WS-DELTA-CHG-COUNT       PIC 9(7)  VALUE 0.
           03 WS-DELTA-DEL-COUNT       PIC 9(7)  VALUE 0.
           03 WS-DELTA-ERR-COUNT       PIC 9(7)  VALUE 0.
           03 WS-JOB-NAME              PIC X(8)  VALUE 'DFH0XBEX'.
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

       01  DELETED-ITEM-TABLE.
           03 DELETED-ITEM-ENTRY OCCURS 500 TIMES.
           03 DTL-COUNT                PIC ZZZ,ZZ9.
           03 FILLER                   PIC X(63) VALUE SPACES.

       01  RUN-CONTROL-RECORD.
           COPY DFH0XCR1.

       01  RUN-REFUSED-LINE.
           03 FILLER                   PIC X(14)
                   VALUE 'RUN REFUSED - '.
           03 RR-REASON                PIC X(30) VALUE SPACES.
           03 RR-JOB-NAME              PIC X(8)  VALUE SPACES.
           03 RR-FOR-TEXT              PIC X(19) VALUE SPACES.
           03 RR-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X(21) VALUE SPACES.

       01  RESTART-RECORD.
           COPY DFH0XCPP.


       MAINLINE SECTION.

           PERFORM CHECK-RUN-SEQUENCE

           IF RUN-REFUSED
               PERFORM WRITE-RUN-REFUSED
           ELSE
               INITIALIZE RESTART-RECORD
               INITIALIZE WS-RESTART-READ-AREA
               INITIALIZE CATALOG-DELTA-RECORD
               INITIALIZE DFHCOMMAREA

               PERFORM ESTABLISH-RUN-STAMP

               PERFORM LOAD-CHECKPOINT

               PERFORM EXTRACT-CATALOG-PAGE UNTIL NO-MORE-PAGES

               PERFORM SWEEP-DELETED-ITEMS

               PERFORM SAVE-CHECKPOINT

               PERFORM WRITE-DELTA-TRAILER

               IF NOT EXTRACT-COMPLETE
                   MOVE 8 TO WS-JOB-RETURN-CODE
               END-IF

               PERFORM RECORD-RUN-END
           END-IF

           EXEC CICS RETURN END-EXEC.

               EXEC CICS SYNCPOINT END-EXEC
           END-IF.
           EXIT.



       CHECK-RUN-SEQUENCE.

      *    DFH0XRPL, DFH0XBOR and DFH0XSPC work from the extract, so
      *    each run is recorded on RUNCTL. The run is refused when this
      *    job has already completed for the date, or has started and
      *    not ended, unless an operator override is set on RUNCTL.
      *    Otherwise the start of the run is recorded.

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

      *    Only an extract that reached the end of the catalog completes
      *    the run; a run cut short is left failed, so that a rerun
      *    resumes from the checkpoint while the jobs that work from the
      *    extract stay held.

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
               MOVE 'RUN END NOT RECORDED ON RUNCTL' TO DTL-TEXT
               MOVE ZERO TO DTL-COUNT
               PERFORM WRITE-TRAILER-LINE
           END-IF.
           EXIT.



       WRITE-RUN-REFUSED.

      *    The refusal is reported and the task abends, so that the
      *    scheduler sees the run did not take place.

           EXEC CICS WRITEQ TD QUEUE('DLTR')
                     FROM(RUN-REFUSED-LINE)
                     LENGTH(LENGTH OF RUN-REFUSED-LINE)
           END-EXEC

           EXEC CICS ABEND ABCODE('XSEQ') NODUMP END-EXEC.
           EXIT.
