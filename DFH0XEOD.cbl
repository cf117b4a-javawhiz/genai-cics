      * Independently recounts the day's ORDRLOG and EXCPLOG records
      * and proves them against the CTLTOT control totals DFH0XECC
      * maintained online, printing a balancing statement that either
      * ticks out to zero or lists each discrepancy. Place-order,
      * cancel and return requests write exactly one ORDRLOG record
      * per request, so their request/success/failure counts and
      * quantity are compared in full; multi-order requests log one
      * record per line, so only the successfully ordered quantity is
      * comparable and the line counts print for information. The
      * ORDRLOG-derived success/failure/quantity figures are the same
      * figures DFH0XRPT reports from, so a statement that balances
      * also proves the daily summary. The day must not be closed
      * unless the statement balances: the job ends with return code 8
      * when it does not.
      *
      * The run sequence is enforced through the RUNCTL run-control
      * file: the job refuses to run, with return code 12 and the reason
      * printed on the report, until DFH0XOLR has completed for the
      * business date, and does not run a second time for the same date
      * unless an operator override has been set online through DFH0XECC
      * request 01BSTS. A statement that does not balance leaves the run
      * failed, so it can be run again once the difference is resolved.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-EXCPLOG-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JC-JOB-NAME
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RPT-FILE ASSIGN TO EODPRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       01  EXCEPTION-LOG-RECORD.
           COPY DFH0XCPN.

       FD  RUNCTL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY DFH0XCR1.

       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).

       01  WS-ORDRLOG-STATUS            PIC X(2).
       01  WS-EXCPLOG-STATUS            PIC X(2).
       01  WS-RPT-STATUS                PIC X(2).
       01  WS-RUNCTL-STATUS             PIC X(2).

       01  WS-SWITCHES.
           03 WS-EOF-SW                 PIC X     VALUE 'N'.
              88 END-OF-INPUT                     VALUE 'Y'.
           03 WS-RUN-REFUSED-SW         PIC X     VALUE 'N'.
              88 RUN-REFUSED                      VALUE 'Y'.
           03 WS-JOB-ON-FILE-SW         PIC X     VALUE 'N'.
              88 JOB-ON-FILE                      VALUE 'Y'.

       01  WS-JOB-NAME                  PIC X(8)  VALUE 'DFH0XEOD'.
       01  WS-PREREQ-JOB-NAME           PIC X(8)  VALUE 'DFH0XOLR'.
       01  WS-JOB-DATE.
           03 WS-JOB-PERIOD             PIC X(6).
           03 FILLER                    PIC X(2).
       01  WS-JOB-TIME.
           03 WS-JOB-HHMMSS             PIC X(6).
           03 FILLER                    PIC X(2).
       01  WS-JOB-END-DATE              PIC X(8).

       01  WS-RUN-DATE-YYYYMMDD         PIC 9(8).
       01  WS-RUN-DATE-YYYYMMDD-R REDEFINES WS-RUN-DATE-YYYYMMDD.
       01  WS-LOOKUP-REQUEST-ID         PIC X(6).
       01  WS-DISCREPANCY-COUNT         PIC 9(4)  VALUE 0.
       01  REQUEST-TABLE.
           03 REQUEST-ENTRY OCCURS 40 TIMES.
               05 RQ-REQUEST-ID         PIC X(6).
               05 RQ-CT-REQUESTS        PIC 9(7).
               05 RQ-CT-SUCCESS         PIC 9(7).

       01  RESULT-LINE                  PIC X(132).

       01  RUN-REFUSED-LINE.
           03 FILLER                    PIC X(14)
                   VALUE 'RUN REFUSED - '.
           03 RR-REASON                 PIC X(30) VALUE SPACES.
           03 RR-JOB-NAME               PIC X(8)  VALUE SPACES.
           03 RR-FOR-TEXT               PIC X(19) VALUE SPACES.
           03 RR-DATE                   PIC X(8)  VALUE SPACES.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  BLANK-LINE                   PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE SECTION.

           PERFORM CHECK-RUN-SEQUENCE

           IF RUN-REFUSED
               PERFORM PRINT-RUN-REFUSED
           ELSE
               PERFORM ESTABLISH-RUN-DATE
               PERFORM LOAD-CONTROL-TOTALS
               PERFORM COUNT-ORDER-LOG
               PERFORM COUNT-EXCEPTION-LOG
               PERFORM PRINT-BALANCING-STATEMENT

               IF WS-DISCREPANCY-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               END-IF

               PERFORM RECORD-RUN-END
           END-IF

           STOP RUN.
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT

           IF WS-FOUND-IDX EQUAL 0
               IF WS-REQ-COUNT < 40
                   ADD 1 TO WS-REQ-COUNT
                   MOVE WS-REQ-COUNT TO WS-FOUND-IDX
                   INITIALIZE REQUEST-ENTRY (WS-FOUND-IDX)
           EVALUATE RQ-REQUEST-ID (WS-REQ-IDX)
               WHEN '01ORDR'
               WHEN '01CANC'
               WHEN '01RETN'
                   PERFORM CHECK-FULL-BALANCE

               WHEN '01MORD'

           WRITE RPT-LINE FROM DISCREPANCY-LINE.
           EXIT.



       CHECK-RUN-SEQUENCE.

      *    The statement only proves the day once DFH0XOLR has put back
      *    the records journaled to the fallback queue, so the run is
      *    refused unless DFH0XOLR has completed for the business date.
      *    It is also refused when this job has already completed for
      *    the date, or has started and not ended, unless an operator
      *    override is set on RUNCTL. Otherwise the start of the run is
      *    recorded.

           ACCEPT WS-JOB-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JOB-TIME FROM TIME

           OPEN I-O RUNCTL-FILE

           IF WS-RUNCTL-STATUS NOT EQUAL '00'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
               MOVE 'RUN CONTROL FILE UNAVAILABLE' TO RR-REASON
           ELSE
               PERFORM CHECK-PREREQUISITE-RUN

               IF NOT RUN-REFUSED
                   PERFORM CHECK-PREVIOUS-RUN
               END-IF

               IF NOT RUN-REFUSED
                   PERFORM RECORD-RUN-START
               END-IF

               CLOSE RUNCTL-FILE
           END-IF.
           EXIT.



       CHECK-PREREQUISITE-RUN.

           MOVE WS-PREREQ-JOB-NAME TO JC-JOB-NAME

           READ RUNCTL-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               NOT INVALID KEY
                   IF JC-STATUS NOT EQUAL 'C'
                      OR JC-BUSINESS-DATE NOT EQUAL WS-JOB-DATE
                       MOVE 'Y' TO WS-RUN-REFUSED-SW
                   END-IF
           END-READ

           IF RUN-REFUSED
               MOVE 'PREREQUISITE NOT COMPLETED:   ' TO RR-REASON
               MOVE WS-PREREQ-JOB-NAME TO RR-JOB-NAME
               MOVE ' FOR BUSINESS DATE ' TO RR-FOR-TEXT
               MOVE WS-JOB-DATE TO RR-DATE
           END-IF.
           EXIT.



       CHECK-PREVIOUS-RUN.

           MOVE WS-JOB-NAME TO JC-JOB-NAME

           READ RUNCTL-FILE
               INVALID KEY
                   MOVE 'N' TO WS-JOB-ON-FILE-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-JOB-ON-FILE-SW
           END-READ

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
           END-IF

           IF RUN-REFUSED
               MOVE WS-JOB-NAME TO RR-JOB-NAME
               MOVE ' FOR BUSINESS DATE ' TO RR-FOR-TEXT
               MOVE WS-JOB-DATE TO RR-DATE
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
           MOVE WS-JOB-HHMMSS TO JC-START-TIME
           MOVE SPACES TO JC-END-DATE
           MOVE SPACES TO JC-END-TIME
           MOVE 0 TO JC-RETURN-CODE
           MOVE 'N' TO JC-RERUN-FLAG

           IF JOB-ON-FILE
               REWRITE RUN-CONTROL-RECORD
           ELSE
               MOVE SPACES TO JC-OVERRIDE-USERID
               MOVE SPACES TO JC-OVERRIDE-DATE
               MOVE SPACES TO JC-OVERRIDE-TIME
               WRITE RUN-CONTROL-RECORD
           END-IF

           IF WS-RUNCTL-STATUS NOT EQUAL '00'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
               MOVE 'RUN CONTROL FILE UNAVAILABLE' TO RR-REASON
           END-IF.
           EXIT.



       RECORD-RUN-END.

      *    The run has only completed if it ended with return code 0;
      *    otherwise it is left failed, so that it may be run again
      *    and the jobs that depend on it stay held.

           ACCEPT WS-JOB-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JOB-TIME FROM TIME

           OPEN I-O RUNCTL-FILE

           IF WS-RUNCTL-STATUS EQUAL '00'
               MOVE WS-JOB-NAME TO JC-JOB-NAME

               READ RUNCTL-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-JOB-ON-FILE-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-JOB-ON-FILE-SW
               END-READ

               IF JOB-ON-FILE
                   MOVE WS-JOB-END-DATE TO JC-END-DATE
                   MOVE WS-JOB-HHMMSS TO JC-END-TIME
                   MOVE RETURN-CODE TO JC-RETURN-CODE

                   IF RETURN-CODE EQUAL 0
                       MOVE 'C' TO JC-STATUS
                   ELSE
                       MOVE 'F' TO JC-STATUS
                   END-IF

                   REWRITE RUN-CONTROL-RECORD
               END-IF

               CLOSE RUNCTL-FILE
           END-IF.
           EXIT.



       PRINT-RUN-REFUSED.

           OPEN OUTPUT RPT-FILE
           WRITE RPT-LINE FROM RUN-REFUSED-LINE
           CLOSE RPT-FILE

           MOVE 12 TO RETURN-CODE.
           EXIT.
