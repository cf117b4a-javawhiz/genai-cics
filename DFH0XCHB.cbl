      * item ref no longer exists on CATXDMP are listed in a separate
      * exceptions section instead of being valued. Only records with
      * OL-RETURN-CODE '00' are counted, and orders cancelled in the
      * period appear as credits against the original charge. Goods
      * returned in the period (01RETN) are credited the same way, at
      * the catalog cost of the quantity returned.
      *
      * The run is recorded on the RUNCTL run-control file, and the job
      * refuses to run a second time for the same accounting period,
      * with return code 12 and the reason printed on the report, unless
      * an operator override has been set online through DFH0XECC
      * request 01BSTS. DFH0XGLJ will only run once this job has
      * completed for the period.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHB-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JC-JOB-NAME
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RPT-FILE ASSIGN TO CHBPRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       01  CHARGEBACK-RECORD.
           COPY DFH0XCP8.

       FD  RUNCTL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY DFH0XCR1.

       FD  RPT-FILE.
       01  RPT-LINE                     PIC X(132).

       01  WS-CATXDMP-STATUS            PIC X(2).
       01  WS-CHB-STATUS                PIC X(2).
       01  WS-RPT-STATUS                PIC X(2).
       01  WS-RUNCTL-STATUS             PIC X(2).

       01  WS-SWITCHES.
           03 WS-EOF-SW                 PIC X     VALUE 'N'.
              88 END-OF-ORDRLOG                   VALUE 'Y'.
           03 WS-RUN-REFUSED-SW         PIC X     VALUE 'N'.
              88 RUN-REFUSED                      VALUE 'Y'.
           03 WS-JOB-ON-FILE-SW         PIC X     VALUE 'N'.
              88 JOB-ON-FILE                      VALUE 'Y'.

       01  WS-JOB-NAME                  PIC X(8)  VALUE 'DFH0XCHB'.
       01  WS-JOB-DATE.
           03 WS-JOB-PERIOD             PIC X(6).
           03 FILLER                    PIC X(2).
       01  WS-JOB-TIME.
           03 WS-JOB-HHMMSS             PIC X(6).
           03 FILLER                    PIC X(2).
       01  WS-JOB-END-DATE              PIC X(8).

       01  WS-RUN-DATE-YYYYMMDD         PIC 9(8).
       01  WS-RUN-DATE-YYYYMMDD-R REDEFINES WS-RUN-DATE-YYYYMMDD.
           03 OV-COUNT                  PIC ZZZ,ZZ9.
           03 FILLER                    PIC X(88) VALUE SPACES.

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
               PERFORM ESTABLISH-RUN-PERIOD
               PERFORM LOAD-CANCELLED-ORDERS
               PERFORM PROCESS-ORDER-LOG
               PERFORM PRINT-STATEMENT

               PERFORM RECORD-RUN-END
           END-IF

           STOP RUN.

       MAINLINE-EXIT.
              AND WS-OL-YYYY EQUAL WS-PERIOD-YYYY
              AND OL-RETURN-CODE EQUAL '00'
              AND OL-REQUEST-ID NOT EQUAL '01CANC'
              AND OL-REQUEST-ID NOT EQUAL '01RETN'
              AND OL-ITEM-REF NOT EQUAL SPACES
               PERFORM VALUE-ORDER-LINE
           END-IF

           IF WS-OL-MM EQUAL WS-PERIOD-MM
              AND WS-OL-YYYY EQUAL WS-PERIOD-YYYY
              AND OL-RETURN-CODE EQUAL '00'
              AND OL-REQUEST-ID EQUAL '01RETN'
              AND OL-ITEM-REF NOT EQUAL SPACES
               PERFORM VALUE-RETURN-LINE
           END-IF

           PERFORM READ-ORDRLOG.
           EXIT.




       VALUE-RETURN-LINE.

      *    A return is credited on the same basis the order was
      *    charged - the catalog cost times the quantity returned.

           MOVE OL-ITEM-REF TO CD-ITEM-REF

           READ CATXDMP-FILE
               INVALID KEY
                   PERFORM ADD-EXCEPTION-ENTRY
               NOT INVALID KEY
                   PERFORM ADD-RETURN-CREDIT
           END-READ.
           EXIT.



       ADD-RETURN-CREDIT.

           COMPUTE WS-LINE-VALUE = 0 - (CD-ITEM-COST * OL-QUANTITY)

           MOVE 'C' TO CB-REC-DC-FLAG
           PERFORM ADD-DETAIL-ENTRY
           PERFORM WRITE-CHARGEBACK-RECORD

           PERFORM FIND-OR-ADD-DEPT
           IF WS-FOUND-IDX EQUAL 0
               ADD 1 TO WS-DEPT-OVERFLOW-COUNT
           ELSE
               ADD WS-LINE-VALUE TO DP-TOTAL-VALUE (WS-FOUND-IDX)
           END-IF.
           EXIT.



       ADD-DETAIL-ENTRY.

           IF WS-DETAIL-COUNT < 2000
               WRITE RPT-LINE FROM OVERFLOW-LINE
           END-IF.
           EXIT.



       CHECK-RUN-SEQUENCE.

      *    The chargeback is monthly, so the run is refused when this
      *    job has already completed for the accounting period of the
      *    run date, or has started and not ended for it, unless an
      *    operator override is set on RUNCTL. Otherwise the start of
      *    the run is recorded.

           ACCEPT WS-JOB-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JOB-TIME FROM TIME

           OPEN I-O RUNCTL-FILE

           IF WS-RUNCTL-STATUS NOT EQUAL '00'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
               MOVE 'RUN CONTROL FILE UNAVAILABLE' TO RR-REASON
           ELSE
               PERFORM CHECK-PREVIOUS-RUN

               IF NOT RUN-REFUSED
                   PERFORM RECORD-RUN-START
               END-IF

               CLOSE RUNCTL-FILE
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
              AND JC-PERIOD EQUAL WS-JOB-PERIOD
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
               MOVE ' FOR PERIOD        ' TO RR-FOR-TEXT
               MOVE WS-JOB-PERIOD TO RR-DATE
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
