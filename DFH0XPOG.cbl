      * DFH0XPOG - Supplier Purchase Order Generation
      *
      * Runs after each replenishment run. First works the OPENPO
      * file and notes the items still on open lines; lines are
      * closed only by the goods receipts booked against them online
      * (DFH0XECC request 01RCPT), once the full order quantity has
      * been received. The REPLREQ requisitions are then grouped
      * by RQ-SUPPLIER-CODE into numbered purchase orders against
      * the SUPPMST supplier master: one printed PO document per
      * supplier with name, address and a due date the supplier's
      * lead time in working days after the run date, counted on the
      * WORKCAL shop calendar so that weekends and holidays in the
      * lead time push the due date out, and one OPENPO line per
      * item. An item already on an open PO line is skipped rather
      * than re-ordered, so the ESCALATED case on the replenishment
      * report does not raise a fresh order every run. Requisitions
      * for suppliers not on SUPPMST are listed for purchasing to
      * resolve. The next PO number is held on the POCTL control
      * file and written back at end of run; if the control file is
      * missing numbering restarts at 000001.
      *
      * The run sequence is enforced through the RUNCTL run-control
      * file: the job refuses to run, with return code 12 and the reason
      * printed on the report, until DFH0XRPL has completed for the
      * business date, and does not run a second time for the same date
      * unless an operator override has been set online through DFH0XECC
      * request 01BSTS. A second run would raise the same purchase
      * orders twice.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-OPENPO-STATUS.

           SELECT WORKCAL-FILE ASSIGN TO WORKCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WC-DATE
               FILE STATUS IS WS-WORKCAL-STATUS.

           SELECT OPTIONAL CTL-FILE ASSIGN TO POCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JC-JOB-NAME
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RPT-FILE ASSIGN TO POPRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       01  OPEN-PO-RECORD.
           COPY DFH0XCP4.

       FD  WORKCAL-FILE.
       01  WORKING-CALENDAR-RECORD.
           COPY DFH0XCQ9.

       FD  CTL-FILE.
       01  CONTROL-RECORD.
           03 CTL-NEXT-PO-NUMBER        PIC 9(6).
           03 FILLER                    PIC X(74).

       FD  RUNCTL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY DFH0XCR1.

       FD  RPT-FILE.
       01  RPT-LINE                     PIC X(132).

       01  WS-REQ-STATUS                PIC X(2).
       01  WS-SUPPMST-STATUS            PIC X(2).
       01  WS-OPENPO-STATUS             PIC X(2).
       01  WS-WORKCAL-STATUS            PIC X(2).
       01  WS-CTL-STATUS                PIC X(2).
       01  WS-RPT-STATUS                PIC X(2).
       01  WS-RUNCTL-STATUS             PIC X(2).

       01  WS-SWITCHES.
           03 WS-EOF-SW                 PIC X     VALUE 'N'.
              88 SORT-PASS-SWAPPED                VALUE 'Y'.
           03 WS-SUPP-OK-SW             PIC X     VALUE 'N'.
              88 SUPPLIER-ON-MASTER               VALUE 'Y'.
           03 WS-CAL-OPEN-SW            PIC X     VALUE 'N'.
              88 CALENDAR-OPEN                    VALUE 'Y'.
           03 WS-WORKING-DAY-SW         PIC X     VALUE 'N'.
              88 WORKING-DAY                      VALUE 'Y'.
           03 WS-RUN-REFUSED-SW         PIC X     VALUE 'N'.
              88 RUN-REFUSED                      VALUE 'Y'.
           03 WS-JOB-ON-FILE-SW         PIC X     VALUE 'N'.
              88 JOB-ON-FILE                      VALUE 'Y'.

       01  WS-JOB-NAME                  PIC X(8)  VALUE 'DFH0XPOG'.
       01  WS-PREREQ-JOB-NAME           PIC X(8)  VALUE 'DFH0XRPL'.
       01  WS-JOB-DATE.
           03 WS-JOB-PERIOD             PIC X(6).
           03 FILLER                    PIC X(2).
       01  WS-JOB-TIME.
           03 WS-JOB-HHMMSS             PIC X(6).
           03 FILLER                    PIC X(2).
       01  WS-JOB-END-DATE              PIC X(8).

       01  WS-RUN-DATE-YYYYMMDD         PIC 9(8).
       01  WS-RUN-DATE-YYYYMMDD-R REDEFINES WS-RUN-DATE-YYYYMMDD.
       01  WS-CURRENT-LINE-NO           PIC 9(3)  VALUE 0.
       01  WS-DUE-DATE-INT              PIC 9(8)  VALUE 0.
       01  WS-DUE-DATE-YYYYMMDD         PIC 9(8)  VALUE 0.
       01  WS-CAL-DATE-INT              PIC 9(8)  VALUE 0.
       01  WS-CAL-DATE-YYYYMMDD         PIC 9(8)  VALUE 0.
       01  WS-CAL-WEEKS                 PIC 9(8)  VALUE 0.
       01  WS-CAL-WEEKDAY               PIC 9(1)  VALUE 0.
       01  WS-CAL-WORKING-DAYS          PIC 9(5)  VALUE 0.

       01  WS-POS-RAISED-COUNT          PIC 9(7)  VALUE 0.
       01  WS-LINES-WRITTEN-COUNT       PIC 9(7)  VALUE 0.
       01  WS-PART-RECEIVED-COUNT       PIC 9(7)  VALUE 0.
       01  WS-SKIPPED-COUNT             PIC 9(7)  VALUE 0.
       01  WS-NO-SUPPLIER-COUNT         PIC 9(7)  VALUE 0.
       01  WS-PO-WRITE-ERR-COUNT        PIC 9(7)  VALUE 0.
       01  PO-DUE-LINE.
           03 FILLER                    PIC X(10) VALUE 'LEAD TIME '.
           03 PD-LEAD-DAYS              PIC ZZ9.
           03 FILLER                    PIC X(20)
                   VALUE ' WORKING DAYS - DUE '.
           03 PD-DUE-DATE               PIC X(8).
           03 FILLER                    PIC X(91) VALUE SPACES.

       01  PO-COLUMN-LINE.
           03 FILLER                    PIC X(6)  VALUE 'LINE'.
           03 PT-LINE-COUNT             PIC ZZ9.
           03 FILLER                    PIC X(114) VALUE SPACES.

       01  PART-HEADING-LINE            PIC X(132)
               VALUE 'OPEN PO LINES PART RECEIVED'.

       01  PART-DETAIL-LINE.
           03 PP-PO-NUMBER              PIC 9(6).
           03 FILLER                    PIC X(1)  VALUE '/'.
           03 PP-LINE-NO                PIC 9(3).
           03 FILLER                    PIC X(4)  VALUE SPACES.
           03 PP-ITEM-REF               PIC X(4).
           03 FILLER                    PIC X(4)  VALUE SPACES.
           03 PP-SUPPLIER-CODE          PIC X(6).
           03 FILLER                    PIC X(4)  VALUE SPACES.
           03 PP-ORDER-QTY              PIC ZZZ9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 PP-RECEIVED-QTY           PIC ZZZ9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 PP-DUE-DATE               PIC X(8).
           03 FILLER                    PIC X(80) VALUE SPACES.

       01  SKIPPED-HEADING-LINE         PIC X(132)
               VALUE 'ITEMS ALREADY ON OPEN PO - NOT RE-ORDERED'.
       01  NOSUPP-HEADING-LINE          PIC X(132)
               VALUE 'REQUISITIONS FOR SUPPLIERS NOT ON SUPPMST'.

       01  CALENDAR-MISSING-LINE        PIC X(132)
               VALUE 'CALENDAR WORKCAL UNAVAILABLE - WEEKDAYS ONLY'.

       01  TRAILER-LINE.
           03 TR-TEXT                   PIC X(30).
           03 TR-COUNT                  PIC ZZZ,ZZ9.
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
               PERFORM ESTABLISH-RUN-DATE
               PERFORM LOAD-PO-CONTROL
               PERFORM OPEN-FILES
               PERFORM PROCESS-OPEN-PO-FILE
               PERFORM LOAD-REQUISITIONS
               PERFORM SORT-REQ-TABLE
               PERFORM GENERATE-PURCHASE-ORDERS
               PERFORM PRINT-RUN-TRAILER
               PERFORM CLOSE-FILES
               PERFORM SAVE-PO-CONTROL

               PERFORM RECORD-RUN-END
           END-IF

           STOP RUN.

       MAINLINE-EXIT.
           OPEN INPUT REQ-FILE
           OPEN INPUT SUPPMST-FILE
           OPEN I-O OPENPO-FILE
           OPEN OUTPUT RPT-FILE
           PERFORM OPEN-WORKING-CALENDAR

           WRITE RPT-LINE FROM HEADING-LINE-1

           IF NOT CALENDAR-OPEN
               WRITE RPT-LINE FROM CALENDAR-MISSING-LINE
           END-IF.
           EXIT.


           CLOSE REQ-FILE
           CLOSE SUPPMST-FILE
           CLOSE OPENPO-FILE
           CLOSE RPT-FILE
           PERFORM CLOSE-WORKING-CALENDAR.
           EXIT.


       CHECK-OPEN-PO-LINE.

           IF PO-STATUS EQUAL 'O'
               PERFORM ADD-OPEN-ITEM-ENTRY

               IF PO-RECEIVED-QTY IS NUMERIC
                  AND PO-RECEIVED-QTY > 0
                   PERFORM PRINT-PART-RECEIVED-LINE
               END-IF
           END-IF

           PERFORM READ-OPENPO.



       PRINT-PART-RECEIVED-LINE.

      *    A line part received is still on order for the balance,
      *    so it is listed for purchasing to chase the supplier.

           ADD 1 TO WS-PART-RECEIVED-COUNT

           MOVE PO-NUMBER TO PP-PO-NUMBER
           MOVE PO-LINE-NO TO PP-LINE-NO
           MOVE PO-ITEM-REF TO PP-ITEM-REF
           MOVE PO-SUPPLIER-CODE TO PP-SUPPLIER-CODE
           MOVE PO-ORDER-QTY TO PP-ORDER-QTY
           MOVE PO-RECEIVED-QTY TO PP-RECEIVED-QTY
           MOVE PO-DUE-DATE TO PP-DUE-DATE

           IF WS-PART-RECEIVED-COUNT EQUAL 1
               WRITE RPT-LINE FROM BLANK-LINE
               WRITE RPT-LINE FROM PART-HEADING-LINE
           END-IF

           WRITE RPT-LINE FROM PART-DETAIL-LINE.
           EXIT.


               MOVE 0 TO WS-CURRENT-LINE-NO
               ADD 1 TO WS-POS-RAISED-COUNT

               COMPUTE WS-CAL-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-YYYYMMDD)
               MOVE 0 TO WS-CAL-WORKING-DAYS
               PERFORM ADVANCE-WORKING-DAY
                       UNTIL WS-CAL-WORKING-DAYS >= SU-LEAD-DAYS
               MOVE WS-CAL-DATE-INT TO WS-DUE-DATE-INT
               COMPUTE WS-DUE-DATE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER (WS-DUE-DATE-INT)




       ADVANCE-WORKING-DAY.

      *    Steps the due date on a day at a time, counting only the
      *    working days towards the supplier's lead time.

           ADD 1 TO WS-CAL-DATE-INT
           PERFORM CHECK-WORKING-DAY

           IF WORKING-DAY
               ADD 1 TO WS-CAL-WORKING-DAYS
           END-IF.
           EXIT.



       PRINT-PO-HEADER.

           WRITE RPT-LINE FROM BLANK-LINE
           MOVE WS-DUE-DATE-YYYYMMDD TO PO-DUE-DATE
           MOVE 'O' TO PO-STATUS
           MOVE SPACES TO PO-CLOSED-DATE
           MOVE 0 TO PO-RECEIVED-QTY
           MOVE SPACES TO PO-LAST-RECEIPT-DATE

           WRITE OPEN-PO-RECORD
               INVALID KEY
           MOVE WS-LINES-WRITTEN-COUNT TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE

           MOVE 'OPEN LINES PART RECEIVED:     ' TO TR-TEXT
           MOVE WS-PART-RECEIVED-COUNT TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE

           MOVE 'ITEMS ALREADY ON ORDER:       ' TO TR-TEXT
               WRITE RPT-LINE FROM OVERFLOW-LINE
           END-IF.
           EXIT.



       OPEN-WORKING-CALENDAR.

           OPEN INPUT WORKCAL-FILE

           IF WS-WORKCAL-STATUS EQUAL '00'
               MOVE 'Y' TO WS-CAL-OPEN-SW
           ELSE
               MOVE 'N' TO WS-CAL-OPEN-SW
           END-IF.
           EXIT.



       CLOSE-WORKING-CALENDAR.

           IF CALENDAR-OPEN
               CLOSE WORKCAL-FILE
           END-IF.
           EXIT.



       CHECK-WORKING-DAY.

      *    Sets WORKING-DAY for the date in WS-CAL-DATE-INT. Monday to
      *    Friday are working days unless WORKCAL holds the date as a
      *    holiday or shutdown day ('H'); a weekend day is only worked
      *    if WORKCAL holds it as 'W'. Day 1 of the integer date
      *    calendar was a Monday, so a remainder of 0 is a Sunday and
      *    6 a Saturday. Without the calendar the weekday pattern
      *    alone is used.

           DIVIDE WS-CAL-DATE-INT BY 7
               GIVING WS-CAL-WEEKS REMAINDER WS-CAL-WEEKDAY

           IF WS-CAL-WEEKDAY EQUAL 0 OR WS-CAL-WEEKDAY EQUAL 6
               MOVE 'N' TO WS-WORKING-DAY-SW
           ELSE
               MOVE 'Y' TO WS-WORKING-DAY-SW
           END-IF

           IF CALENDAR-OPEN
               COMPUTE WS-CAL-DATE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER (WS-CAL-DATE-INT)
               MOVE WS-CAL-DATE-YYYYMMDD TO WC-DATE

               READ WORKCAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE WC-DAY-TYPE
                           WHEN 'H'
                               MOVE 'N' TO WS-WORKING-DAY-SW
                           WHEN 'W'
                               MOVE 'Y' TO WS-WORKING-DAY-SW
                       END-EVALUATE
               END-READ
           END-IF.
           EXIT.



       CHECK-RUN-SEQUENCE.

      *    Orders are raised from the REPLREQ requisitions DFH0XRPL
      *    writes, so the run is refused unless DFH0XRPL has completed
      *    for the business date. It is also refused when this job has
      *    already completed for the date, since a second run would
      *    raise the same purchase orders again, or has started and not
      *    ended, unless an operator override is set on RUNCTL.
      *    Otherwise the start of the run is recorded.

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
