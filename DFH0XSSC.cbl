       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XSSC.
      *****************************************************************
      * DFH0XSSC - Monthly Supplier Delivery Scorecard
      *
      * Scores each SUPPMST supplier on its deliveries for the period
      * (the calendar month of the run date), so purchasing has facts
      * rather than impressions when renegotiating lead times. Every
      * goods receipt booked on the PORCPT receipt history in the
      * period is compared against the PO-DUE-DATE of its line (the
      * due date the purchase order run derived from SU-LEAD-DAYS):
      * a receipt on or before the due date is on time, a later one
      * is late by the days between the two. The OPENPO lines due in
      * the period give the fill rate - quantity received against
      * quantity ordered - so a supplier that ships on time but
      * short does not score as well as one that ships in full. Each
      * supplier line shows on-time %, average days late over its
      * late receipts and fill rate; suppliers no longer on SUPPMST
      * are still scored and flagged. Receipts whose dates cannot be
      * interpreted are counted on the trailer and left unscored. A
      * line closed short with no further delivery leaves a receipt
      * of zero quantity, which is not a delivery and is not scored;
      * the short shows in the fill rate instead.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORCPT-FILE ASSIGN TO PORCPT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PR-KEY
               FILE STATUS IS WS-PORCPT-STATUS.

           SELECT OPENPO-FILE ASSIGN TO OPENPO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-OPENPO-STATUS.

           SELECT SUPPMST-FILE ASSIGN TO SUPPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SU-SUPPLIER-CODE
               FILE STATUS IS WS-SUPPMST-STATUS.

           SELECT RPT-FILE ASSIGN TO SSCPRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PORCPT-FILE.
       01  PO-RECEIPT-RECORD.
           COPY DFH0XCP0.

       FD  OPENPO-FILE.
       01  OPEN-PO-RECORD.
           COPY DFH0XCP4.

       FD  SUPPMST-FILE.
       01  SUPPLIER-MASTER-RECORD.
           COPY DFH0XCP3.

       FD  RPT-FILE.
       01  RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PORCPT-STATUS             PIC X(2).
       01  WS-OPENPO-STATUS             PIC X(2).
       01  WS-SUPPMST-STATUS            PIC X(2).
       01  WS-RPT-STATUS                PIC X(2).

       01  WS-SWITCHES.
           03 WS-EOF-SW                 PIC X     VALUE 'N'.
              88 END-OF-INPUT                     VALUE 'Y'.
           03 WS-SORT-SW                PIC X     VALUE 'N'.
              88 SORT-PASS-SWAPPED                VALUE 'Y'.

       01  WS-RUN-DATE-YYYYMMDD         PIC 9(8).
       01  WS-RUN-DATE-YYYYMMDD-R REDEFINES WS-RUN-DATE-YYYYMMDD.
           03 WS-RUN-DATE-YYYY          PIC 9(4).
           03 WS-RUN-DATE-MM            PIC 9(2).
           03 WS-RUN-DATE-DD            PIC 9(2).

       01  WS-PERIOD.
           03 WS-PERIOD-YYYY            PIC 9(4).
           03 WS-PERIOD-MM              PIC 9(2).

       01  WS-RECEIPT-DATE-NUM          PIC 9(8)  VALUE 0.
       01  WS-DUE-DATE-NUM              PIC 9(8)  VALUE 0.
       01  WS-RECEIPT-DATE-INT          PIC 9(8)  VALUE 0.
       01  WS-DUE-DATE-INT              PIC 9(8)  VALUE 0.
       01  WS-DAYS-LATE                 PIC 9(5)  VALUE 0.

       01  WS-PCT                       PIC 9(3)V9 VALUE 0.
       01  WS-AVG-DAYS                  PIC 9(5)V9 VALUE 0.

       01  WS-RECEIPT-COUNT             PIC 9(7)  VALUE 0.
       01  WS-UNSCORED-COUNT            PIC 9(7)  VALUE 0.
       01  WS-LINES-DUE-COUNT           PIC 9(7)  VALUE 0.

       01  WS-SUPP-COUNT                PIC 9(4)  VALUE 0.
       01  WS-SUPP-IDX                  PIC 9(4).
       01  WS-SORT-IDX                  PIC 9(4).
       01  WS-FOUND-IDX                 PIC 9(4)  VALUE 0.
       01  WS-SUPP-OVERFLOW-COUNT       PIC 9(7)  VALUE 0.
       01  WS-FIND-SUPPLIER             PIC X(6).
       01  SUPPLIER-TABLE.
           03 SUPPLIER-ENTRY OCCURS 200 TIMES.
               05 SC-SUPPLIER-CODE      PIC X(6).
               05 SC-LINES-DUE          PIC 9(5).
               05 SC-ORDER-QTY          PIC 9(7).
               05 SC-RECEIVED-QTY       PIC 9(7).
               05 SC-RECEIPTS           PIC 9(5).
               05 SC-ON-TIME            PIC 9(5).
               05 SC-LATE               PIC 9(5).
               05 SC-DAYS-LATE          PIC 9(7).

       01  WS-SORT-TEMP.
           03 WT-SUPPLIER-CODE          PIC X(6).
           03 WT-LINES-DUE              PIC 9(5).
           03 WT-ORDER-QTY              PIC 9(7).
           03 WT-RECEIVED-QTY           PIC 9(7).
           03 WT-RECEIPTS               PIC 9(5).
           03 WT-ON-TIME                PIC 9(5).
           03 WT-LATE                   PIC 9(5).
           03 WT-DAYS-LATE              PIC 9(7).

       01  WS-TOTALS.
           03 WS-TOT-LINES-DUE          PIC 9(7)  VALUE 0.
           03 WS-TOT-ORDER-QTY          PIC 9(9)  VALUE 0.
           03 WS-TOT-RECEIVED-QTY       PIC 9(9)  VALUE 0.
           03 WS-TOT-RECEIPTS           PIC 9(7)  VALUE 0.
           03 WS-TOT-ON-TIME            PIC 9(7)  VALUE 0.
           03 WS-TOT-LATE               PIC 9(7)  VALUE 0.
           03 WS-TOT-DAYS-LATE          PIC 9(9)  VALUE 0.

       01  HEADING-LINE-1.
           03 FILLER                    PIC X(40)
                   VALUE 'SUPPLIER DELIVERY SCORECARD - PERIOD '.
           03 H1-PERIOD-MM              PIC 9(2).
           03 FILLER                    PIC X     VALUE '/'.
           03 H1-PERIOD-YYYY            PIC 9(4).
           03 FILLER                    PIC X(85) VALUE SPACES.

       01  COLUMN-HEADING-LINE-1.
           03 FILLER                    PIC X(8)  VALUE 'SUPPLIER'.
           03 FILLER                    PIC X(32) VALUE 'NAME'.
           03 FILLER                    PIC X(10) VALUE 'RECEIPTS'.
           03 FILLER                    PIC X(9)  VALUE 'ON-TIME'.
           03 FILLER                    PIC X(9)  VALUE 'ON-TIME'.
           03 FILLER                    PIC X(7)  VALUE 'LATE'.
           03 FILLER                    PIC X(10) VALUE 'AVG DAYS'.
           03 FILLER                    PIC X(8)  VALUE 'LINES'.
           03 FILLER                    PIC X(10) VALUE 'QTY'.
           03 FILLER                    PIC X(10) VALUE 'QTY'.
           03 FILLER                    PIC X(6)  VALUE 'FILL'.
           03 FILLER                    PIC X(13) VALUE SPACES.

       01  COLUMN-HEADING-LINE-2.
           03 FILLER                    PIC X(50) VALUE SPACES.
           03 FILLER                    PIC X(9)  VALUE 'COUNT'.
           03 FILLER                    PIC X(16) VALUE '%'.
           03 FILLER                    PIC X(10) VALUE 'LATE'.
           03 FILLER                    PIC X(8)  VALUE 'DUE'.
           03 FILLER                    PIC X(10) VALUE 'ORDERED'.
           03 FILLER                    PIC X(10) VALUE 'RECEIVED'.
           03 FILLER                    PIC X(6)  VALUE 'RATE %'.
           03 FILLER                    PIC X(13) VALUE SPACES.

       01  DETAIL-LINE.
           03 DL-SUPPLIER-CODE          PIC X(6).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-SUPPLIER-NAME          PIC X(30).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-RECEIPTS               PIC ZZ,ZZ9.
           03 FILLER                    PIC X(4)  VALUE SPACES.
           03 DL-ON-TIME                PIC ZZ,ZZ9.
           03 FILLER                    PIC X(3)  VALUE SPACES.
           03 DL-ON-TIME-PCT            PIC ZZ9.9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-LATE                   PIC ZZ,ZZ9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-AVG-DAYS-LATE          PIC ZZZZ9.9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-LINES-DUE              PIC ZZ,ZZ9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-ORDER-QTY              PIC Z,ZZZ,ZZ9.
           03 FILLER                    PIC X(1)  VALUE SPACES.
           03 DL-RECEIVED-QTY           PIC Z,ZZZ,ZZ9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-FILL-PCT               PIC ZZ9.9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-FLAG                   PIC X(12).

       01  TRAILER-LINE.
           03 TR-TEXT                   PIC X(30).
           03 TR-COUNT                  PIC ZZZ,ZZ9.
           03 FILLER                    PIC X(95) VALUE SPACES.

       01  OVERFLOW-LINE.
           03 OV-TEXT                   PIC X(37).
           03 OV-COUNT                  PIC ZZZ,ZZ9.
           03 FILLER                    PIC X(88) VALUE SPACES.

       01  BLANK-LINE                   PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE SECTION.

           PERFORM ESTABLISH-PERIOD
           PERFORM SCORE-RECEIPTS
           PERFORM SCORE-LINES-DUE
           PERFORM SORT-SUPPLIER-TABLE
           PERFORM PRINT-SCORECARD
           STOP RUN.

       MAINLINE-EXIT.
           EXIT.



       ESTABLISH-PERIOD.

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-RUN-DATE-YYYY TO WS-PERIOD-YYYY
           MOVE WS-RUN-DATE-MM TO WS-PERIOD-MM

           MOVE WS-PERIOD-MM TO H1-PERIOD-MM
           MOVE WS-PERIOD-YYYY TO H1-PERIOD-YYYY.
           EXIT.



       SCORE-RECEIPTS.

           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT PORCPT-FILE

           IF WS-PORCPT-STATUS EQUAL '00'
               PERFORM READ-PORCPT
               PERFORM SCORE-RECEIPT UNTIL END-OF-INPUT
               CLOSE PORCPT-FILE
           END-IF.
           EXIT.



       READ-PORCPT.

           READ PORCPT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
           EXIT.



       SCORE-RECEIPT.

           IF PR-RECEIPT-DATE (1:6) EQUAL WS-PERIOD
              AND PR-RECEIVED-QTY > 0
               ADD 1 TO WS-RECEIPT-COUNT

               IF PR-RECEIPT-DATE IS NUMERIC
                  AND PR-DUE-DATE IS NUMERIC
                   MOVE PR-SUPPLIER-CODE TO WS-FIND-SUPPLIER
                   PERFORM FIND-OR-ADD-SUPPLIER

                   IF WS-FOUND-IDX EQUAL 0
                       ADD 1 TO WS-SUPP-OVERFLOW-COUNT
                   ELSE
                       PERFORM ADD-RECEIPT-SCORE
                   END-IF
               ELSE
                   ADD 1 TO WS-UNSCORED-COUNT
               END-IF
           END-IF

           PERFORM READ-PORCPT.
           EXIT.



       ADD-RECEIPT-SCORE.

           ADD 1 TO SC-RECEIPTS (WS-FOUND-IDX)

           IF PR-RECEIPT-DATE NOT > PR-DUE-DATE
               ADD 1 TO SC-ON-TIME (WS-FOUND-IDX)
           ELSE
               MOVE PR-RECEIPT-DATE TO WS-RECEIPT-DATE-NUM
               MOVE PR-DUE-DATE TO WS-DUE-DATE-NUM
               COMPUTE WS-RECEIPT-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-RECEIPT-DATE-NUM)
               COMPUTE WS-DUE-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DUE-DATE-NUM)
               COMPUTE WS-DAYS-LATE =
                   WS-RECEIPT-DATE-INT - WS-DUE-DATE-INT

               ADD 1 TO SC-LATE (WS-FOUND-IDX)
               ADD WS-DAYS-LATE TO SC-DAYS-LATE (WS-FOUND-IDX)
           END-IF.
           EXIT.



       SCORE-LINES-DUE.

      *    Fill rate is measured over the lines that fell due in the
      *    period, whether still open or already closed, comparing
      *    what has been received on them so far with what was
      *    ordered.

           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT OPENPO-FILE

           IF WS-OPENPO-STATUS EQUAL '00'
               PERFORM READ-OPENPO
               PERFORM SCORE-PO-LINE UNTIL END-OF-INPUT
               CLOSE OPENPO-FILE
           END-IF.
           EXIT.



       READ-OPENPO.

           READ OPENPO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
           EXIT.



       SCORE-PO-LINE.

           IF PO-DUE-DATE (1:6) EQUAL WS-PERIOD
               ADD 1 TO WS-LINES-DUE-COUNT
               MOVE PO-SUPPLIER-CODE TO WS-FIND-SUPPLIER
               PERFORM FIND-OR-ADD-SUPPLIER

               IF WS-FOUND-IDX EQUAL 0
                   ADD 1 TO WS-SUPP-OVERFLOW-COUNT
               ELSE
                   ADD 1 TO SC-LINES-DUE (WS-FOUND-IDX)
                   ADD PO-ORDER-QTY TO SC-ORDER-QTY (WS-FOUND-IDX)

                   IF PO-RECEIVED-QTY IS NUMERIC
                       ADD PO-RECEIVED-QTY
                           TO SC-RECEIVED-QTY (WS-FOUND-IDX)
                   END-IF
               END-IF
           END-IF

           PERFORM READ-OPENPO.
           EXIT.



       FIND-OR-ADD-SUPPLIER.

           MOVE 0 TO WS-FOUND-IDX

           PERFORM CHECK-SUPPLIER-ENTRY
                   VARYING WS-SUPP-IDX FROM 1 BY 1
                   UNTIL WS-SUPP-IDX > WS-SUPP-COUNT

           IF WS-FOUND-IDX EQUAL 0
               IF WS-SUPP-COUNT < 200
                   ADD 1 TO WS-SUPP-COUNT
                   MOVE WS-SUPP-COUNT TO WS-FOUND-IDX
                   INITIALIZE SUPPLIER-ENTRY (WS-FOUND-IDX)
                   MOVE WS-FIND-SUPPLIER
                       TO SC-SUPPLIER-CODE (WS-FOUND-IDX)
               END-IF
           END-IF.
           EXIT.



       CHECK-SUPPLIER-ENTRY.

           IF SC-SUPPLIER-CODE (WS-SUPP-IDX) EQUAL WS-FIND-SUPPLIER
               MOVE WS-SUPP-IDX TO WS-FOUND-IDX
           END-IF.
           EXIT.



       SORT-SUPPLIER-TABLE.

           MOVE 'Y' TO WS-SORT-SW

           PERFORM SORT-ONE-PASS UNTIL NOT SORT-PASS-SWAPPED.
           EXIT.



       SORT-ONE-PASS.

           MOVE 'N' TO WS-SORT-SW

           PERFORM SORT-COMPARE-PAIR
                   VARYING WS-SORT-IDX FROM 1 BY 1
                   UNTIL WS-SORT-IDX >= WS-SUPP-COUNT.
           EXIT.



       SORT-COMPARE-PAIR.

           IF SC-SUPPLIER-CODE (WS-SORT-IDX)
              > SC-SUPPLIER-CODE (WS-SORT-IDX + 1)
               MOVE SUPPLIER-ENTRY (WS-SORT-IDX) TO WS-SORT-TEMP
               MOVE SUPPLIER-ENTRY (WS-SORT-IDX + 1)
                   TO SUPPLIER-ENTRY (WS-SORT-IDX)
               MOVE WS-SORT-TEMP TO SUPPLIER-ENTRY (WS-SORT-IDX + 1)
               MOVE 'Y' TO WS-SORT-SW
           END-IF.
           EXIT.



       PRINT-SCORECARD.

           OPEN INPUT SUPPMST-FILE
           OPEN OUTPUT RPT-FILE

           WRITE RPT-LINE FROM HEADING-LINE-1
           WRITE RPT-LINE FROM BLANK-LINE
           WRITE RPT-LINE FROM COLUMN-HEADING-LINE-1
           WRITE RPT-LINE FROM COLUMN-HEADING-LINE-2

           PERFORM PRINT-SUPPLIER-LINE
                   VARYING WS-SUPP-IDX FROM 1 BY 1
                   UNTIL WS-SUPP-IDX > WS-SUPP-COUNT

           PERFORM PRINT-TOTAL-LINE
           PERFORM PRINT-RUN-TRAILER

           CLOSE SUPPMST-FILE
           CLOSE RPT-FILE.
           EXIT.



       PRINT-SUPPLIER-LINE.

           MOVE SC-SUPPLIER-CODE (WS-SUPP-IDX) TO DL-SUPPLIER-CODE
           MOVE SPACES TO DL-FLAG
           MOVE SC-SUPPLIER-CODE (WS-SUPP-IDX) TO SU-SUPPLIER-CODE

           READ SUPPMST-FILE
               INVALID KEY
                   MOVE SPACES TO DL-SUPPLIER-NAME
                   MOVE 'NOT ON SUPPMST' TO DL-FLAG
               NOT INVALID KEY
                   MOVE SU-NAME TO DL-SUPPLIER-NAME
           END-READ

           ADD SC-LINES-DUE (WS-SUPP-IDX) TO WS-TOT-LINES-DUE
           ADD SC-ORDER-QTY (WS-SUPP-IDX) TO WS-TOT-ORDER-QTY
           ADD SC-RECEIVED-QTY (WS-SUPP-IDX) TO WS-TOT-RECEIVED-QTY
           ADD SC-RECEIPTS (WS-SUPP-IDX) TO WS-TOT-RECEIPTS
           ADD SC-ON-TIME (WS-SUPP-IDX) TO WS-TOT-ON-TIME
           ADD SC-LATE (WS-SUPP-IDX) TO WS-TOT-LATE
           ADD SC-DAYS-LATE (WS-SUPP-IDX) TO WS-TOT-DAYS-LATE

           MOVE SC-RECEIPTS (WS-SUPP-IDX) TO DL-RECEIPTS
           MOVE SC-ON-TIME (WS-SUPP-IDX) TO DL-ON-TIME
           MOVE SC-LATE (WS-SUPP-IDX) TO DL-LATE
           MOVE SC-LINES-DUE (WS-SUPP-IDX) TO DL-LINES-DUE
           MOVE SC-ORDER-QTY (WS-SUPP-IDX) TO DL-ORDER-QTY
           MOVE SC-RECEIVED-QTY (WS-SUPP-IDX) TO DL-RECEIVED-QTY

           IF SC-RECEIPTS (WS-SUPP-IDX) > 0
               COMPUTE WS-PCT ROUNDED =
                   SC-ON-TIME (WS-SUPP-IDX) * 100
                   / SC-RECEIPTS (WS-SUPP-IDX)
           ELSE
               MOVE 0 TO WS-PCT
           END-IF
           MOVE WS-PCT TO DL-ON-TIME-PCT

           IF SC-LATE (WS-SUPP-IDX) > 0
               COMPUTE WS-AVG-DAYS ROUNDED =
                   SC-DAYS-LATE (WS-SUPP-IDX) / SC-LATE (WS-SUPP-IDX)
           ELSE
               MOVE 0 TO WS-AVG-DAYS
           END-IF
           MOVE WS-AVG-DAYS TO DL-AVG-DAYS-LATE

           IF SC-ORDER-QTY (WS-SUPP-IDX) > 0
               COMPUTE WS-PCT ROUNDED =
                   SC-RECEIVED-QTY (WS-SUPP-IDX) * 100
                   / SC-ORDER-QTY (WS-SUPP-IDX)
           ELSE
               MOVE 0 TO WS-PCT
           END-IF
           MOVE WS-PCT TO DL-FILL-PCT

           WRITE RPT-LINE FROM DETAIL-LINE.
           EXIT.



       PRINT-TOTAL-LINE.

           WRITE RPT-LINE FROM BLANK-LINE

           MOVE SPACES TO DL-SUPPLIER-CODE
           MOVE 'ALL SUPPLIERS' TO DL-SUPPLIER-NAME
           MOVE SPACES TO DL-FLAG

           MOVE WS-TOT-RECEIPTS TO DL-RECEIPTS
           MOVE WS-TOT-ON-TIME TO DL-ON-TIME
           MOVE WS-TOT-LATE TO DL-LATE
           MOVE WS-TOT-LINES-DUE TO DL-LINES-DUE
           MOVE WS-TOT-ORDER-QTY TO DL-ORDER-QTY
           MOVE WS-TOT-RECEIVED-QTY TO DL-RECEIVED-QTY

           IF WS-TOT-RECEIPTS > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-TOT-ON-TIME * 100 / WS-TOT-RECEIPTS
           ELSE
               MOVE 0 TO WS-PCT
           END-IF
           MOVE WS-PCT TO DL-ON-TIME-PCT

           IF WS-TOT-LATE > 0
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-TOT-DAYS-LATE / WS-TOT-LATE
           ELSE
               MOVE 0 TO WS-AVG-DAYS
           END-IF
           MOVE WS-AVG-DAYS TO DL-AVG-DAYS-LATE

           IF WS-TOT-ORDER-QTY > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-TOT-RECEIVED-QTY * 100 / WS-TOT-ORDER-QTY
           ELSE
               MOVE 0 TO WS-PCT
           END-IF
           MOVE WS-PCT TO DL-FILL-PCT

           WRITE RPT-LINE FROM DETAIL-LINE.
           EXIT.



       PRINT-RUN-TRAILER.

           WRITE RPT-LINE FROM BLANK-LINE

           MOVE 'RECEIPTS IN PERIOD:           ' TO TR-TEXT
           MOVE WS-RECEIPT-COUNT TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE

           MOVE 'PO LINES DUE IN PERIOD:       ' TO TR-TEXT
           MOVE WS-LINES-DUE-COUNT TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE

           IF WS-UNSCORED-COUNT > 0
               MOVE 'RECEIPTS NOT SCORED:          ' TO TR-TEXT
               MOVE WS-UNSCORED-COUNT TO TR-COUNT
               WRITE RPT-LINE FROM TRAILER-LINE
           END-IF

           IF WS-SUPP-OVERFLOW-COUNT > 0
               MOVE 'RECORDS FOR UNTRACKED SUPPLIERS:    '
                   TO OV-TEXT
               MOVE WS-SUPP-OVERFLOW-COUNT TO OV-COUNT
               WRITE RPT-LINE FROM OVERFLOW-LINE
           END-IF.
           EXIT.
