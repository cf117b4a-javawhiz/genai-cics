       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XWMR.
      *****************************************************************
      * DFH0XWMR - Daily Warehouse Manifest Reconciliation
      *
      * DFH0XWAK applies each WHSACKQ acknowledgement on its own, so
      * an acknowledgement that is lost, or rejected to CSMT, leaves
      * the order sitting at 'SN' or 'FU'. Each day the warehouse
      * sends WHSMFST, a manifest of every order it picked, shipped
      * or backordered that day (DFH0XCQ5). This run matches the
      * manifest, order by order, against ORDSTAT and lists:
      *   1. orders the warehouse shows further along than ORDSTAT
      *      (the missing acknowledgements);
      *   2. orders ORDSTAT shows shipped on the manifest date that
      *      the warehouse has not shipped;
      *   3. picked or shipped quantities that differ from
      *      OS-QUANTITY;
      *   4. manifest orders with no ORDSTAT record at all.
      * Manifest records with an unrecognised stage are listed as
      * rejected (R). Cancelled and returned orders are closed on
      * ORDSTAT and are not compared.
      *
      * The run is controlled by the optional WMRCTL control file:
      * CTL-RUN-MODE 'A' applies each case 1 difference to ORDSTAT
      * as DFH0XWAK would have - new status and the warehouse's stage
      * date and time - and journals it to ORDJRNL with source
      * DFH0XWMR, so the status file is brought back in line without
      * rekeying; any other mode only reports. CTL-MANIFEST-DATE
      * (YYYYMMDD) names the warehouse business day being reconciled
      * and defaults to the run date. As with DFH0XRIA, the job ends
      * with return code 8 when any difference remains outstanding
      * or either file cannot be read. An apply run whose ORDJRNL
      * journal cannot be opened applies nothing, since every applied
      * acknowledgement must be journaled: it reports only, and ends
      * with return code 8.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO WHSMFST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT ORDSTAT-FILE ASSIGN TO ORDSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OS-ORDER-REF
               FILE STATUS IS WS-ORDSTAT-STATUS.

           SELECT ORDJRNL-FILE ASSIGN TO ORDJRNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OJ-KEY
               FILE STATUS IS WS-ORDJRNL-STATUS.

           SELECT OPTIONAL CTL-FILE ASSIGN TO WMRCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT RPT-FILE ASSIGN TO WMRPRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD.
           COPY DFH0XCQ5.

       FD  ORDSTAT-FILE.
       01  ORDER-STATUS-RECORD.
           COPY DFH0XCPS.

       FD  ORDJRNL-FILE.
       01  ORDER-JOURNAL-RECORD.
           COPY DFH0XCP7.

       FD  CTL-FILE.
       01  CONTROL-RECORD.
           03 CTL-RUN-MODE              PIC X(1).
           03 CTL-MANIFEST-DATE         PIC X(8).
           03 FILLER                    PIC X(71).

       FD  RPT-FILE.
       01  RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MANIFEST-STATUS           PIC X(2).
       01  WS-ORDSTAT-STATUS            PIC X(2).
       01  WS-ORDJRNL-STATUS            PIC X(2).
       01  WS-CTL-STATUS                PIC X(2).
       01  WS-RPT-STATUS                PIC X(2).

       01  WS-SWITCHES.
           03 WS-EOF-SW                 PIC X     VALUE 'N'.
              88 END-OF-INPUT                     VALUE 'Y'.
           03 WS-CTL-EOF-SW             PIC X     VALUE 'N'.
           03 WS-RUN-MODE               PIC X     VALUE 'L'.
              88 APPLY-RUN                        VALUE 'A'.
           03 WS-MANIFEST-OPEN-SW       PIC X     VALUE 'N'.
              88 MANIFEST-AVAILABLE               VALUE 'Y'.
           03 WS-ORDSTAT-OPEN-SW        PIC X     VALUE 'N'.
              88 ORDSTAT-AVAILABLE                VALUE 'Y'.
           03 WS-ORDJRNL-OPEN-SW        PIC X     VALUE 'Y'.
              88 ORDJRNL-UNAVAILABLE              VALUE 'N'.
           03 WS-OJRN-DONE-SW           PIC X     VALUE 'N'.
              88 JOURNAL-WRITE-DONE               VALUE 'Y'.

       01  WS-RUN-DATE-YYYYMMDD         PIC 9(8).

       01  WS-RUN-TIME.
           03 WS-RUN-TIME-HHMMSS        PIC X(6).
           03 FILLER                    PIC X(2).

       01  WS-MANIFEST-DATE-YYYYMMDD    PIC 9(8).
       01  WS-MANIFEST-DATE-YYYYMMDD-R
               REDEFINES WS-MANIFEST-DATE-YYYYMMDD.
           03 WS-MANIFEST-DATE-YYYY     PIC 9(4).
           03 WS-MANIFEST-DATE-MM       PIC 9(2).
           03 WS-MANIFEST-DATE-DD       PIC 9(2).

       01  WS-MANIFEST-DATE.
           03 WS-MANIFEST-DATE-MM-OUT   PIC 9(2).
           03 FILLER                    PIC X     VALUE '/'.
           03 WS-MANIFEST-DATE-DD-OUT   PIC 9(2).
           03 FILLER                    PIC X     VALUE '/'.
           03 WS-MANIFEST-DATE-YYYY-OUT PIC 9(4).

       01  WS-LOOKUP-ORDER-REF          PIC X(8).
       01  WS-RANK-STATUS               PIC X(2).
       01  WS-RANK                      PIC 9(1).
       01  WS-ORDSTAT-RANK              PIC 9(1).
       01  WS-OLD-STATUS                PIC X(2).

       01  WS-OJRN-SEQ                  PIC 9(2)  VALUE 0.

       01  WS-MANIFEST-READ-COUNT       PIC 9(7)  VALUE 0.
       01  WS-REJECT-COUNT              PIC 9(7)  VALUE 0.
       01  WS-AHEAD-COUNT               PIC 9(7)  VALUE 0.
       01  WS-APPLIED-COUNT             PIC 9(7)  VALUE 0.
       01  WS-NOT-SHIPPED-COUNT         PIC 9(7)  VALUE 0.
       01  WS-QTY-DIFF-COUNT            PIC 9(7)  VALUE 0.
       01  WS-UNKNOWN-COUNT             PIC 9(7)  VALUE 0.
       01  WS-JRNFAIL-COUNT             PIC 9(7)  VALUE 0.
       01  WS-OUTSTANDING-COUNT         PIC 9(7)  VALUE 0.

       01  WS-MFST-COUNT                PIC 9(4)  VALUE 0.
       01  WS-MFST-IDX                  PIC 9(4).
       01  WS-FOUND-IDX                 PIC 9(4)  VALUE 0.
       01  WS-MFST-OVERFLOW-COUNT       PIC 9(7)  VALUE 0.
       01  MANIFEST-TABLE.
           03 MANIFEST-ENTRY OCCURS 3000 TIMES.
               05 ME-ORDER-REF          PIC X(8).
               05 ME-ITEM-REF           PIC X(4).
               05 ME-STATUS             PIC X(2).
               05 ME-RANK               PIC 9(1).
               05 ME-QUANTITY           PIC 9(4).
               05 ME-STAGE-DATE         PIC X(10).
               05 ME-STAGE-TIME         PIC X(6).
               05 ME-MATCHED-SW         PIC X(1).

       01  HEADING-LINE-1.
           03 FILLER                    PIC X(41)
                   VALUE 'WAREHOUSE MANIFEST RECONCILIATION - DATE '.
           03 H1-MANIFEST-DATE          PIC X(10).
           03 FILLER                    PIC X(8)  VALUE '  MODE: '.
           03 H1-RUN-MODE               PIC X(12).
           03 FILLER                    PIC X(61) VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 FILLER                    PIC X(4)  VALUE 'CASE'.
           03 FILLER                    PIC X(10) VALUE 'ORDER-REF'.
           03 FILLER                    PIC X(8)  VALUE 'DEPT'.
           03 FILLER                    PIC X(6)  VALUE 'ITEM'.
           03 FILLER                    PIC X(6)  VALUE 'OURS'.
           03 FILLER                    PIC X(6)  VALUE 'WHSE'.
           03 FILLER                    PIC X(7)  VALUE 'QTY'.
           03 FILLER                    PIC X(6)  VALUE 'WHSQTY'.
           03 FILLER                    PIC X(42) VALUE 'DIFFERENCE'.
           03 FILLER                    PIC X(12) VALUE 'ACTION'.
           03 FILLER                    PIC X(23) VALUE SPACES.

       01  DIFF-LINE.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DF-CASE                   PIC X(1).
           03 FILLER                    PIC X(3)  VALUE SPACES.
           03 DF-ORDER-REF              PIC X(8).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DF-DEPT                   PIC X(6).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DF-ITEM-REF               PIC X(4).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DF-OUR-STATUS             PIC X(2).
           03 FILLER                    PIC X(4)  VALUE SPACES.
           03 DF-WHS-STATUS             PIC X(2).
           03 FILLER                    PIC X(4)  VALUE SPACES.
           03 DF-OUR-QTY                PIC ZZZ9.
           03 FILLER                    PIC X(3)  VALUE SPACES.
           03 DF-WHS-QTY                PIC ZZZ9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DF-DETAIL                 PIC X(40).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DF-ACTION                 PIC X(12).
           03 FILLER                    PIC X(23) VALUE SPACES.

       01  TRAILER-LINE.
           03 TR-TEXT                   PIC X(30).
           03 TR-COUNT                  PIC ZZZ,ZZ9.
           03 FILLER                    PIC X(95) VALUE SPACES.

       01  OVERFLOW-LINE.
           03 OV-TEXT                   PIC X(37).
           03 OV-COUNT                  PIC ZZZ,ZZ9.
           03 FILLER                    PIC X(88) VALUE SPACES.

       01  RESULT-LINE                  PIC X(132).

       01  BLANK-LINE                   PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE SECTION.

           PERFORM ESTABLISH-RUN-DATE
           PERFORM LOAD-CONTROL-RECORD

           MOVE WS-MANIFEST-DATE TO H1-MANIFEST-DATE
           IF APPLY-RUN
               MOVE 'APPLY' TO H1-RUN-MODE
           ELSE
               MOVE 'REPORT ONLY' TO H1-RUN-MODE
           END-IF

           OPEN OUTPUT RPT-FILE
           WRITE RPT-LINE FROM HEADING-LINE-1
           WRITE RPT-LINE FROM BLANK-LINE
           WRITE RPT-LINE FROM COLUMN-HEADING-LINE

           PERFORM LOAD-MANIFEST

           IF MANIFEST-AVAILABLE
               PERFORM RECONCILE-ORDER-STATUS
           END-IF

           IF MANIFEST-AVAILABLE AND ORDSTAT-AVAILABLE
               PERFORM LIST-UNKNOWN-ORDERS
                       VARYING WS-MFST-IDX FROM 1 BY 1
                       UNTIL WS-MFST-IDX > WS-MFST-COUNT
           END-IF

           PERFORM PRINT-RECONCILIATION-TOTALS

           CLOSE RPT-FILE

           IF WS-OUTSTANDING-COUNT > 0
              OR NOT MANIFEST-AVAILABLE
              OR NOT ORDSTAT-AVAILABLE
              OR ORDJRNL-UNAVAILABLE
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

       MAINLINE-EXIT.
           EXIT.



       ESTABLISH-RUN-DATE.

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           MOVE WS-RUN-DATE-YYYYMMDD TO WS-MANIFEST-DATE-YYYYMMDD.
           EXIT.



       LOAD-CONTROL-RECORD.

           OPEN INPUT CTL-FILE

           IF WS-CTL-STATUS EQUAL '00'
               READ CTL-FILE
                   AT END
                       MOVE 'Y' TO WS-CTL-EOF-SW
               END-READ

               IF WS-CTL-EOF-SW EQUAL 'N'
                   IF CTL-RUN-MODE EQUAL 'A'
                       MOVE 'A' TO WS-RUN-MODE
                   END-IF

                   IF CTL-MANIFEST-DATE IS NUMERIC
                      AND CTL-MANIFEST-DATE > '00000000'
                       MOVE CTL-MANIFEST-DATE
                           TO WS-MANIFEST-DATE-YYYYMMDD
                   END-IF
               END-IF

               CLOSE CTL-FILE
           END-IF

           MOVE WS-MANIFEST-DATE-MM TO WS-MANIFEST-DATE-MM-OUT
           MOVE WS-MANIFEST-DATE-DD TO WS-MANIFEST-DATE-DD-OUT
           MOVE WS-MANIFEST-DATE-YYYY TO WS-MANIFEST-DATE-YYYY-OUT.
           EXIT.



       SET-STATUS-RANK.

      *    Orders the fulfillment stages so that "further along" can
      *    be tested: sent (or flagged for follow-up) 1, backordered
      *    2, picked 3, shipped 4. Cancelled and returned orders rank
      *    9 and are never compared; anything else ranks 0.

           EVALUATE WS-RANK-STATUS
               WHEN 'SN'
               WHEN 'FU'
                   MOVE 1 TO WS-RANK
               WHEN 'BO'
                   MOVE 2 TO WS-RANK
               WHEN 'PK'
                   MOVE 3 TO WS-RANK
               WHEN 'SH'
                   MOVE 4 TO WS-RANK
               WHEN 'CN'
               WHEN 'RT'
                   MOVE 9 TO WS-RANK
               WHEN OTHER
                   MOVE 0 TO WS-RANK
           END-EVALUATE.
           EXIT.



       LOAD-MANIFEST.

      *    The manifest is not in order reference sequence and may
      *    carry more than one stage for an order, so it is tabled
      *    with one entry per order holding the furthest stage
      *    reached.

           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT MANIFEST-FILE

           IF WS-MANIFEST-STATUS EQUAL '00'
               MOVE 'Y' TO WS-MANIFEST-OPEN-SW
               PERFORM READ-MANIFEST
               PERFORM TABLE-MANIFEST-ENTRY UNTIL END-OF-INPUT
               CLOSE MANIFEST-FILE
           ELSE
               MOVE 'MANIFEST FILE WHSMFST COULD NOT BE OPENED'
                   TO RESULT-LINE
               WRITE RPT-LINE FROM RESULT-LINE
           END-IF.
           EXIT.



       READ-MANIFEST.

           READ MANIFEST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-MANIFEST-READ-COUNT
           END-READ.
           EXIT.



       TABLE-MANIFEST-ENTRY.

           EVALUATE WM-STAGE
               WHEN 'P'
                   MOVE 'PK' TO WS-RANK-STATUS
               WHEN 'S'
                   MOVE 'SH' TO WS-RANK-STATUS
               WHEN 'B'
                   MOVE 'BO' TO WS-RANK-STATUS
               WHEN OTHER
                   MOVE SPACES TO WS-RANK-STATUS
           END-EVALUATE

           IF WS-RANK-STATUS EQUAL SPACES
              OR WM-ORDER-REF EQUAL SPACES
              OR WM-QUANTITY IS NOT NUMERIC
               PERFORM PRINT-REJECTED-RECORD
           ELSE
               PERFORM SET-STATUS-RANK
               MOVE WM-ORDER-REF TO WS-LOOKUP-ORDER-REF
               PERFORM FIND-MANIFEST-ENTRY

               IF WS-FOUND-IDX EQUAL 0
                   IF WS-MFST-COUNT < 3000
                       ADD 1 TO WS-MFST-COUNT
                       MOVE WS-MFST-COUNT TO WS-FOUND-IDX
                       MOVE 0 TO ME-RANK (WS-FOUND-IDX)
                       MOVE 'N' TO ME-MATCHED-SW (WS-FOUND-IDX)
                   ELSE
                       ADD 1 TO WS-MFST-OVERFLOW-COUNT
                   END-IF
               END-IF

               IF WS-FOUND-IDX NOT EQUAL 0
                  AND WS-RANK >= ME-RANK (WS-FOUND-IDX)
                   MOVE WM-ORDER-REF TO ME-ORDER-REF (WS-FOUND-IDX)
                   MOVE WM-ITEM-REF TO ME-ITEM-REF (WS-FOUND-IDX)
                   MOVE WS-RANK-STATUS TO ME-STATUS (WS-FOUND-IDX)
                   MOVE WS-RANK TO ME-RANK (WS-FOUND-IDX)
                   MOVE WM-QUANTITY TO ME-QUANTITY (WS-FOUND-IDX)
                   MOVE WM-STAGE-DATE TO ME-STAGE-DATE (WS-FOUND-IDX)
                   MOVE WM-STAGE-TIME TO ME-STAGE-TIME (WS-FOUND-IDX)
               END-IF
           END-IF

           PERFORM READ-MANIFEST.
           EXIT.



       PRINT-REJECTED-RECORD.

           ADD 1 TO WS-REJECT-COUNT
           ADD 1 TO WS-OUTSTANDING-COUNT

           MOVE 'R' TO DF-CASE
           MOVE WM-ORDER-REF TO DF-ORDER-REF
           MOVE SPACES TO DF-DEPT
           MOVE WM-ITEM-REF TO DF-ITEM-REF
           MOVE SPACES TO DF-OUR-STATUS
           MOVE SPACES TO DF-WHS-STATUS
           MOVE 0 TO DF-OUR-QTY
           MOVE 0 TO DF-WHS-QTY
           MOVE 'INVALID MANIFEST RECORD' TO DF-DETAIL
           MOVE SPACES TO DF-ACTION

           WRITE RPT-LINE FROM DIFF-LINE.
           EXIT.



       FIND-MANIFEST-ENTRY.

           MOVE 0 TO WS-FOUND-IDX

           PERFORM CHECK-MANIFEST-ENTRY
                   VARYING WS-MFST-IDX FROM 1 BY 1
                   UNTIL WS-MFST-IDX > WS-MFST-COUNT
                      OR WS-FOUND-IDX NOT EQUAL 0.
           EXIT.



       CHECK-MANIFEST-ENTRY.

           IF ME-ORDER-REF (WS-MFST-IDX) EQUAL WS-LOOKUP-ORDER-REF
               MOVE WS-MFST-IDX TO WS-FOUND-IDX
           END-IF.
           EXIT.



       RECONCILE-ORDER-STATUS.

      *    One pass of ORDSTAT covers cases 1 to 3; each order found
      *    on the manifest is marked so that what is left unmarked
      *    afterwards is case 4. In apply mode ORDSTAT is opened for
      *    update and ORDJRNL for the journal entries; without the
      *    journal the run falls back to reporting only.

           MOVE 'N' TO WS-EOF-SW

           IF APPLY-RUN
               OPEN I-O ORDJRNL-FILE

               IF WS-ORDJRNL-STATUS NOT EQUAL '00'
                   MOVE 'N' TO WS-ORDJRNL-OPEN-SW
                   MOVE 'L' TO WS-RUN-MODE
                   MOVE 'ORDER JOURNAL ORDJRNL COULD NOT BE OPENED'
                       TO RESULT-LINE
                   WRITE RPT-LINE FROM RESULT-LINE
               END-IF
           END-IF

           IF APPLY-RUN
               OPEN I-O ORDSTAT-FILE
           ELSE
               OPEN INPUT ORDSTAT-FILE
           END-IF

           IF WS-ORDSTAT-STATUS EQUAL '00'
               MOVE 'Y' TO WS-ORDSTAT-OPEN-SW
               PERFORM READ-ORDSTAT
               PERFORM CHECK-ORDER-STATUS UNTIL END-OF-INPUT
               CLOSE ORDSTAT-FILE
           ELSE
               MOVE 'ORDER STATUS FILE ORDSTAT COULD NOT BE OPENED'
                   TO RESULT-LINE
               WRITE RPT-LINE FROM RESULT-LINE
           END-IF

           IF APPLY-RUN
               CLOSE ORDJRNL-FILE
           END-IF.
           EXIT.



       READ-ORDSTAT.

           READ ORDSTAT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
           EXIT.



       CHECK-ORDER-STATUS.

           MOVE OS-STATUS TO WS-RANK-STATUS
           PERFORM SET-STATUS-RANK
           MOVE WS-RANK TO WS-ORDSTAT-RANK

           MOVE OS-ORDER-REF TO WS-LOOKUP-ORDER-REF
           PERFORM FIND-MANIFEST-ENTRY

           IF WS-FOUND-IDX NOT EQUAL 0
               MOVE 'Y' TO ME-MATCHED-SW (WS-FOUND-IDX)
           END-IF

           IF WS-ORDSTAT-RANK NOT EQUAL 9
               IF WS-FOUND-IDX NOT EQUAL 0
                   PERFORM COMPARE-MANIFEST-ENTRY
               END-IF

               IF OS-STATUS EQUAL 'SH'
                  AND OS-ACK-DATE EQUAL WS-MANIFEST-DATE
                   PERFORM CHECK-SHIPPED-ORDER
               END-IF
           END-IF

           PERFORM READ-ORDSTAT.
           EXIT.



       COMPARE-MANIFEST-ENTRY.

           IF ME-STATUS (WS-FOUND-IDX) NOT EQUAL 'BO'
              AND ME-QUANTITY (WS-FOUND-IDX) NOT EQUAL OS-QUANTITY
               ADD 1 TO WS-QTY-DIFF-COUNT
               ADD 1 TO WS-OUTSTANDING-COUNT
               MOVE '3' TO DF-CASE
               MOVE 'MANIFEST QUANTITY DIFFERS FROM ORDER'
                   TO DF-DETAIL
               MOVE SPACES TO DF-ACTION
               PERFORM PRINT-ORDER-DIFFERENCE
           END-IF

           IF ME-RANK (WS-FOUND-IDX) > WS-ORDSTAT-RANK
               ADD 1 TO WS-AHEAD-COUNT
               MOVE '1' TO DF-CASE
               MOVE 'WAREHOUSE FURTHER ALONG THAN ORDSTAT'
                   TO DF-DETAIL
               MOVE SPACES TO DF-ACTION

               IF APPLY-RUN
                   PERFORM APPLY-ACKNOWLEDGEMENT
               ELSE
                   ADD 1 TO WS-OUTSTANDING-COUNT
               END-IF

               PERFORM PRINT-ORDER-DIFFERENCE
           END-IF.
           EXIT.



       CHECK-SHIPPED-ORDER.

      *    Only orders ORDSTAT shows shipped on the manifest date are
      *    expected on today's manifest as shipped.

           IF WS-FOUND-IDX EQUAL 0
               ADD 1 TO WS-NOT-SHIPPED-COUNT
               ADD 1 TO WS-OUTSTANDING-COUNT
               MOVE '2' TO DF-CASE
               MOVE 'SHIPPED ON ORDSTAT, NOT ON MANIFEST'
                   TO DF-DETAIL
               MOVE SPACES TO DF-ACTION
               PERFORM PRINT-ORDER-DIFFERENCE
           ELSE
               IF ME-STATUS (WS-FOUND-IDX) NOT EQUAL 'SH'
                   ADD 1 TO WS-NOT-SHIPPED-COUNT
                   ADD 1 TO WS-OUTSTANDING-COUNT
                   MOVE '2' TO DF-CASE
                   MOVE 'SHIPPED ON ORDSTAT, NOT BY WAREHOUSE'
                       TO DF-DETAIL
                   MOVE SPACES TO DF-ACTION
                   PERFORM PRINT-ORDER-DIFFERENCE
               END-IF
           END-IF.
           EXIT.



       APPLY-ACKNOWLEDGEMENT.

      *    Applies the missing acknowledgement as DFH0XWAK would have,
      *    stamping the warehouse's stage date and time (or the run
      *    date and time when the manifest carries none).

           MOVE OS-STATUS TO WS-OLD-STATUS
           MOVE ME-STATUS (WS-FOUND-IDX) TO OS-STATUS

           IF ME-STAGE-DATE (WS-FOUND-IDX) EQUAL SPACES
               MOVE WS-MANIFEST-DATE TO OS-ACK-DATE
               MOVE WS-RUN-TIME-HHMMSS TO OS-ACK-TIME
           ELSE
               MOVE ME-STAGE-DATE (WS-FOUND-IDX) TO OS-ACK-DATE
               MOVE ME-STAGE-TIME (WS-FOUND-IDX) TO OS-ACK-TIME
           END-IF

           REWRITE ORDER-STATUS-RECORD

           IF WS-ORDSTAT-STATUS EQUAL '00'
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'APPLIED' TO DF-ACTION
               PERFORM WRITE-STATUS-JOURNAL
           ELSE
               ADD 1 TO WS-OUTSTANDING-COUNT
               MOVE 'REWRITE FAIL' TO DF-ACTION
               MOVE WS-OLD-STATUS TO OS-STATUS
           END-IF.
           EXIT.



       WRITE-STATUS-JOURNAL.

      *    ORDSTAT only holds the latest state, so the applied
      *    acknowledgement is journaled to ORDJRNL with the status it
      *    replaced. A write failure is counted on the report rather
      *    than stopping the run.

           MOVE OS-ORDER-REF TO OJ-ORDER-REF
           MOVE WS-RUN-DATE-YYYYMMDD TO OJ-DATE
           MOVE WS-RUN-TIME-HHMMSS TO OJ-TIME
           MOVE WS-OLD-STATUS TO OJ-OLD-STATUS
           MOVE OS-STATUS TO OJ-NEW-STATUS
           MOVE OS-CHARGE-DEPT TO OJ-CHARGE-DEPT
           MOVE 'DFH0XWMR' TO OJ-SOURCE

           MOVE 0 TO WS-OJRN-SEQ
           MOVE 'N' TO WS-OJRN-DONE-SW

           PERFORM WRITE-STATUS-JOURNAL-ATTEMPT
                   UNTIL JOURNAL-WRITE-DONE.
           EXIT.



       WRITE-STATUS-JOURNAL-ATTEMPT.

           IF WS-OJRN-SEQ >= 99
               MOVE 'Y' TO WS-OJRN-DONE-SW
               ADD 1 TO WS-JRNFAIL-COUNT
               ADD 1 TO WS-OUTSTANDING-COUNT
           ELSE
               ADD 1 TO WS-OJRN-SEQ
               MOVE WS-OJRN-SEQ TO OJ-SEQ

               WRITE ORDER-JOURNAL-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE

               EVALUATE WS-ORDJRNL-STATUS
                   WHEN '00'
                       MOVE 'Y' TO WS-OJRN-DONE-SW

                   WHEN '22'
                       CONTINUE

                   WHEN OTHER
                       MOVE 'Y' TO WS-OJRN-DONE-SW
                       ADD 1 TO WS-JRNFAIL-COUNT
                       ADD 1 TO WS-OUTSTANDING-COUNT
               END-EVALUATE
           END-IF.
           EXIT.



       PRINT-ORDER-DIFFERENCE.

      *    For an applied acknowledgement OURS shows the status that
      *    was replaced.

           MOVE OS-ORDER-REF TO DF-ORDER-REF
           MOVE OS-CHARGE-DEPT TO DF-DEPT
           MOVE OS-ITEM-REF TO DF-ITEM-REF
           MOVE OS-QUANTITY TO DF-OUR-QTY

           IF DF-ACTION EQUAL 'APPLIED'
               MOVE WS-OLD-STATUS TO DF-OUR-STATUS
           ELSE
               MOVE OS-STATUS TO DF-OUR-STATUS
           END-IF

           IF WS-FOUND-IDX EQUAL 0
               MOVE SPACES TO DF-WHS-STATUS
               MOVE 0 TO DF-WHS-QTY
           ELSE
               MOVE ME-STATUS (WS-FOUND-IDX) TO DF-WHS-STATUS
               MOVE ME-QUANTITY (WS-FOUND-IDX) TO DF-WHS-QTY
           END-IF

           WRITE RPT-LINE FROM DIFF-LINE.
           EXIT.



       LIST-UNKNOWN-ORDERS.

           IF ME-MATCHED-SW (WS-MFST-IDX) EQUAL 'N'
               ADD 1 TO WS-UNKNOWN-COUNT
               ADD 1 TO WS-OUTSTANDING-COUNT

               MOVE '4' TO DF-CASE
               MOVE ME-ORDER-REF (WS-MFST-IDX) TO DF-ORDER-REF
               MOVE SPACES TO DF-DEPT
               MOVE ME-ITEM-REF (WS-MFST-IDX) TO DF-ITEM-REF
               MOVE SPACES TO DF-OUR-STATUS
               MOVE ME-STATUS (WS-MFST-IDX) TO DF-WHS-STATUS
               MOVE 0 TO DF-OUR-QTY
               MOVE ME-QUANTITY (WS-MFST-IDX) TO DF-WHS-QTY
               MOVE 'MANIFEST ORDER NOT ON ORDSTAT' TO DF-DETAIL
               MOVE SPACES TO DF-ACTION

               WRITE RPT-LINE FROM DIFF-LINE
           END-IF.
           EXIT.



       PRINT-RECONCILIATION-TOTALS.

           WRITE RPT-LINE FROM BLANK-LINE

           MOVE 'MANIFEST RECORDS READ:        ' TO TR-TEXT
           MOVE WS-MANIFEST-READ-COUNT TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE

           MOVE 'MANIFEST RECORDS REJECTED:    ' TO TR-TEXT
           MOVE WS-REJECT-COUNT TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE

           MOVE '1. WAREHOUSE FURTHER ALONG:   ' TO TR-TEXT
           MOVE WS-AHEAD-COUNT TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE

           MOVE '   ACKNOWLEDGEMENTS APPLIED:  ' TO TR-TEXT
           MOVE WS-APPLIED-COUNT TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE

           MOVE '2. SHIPPED, NOT BY WAREHOUSE: ' TO TR-TEXT
           MOVE WS-NOT-SHIPPED-COUNT TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE

           MOVE '3. QUANTITY DIFFERENCES:      ' TO TR-TEXT
           MOVE WS-QTY-DIFF-COUNT TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE

           MOVE '4. NOT ON ORDSTAT:            ' TO TR-TEXT
           MOVE WS-UNKNOWN-COUNT TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE

           IF WS-JRNFAIL-COUNT > 0
               MOVE 'JOURNAL WRITES FAILED:        ' TO TR-TEXT
               MOVE WS-JRNFAIL-COUNT TO TR-COUNT
               WRITE RPT-LINE FROM TRAILER-LINE
           END-IF

      *    Orders beyond the table are neither compared nor checked
      *    for ORDSTAT, so the reconciliation is then incomplete.

           IF WS-MFST-OVERFLOW-COUNT > 0
               ADD WS-MFST-OVERFLOW-COUNT TO WS-OUTSTANDING-COUNT
               MOVE 'MANIFEST ORDERS NOT RECONCILED:      ' TO OV-TEXT
               MOVE WS-MFST-OVERFLOW-COUNT TO OV-COUNT
               WRITE RPT-LINE FROM OVERFLOW-LINE
           END-IF

           WRITE RPT-LINE FROM BLANK-LINE

           IF WS-OUTSTANDING-COUNT EQUAL 0
              AND MANIFEST-AVAILABLE
              AND ORDSTAT-AVAILABLE
               MOVE 'ORDSTAT AGREES WITH THE WAREHOUSE MANIFEST'
                   TO RESULT-LINE
           ELSE
               MOVE 'DIFFERENCES OUTSTANDING - FOLLOW UP WITH WAREHOUSE'
                   TO RESULT-LINE
           END-IF

           WRITE RPT-LINE FROM RESULT-LINE.
           EXIT.
