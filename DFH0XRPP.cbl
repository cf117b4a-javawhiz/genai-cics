       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XRPP.
      *****************************************************************
      * DFH0XRPP - Reorder Point Planning Run
      *
      * Proposes demand-based minimum stock and reorder quantities
      * for the RORDMST reorder-point master, in two modes chosen on
      * the RPPCTL control file.
      *
      * The review run (the default) measures each RORDMST item's
      * weekly demand from the successful place-order lines on
      * ORDRLOG (01ORDR, 01MORD and 01PAPR) over the look-back window,
      * leaving out orders that were later cancelled. From the
      * average and peak week, and the supplier's SU-LEAD-DAYS on
      * SUPPMST, it proposes:
      *   - minimum stock: the peak week's demand over the lead time
      *     (peak weekly demand x lead days / 5, the lead time being
      *     quoted in working days of a five-day week), so that stock
      *     on hand covers a busy spell while the order is awaited;
      *   - reorder quantity: the average week's demand over the
      *     cover period (average weekly demand x cover weeks).
      * Both are rounded up. Each item prints with its current and
      * proposed values and the change as a percentage of the
      * current value, and each changed item is written to the
      * RPPPROP proposal file for purchasing to review. Items with
      * no demand in the window, or whose supplier is not on SUPPMST,
      * are listed but not proposed.
      *
      * The apply run (CTL-RUN-MODE 'A') reads the RPPAPRV list of
      * item refs purchasing has approved and updates RORDMST from
      * RPPPROP for those items only, writing a before/after record
      * of each change to RPPHIST. An approved item is not changed if
      * its RORDMST values are no longer those the proposal was made
      * against. The apply run ends with return code 8 when any
      * approved item could not be applied.
      *
      * CTL-LOOKBACK-WEEKS defaults to 13 (at most 52) and
      * CTL-COVER-WEEKS to 4.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RORDMST-FILE ASSIGN TO RORDMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-ITEM-REF
               FILE STATUS IS WS-RORDMST-STATUS.

           SELECT ORDRLOG-FILE ASSIGN TO ORDRLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OL-KEY
               FILE STATUS IS WS-ORDRLOG-STATUS.

           SELECT SUPPMST-FILE ASSIGN TO SUPPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SU-SUPPLIER-CODE
               FILE STATUS IS WS-SUPPMST-STATUS.

           SELECT PROP-FILE ASSIGN TO RPPPROP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROP-STATUS.

           SELECT APRV-FILE ASSIGN TO RPPAPRV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APRV-STATUS.

           SELECT OPTIONAL HIST-FILE ASSIGN TO RPPHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT OPTIONAL CTL-FILE ASSIGN TO RPPCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT RPT-FILE ASSIGN TO RPPPRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RORDMST-FILE.
       01  REORDER-MASTER-RECORD.
           COPY DFH0XCPU.

       FD  ORDRLOG-FILE.
       01  ORDER-LOG-RECORD.
           COPY DFH0XCPL.

       FD  SUPPMST-FILE.
       01  SUPPLIER-MASTER-RECORD.
           COPY DFH0XCP3.

       FD  PROP-FILE.
       01  REORDER-PROPOSAL-RECORD.
           COPY DFH0XCQ7.

       FD  APRV-FILE.
       01  APPROVAL-RECORD.
           03 AP-ITEM-REF               PIC X(4).
           03 FILLER                    PIC X(76).

       FD  HIST-FILE.
       01  REORDER-HISTORY-RECORD.
           COPY DFH0XCQ8.

       FD  CTL-FILE.
       01  CONTROL-RECORD.
           03 CTL-RUN-MODE              PIC X(1).
           03 CTL-LOOKBACK-WEEKS        PIC 9(2).
           03 CTL-COVER-WEEKS           PIC 9(2).
           03 FILLER                    PIC X(75).

       FD  RPT-FILE.
       01  RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RORDMST-STATUS            PIC X(2).
       01  WS-ORDRLOG-STATUS            PIC X(2).
       01  WS-SUPPMST-STATUS            PIC X(2).
       01  WS-PROP-STATUS               PIC X(2).
       01  WS-APRV-STATUS               PIC X(2).
       01  WS-HIST-STATUS               PIC X(2).
       01  WS-CTL-STATUS                PIC X(2).
       01  WS-RPT-STATUS                PIC X(2).

       01  WS-SWITCHES.
           03 WS-EOF-SW                 PIC X     VALUE 'N'.
              88 END-OF-INPUT                     VALUE 'Y'.
           03 WS-CTL-EOF-SW             PIC X     VALUE 'N'.
           03 WS-RUN-MODE               PIC X     VALUE 'R'.
              88 APPLY-RUN                        VALUE 'A'.
           03 WS-SUPP-OK-SW             PIC X     VALUE 'N'.
              88 SUPPLIER-ON-MASTER               VALUE 'Y'.
           03 WS-FILES-OK-SW            PIC X     VALUE 'Y'.
              88 FILES-UNAVAILABLE                VALUE 'N'.

       01  WS-RUN-DATE-YYYYMMDD         PIC 9(8).
       01  WS-RUN-DATE-YYYYMMDD-R REDEFINES WS-RUN-DATE-YYYYMMDD.
           03 WS-RUN-DATE-YYYY          PIC 9(4).
           03 WS-RUN-DATE-MM            PIC 9(2).
           03 WS-RUN-DATE-DD            PIC 9(2).

       01  WS-RUN-DATE.
           03 WS-RUN-DATE-MM-OUT        PIC 9(2).
           03 FILLER                    PIC X     VALUE '/'.
           03 WS-RUN-DATE-DD-OUT        PIC 9(2).
           03 FILLER                    PIC X     VALUE '/'.
           03 WS-RUN-DATE-YYYY-OUT      PIC 9(4).

       01  WS-RUN-TIME.
           03 WS-RUN-TIME-HHMMSS        PIC X(6).
           03 FILLER                    PIC X(2).

       01  WS-LOOKBACK-WEEKS            PIC 9(2)  VALUE 13.
       01  WS-COVER-WEEKS               PIC 9(2)  VALUE 4.

       01  WS-RUN-DATE-INT              PIC 9(8).
       01  WS-WINDOW-START-INT          PIC 9(8).
       01  WS-OL-DATE-NUM               PIC 9(8).
       01  WS-OL-DATE-INT               PIC 9(8).
       01  WS-DAYS-AGO                  PIC 9(8).
       01  WS-WEEK-IDX                  PIC 9(2).

       01  WS-WORK-QTY                  PIC 9(7)V9(4).
       01  WS-WORK-INT                  PIC 9(7).
       01  WS-PROP-MIN-STOCK            PIC 9(4).
       01  WS-PROP-REORDER-QTY          PIC 9(4).
       01  WS-PEAK-WEEKLY               PIC 9(7).
       01  WS-AVG-WEEKLY                PIC 9(5)V99.
       01  WS-CHG-CURRENT               PIC 9(4).
       01  WS-CHG-PROPOSED              PIC 9(4).
       01  WS-CHG-PCT                   PIC S9(7).

       01  WS-ITEM-READ-COUNT           PIC 9(7)  VALUE 0.
       01  WS-PROPOSED-COUNT            PIC 9(7)  VALUE 0.
       01  WS-UNCHANGED-COUNT           PIC 9(7)  VALUE 0.
       01  WS-NO-DEMAND-COUNT           PIC 9(7)  VALUE 0.
       01  WS-NO-SUPPLIER-COUNT         PIC 9(7)  VALUE 0.
       01  WS-APPLIED-COUNT             PIC 9(7)  VALUE 0.
       01  WS-NOT-APPROVED-COUNT        PIC 9(7)  VALUE 0.
       01  WS-APPLY-FAIL-COUNT          PIC 9(7)  VALUE 0.

       01  WS-ITEM-COUNT                PIC 9(4)  VALUE 0.
       01  WS-ITEM-IDX                  PIC 9(4).
       01  WS-FOUND-IDX                 PIC 9(4)  VALUE 0.
       01  WS-SEARCH-ITEM-REF           PIC X(4).
       01  WS-ITEM-OVERFLOW-COUNT       PIC 9(7)  VALUE 0.
       01  DEMAND-TABLE.
           03 DEMAND-ENTRY OCCURS 1000 TIMES.
               05 DT-ITEM-REF           PIC X(4).
               05 DT-TOTAL-QTY          PIC 9(9).
               05 DT-WEEK-QTY           PIC 9(7)
                                        OCCURS 52 TIMES.

       01  WS-CANCEL-COUNT              PIC 9(4)  VALUE 0.
       01  WS-CANCEL-IDX                PIC 9(4).
       01  WS-CANCEL-FOUND-IDX          PIC 9(4)  VALUE 0.
       01  WS-CANCEL-OVERFLOW-COUNT     PIC 9(7)  VALUE 0.
       01  CANCEL-TABLE.
           03 CANCEL-ENTRY OCCURS 2000 TIMES.
               05 CX-ORDER-REF          PIC X(8).

       01  WS-APRV-COUNT                PIC 9(4)  VALUE 0.
       01  WS-APRV-IDX                  PIC 9(4).
       01  WS-APRV-FOUND-IDX            PIC 9(4)  VALUE 0.
       01  WS-APRV-OVERFLOW-COUNT       PIC 9(7)  VALUE 0.
       01  APPROVAL-TABLE.
           03 APPROVAL-ENTRY OCCURS 1000 TIMES.
               05 AT-ITEM-REF           PIC X(4).
               05 AT-USED-SW            PIC X(1).

       01  HEADING-LINE-1.
           03 FILLER                    PIC X(38)
                   VALUE 'REORDER POINT PLANNING - REVIEW RUN - '.
           03 H1-RUN-DATE               PIC X(10).
           03 FILLER                    PIC X(20)
                   VALUE '   LOOK-BACK WEEKS: '.
           03 H1-LOOKBACK-WEEKS         PIC Z9.
           03 FILLER                    PIC X(16)
                   VALUE '   COVER WEEKS: '.
           03 H1-COVER-WEEKS            PIC Z9.
           03 FILLER                    PIC X(44) VALUE SPACES.

       01  HEADING-LINE-2.
           03 FILLER                    PIC X(6)  VALUE 'ITEM'.
           03 FILLER                    PIC X(8)  VALUE 'SUPPLIER'.
           03 FILLER                    PIC X(5)  VALUE 'LEAD'.
           03 FILLER                    PIC X(11) VALUE '  AVG/WEEK'.
           03 FILLER                    PIC X(8)  VALUE 'PEAK/WK'.
           03 FILLER                    PIC X(6)  VALUE ' MIN'.
           03 FILLER                    PIC X(6)  VALUE ' NEW'.
           03 FILLER                    PIC X(8)  VALUE ' CHG%'.
           03 FILLER                    PIC X(6)  VALUE 'REORD'.
           03 FILLER                    PIC X(6)  VALUE ' NEW'.
           03 FILLER                    PIC X(8)  VALUE ' CHG%'.
           03 FILLER                    PIC X(24) VALUE 'NOTE'.
           03 FILLER                    PIC X(30) VALUE SPACES.

       01  DETAIL-LINE.
           03 DL-ITEM-REF               PIC X(4).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-SUPPLIER-CODE          PIC X(6).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-LEAD-DAYS              PIC ZZ9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-AVG-WEEKLY             PIC ZZ,ZZ9.99.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-PEAK-WEEKLY            PIC ZZ,ZZ9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-CURR-MIN-STOCK         PIC ZZZ9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-PROP-MIN-STOCK         PIC ZZZ9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-MIN-CHG-AREA.
               05 DL-MIN-CHG            PIC -ZZZ9.
               05 DL-MIN-CHG-SIGN       PIC X(1).
           03 DL-MIN-CHG-TEXT REDEFINES DL-MIN-CHG-AREA
                                        PIC X(6).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-CURR-REORDER-QTY       PIC ZZZ9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-PROP-REORDER-QTY       PIC ZZZ9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-RQ-CHG-AREA.
               05 DL-RQ-CHG             PIC -ZZZ9.
               05 DL-RQ-CHG-SIGN        PIC X(1).
           03 DL-RQ-CHG-TEXT REDEFINES DL-RQ-CHG-AREA
                                        PIC X(6).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-NOTE                   PIC X(24).
           03 FILLER                    PIC X(30) VALUE SPACES.

       01  APPLY-HEADING-LINE-1.
           03 FILLER                    PIC X(38)
                   VALUE 'REORDER POINT PLANNING - APPLY RUN -  '.
           03 AH-RUN-DATE               PIC X(10).
           03 FILLER                    PIC X(84) VALUE SPACES.

       01  APPLY-HEADING-LINE-2.
           03 FILLER                    PIC X(6)  VALUE 'ITEM'.
           03 FILLER                    PIC X(12) VALUE 'PROPOSED'.
           03 FILLER                    PIC X(7)  VALUE 'OLDMIN'.
           03 FILLER                    PIC X(7)  VALUE 'NEWMIN'.
           03 FILLER                    PIC X(7)  VALUE 'OLDRQ'.
           03 FILLER                    PIC X(7)  VALUE 'NEWRQ'.
           03 FILLER                    PIC X(30) VALUE 'ACTION'.
           03 FILLER                    PIC X(56) VALUE SPACES.

       01  APPLY-LINE.
           03 AL-ITEM-REF               PIC X(4).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 AL-PROPOSAL-DATE          PIC X(10).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 AL-OLD-MIN-STOCK          PIC ZZZ9.
           03 FILLER                    PIC X(3)  VALUE SPACES.
           03 AL-NEW-MIN-STOCK          PIC ZZZ9.
           03 FILLER                    PIC X(3)  VALUE SPACES.
           03 AL-OLD-REORDER-QTY        PIC ZZZ9.
           03 FILLER                    PIC X(3)  VALUE SPACES.
           03 AL-NEW-REORDER-QTY        PIC ZZZ9.
           03 FILLER                    PIC X(3)  VALUE SPACES.
           03 AL-ACTION                 PIC X(30).
           03 FILLER                    PIC X(56) VALUE SPACES.

       01  WS-FMT-IN.
           03 WS-FMT-IN-YYYY            PIC X(4).
           03 WS-FMT-IN-MM              PIC X(2).
           03 WS-FMT-IN-DD              PIC X(2).

       01  WS-FMT-OUT.
           03 WS-FMT-OUT-MM             PIC X(2).
           03 FILLER                    PIC X     VALUE '/'.
           03 WS-FMT-OUT-DD             PIC X(2).
           03 FILLER                    PIC X     VALUE '/'.
           03 WS-FMT-OUT-YYYY           PIC X(4).

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

           OPEN OUTPUT RPT-FILE

           IF APPLY-RUN
               PERFORM APPLY-APPROVED-PROPOSALS
           ELSE
               PERFORM REVIEW-REORDER-POINTS
           END-IF

           CLOSE RPT-FILE

           IF FILES-UNAVAILABLE
              OR WS-APPLY-FAIL-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

       MAINLINE-EXIT.
           EXIT.



       ESTABLISH-RUN-DATE.

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           MOVE WS-RUN-DATE-MM TO WS-RUN-DATE-MM-OUT
           MOVE WS-RUN-DATE-DD TO WS-RUN-DATE-DD-OUT
           MOVE WS-RUN-DATE-YYYY TO WS-RUN-DATE-YYYY-OUT

           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-YYYYMMDD).
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

                   IF CTL-LOOKBACK-WEEKS IS NUMERIC
                      AND CTL-LOOKBACK-WEEKS > 0
                      AND CTL-LOOKBACK-WEEKS NOT > 52
                       MOVE CTL-LOOKBACK-WEEKS TO WS-LOOKBACK-WEEKS
                   END-IF

                   IF CTL-COVER-WEEKS IS NUMERIC
                      AND CTL-COVER-WEEKS > 0
                       MOVE CTL-COVER-WEEKS TO WS-COVER-WEEKS
                   END-IF
               END-IF

               CLOSE CTL-FILE
           END-IF

           COMPUTE WS-WINDOW-START-INT =
               WS-RUN-DATE-INT - (WS-LOOKBACK-WEEKS * 7) + 1.
           EXIT.



       FORMAT-DISPLAY-DATE.

      *    Turns a YYYYMMDD date in WS-FMT-IN into MM/DD/YYYY in
      *    WS-FMT-OUT for printing.

           MOVE WS-FMT-IN-MM TO WS-FMT-OUT-MM
           MOVE WS-FMT-IN-DD TO WS-FMT-OUT-DD
           MOVE WS-FMT-IN-YYYY TO WS-FMT-OUT-YYYY.
           EXIT.



       REVIEW-REORDER-POINTS.

           MOVE WS-RUN-DATE TO H1-RUN-DATE
           MOVE WS-LOOKBACK-WEEKS TO H1-LOOKBACK-WEEKS
           MOVE WS-COVER-WEEKS TO H1-COVER-WEEKS
           WRITE RPT-LINE FROM HEADING-LINE-1
           WRITE RPT-LINE FROM BLANK-LINE
           WRITE RPT-LINE FROM HEADING-LINE-2

           PERFORM LOAD-REORDER-ITEMS

           IF NOT FILES-UNAVAILABLE
               PERFORM LOAD-CANCELLED-ORDERS
               PERFORM ACCUMULATE-DEMAND
           END-IF

           IF NOT FILES-UNAVAILABLE
               OPEN INPUT SUPPMST-FILE
               OPEN OUTPUT PROP-FILE
               OPEN INPUT RORDMST-FILE

               MOVE 'N' TO WS-EOF-SW
               PERFORM READ-RORDMST
               PERFORM PROPOSE-REORDER-POINT UNTIL END-OF-INPUT

               CLOSE RORDMST-FILE
               CLOSE PROP-FILE
               CLOSE SUPPMST-FILE
           END-IF

           PERFORM PRINT-REVIEW-TOTALS.
           EXIT.



       LOAD-REORDER-ITEMS.

      *    Tables every RORDMST item so the ORDRLOG pass only needs
      *    to accumulate demand for items that are replenished.

           OPEN INPUT RORDMST-FILE

           IF WS-RORDMST-STATUS EQUAL '00'
               MOVE 'N' TO WS-EOF-SW
               PERFORM READ-RORDMST
               PERFORM TABLE-REORDER-ITEM UNTIL END-OF-INPUT
               CLOSE RORDMST-FILE
           ELSE
               MOVE 'N' TO WS-FILES-OK-SW
               MOVE 'REORDER MASTER RORDMST COULD NOT BE OPENED'
                   TO RESULT-LINE
               WRITE RPT-LINE FROM RESULT-LINE
           END-IF.
           EXIT.



       READ-RORDMST.

           READ RORDMST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
           EXIT.



       TABLE-REORDER-ITEM.

           IF WS-ITEM-COUNT < 1000
               ADD 1 TO WS-ITEM-COUNT
               INITIALIZE DEMAND-ENTRY (WS-ITEM-COUNT)
               MOVE RM-ITEM-REF TO DT-ITEM-REF (WS-ITEM-COUNT)
           ELSE
               ADD 1 TO WS-ITEM-OVERFLOW-COUNT
           END-IF

           PERFORM READ-RORDMST.
           EXIT.



       LOAD-CANCELLED-ORDERS.

      *    A cancel record carries no item or quantity, so successful
      *    cancels are tabled by order reference first and the place
      *    lines they cancel are left out of the demand. A cancel can
      *    only follow its place, so cancels before the window are not
      *    needed.

           OPEN INPUT ORDRLOG-FILE

           IF WS-ORDRLOG-STATUS EQUAL '00'
               MOVE 'N' TO WS-EOF-SW
               PERFORM READ-ORDRLOG
               PERFORM LOAD-CANCEL-ENTRY UNTIL END-OF-INPUT
               CLOSE ORDRLOG-FILE
           ELSE
               MOVE 'N' TO WS-FILES-OK-SW
               MOVE 'ORDER LOG ORDRLOG COULD NOT BE OPENED'
                   TO RESULT-LINE
               WRITE RPT-LINE FROM RESULT-LINE
           END-IF.
           EXIT.



       READ-ORDRLOG.

           READ ORDRLOG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
           EXIT.



       LOAD-CANCEL-ENTRY.

           IF OL-RETURN-CODE EQUAL '00'
              AND OL-REQUEST-ID EQUAL '01CANC'
              AND OL-ORDER-REF NOT EQUAL SPACES
               PERFORM SET-ORDER-LOG-AGE

               IF WS-OL-DATE-INT NOT < WS-WINDOW-START-INT
                   IF WS-CANCEL-COUNT < 2000
                       ADD 1 TO WS-CANCEL-COUNT
                       MOVE OL-ORDER-REF
                           TO CX-ORDER-REF (WS-CANCEL-COUNT)
                   ELSE
                       ADD 1 TO WS-CANCEL-OVERFLOW-COUNT
                   END-IF
               END-IF
           END-IF

           PERFORM READ-ORDRLOG.
           EXIT.



       SET-ORDER-LOG-AGE.

      *    Sets WS-OL-DATE-INT and WS-DAYS-AGO from OL-SORT-DATE; an
      *    unusable date is treated as outside the window.

           MOVE 0 TO WS-OL-DATE-INT
           MOVE 99999999 TO WS-DAYS-AGO

           IF OL-SORT-DATE IS NUMERIC
               MOVE OL-SORT-DATE TO WS-OL-DATE-NUM
               IF WS-OL-DATE-NUM > 16010101
                   COMPUTE WS-OL-DATE-INT =
                       FUNCTION INTEGER-OF-DATE (WS-OL-DATE-NUM)
                   IF WS-OL-DATE-INT NOT > WS-RUN-DATE-INT
                       COMPUTE WS-DAYS-AGO =
                           WS-RUN-DATE-INT - WS-OL-DATE-INT
                   END-IF
               END-IF
           END-IF.
           EXIT.



       ACCUMULATE-DEMAND.

           OPEN INPUT ORDRLOG-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-ORDRLOG
           PERFORM ACCUMULATE-ORDER-LINE UNTIL END-OF-INPUT
           CLOSE ORDRLOG-FILE.
           EXIT.



       ACCUMULATE-ORDER-LINE.

           IF OL-RETURN-CODE EQUAL '00'
              AND OL-ITEM-REF NOT EQUAL SPACES
              AND OL-QUANTITY > 0
               EVALUATE OL-REQUEST-ID
                   WHEN '01ORDR'
                   WHEN '01MORD'
                   WHEN '01PAPR'
                       PERFORM ADD-ORDER-LINE-DEMAND
               END-EVALUATE
           END-IF

           PERFORM READ-ORDRLOG.
           EXIT.



       ADD-ORDER-LINE-DEMAND.

           PERFORM SET-ORDER-LOG-AGE

           IF WS-DAYS-AGO < WS-LOOKBACK-WEEKS * 7
               PERFORM FIND-CANCELLED-ORDER

               IF WS-CANCEL-FOUND-IDX EQUAL 0
                   MOVE OL-ITEM-REF TO WS-SEARCH-ITEM-REF
                   PERFORM FIND-DEMAND-ENTRY

                   IF WS-FOUND-IDX NOT EQUAL 0
                       COMPUTE WS-WEEK-IDX = WS-DAYS-AGO / 7 + 1
                       ADD OL-QUANTITY
                           TO DT-WEEK-QTY (WS-FOUND-IDX, WS-WEEK-IDX)
                       ADD OL-QUANTITY TO DT-TOTAL-QTY (WS-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.
           EXIT.



       FIND-CANCELLED-ORDER.

           MOVE 0 TO WS-CANCEL-FOUND-IDX

           IF OL-ORDER-REF NOT EQUAL SPACES
               PERFORM CHECK-CANCEL-ENTRY
                       VARYING WS-CANCEL-IDX FROM 1 BY 1
                       UNTIL WS-CANCEL-IDX > WS-CANCEL-COUNT
                          OR WS-CANCEL-FOUND-IDX NOT EQUAL 0
           END-IF.
           EXIT.



       CHECK-CANCEL-ENTRY.

           IF CX-ORDER-REF (WS-CANCEL-IDX) EQUAL OL-ORDER-REF
               MOVE WS-CANCEL-IDX TO WS-CANCEL-FOUND-IDX
           END-IF.
           EXIT.



       FIND-DEMAND-ENTRY.

           MOVE 0 TO WS-FOUND-IDX

           PERFORM CHECK-DEMAND-ENTRY
                   VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                      OR WS-FOUND-IDX NOT EQUAL 0.
           EXIT.



       CHECK-DEMAND-ENTRY.

           IF DT-ITEM-REF (WS-ITEM-IDX) EQUAL WS-SEARCH-ITEM-REF
               MOVE WS-ITEM-IDX TO WS-FOUND-IDX
           END-IF.
           EXIT.



       PROPOSE-REORDER-POINT.

           ADD 1 TO WS-ITEM-READ-COUNT

           MOVE RM-ITEM-REF TO WS-SEARCH-ITEM-REF
           PERFORM FIND-DEMAND-ENTRY

           MOVE RM-ITEM-REF TO DL-ITEM-REF
           MOVE RM-SUPPLIER-CODE TO DL-SUPPLIER-CODE
           MOVE RM-MIN-STOCK TO DL-CURR-MIN-STOCK
           MOVE RM-REORDER-QTY TO DL-CURR-REORDER-QTY
           MOVE 0 TO DL-LEAD-DAYS
           MOVE 0 TO DL-AVG-WEEKLY
           MOVE 0 TO DL-PEAK-WEEKLY
           MOVE RM-MIN-STOCK TO DL-PROP-MIN-STOCK
           MOVE RM-REORDER-QTY TO DL-PROP-REORDER-QTY
           MOVE SPACES TO DL-MIN-CHG-TEXT
           MOVE SPACES TO DL-RQ-CHG-TEXT
           MOVE SPACES TO DL-NOTE

           MOVE 'N' TO WS-SUPP-OK-SW
           MOVE RM-SUPPLIER-CODE TO SU-SUPPLIER-CODE
           READ SUPPMST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SUPP-OK-SW
           END-READ

           IF WS-FOUND-IDX EQUAL 0
               MOVE 'NOT TABLED - NOT REVIEWED' TO DL-NOTE
           ELSE
               IF NOT SUPPLIER-ON-MASTER
                   ADD 1 TO WS-NO-SUPPLIER-COUNT
                   MOVE 'SUPPLIER NOT ON SUPPMST' TO DL-NOTE
               ELSE
                   MOVE SU-LEAD-DAYS TO DL-LEAD-DAYS
                   IF DT-TOTAL-QTY (WS-FOUND-IDX) EQUAL 0
                       ADD 1 TO WS-NO-DEMAND-COUNT
                       MOVE 'NO DEMAND IN WINDOW' TO DL-NOTE
                   ELSE
                       PERFORM CALCULATE-PROPOSAL
                   END-IF
               END-IF
           END-IF

           WRITE RPT-LINE FROM DETAIL-LINE

           PERFORM READ-RORDMST.
           EXIT.



       CALCULATE-PROPOSAL.

           COMPUTE WS-AVG-WEEKLY ROUNDED =
               DT-TOTAL-QTY (WS-FOUND-IDX) / WS-LOOKBACK-WEEKS

           MOVE 0 TO WS-PEAK-WEEKLY
           PERFORM FIND-PEAK-WEEK
                   VARYING WS-WEEK-IDX FROM 1 BY 1
                   UNTIL WS-WEEK-IDX > WS-LOOKBACK-WEEKS

      *    Minimum stock covers the peak week over the lead time,
      *    which is quoted in working days.

           COMPUTE WS-WORK-QTY = WS-PEAK-WEEKLY * SU-LEAD-DAYS / 5
           PERFORM ROUND-UP-WORK-QTY
           MOVE WS-WORK-INT TO WS-PROP-MIN-STOCK

      *    Reorder quantity covers the average week over the cover
      *    period, and is never less than one once there is demand.

           COMPUTE WS-WORK-QTY =
               DT-TOTAL-QTY (WS-FOUND-IDX) * WS-COVER-WEEKS
               / WS-LOOKBACK-WEEKS
           PERFORM ROUND-UP-WORK-QTY
           IF WS-WORK-INT EQUAL 0
               MOVE 1 TO WS-WORK-INT
           END-IF
           MOVE WS-WORK-INT TO WS-PROP-REORDER-QTY

           MOVE WS-AVG-WEEKLY TO DL-AVG-WEEKLY
           MOVE WS-PEAK-WEEKLY TO DL-PEAK-WEEKLY
           MOVE WS-PROP-MIN-STOCK TO DL-PROP-MIN-STOCK
           MOVE WS-PROP-REORDER-QTY TO DL-PROP-REORDER-QTY

           MOVE RM-MIN-STOCK TO WS-CHG-CURRENT
           MOVE WS-PROP-MIN-STOCK TO WS-CHG-PROPOSED
           PERFORM CALCULATE-CHANGE-PCT
           IF WS-CHG-CURRENT EQUAL 0
               MOVE '   NEW' TO DL-MIN-CHG-TEXT
           ELSE
               MOVE WS-CHG-PCT TO DL-MIN-CHG
               MOVE '%' TO DL-MIN-CHG-SIGN
           END-IF

           MOVE RM-REORDER-QTY TO WS-CHG-CURRENT
           MOVE WS-PROP-REORDER-QTY TO WS-CHG-PROPOSED
           PERFORM CALCULATE-CHANGE-PCT
           IF WS-CHG-CURRENT EQUAL 0
               MOVE '   NEW' TO DL-RQ-CHG-TEXT
           ELSE
               MOVE WS-CHG-PCT TO DL-RQ-CHG
               MOVE '%' TO DL-RQ-CHG-SIGN
           END-IF

           IF WS-PROP-MIN-STOCK EQUAL RM-MIN-STOCK
              AND WS-PROP-REORDER-QTY EQUAL RM-REORDER-QTY
               ADD 1 TO WS-UNCHANGED-COUNT
               MOVE 'NO CHANGE' TO DL-NOTE
           ELSE
               ADD 1 TO WS-PROPOSED-COUNT
               PERFORM WRITE-PROPOSAL-RECORD
           END-IF.
           EXIT.



       FIND-PEAK-WEEK.

           IF DT-WEEK-QTY (WS-FOUND-IDX, WS-WEEK-IDX) > WS-PEAK-WEEKLY
               MOVE DT-WEEK-QTY (WS-FOUND-IDX, WS-WEEK-IDX)
                   TO WS-PEAK-WEEKLY
           END-IF.
           EXIT.



       ROUND-UP-WORK-QTY.

      *    Rounds WS-WORK-QTY up to a whole quantity in WS-WORK-INT,
      *    held to the largest quantity RORDMST can carry.

           MOVE WS-WORK-QTY TO WS-WORK-INT
           IF WS-WORK-QTY > WS-WORK-INT
               ADD 1 TO WS-WORK-INT
           END-IF
           IF WS-WORK-INT > 9999
               MOVE 9999 TO WS-WORK-INT
           END-IF.
           EXIT.



       CALCULATE-CHANGE-PCT.

           MOVE 0 TO WS-CHG-PCT

           IF WS-CHG-CURRENT > 0
               COMPUTE WS-CHG-PCT ROUNDED =
                   (WS-CHG-PROPOSED - WS-CHG-CURRENT) * 100
                   / WS-CHG-CURRENT
               IF WS-CHG-PCT > 9999
                   MOVE 9999 TO WS-CHG-PCT
               END-IF
           END-IF.
           EXIT.



       WRITE-PROPOSAL-RECORD.

           MOVE RM-ITEM-REF TO RP-ITEM-REF
           MOVE RM-SUPPLIER-CODE TO RP-SUPPLIER-CODE
           MOVE WS-RUN-DATE-YYYYMMDD TO RP-RUN-DATE
           MOVE WS-LOOKBACK-WEEKS TO RP-LOOKBACK-WEEKS
           MOVE WS-AVG-WEEKLY TO RP-AVG-WEEKLY
           MOVE WS-PEAK-WEEKLY TO RP-PEAK-WEEKLY
           MOVE SU-LEAD-DAYS TO RP-LEAD-DAYS
           MOVE RM-MIN-STOCK TO RP-CURR-MIN-STOCK
           MOVE RM-REORDER-QTY TO RP-CURR-REORDER-QTY
           MOVE WS-PROP-MIN-STOCK TO RP-PROP-MIN-STOCK
           MOVE WS-PROP-REORDER-QTY TO RP-PROP-REORDER-QTY

           WRITE REORDER-PROPOSAL-RECORD

           MOVE 'PROPOSED' TO DL-NOTE.
           EXIT.



       PRINT-REVIEW-TOTALS.

           WRITE RPT-LINE FROM BLANK-LINE

           MOVE 'REORDER ITEMS REVIEWED:       ' TO TR-TEXT
           MOVE WS-ITEM-READ-COUNT TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE

           MOVE 'CHANGES PROPOSED:             ' TO TR-TEXT
           MOVE WS-PROPOSED-COUNT TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE

           MOVE 'NO CHANGE:                    ' TO TR-TEXT
           MOVE WS-UNCHANGED-COUNT TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE

           MOVE 'NO DEMAND IN WINDOW:          ' TO TR-TEXT
           MOVE WS-NO-DEMAND-COUNT TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE

           MOVE 'SUPPLIER NOT ON SUPPMST:      ' TO TR-TEXT
           MOVE WS-NO-SUPPLIER-COUNT TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE

           IF WS-ITEM-OVERFLOW-COUNT > 0
               MOVE 'REORDER ITEMS NOT TABLED:            ' TO OV-TEXT
               MOVE WS-ITEM-OVERFLOW-COUNT TO OV-COUNT
               WRITE RPT-LINE FROM OVERFLOW-LINE
           END-IF

      *    Cancels beyond the table are not netted off, so demand may
      *    be overstated when this line appears.

           IF WS-CANCEL-OVERFLOW-COUNT > 0
               MOVE 'CANCELS NOT TABLED:                  ' TO OV-TEXT
               MOVE WS-CANCEL-OVERFLOW-COUNT TO OV-COUNT
               WRITE RPT-LINE FROM OVERFLOW-LINE
           END-IF.
           EXIT.



       APPLY-APPROVED-PROPOSALS.

           MOVE WS-RUN-DATE TO AH-RUN-DATE
           WRITE RPT-LINE FROM APPLY-HEADING-LINE-1
           WRITE RPT-LINE FROM BLANK-LINE
           WRITE RPT-LINE FROM APPLY-HEADING-LINE-2

           PERFORM LOAD-APPROVALS

           IF NOT FILES-UNAVAILABLE
               OPEN INPUT PROP-FILE
               IF WS-PROP-STATUS NOT EQUAL '00'
                   MOVE 'N' TO WS-FILES-OK-SW
                   MOVE 'PROPOSAL FILE RPPPROP COULD NOT BE OPENED'
                       TO RESULT-LINE
                   WRITE RPT-LINE FROM RESULT-LINE
               END-IF
           END-IF

           IF NOT FILES-UNAVAILABLE
               OPEN I-O RORDMST-FILE
               OPEN EXTEND HIST-FILE

               MOVE 'N' TO WS-EOF-SW
               PERFORM READ-PROPOSAL
               PERFORM CHECK-PROPOSAL UNTIL END-OF-INPUT

               CLOSE PROP-FILE
               CLOSE RORDMST-FILE
               CLOSE HIST-FILE

               PERFORM LIST-UNUSED-APPROVAL
                       VARYING WS-APRV-IDX FROM 1 BY 1
                       UNTIL WS-APRV-IDX > WS-APRV-COUNT
           END-IF

           PERFORM PRINT-APPLY-TOTALS.
           EXIT.



       LOAD-APPROVALS.

           OPEN INPUT APRV-FILE

           IF WS-APRV-STATUS EQUAL '00'
               MOVE 'N' TO WS-EOF-SW
               PERFORM READ-APPROVAL
               PERFORM TABLE-APPROVAL UNTIL END-OF-INPUT
               CLOSE APRV-FILE
           ELSE
               MOVE 'N' TO WS-FILES-OK-SW
               MOVE 'APPROVAL LIST RPPAPRV COULD NOT BE OPENED'
                   TO RESULT-LINE
               WRITE RPT-LINE FROM RESULT-LINE
           END-IF.
           EXIT.



       READ-APPROVAL.

           READ APRV-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
           EXIT.



       TABLE-APPROVAL.

           IF AP-ITEM-REF NOT EQUAL SPACES
               IF WS-APRV-COUNT < 1000
                   ADD 1 TO WS-APRV-COUNT
                   MOVE AP-ITEM-REF TO AT-ITEM-REF (WS-APRV-COUNT)
                   MOVE 'N' TO AT-USED-SW (WS-APRV-COUNT)
               ELSE
                   ADD 1 TO WS-APRV-OVERFLOW-COUNT
                   ADD 1 TO WS-APPLY-FAIL-COUNT
               END-IF
           END-IF

           PERFORM READ-APPROVAL.
           EXIT.



       READ-PROPOSAL.

           READ PROP-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
           EXIT.



       CHECK-PROPOSAL.

           MOVE 0 TO WS-APRV-FOUND-IDX
           PERFORM CHECK-APPROVAL-ENTRY
                   VARYING WS-APRV-IDX FROM 1 BY 1
                   UNTIL WS-APRV-IDX > WS-APRV-COUNT
                      OR WS-APRV-FOUND-IDX NOT EQUAL 0

           IF WS-APRV-FOUND-IDX EQUAL 0
               ADD 1 TO WS-NOT-APPROVED-COUNT
           ELSE
               MOVE 'Y' TO AT-USED-SW (WS-APRV-FOUND-IDX)
               PERFORM APPLY-PROPOSAL
           END-IF

           PERFORM READ-PROPOSAL.
           EXIT.



       CHECK-APPROVAL-ENTRY.

           IF AT-ITEM-REF (WS-APRV-IDX) EQUAL RP-ITEM-REF
               MOVE WS-APRV-IDX TO WS-APRV-FOUND-IDX
           END-IF.
           EXIT.



       APPLY-PROPOSAL.

           MOVE RP-ITEM-REF TO AL-ITEM-REF
           MOVE RP-RUN-DATE TO WS-FMT-IN
           PERFORM FORMAT-DISPLAY-DATE
           MOVE WS-FMT-OUT TO AL-PROPOSAL-DATE
           MOVE RP-CURR-MIN-STOCK TO AL-OLD-MIN-STOCK
           MOVE RP-PROP-MIN-STOCK TO AL-NEW-MIN-STOCK
           MOVE RP-CURR-REORDER-QTY TO AL-OLD-REORDER-QTY
           MOVE RP-PROP-REORDER-QTY TO AL-NEW-REORDER-QTY

           MOVE RP-ITEM-REF TO RM-ITEM-REF
           READ RORDMST-FILE
               INVALID KEY
                   MOVE 'ITEM NO LONGER ON RORDMST' TO AL-ACTION
                   ADD 1 TO WS-APPLY-FAIL-COUNT
               NOT INVALID KEY
                   PERFORM REWRITE-REORDER-POINT
           END-READ

           WRITE RPT-LINE FROM APPLY-LINE.
           EXIT.



       REWRITE-REORDER-POINT.

           IF RM-MIN-STOCK NOT EQUAL RP-CURR-MIN-STOCK
              OR RM-REORDER-QTY NOT EQUAL RP-CURR-REORDER-QTY
               MOVE 'RORDMST CHANGED SINCE PROPOSAL' TO AL-ACTION
               ADD 1 TO WS-APPLY-FAIL-COUNT
           ELSE
               MOVE RP-PROP-MIN-STOCK TO RM-MIN-STOCK
               MOVE RP-PROP-REORDER-QTY TO RM-REORDER-QTY

               REWRITE REORDER-MASTER-RECORD

               IF WS-RORDMST-STATUS EQUAL '00'
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE 'APPLIED' TO AL-ACTION
                   PERFORM WRITE-HISTORY-RECORD
               ELSE
                   MOVE 'RORDMST REWRITE FAILED' TO AL-ACTION
                   ADD 1 TO WS-APPLY-FAIL-COUNT
               END-IF
           END-IF.
           EXIT.



       WRITE-HISTORY-RECORD.

           MOVE RP-ITEM-REF TO RH-ITEM-REF
           MOVE WS-RUN-DATE-YYYYMMDD TO RH-APPLY-DATE
           MOVE WS-RUN-TIME-HHMMSS TO RH-APPLY-TIME
           MOVE RP-RUN-DATE TO RH-PROPOSAL-DATE
           MOVE RP-CURR-MIN-STOCK TO RH-OLD-MIN-STOCK
           MOVE RP-CURR-REORDER-QTY TO RH-OLD-REORDER-QTY
           MOVE RP-PROP-MIN-STOCK TO RH-NEW-MIN-STOCK
           MOVE RP-PROP-REORDER-QTY TO RH-NEW-REORDER-QTY

           WRITE REORDER-HISTORY-RECORD.
           EXIT.



       LIST-UNUSED-APPROVAL.

           IF AT-USED-SW (WS-APRV-IDX) EQUAL 'N'
               ADD 1 TO WS-APPLY-FAIL-COUNT

               MOVE AT-ITEM-REF (WS-APRV-IDX) TO AL-ITEM-REF
               MOVE SPACES TO AL-PROPOSAL-DATE
               MOVE 0 TO AL-OLD-MIN-STOCK
               MOVE 0 TO AL-NEW-MIN-STOCK
               MOVE 0 TO AL-OLD-REORDER-QTY
               MOVE 0 TO AL-NEW-REORDER-QTY
               MOVE 'APPROVED BUT NO PROPOSAL' TO AL-ACTION

               WRITE RPT-LINE FROM APPLY-LINE
           END-IF.
           EXIT.



       PRINT-APPLY-TOTALS.

           WRITE RPT-LINE FROM BLANK-LINE

           MOVE 'CHANGES APPLIED:              ' TO TR-TEXT
           MOVE WS-APPLIED-COUNT TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE

           MOVE 'PROPOSALS NOT APPROVED:       ' TO TR-TEXT
           MOVE WS-NOT-APPROVED-COUNT TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE

           MOVE 'APPROVED ITEMS NOT APPLIED:   ' TO TR-TEXT
           MOVE WS-APPLY-FAIL-COUNT TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE

           IF WS-APRV-OVERFLOW-COUNT > 0
               MOVE 'APPROVALS NOT TABLED:                ' TO OV-TEXT
               MOVE WS-APRV-OVERFLOW-COUNT TO OV-COUNT
               WRITE RPT-LINE FROM OVERFLOW-LINE
           END-IF.
           EXIT.
