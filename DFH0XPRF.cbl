       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XPRF.
      *****************************************************************
      * DFH0XPRF - Daily Service Call Response-Time Report
      *
      * Reads the PERFLOG records DFH0XECC writes for every INVOKE
      * WEBSERVICE call and reports the day's call count, failures
      * (any outcome other than NORMAL), average, 95th percentile and
      * maximum elapsed time in milliseconds:
      *   - per service;
      *   - per endpoint (primary or secondary location);
      *   - per service on each endpoint, so a slow service can be
      *     told apart from a slow secondary location;
      *   - per hour of the day, flagging each hour whose 95th
      *     percentile is over the agreed threshold.
      * The 95th percentile is taken from a histogram of 20 ms bands
      * and printed as the upper edge of the band it falls in (never
      * more than the maximum); calls of 10 seconds or more share the
      * top band, where the maximum is printed.
      *
      * The optional PRFCTL control file gives the date to report
      * (CTL-REPORT-DATE, YYYYMMDD, default the run date) and the
      * hourly threshold (CTL-THRESHOLD-MS, default 2000 ms). The job
      * ends with return code 8 only when PERFLOG cannot be read.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERFLOG-FILE ASSIGN TO PERFLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PF-KEY
               FILE STATUS IS WS-PERFLOG-STATUS.

           SELECT OPTIONAL CTL-FILE ASSIGN TO PRFCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT RPT-FILE ASSIGN TO PRFPRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERFLOG-FILE.
       01  PERFORMANCE-LOG-RECORD.
           COPY DFH0XCQ6.

       FD  CTL-FILE.
       01  CONTROL-RECORD.
           03 CTL-REPORT-DATE           PIC X(8).
           03 CTL-THRESHOLD-MS          PIC 9(5).
           03 FILLER                    PIC X(67).

       FD  RPT-FILE.
       01  RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PERFLOG-STATUS            PIC X(2).
       01  WS-CTL-STATUS                PIC X(2).
       01  WS-RPT-STATUS                PIC X(2).

       01  WS-SWITCHES.
           03 WS-EOF-SW                 PIC X     VALUE 'N'.
              88 END-OF-PERFLOG                   VALUE 'Y'.
           03 WS-CTL-EOF-SW             PIC X     VALUE 'N'.
           03 WS-PERFLOG-OPEN-SW        PIC X     VALUE 'N'.
              88 PERFLOG-AVAILABLE                VALUE 'Y'.

       01  WS-REPORT-DATE-YYYYMMDD      PIC 9(8).
       01  WS-REPORT-DATE-YYYYMMDD-R
               REDEFINES WS-REPORT-DATE-YYYYMMDD.
           03 WS-REPORT-DATE-YYYY       PIC 9(4).
           03 WS-REPORT-DATE-MM         PIC 9(2).
           03 WS-REPORT-DATE-DD         PIC 9(2).

       01  WS-REPORT-DATE.
           03 WS-REPORT-DATE-MM-OUT     PIC 9(2).
           03 FILLER                    PIC X     VALUE '/'.
           03 WS-REPORT-DATE-DD-OUT     PIC 9(2).
           03 FILLER                    PIC X     VALUE '/'.
           03 WS-REPORT-DATE-YYYY-OUT   PIC 9(4).

       01  WS-THRESHOLD-MS              PIC 9(5)  VALUE 2000.

       01  WS-PF-TIME-SPLIT.
           03 WS-PF-HOUR                PIC X(2).
           03 FILLER                    PIC X(4).

       01  WS-CALL-COUNT                PIC 9(7)  VALUE 0.
       01  WS-FLAGGED-HOURS             PIC 9(7)  VALUE 0.

       01  WS-LOOKUP-TYPE               PIC X(1).
       01  WS-LOOKUP-SERVICE            PIC X(20).
       01  WS-LOOKUP-ENDPOINT           PIC X(8).
       01  WS-LOOKUP-HOUR               PIC X(2).
       01  WS-PRINT-TYPE                PIC X(1).

       01  WS-HOUR-NUM                  PIC 9(2).
       01  WS-BUCKET-IDX                PIC 9(3).
       01  WS-P95-TARGET                PIC 9(7).
       01  WS-CUM-COUNT                 PIC 9(7).
       01  WS-P95-MS                    PIC 9(7).
       01  WS-AVG-MS                    PIC 9(7).

       01  WS-GROUP-COUNT               PIC 9(4)  VALUE 0.
       01  WS-GROUP-IDX                 PIC 9(4).
       01  WS-FOUND-IDX                 PIC 9(4)  VALUE 0.
       01  WS-GROUP-OVERFLOW-COUNT      PIC 9(7)  VALUE 0.
       01  GROUP-TABLE.
           03 GROUP-ENTRY OCCURS 100 TIMES.
               05 GE-TYPE               PIC X(1).
               05 GE-SERVICE            PIC X(20).
               05 GE-ENDPOINT           PIC X(8).
               05 GE-HOUR               PIC X(2).
               05 GE-COUNT              PIC 9(7).
               05 GE-FAIL-COUNT         PIC 9(7).
               05 GE-TOTAL-MS           PIC 9(11).
               05 GE-MAX-MS             PIC 9(7).
               05 GE-BUCKET             PIC 9(7) COMP
                                        OCCURS 501 TIMES.

       01  HEADING-LINE-1.
           03 FILLER                    PIC X(30)
                   VALUE 'SERVICE RESPONSE TIMES - DATE '.
           03 H1-REPORT-DATE            PIC X(10).
           03 FILLER                    PIC X(24)
                   VALUE '   HOURLY THRESHOLD MS: '.
           03 H1-THRESHOLD-MS           PIC ZZ,ZZ9.
           03 FILLER                    PIC X(62) VALUE SPACES.

       01  SECTION-LINE                 PIC X(132).

       01  COLUMN-HEADING-LINE.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 FILLER                    PIC X(22) VALUE 'SERVICE'.
           03 FILLER                    PIC X(10) VALUE 'ENDPOINT'.
           03 FILLER                    PIC X(7)  VALUE 'HOUR'.
           03 FILLER                    PIC X(9)  VALUE '  CALLS'.
           03 FILLER                    PIC X(9)  VALUE ' FAILED'.
           03 FILLER                    PIC X(12) VALUE '    AVG-MS'.
           03 FILLER                    PIC X(12) VALUE '    P95-MS'.
           03 FILLER                    PIC X(12) VALUE '    MAX-MS'.
           03 FILLER                    PIC X(14) VALUE 'FLAG'.
           03 FILLER                    PIC X(23) VALUE SPACES.

       01  DETAIL-LINE.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-SERVICE                PIC X(20).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-ENDPOINT               PIC X(8).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-HOUR                   PIC X(5).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-COUNT                  PIC ZZZ,ZZ9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-FAIL-COUNT             PIC ZZZ,ZZ9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-AVG-MS                 PIC ZZ,ZZZ,ZZ9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-P95-MS                 PIC ZZ,ZZZ,ZZ9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-MAX-MS                 PIC ZZ,ZZZ,ZZ9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-FLAG                   PIC X(14).
           03 FILLER                    PIC X(23) VALUE SPACES.

       01  DL-HOUR-OUT.
           03 DL-HOUR-HH                PIC X(2).
           03 FILLER                    PIC X(3)  VALUE ':00'.

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

           ACCEPT WS-REPORT-DATE-YYYYMMDD FROM DATE YYYYMMDD
           PERFORM LOAD-CONTROL-RECORD

           MOVE WS-REPORT-DATE TO H1-REPORT-DATE
           MOVE WS-THRESHOLD-MS TO H1-THRESHOLD-MS

           OPEN OUTPUT RPT-FILE
           WRITE RPT-LINE FROM HEADING-LINE-1

           PERFORM ADD-HOUR-ENTRY
                   VARYING WS-HOUR-NUM FROM 0 BY 1
                   UNTIL WS-HOUR-NUM > 23

           PERFORM ACCUMULATE-RESPONSE-TIMES

           IF PERFLOG-AVAILABLE
               MOVE 'BY SERVICE' TO SECTION-LINE
               MOVE 'S' TO WS-PRINT-TYPE
               PERFORM PRINT-GROUP-SECTION

               MOVE 'BY ENDPOINT' TO SECTION-LINE
               MOVE 'E' TO WS-PRINT-TYPE
               PERFORM PRINT-GROUP-SECTION

               MOVE 'BY SERVICE AND ENDPOINT' TO SECTION-LINE
               MOVE 'B' TO WS-PRINT-TYPE
               PERFORM PRINT-GROUP-SECTION

               MOVE 'BY HOUR OF DAY - P95 AGAINST HOURLY THRESHOLD'
                   TO SECTION-LINE
               MOVE 'H' TO WS-PRINT-TYPE
               PERFORM PRINT-GROUP-SECTION

               PERFORM PRINT-REPORT-TOTALS
           ELSE
               WRITE RPT-LINE FROM BLANK-LINE
               MOVE 'PERFORMANCE LOG PERFLOG COULD NOT BE OPENED'
                   TO RESULT-LINE
               WRITE RPT-LINE FROM RESULT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE RPT-FILE
           STOP RUN.

       MAINLINE-EXIT.
           EXIT.



       LOAD-CONTROL-RECORD.

           OPEN INPUT CTL-FILE

           IF WS-CTL-STATUS EQUAL '00'
               READ CTL-FILE
                   AT END
                       MOVE 'Y' TO WS-CTL-EOF-SW
               END-READ

               IF WS-CTL-EOF-SW EQUAL 'N'
                   IF CTL-REPORT-DATE IS NUMERIC
                      AND CTL-REPORT-DATE > '00000000'
                       MOVE CTL-REPORT-DATE TO WS-REPORT-DATE-YYYYMMDD
                   END-IF

                   IF CTL-THRESHOLD-MS IS NUMERIC
                      AND CTL-THRESHOLD-MS > 0
                       MOVE CTL-THRESHOLD-MS TO WS-THRESHOLD-MS
                   END-IF
               END-IF

               CLOSE CTL-FILE
           END-IF

           MOVE WS-REPORT-DATE-MM TO WS-REPORT-DATE-MM-OUT
           MOVE WS-REPORT-DATE-DD TO WS-REPORT-DATE-DD-OUT
           MOVE WS-REPORT-DATE-YYYY TO WS-REPORT-DATE-YYYY-OUT.
           EXIT.



       ADD-HOUR-ENTRY.

      *    The 24 hours are tabled up front so that they print in
      *    order; hours with no calls are not printed.

           MOVE 'H' TO WS-LOOKUP-TYPE
           MOVE SPACES TO WS-LOOKUP-SERVICE
           MOVE SPACES TO WS-LOOKUP-ENDPOINT
           MOVE WS-HOUR-NUM TO WS-LOOKUP-HOUR
           PERFORM FIND-OR-ADD-GROUP.
           EXIT.



       ACCUMULATE-RESPONSE-TIMES.

           OPEN INPUT PERFLOG-FILE

           IF WS-PERFLOG-STATUS EQUAL '00'
               MOVE 'Y' TO WS-PERFLOG-OPEN-SW
               PERFORM READ-PERFLOG
               PERFORM ACCUMULATE-CALL UNTIL END-OF-PERFLOG
               CLOSE PERFLOG-FILE
           END-IF.
           EXIT.



       READ-PERFLOG.

           READ PERFLOG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
           EXIT.



       ACCUMULATE-CALL.

           IF PF-DATE EQUAL WS-REPORT-DATE
              AND PF-ELAPSED-MS IS NUMERIC
               ADD 1 TO WS-CALL-COUNT

               COMPUTE WS-BUCKET-IDX = PF-ELAPSED-MS / 20 + 1
               IF PF-ELAPSED-MS >= 10000
                   MOVE 501 TO WS-BUCKET-IDX
               END-IF

               MOVE 'S' TO WS-LOOKUP-TYPE
               MOVE PF-WEBSERVICE TO WS-LOOKUP-SERVICE
               MOVE SPACES TO WS-LOOKUP-ENDPOINT
               MOVE SPACES TO WS-LOOKUP-HOUR
               PERFORM ADD-CALL-TO-GROUP

               MOVE 'E' TO WS-LOOKUP-TYPE
               MOVE SPACES TO WS-LOOKUP-SERVICE
               MOVE PF-ENDPOINT TO WS-LOOKUP-ENDPOINT
               PERFORM ADD-CALL-TO-GROUP

               MOVE 'B' TO WS-LOOKUP-TYPE
               MOVE PF-WEBSERVICE TO WS-LOOKUP-SERVICE
               PERFORM ADD-CALL-TO-GROUP

               MOVE PF-TIME TO WS-PF-TIME-SPLIT
               MOVE 'H' TO WS-LOOKUP-TYPE
               MOVE SPACES TO WS-LOOKUP-SERVICE
               MOVE SPACES TO WS-LOOKUP-ENDPOINT
               MOVE WS-PF-HOUR TO WS-LOOKUP-HOUR
               PERFORM ADD-CALL-TO-GROUP
           END-IF

           PERFORM READ-PERFLOG.
           EXIT.



       ADD-CALL-TO-GROUP.

           PERFORM FIND-OR-ADD-GROUP

           IF WS-FOUND-IDX EQUAL 0
               ADD 1 TO WS-GROUP-OVERFLOW-COUNT
           ELSE
               ADD 1 TO GE-COUNT (WS-FOUND-IDX)
               ADD PF-ELAPSED-MS TO GE-TOTAL-MS (WS-FOUND-IDX)
               ADD 1 TO GE-BUCKET (WS-FOUND-IDX, WS-BUCKET-IDX)

               IF PF-ELAPSED-MS > GE-MAX-MS (WS-FOUND-IDX)
                   MOVE PF-ELAPSED-MS TO GE-MAX-MS (WS-FOUND-IDX)
               END-IF

               IF PF-OUTCOME NOT EQUAL 'NORMAL'
                   ADD 1 TO GE-FAIL-COUNT (WS-FOUND-IDX)
               END-IF
           END-IF.
           EXIT.



       FIND-OR-ADD-GROUP.

           MOVE 0 TO WS-FOUND-IDX

           PERFORM CHECK-GROUP-ENTRY
                   VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
                      OR WS-FOUND-IDX NOT EQUAL 0

           IF WS-FOUND-IDX EQUAL 0
               IF WS-GROUP-COUNT < 100
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE WS-GROUP-COUNT TO WS-FOUND-IDX
                   INITIALIZE GROUP-ENTRY (WS-FOUND-IDX)
                   MOVE WS-LOOKUP-TYPE TO GE-TYPE (WS-FOUND-IDX)
                   MOVE WS-LOOKUP-SERVICE TO GE-SERVICE (WS-FOUND-IDX)
                   MOVE WS-LOOKUP-ENDPOINT
                       TO GE-ENDPOINT (WS-FOUND-IDX)
                   MOVE WS-LOOKUP-HOUR TO GE-HOUR (WS-FOUND-IDX)
               END-IF
           END-IF.
           EXIT.



       CHECK-GROUP-ENTRY.

           IF GE-TYPE (WS-GROUP-IDX) EQUAL WS-LOOKUP-TYPE
              AND GE-SERVICE (WS-GROUP-IDX) EQUAL WS-LOOKUP-SERVICE
              AND GE-ENDPOINT (WS-GROUP-IDX) EQUAL WS-LOOKUP-ENDPOINT
              AND GE-HOUR (WS-GROUP-IDX) EQUAL WS-LOOKUP-HOUR
               MOVE WS-GROUP-IDX TO WS-FOUND-IDX
           END-IF.
           EXIT.



       PRINT-GROUP-SECTION.

           WRITE RPT-LINE FROM BLANK-LINE
           WRITE RPT-LINE FROM SECTION-LINE
           WRITE RPT-LINE FROM COLUMN-HEADING-LINE

           PERFORM PRINT-GROUP-IF-TYPE
                   VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT.
           EXIT.



       PRINT-GROUP-IF-TYPE.

           IF GE-TYPE (WS-GROUP-IDX) EQUAL WS-PRINT-TYPE
              AND GE-COUNT (WS-GROUP-IDX) > 0
               PERFORM CALCULATE-P95

               COMPUTE WS-AVG-MS ROUNDED =
                   GE-TOTAL-MS (WS-GROUP-IDX) / GE-COUNT (WS-GROUP-IDX)

               MOVE GE-SERVICE (WS-GROUP-IDX) TO DL-SERVICE
               MOVE GE-ENDPOINT (WS-GROUP-IDX) TO DL-ENDPOINT

               IF GE-HOUR (WS-GROUP-IDX) EQUAL SPACES
                   MOVE SPACES TO DL-HOUR
               ELSE
                   MOVE GE-HOUR (WS-GROUP-IDX) TO DL-HOUR-HH
                   MOVE DL-HOUR-OUT TO DL-HOUR
               END-IF

               MOVE GE-COUNT (WS-GROUP-IDX) TO DL-COUNT
               MOVE GE-FAIL-COUNT (WS-GROUP-IDX) TO DL-FAIL-COUNT
               MOVE WS-AVG-MS TO DL-AVG-MS
               MOVE WS-P95-MS TO DL-P95-MS
               MOVE GE-MAX-MS (WS-GROUP-IDX) TO DL-MAX-MS
               MOVE SPACES TO DL-FLAG

               IF GE-TYPE (WS-GROUP-IDX) EQUAL 'H'
                  AND WS-P95-MS > WS-THRESHOLD-MS
                   MOVE 'OVER THRESHOLD' TO DL-FLAG
                   ADD 1 TO WS-FLAGGED-HOURS
               END-IF

               WRITE RPT-LINE FROM DETAIL-LINE
           END-IF.
           EXIT.



       CALCULATE-P95.

      *    The 95th percentile is the band in which the running count
      *    first reaches 95 per cent of the calls, rounded up.

           COMPUTE WS-P95-TARGET =
               (GE-COUNT (WS-GROUP-IDX) * 95 + 99) / 100
           MOVE 0 TO WS-CUM-COUNT

           PERFORM ADD-BUCKET-COUNT
                   VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 501
                      OR WS-CUM-COUNT >= WS-P95-TARGET

           COMPUTE WS-P95-MS = (WS-BUCKET-IDX - 1) * 20

           IF WS-BUCKET-IDX > 501
              OR WS-P95-MS > GE-MAX-MS (WS-GROUP-IDX)
               MOVE GE-MAX-MS (WS-GROUP-IDX) TO WS-P95-MS
           END-IF.
           EXIT.



       ADD-BUCKET-COUNT.

           ADD GE-BUCKET (WS-GROUP-IDX, WS-BUCKET-IDX) TO WS-CUM-COUNT.
           EXIT.



       PRINT-REPORT-TOTALS.

           WRITE RPT-LINE FROM BLANK-LINE

           MOVE 'SERVICE CALLS LOGGED:         ' TO TR-TEXT
           MOVE WS-CALL-COUNT TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE

           MOVE 'HOURS OVER THRESHOLD:         ' TO TR-TEXT
           MOVE WS-FLAGGED-HOURS TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE

           IF WS-GROUP-OVERFLOW-COUNT > 0
               MOVE 'CALLS NOT TABLED (TABLE FULL):       ' TO OV-TEXT
               MOVE WS-GROUP-OVERFLOW-COUNT TO OV-COUNT
               WRITE RPT-LINE FROM OVERFLOW-LINE
           END-IF.
           EXIT.
