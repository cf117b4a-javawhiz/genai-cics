      * Reads the ORDJRNL status event journal for the report week
      * (the run date and the six days before it) and reports, by
      * OJ-CHARGE-DEPT, the fulfillment cycle time of every order
      * with a transition in the week: elapsed working hours from
      * 'SN' (sent) to 'PK' (picked) and from 'PK' to 'SH' (shipped).
      * Only hours falling on working days of the WORKCAL shop
      * calendar count, so a weekend or bank holiday between two
      * stages does not count against the warehouse. A leg that
      * exceeds the agreed turnaround is marked BREACH so the
      * warehouse can be held to its service level from the journal
      * rather than from memory. The journal is keyed by order ref
               RECORD KEY IS OJ-KEY
               FILE STATUS IS WS-ORDJRNL-STATUS.

           SELECT WORKCAL-FILE ASSIGN TO WORKCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WC-DATE
               FILE STATUS IS WS-WORKCAL-STATUS.

           SELECT RPT-FILE ASSIGN TO CYCPRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       01  ORDER-JOURNAL-RECORD.
           COPY DFH0XCP7.

       FD  WORKCAL-FILE.
       01  WORKING-CALENDAR-RECORD.
           COPY DFH0XCQ9.

       FD  RPT-FILE.
       01  RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ORDJRNL-STATUS            PIC X(2).
       01  WS-WORKCAL-STATUS            PIC X(2).
       01  WS-RPT-STATUS                PIC X(2).

       01  WS-SWITCHES.
              88 END-OF-ORDJRNL                   VALUE 'Y'.
           03 WS-SORT-SW                PIC X     VALUE 'N'.
              88 SORT-PASS-SWAPPED                VALUE 'Y'.
           03 WS-CAL-OPEN-SW            PIC X     VALUE 'N'.
              88 CALENDAR-OPEN                    VALUE 'Y'.
           03 WS-WORKING-DAY-SW         PIC X     VALUE 'N'.
              88 WORKING-DAY                      VALUE 'Y'.

      * A leg longer than this many working hours breaches the
      * agreed warehouse turnaround and is marked on the report.
       01  CYC-TURNAROUND-HOURS         PIC 9(3)  VALUE 48.

       01  WS-RUN-DATE-YYYYMMDD         PIC 9(8).

       01  WS-FROM-INT                  PIC 9(8)  VALUE 0.
       01  WS-TO-INT                    PIC 9(8)  VALUE 0.
       01  WS-FROM-HH                   PIC 9(2)  VALUE 0.
       01  WS-TO-HH                     PIC 9(2)  VALUE 0.
       01  WS-ELAPSED-HOURS             PIC S9(7) VALUE 0.
       01  WS-CAL-DATE-INT              PIC 9(8)  VALUE 0.
       01  WS-CAL-DATE-YYYYMMDD         PIC 9(8)  VALUE 0.
       01  WS-CAL-WEEKS                 PIC 9(8)  VALUE 0.
       01  WS-CAL-WEEKDAY               PIC 9(1)  VALUE 0.

       01  WS-CYC-COUNT                 PIC 9(4)  VALUE 0.
       01  WS-CYC-IDX                   PIC 9(4).
           03 FILLER                    PIC X(22)
                   VALUE 'TURNAROUND THRESHOLD: '.
           03 H2-THRESHOLD              PIC ZZ9.
           03 FILLER                    PIC X(14)
                   VALUE ' WORKING HOURS'.
           03 FILLER                    PIC X(93) VALUE SPACES.

       01  DEPT-HEADER-LINE.
           03 FILLER                    PIC X(12)
           03 TR-COUNT                  PIC ZZZ,ZZ9.
           03 FILLER                    PIC X(95) VALUE SPACES.

       01  CALENDAR-MISSING-LINE        PIC X(132)
               VALUE 'CALENDAR WORKCAL UNAVAILABLE - WEEKDAYS ONLY'.

       01  BLANK-LINE                   PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE SECTION.

           PERFORM ESTABLISH-REPORT-WEEK
           PERFORM OPEN-WORKING-CALENDAR
           PERFORM LOAD-CYCLE-TABLE
           PERFORM CLOSE-WORKING-CALENDAR
           PERFORM SORT-CYCLE-TABLE
           PERFORM SUMMARISE-BY-DEPT
           PERFORM PRINT-REPORT
               FUNCTION INTEGER-OF-DATE (WS-GROUP-SENT-DATE)
           COMPUTE WS-TO-INT =
               FUNCTION INTEGER-OF-DATE (WS-GROUP-PICK-DATE)
           MOVE WS-GROUP-SENT-HH TO WS-FROM-HH
           MOVE WS-GROUP-PICK-HH TO WS-TO-HH
           PERFORM COMPUTE-WORKING-HOURS

           MOVE WS-ELAPSED-HOURS TO CY-PICK-HOURS (WS-CYC-COUNT)

               FUNCTION INTEGER-OF-DATE (WS-GROUP-PICK-DATE)
           COMPUTE WS-TO-INT =
               FUNCTION INTEGER-OF-DATE (WS-GROUP-SHIP-DATE)
           MOVE WS-GROUP-PICK-HH TO WS-FROM-HH
           MOVE WS-GROUP-SHIP-HH TO WS-TO-HH
           PERFORM COMPUTE-WORKING-HOURS

           MOVE WS-ELAPSED-HOURS TO CY-SHIP-HOURS (WS-CYC-COUNT)




       COMPUTE-WORKING-HOURS.

      *    Elapsed working hours from WS-FROM-INT/WS-FROM-HH to
      *    WS-TO-INT/WS-TO-HH: the rest of the first day, every whole
      *    day between and the start of the last day each count only
      *    if that day is a working day. A leg that ends before it
      *    starts is left as the plain (negative) difference so the
      *    out-of-order journal shows up on the report.

           EVALUATE TRUE
               WHEN WS-TO-INT < WS-FROM-INT
                   COMPUTE WS-ELAPSED-HOURS =
                       (WS-TO-INT - WS-FROM-INT) * 24
                       + WS-TO-HH - WS-FROM-HH

               WHEN WS-TO-INT EQUAL WS-FROM-INT
                   MOVE WS-FROM-INT TO WS-CAL-DATE-INT
                   PERFORM CHECK-WORKING-DAY
                   IF WORKING-DAY
                       COMPUTE WS-ELAPSED-HOURS =
                           WS-TO-HH - WS-FROM-HH
                   ELSE
                       MOVE 0 TO WS-ELAPSED-HOURS
                   END-IF

               WHEN OTHER
                   MOVE 0 TO WS-ELAPSED-HOURS

                   MOVE WS-FROM-INT TO WS-CAL-DATE-INT
                   PERFORM CHECK-WORKING-DAY
                   IF WORKING-DAY
                       COMPUTE WS-ELAPSED-HOURS = 24 - WS-FROM-HH
                   END-IF

                   COMPUTE WS-CAL-DATE-INT = WS-FROM-INT + 1
                   PERFORM ADD-WORKING-DAY-HOURS
                           UNTIL WS-CAL-DATE-INT >= WS-TO-INT

                   MOVE WS-TO-INT TO WS-CAL-DATE-INT
                   PERFORM CHECK-WORKING-DAY
                   IF WORKING-DAY
                       ADD WS-TO-HH TO WS-ELAPSED-HOURS
                   END-IF
           END-EVALUATE.
           EXIT.



       ADD-WORKING-DAY-HOURS.

           PERFORM CHECK-WORKING-DAY

           IF WORKING-DAY
               ADD 24 TO WS-ELAPSED-HOURS
           END-IF

           ADD 1 TO WS-CAL-DATE-INT.
           EXIT.



       SORT-CYCLE-TABLE.

           MOVE 'Y' TO WS-SORT-SW
           WRITE RPT-LINE FROM HEADING-LINE-1
           WRITE RPT-LINE FROM HEADING-LINE-2

           IF NOT CALENDAR-OPEN
               WRITE RPT-LINE FROM CALENDAR-MISSING-LINE
           END-IF

           PERFORM PRINT-DEPT-SECTION
                   VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               WRITE RPT-LINE FROM DETAIL-LINE
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
