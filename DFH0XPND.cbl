      * order held for department approval for more than the aging
      * threshold is listed for the order desk, by charge department
      * with the oldest holds first, so high-value orders awaiting an
      * approver do not quietly rot. A hold's age is the number of
      * working days since it was held, counted on the WORKCAL shop
      * calendar, so weekends and holidays do not age it. The aging
      * threshold in working days is read from the PNDCTL control
      * file; if the control file is missing or unreadable a default
      * of 3 working days applies. Holds whose held date cannot be
      * interpreted are listed as aged so they get looked at rather
      * than hidden.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT WORKCAL-FILE ASSIGN TO WORKCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WC-DATE
               FILE STATUS IS WS-WORKCAL-STATUS.

           SELECT RPT-FILE ASSIGN TO PNDPRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           03 CTL-AGE-DAYS              PIC 9(3).
           03 FILLER                    PIC X(77).

       FD  WORKCAL-FILE.
       01  WORKING-CALENDAR-RECORD.
           COPY DFH0XCQ9.

       FD  RPT-FILE.
       01  RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PENDORD-STATUS            PIC X(2).
       01  WS-CTL-STATUS                PIC X(2).
       01  WS-WORKCAL-STATUS            PIC X(2).
       01  WS-RPT-STATUS                PIC X(2).

       01  WS-SWITCHES.
              88 END-OF-PENDORD                   VALUE 'Y'.
           03 WS-SORT-SW                PIC X     VALUE 'N'.
              88 SORT-PASS-SWAPPED                VALUE 'Y'.
           03 WS-CAL-OPEN-SW            PIC X     VALUE 'N'.
              88 CALENDAR-OPEN                    VALUE 'Y'.
           03 WS-WORKING-DAY-SW         PIC X     VALUE 'N'.
              88 WORKING-DAY                      VALUE 'Y'.

       01  WS-RUN-DATE-YYYYMMDD         PIC 9(8).
       01  WS-RUN-DATE-YYYYMMDD-R REDEFINES WS-RUN-DATE-YYYYMMDD.
       01  WS-HELD-DATE-INT             PIC 9(8)  VALUE 0.
       01  WS-HELD-AGE                  PIC S9(5) VALUE 0.
       01  WS-HELD-SORT-DATE            PIC 9(8)  VALUE 0.
       01  WS-CAL-DATE-INT              PIC 9(8)  VALUE 0.
       01  WS-CAL-DATE-YYYYMMDD         PIC 9(8)  VALUE 0.
       01  WS-CAL-WEEKS                 PIC 9(8)  VALUE 0.
       01  WS-CAL-WEEKDAY               PIC 9(1)  VALUE 0.
       01  WS-CAL-FROM-INT              PIC 9(8)  VALUE 0.
       01  WS-CAL-TO-INT                PIC 9(8)  VALUE 0.
       01  WS-CAL-WORKING-DAYS          PIC 9(5)  VALUE 0.

       01  WS-AGED-COUNT                PIC 9(4)  VALUE 0.
       01  WS-AGED-IDX                  PIC 9(4).
           03 FILLER                    PIC X(16)
                   VALUE ' - AGED OVER '.
           03 H1-AGE-DAYS               PIC ZZ9.
           03 FILLER                    PIC X(13)
                   VALUE ' WORKING DAYS'.
           03 FILLER                    PIC X(52) VALUE SPACES.

       01  HEADING-LINE-2.
           03 FILLER                    PIC X(8)  VALUE 'DEPT'.
           03 DL-SEQ                    PIC 9(3).
           03 FILLER                    PIC X(64) VALUE SPACES.

       01  CALENDAR-MISSING-LINE        PIC X(132)
               VALUE 'CALENDAR WORKCAL UNAVAILABLE - WEEKDAYS ONLY'.

       01  TOTAL-LINE.
           03 FILLER                    PIC X(27)
                   VALUE 'AGED PENDING ORDERS TOTAL: '.

           PERFORM ESTABLISH-RUN-DATE
           PERFORM LOAD-AGE-THRESHOLD
           PERFORM OPEN-WORKING-CALENDAR
           PERFORM COLLECT-AGED-HOLDS
           PERFORM CLOSE-WORKING-CALENDAR
           PERFORM SORT-AGED-TABLE
           PERFORM PRINT-REPORT
           STOP RUN.
               MOVE PD-SORT-DATE TO WS-HELD-SORT-DATE
               COMPUTE WS-HELD-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-HELD-SORT-DATE)
               PERFORM AGE-IN-WORKING-DAYS
           ELSE
               MOVE ZERO TO WS-HELD-SORT-DATE
               MOVE 99999 TO WS-HELD-AGE



       AGE-IN-WORKING-DAYS.

           IF WS-HELD-DATE-INT EQUAL 0
               MOVE 99999 TO WS-HELD-AGE
           ELSE
               MOVE WS-HELD-DATE-INT TO WS-CAL-FROM-INT
               MOVE WS-RUN-DATE-INT TO WS-CAL-TO-INT
               PERFORM COUNT-WORKING-DAYS
               MOVE WS-CAL-WORKING-DAYS TO WS-HELD-AGE
           END-IF.
           EXIT.



       ADD-AGED-ENTRY.

           IF WS-AGED-COUNT < 200
           WRITE RPT-LINE FROM HEADING-LINE-1
           WRITE RPT-LINE FROM HEADING-LINE-2

           IF NOT CALENDAR-OPEN
               WRITE RPT-LINE FROM CALENDAR-MISSING-LINE
           END-IF

           PERFORM PRINT-AGED-LINE
                   VARYING WS-AGED-IDX FROM 1 BY 1
                   UNTIL WS-AGED-IDX > WS-AGED-COUNT

           WRITE RPT-LINE FROM DETAIL-LINE.
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



       COUNT-WORKING-DAYS.

      *    Counts the working days after WS-CAL-FROM-INT up to and
      *    including WS-CAL-TO-INT into WS-CAL-WORKING-DAYS.

           MOVE 0 TO WS-CAL-WORKING-DAYS
           COMPUTE WS-CAL-DATE-INT = WS-CAL-FROM-INT + 1

           PERFORM COUNT-WORKING-DAY
                   UNTIL WS-CAL-DATE-INT > WS-CAL-TO-INT.
           EXIT.



       COUNT-WORKING-DAY.

           PERFORM CHECK-WORKING-DAY

           IF WORKING-DAY
               ADD 1 TO WS-CAL-WORKING-DAYS
           END-IF

           ADD 1 TO WS-CAL-DATE-INT.
           EXIT.
