      *
      * Daily run over the ORDSTAT order status file. Any order still
      * in status 'SN' (confirmation sent to the warehouse on FULQ but
      * no acknowledgement received) for at least one full working
      * day since its confirmation was sent is flagged 'FU' for
      * follow-up and listed on the follow-up report for the
      * fulfilment desk to chase. Working days are counted on the
      * WORKCAL shop calendar, so a confirmation sent on a Friday is
      * not chased until the following working day.
      * Each flagged order is also journaled to ORDJRNL as an 'SN' to
      * 'FU' transition, since ORDSTAT only holds the latest state.
      *****************************************************************
               RECORD KEY IS OJ-KEY
               FILE STATUS IS WS-ORDJRNL-STATUS.

           SELECT WORKCAL-FILE ASSIGN TO WORKCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WC-DATE
               FILE STATUS IS WS-WORKCAL-STATUS.

           SELECT RPT-FILE ASSIGN TO FLWPRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       01  ORDER-JOURNAL-RECORD.
           COPY DFH0XCP7.

       FD  WORKCAL-FILE.
       01  WORKING-CALENDAR-RECORD.
           COPY DFH0XCQ9.

       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ORDSTAT-STATUS            PIC X(2).
       01  WS-ORDJRNL-STATUS            PIC X(2).
       01  WS-WORKCAL-STATUS            PIC X(2).
       01  WS-RPT-STATUS                PIC X(2).

       01  WS-SWITCHES.
              88 END-OF-ORDSTAT                   VALUE 'Y'.
           03 WS-OJRN-DONE-SW           PIC X     VALUE 'N'.
              88 JOURNAL-WRITE-DONE               VALUE 'Y'.
           03 WS-CAL-OPEN-SW            PIC X     VALUE 'N'.
              88 CALENDAR-OPEN                    VALUE 'Y'.
           03 WS-WORKING-DAY-SW         PIC X     VALUE 'N'.
              88 WORKING-DAY                      VALUE 'Y'.

       01  WS-RUN-DATE-YYYYMMDD         PIC 9(8).
       01  WS-RUN-DATE-INT              PIC 9(8)  VALUE 0.
       01  WS-CAL-DATE-INT              PIC 9(8)  VALUE 0.
       01  WS-CAL-DATE-YYYYMMDD         PIC 9(8)  VALUE 0.
       01  WS-CAL-WEEKS                 PIC 9(8)  VALUE 0.
       01  WS-CAL-WEEKDAY               PIC 9(1)  VALUE 0.
       01  WS-CAL-FROM-INT              PIC 9(8)  VALUE 0.
       01  WS-CAL-TO-INT                PIC 9(8)  VALUE 0.
       01  WS-CAL-WORKING-DAYS          PIC 9(5)  VALUE 0.

       01  WS-RUN-TIME.
           03 WS-RUN-TIME-HHMMSS        PIC X(6).
           03 DL-SENT-TIME              PIC X(6).
           03 FILLER                    PIC X(74) VALUE SPACES.

       01  CALENDAR-MISSING-LINE        PIC X(132)
               VALUE 'CALENDAR WORKCAL UNAVAILABLE - WEEKDAYS ONLY'.

       01  TOTAL-LINE.
           03 FILLER                    PIC X(26)
                   VALUE 'ORDERS FLAGGED FOLLOW-UP: '.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-YYYYMMDD)

           PERFORM OPEN-WORKING-CALENDAR
           OPEN I-O ORDSTAT-FILE
           OPEN I-O ORDJRNL-FILE
           OPEN OUTPUT RPT-FILE
           WRITE RPT-LINE FROM HEADING-LINE-1
           WRITE RPT-LINE FROM HEADING-LINE-2

           IF NOT CALENDAR-OPEN
               WRITE RPT-LINE FROM CALENDAR-MISSING-LINE
           END-IF

           PERFORM READ-ORDSTAT
           PERFORM CHECK-ORDER-STATUS UNTIL END-OF-ORDSTAT

           CLOSE ORDSTAT-FILE
           CLOSE ORDJRNL-FILE
           CLOSE RPT-FILE
           PERFORM CLOSE-WORKING-CALENDAR
           STOP RUN.

       MAINLINE-EXIT.

               IF WS-SENT-DATE-YYYYMMDD IS NUMERIC
                  AND WS-SENT-DATE-NUM < WS-RUN-DATE-YYYYMMDD
                   PERFORM CHECK-CONFIRMATION-AGE
               END-IF
           END-IF




       CHECK-CONFIRMATION-AGE.

      *    The order is chased once a working day has passed since
      *    the confirmation was sent with no acknowledgement. A sent
      *    date that is not a real date is chased straight away.

           COMPUTE WS-CAL-FROM-INT =
               FUNCTION INTEGER-OF-DATE (WS-SENT-DATE-NUM)

           IF WS-CAL-FROM-INT EQUAL 0
               MOVE 1 TO WS-CAL-WORKING-DAYS
           ELSE
               MOVE WS-RUN-DATE-INT TO WS-CAL-TO-INT
               PERFORM COUNT-WORKING-DAYS
           END-IF

           IF WS-CAL-WORKING-DAYS > 0
               PERFORM FLAG-FOR-FOLLOW-UP
           END-IF.
           EXIT.



       FLAG-FOR-FOLLOW-UP.

           MOVE 'FU' TO OS-STATUS
               END-EVALUATE
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
