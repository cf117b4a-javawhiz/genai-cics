      * date would place the same order again on the next run. An
      * active order whose stored date is unusable is not placed but
      * is reported and its date healed forward from the run date.
      * On a day the WORKCAL shop calendar shows as non-working (a
      * weekend, holiday or shutdown day) nothing is placed: each due
      * order is reported as rolled and left due, so it is placed by
      * the run on the next working day. The run report is written
      * to the STRR queue listing each standing order placed,
      * skipped, rolled or failed.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03 WS-BADDATE-COUNT         PIC 9(7)  VALUE 0.
           03 WS-DATE-FLAG             PIC X(1)  VALUE SPACE.
           03 WS-DATE-INT              PIC 9(8)  VALUE 0.
           03 WS-ROLLED-COUNT          PIC 9(7)  VALUE 0.
           03 WS-RUN-DATE-INT          PIC 9(8)  VALUE 0.
           03 WS-RUN-WEEKS             PIC 9(8)  VALUE 0.
           03 WS-RUN-WEEKDAY           PIC 9(1)  VALUE 0.
           03 WS-RUN-WORKING-SW        PIC X     VALUE 'Y'.
              88 RUN-ON-WORKING-DAY             VALUE 'Y'.
           03 WS-CAL-KEY               PIC X(8).

       01  WS-NEXT-DATE-X.
           03 WS-NEXT-YYYY             PIC 9(4).
       01  STANDING-ORDER-RECORD.
           COPY DFH0XCPZ.

       01  WORKING-CALENDAR-RECORD.
           COPY DFH0XCQ9.

       01  DFHCOMMAREA.
           COPY DFH0XCP1.

           03 SRF-ORDER-ID             PIC X(8).
           03 FILLER                   PIC X(47) VALUE SPACES.

       01  STO-NON-WORKING-LINE.
           03 FILLER                   PIC X(33)
                   VALUE 'NON-WORKING DAY - DUE ORDERS ROLL'.
           03 FILLER                   PIC X(47)
                   VALUE ' TO NEXT WORKING DAY'.

       01  STO-TRAILER-LINE.
           03 STL-TEXT                 PIC X(30).
           03 STL-COUNT                PIC ZZZ,ZZ9.
       MAINLINE SECTION.

           INITIALIZE STANDING-ORDER-RECORD
           INITIALIZE WORKING-CALENDAR-RECORD
           INITIALIZE DFHCOMMAREA

           PERFORM ESTABLISH-RUN-DATE
           EXEC CICS WRITEQ TD QUEUE('STRR')
                     FROM(STO-HEADING-LINE)
                     LENGTH(LENGTH OF STO-HEADING-LINE)
           END-EXEC

           PERFORM CHECK-RUN-WORKING-DAY

           IF NOT RUN-ON-WORKING-DAY
               EXEC CICS WRITEQ TD QUEUE('STRR')
                         FROM(STO-NON-WORKING-LINE)
                         LENGTH(LENGTH OF STO-NON-WORKING-LINE)
               END-EXEC
           END-IF.
           EXIT.



       CHECK-RUN-WORKING-DAY.

      *    Monday to Friday are working days unless WORKCAL holds the
      *    date as a holiday or shutdown day ('H'); a weekend day is
      *    only worked if WORKCAL holds it as 'W'. Day 1 of the
      *    integer date calendar was a Monday, so a remainder of 0
      *    is a Sunday and 6 a Saturday. If the calendar cannot be
      *    read the weekday pattern alone is used.

           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
           DIVIDE WS-RUN-DATE-INT BY 7
               GIVING WS-RUN-WEEKS REMAINDER WS-RUN-WEEKDAY

           IF WS-RUN-WEEKDAY EQUAL 0 OR WS-RUN-WEEKDAY EQUAL 6
               MOVE 'N' TO WS-RUN-WORKING-SW
           ELSE
               MOVE 'Y' TO WS-RUN-WORKING-SW
           END-IF

           MOVE WS-RUN-DATE TO WS-CAL-KEY

           EXEC CICS READ FILE('WORKCAL')
                     INTO(WORKING-CALENDAR-RECORD)
                     RIDFLD(WS-CAL-KEY)
                     RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   EVALUATE WC-DAY-TYPE
                       WHEN 'H'
                           MOVE 'N' TO WS-RUN-WORKING-SW
                       WHEN 'W'
                           MOVE 'Y' TO WS-RUN-WORKING-SW
                   END-EVALUATE

               WHEN DFHRESP(NOTFND)
                   CONTINUE

               WHEN OTHER
                   MOVE ' ERROR READING WORKCAL - WEEKDAYS ONLY USED'
                       TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.


                   MOVE SPACES TO SDL-RETURN-CODE
                   PERFORM WRITE-RUN-DETAIL

               WHEN NOT RUN-ON-WORKING-DAY
                   ADD 1 TO WS-ROLLED-COUNT
                   MOVE 'ROLLED ' TO SDL-RESULT
                   MOVE SPACES TO SDL-RETURN-CODE
                   PERFORM WRITE-RUN-DETAIL

               WHEN OTHER
                   PERFORM PLACE-STANDING-ORDER
           END-EVALUATE.
           MOVE WS-SKIPPED-COUNT TO STL-COUNT
           PERFORM WRITE-TRAILER-LINE

           IF WS-ROLLED-COUNT > 0
               MOVE 'ROLLED TO NEXT WORKING DAY:   ' TO STL-TEXT
               MOVE WS-ROLLED-COUNT TO STL-COUNT
               PERFORM WRITE-TRAILER-LINE
           END-IF

           IF WS-BADDATE-COUNT > 0
               MOVE 'ORDERS WITH UNUSABLE DATES:   ' TO STL-TEXT
               MOVE WS-BADDATE-COUNT TO STL-COUNT
