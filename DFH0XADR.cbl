       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XADR.
      *****************************************************************
      * DFH0XADR - Monthly Approval Decisions Report
      *
      * Lists for internal audit every approve and reject decision
      * taken in the period (the calendar month of the run date) on
      * the orders DFH0XECC held on PENDORD, read from the APPRLOG
      * decision log. Decisions are listed by charge department in
      * the order they were taken, each with the approver, the absent
      * approver whose authority was used when a delegate decided,
      * the original requester, the held order details and the
      * reason keyed. Each department ends with a count and value of
      * orders approved and rejected and the number decided under
      * delegation; the report ends with the same totals for all
      * departments.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPRLOG-FILE ASSIGN TO APPRLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AD-KEY
               FILE STATUS IS WS-APPRLOG-STATUS.

           SELECT RPT-FILE ASSIGN TO ADRPRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPRLOG-FILE.
       01  APPROVAL-DECISION-RECORD.
           COPY DFH0XCQ2.

       FD  RPT-FILE.
       01  RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-APPRLOG-STATUS            PIC X(2).
       01  WS-RPT-STATUS                PIC X(2).

       01  WS-SWITCHES.
           03 WS-EOF-SW                 PIC X     VALUE 'N'.
              88 END-OF-APPRLOG                   VALUE 'Y'.

       01  WS-RUN-DATE-YYYYMMDD         PIC 9(8).
       01  WS-RUN-DATE-YYYYMMDD-R REDEFINES WS-RUN-DATE-YYYYMMDD.
           03 WS-RUN-DATE-YYYY          PIC 9(4).
           03 WS-RUN-DATE-MM            PIC 9(2).
           03 WS-RUN-DATE-DD            PIC 9(2).

       01  WS-PERIOD.
           03 WS-PERIOD-YYYY            PIC 9(4).
           03 WS-PERIOD-MM              PIC 9(2).

       01  WS-AD-DATE-SPLIT.
           03 WS-AD-DATE-YYYY           PIC X(4).
           03 WS-AD-DATE-MM             PIC X(2).
           03 WS-AD-DATE-DD             PIC X(2).

       01  WS-PREV-DEPT                 PIC X(6)  VALUE SPACES.
       01  WS-DECISION-COUNT            PIC 9(7)  VALUE 0.

       01  WS-DEPT-TOTALS.
           03 WS-DEPT-APPR-COUNT        PIC 9(7)  VALUE 0.
           03 WS-DEPT-APPR-VALUE        PIC 9(11)V99 VALUE 0.
           03 WS-DEPT-REJ-COUNT         PIC 9(7)  VALUE 0.
           03 WS-DEPT-REJ-VALUE         PIC 9(11)V99 VALUE 0.
           03 WS-DEPT-DELEG-COUNT       PIC 9(7)  VALUE 0.

       01  WS-RUN-TOTALS.
           03 WS-RUN-APPR-COUNT         PIC 9(7)  VALUE 0.
           03 WS-RUN-APPR-VALUE         PIC 9(11)V99 VALUE 0.
           03 WS-RUN-REJ-COUNT          PIC 9(7)  VALUE 0.
           03 WS-RUN-REJ-VALUE          PIC 9(11)V99 VALUE 0.
           03 WS-RUN-DELEG-COUNT        PIC 9(7)  VALUE 0.
           03 WS-RUN-DEPT-COUNT         PIC 9(7)  VALUE 0.

       01  HEADING-LINE-1.
           03 FILLER                    PIC X(42)
                   VALUE 'APPROVAL DECISIONS BY DEPARTMENT - PERIOD '.
           03 H1-PERIOD-MM              PIC 9(2).
           03 FILLER                    PIC X     VALUE '/'.
           03 H1-PERIOD-YYYY            PIC 9(4).
           03 FILLER                    PIC X(83) VALUE SPACES.

       01  HEADING-LINE-2.
           03 FILLER                    PIC X(8)  VALUE 'DEPT'.
           03 FILLER                    PIC X(12) VALUE 'DATE'.
           03 FILLER                    PIC X(8)  VALUE 'TIME'.
           03 FILLER                    PIC X(10) VALUE 'DECISION'.
           03 FILLER                    PIC X(10) VALUE 'APPROVER'.
           03 FILLER                    PIC X(10) VALUE 'FOR'.
           03 FILLER                    PIC X(10) VALUE 'REQUESTER'.
           03 FILLER                    PIC X(6)  VALUE 'ITEM'.
           03 FILLER                    PIC X(6)  VALUE 'QTY'.
           03 FILLER                    PIC X(16) VALUE 'VALUE'.
           03 FILLER                    PIC X(13) VALUE 'LIMIT'.
           03 FILLER                    PIC X(10) VALUE 'ORDER-REF'.
           03 FILLER                    PIC X(13) VALUE SPACES.

       01  DETAIL-LINE.
           03 DL-CHARGE-DEPT            PIC X(6).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-DATE-MM                PIC X(2).
           03 FILLER                    PIC X     VALUE '/'.
           03 DL-DATE-DD                PIC X(2).
           03 FILLER                    PIC X     VALUE '/'.
           03 DL-DATE-YYYY              PIC X(4).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-TIME                   PIC X(6).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-DECISION               PIC X(8).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-APPROVER               PIC X(8).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-ON-BEHALF-OF           PIC X(8).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-REQ-USERID             PIC X(8).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-ITEM-REF               PIC X(4).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-QUANTITY               PIC ZZZ9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-ORDER-VALUE            PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-APPR-LIMIT             PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-ORDER-REF              PIC X(8).
           03 FILLER                    PIC X(15) VALUE SPACES.

       01  REASON-LINE.
           03 FILLER                    PIC X(20) VALUE SPACES.
           03 FILLER                    PIC X(8)  VALUE 'REASON: '.
           03 RL-REASON                 PIC X(40).
           03 FILLER                    PIC X(64) VALUE SPACES.

       01  DEPT-TOTAL-LINE.
           03 FILLER                    PIC X(8)  VALUE SPACES.
           03 DT-LABEL                  PIC X(12).
           03 FILLER                    PIC X(10) VALUE 'APPROVED: '.
           03 DT-APPR-COUNT             PIC ZZZ,ZZ9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DT-APPR-VALUE             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                    PIC X(4)  VALUE SPACES.
           03 FILLER                    PIC X(10) VALUE 'REJECTED: '.
           03 DT-REJ-COUNT              PIC ZZZ,ZZ9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DT-REJ-VALUE              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                    PIC X(4)  VALUE SPACES.
           03 FILLER                    PIC X(11) VALUE 'DELEGATED: '.
           03 DT-DELEG-COUNT            PIC ZZZ,ZZ9.
           03 FILLER                    PIC X(14) VALUE SPACES.

       01  TRAILER-LINE.
           03 TR-TEXT                   PIC X(30).
           03 TR-COUNT                  PIC ZZZ,ZZ9.
           03 FILLER                    PIC X(95) VALUE SPACES.

       01  BLANK-LINE                   PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE SECTION.

           PERFORM ESTABLISH-PERIOD
           PERFORM LIST-DECISIONS
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



       LIST-DECISIONS.

           OPEN OUTPUT RPT-FILE

           WRITE RPT-LINE FROM HEADING-LINE-1
           WRITE RPT-LINE FROM HEADING-LINE-2

           OPEN INPUT APPRLOG-FILE

           IF WS-APPRLOG-STATUS EQUAL '00'
               PERFORM READ-APPRLOG
               PERFORM PROCESS-DECISION UNTIL END-OF-APPRLOG
               CLOSE APPRLOG-FILE
           END-IF

           IF WS-PREV-DEPT NOT EQUAL SPACES
               PERFORM PRINT-DEPT-TOTAL
           END-IF

           PERFORM PRINT-RUN-TRAILER

           CLOSE RPT-FILE.
           EXIT.



       READ-APPRLOG.

           READ APPRLOG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
           EXIT.



       PROCESS-DECISION.

      *    APPRLOG is keyed by department then date, so a department's
      *    decisions arrive together and a change of department ends
      *    the previous department's group.

           IF AD-DATE (1:6) EQUAL WS-PERIOD
               IF AD-CHARGE-DEPT NOT EQUAL WS-PREV-DEPT
                   IF WS-PREV-DEPT NOT EQUAL SPACES
                       PERFORM PRINT-DEPT-TOTAL
                   END-IF
                   MOVE AD-CHARGE-DEPT TO WS-PREV-DEPT
                   ADD 1 TO WS-RUN-DEPT-COUNT
               END-IF

               PERFORM PRINT-DECISION-LINE
           END-IF

           PERFORM READ-APPRLOG.
           EXIT.



       PRINT-DECISION-LINE.

           ADD 1 TO WS-DECISION-COUNT

           MOVE AD-DATE TO WS-AD-DATE-SPLIT

           MOVE AD-CHARGE-DEPT TO DL-CHARGE-DEPT
           MOVE WS-AD-DATE-MM TO DL-DATE-MM
           MOVE WS-AD-DATE-DD TO DL-DATE-DD
           MOVE WS-AD-DATE-YYYY TO DL-DATE-YYYY
           MOVE AD-TIME TO DL-TIME
           MOVE AD-APPROVER-USERID TO DL-APPROVER
           MOVE AD-ON-BEHALF-OF TO DL-ON-BEHALF-OF
           MOVE AD-REQ-USERID TO DL-REQ-USERID
           MOVE AD-ITEM-REF TO DL-ITEM-REF
           MOVE AD-QUANTITY TO DL-QUANTITY
           MOVE AD-ORDER-VALUE TO DL-ORDER-VALUE
           MOVE AD-APPR-LIMIT TO DL-APPR-LIMIT
           MOVE AD-ORDER-REF TO DL-ORDER-REF

           IF AD-DECISION EQUAL 'A'
               MOVE 'APPROVED' TO DL-DECISION
               ADD 1 TO WS-DEPT-APPR-COUNT
               ADD AD-ORDER-VALUE TO WS-DEPT-APPR-VALUE
           ELSE
               MOVE 'REJECTED' TO DL-DECISION
               ADD 1 TO WS-DEPT-REJ-COUNT
               ADD AD-ORDER-VALUE TO WS-DEPT-REJ-VALUE
           END-IF

           IF AD-ON-BEHALF-OF NOT EQUAL SPACES
               ADD 1 TO WS-DEPT-DELEG-COUNT
           END-IF

           WRITE RPT-LINE FROM DETAIL-LINE

           IF AD-REASON NOT EQUAL SPACES
               MOVE AD-REASON TO RL-REASON
               WRITE RPT-LINE FROM REASON-LINE
           END-IF.
           EXIT.



       PRINT-DEPT-TOTAL.

           MOVE WS-PREV-DEPT TO DT-LABEL
           MOVE WS-DEPT-APPR-COUNT TO DT-APPR-COUNT
           MOVE WS-DEPT-APPR-VALUE TO DT-APPR-VALUE
           MOVE WS-DEPT-REJ-COUNT TO DT-REJ-COUNT
           MOVE WS-DEPT-REJ-VALUE TO DT-REJ-VALUE
           MOVE WS-DEPT-DELEG-COUNT TO DT-DELEG-COUNT

           WRITE RPT-LINE FROM DEPT-TOTAL-LINE
           WRITE RPT-LINE FROM BLANK-LINE

           ADD WS-DEPT-APPR-COUNT TO WS-RUN-APPR-COUNT
           ADD WS-DEPT-APPR-VALUE TO WS-RUN-APPR-VALUE
           ADD WS-DEPT-REJ-COUNT TO WS-RUN-REJ-COUNT
           ADD WS-DEPT-REJ-VALUE TO WS-RUN-REJ-VALUE
           ADD WS-DEPT-DELEG-COUNT TO WS-RUN-DELEG-COUNT

           INITIALIZE WS-DEPT-TOTALS.
           EXIT.



       PRINT-RUN-TRAILER.

           WRITE RPT-LINE FROM BLANK-LINE

           MOVE 'ALL DEPTS' TO DT-LABEL
           MOVE WS-RUN-APPR-COUNT TO DT-APPR-COUNT
           MOVE WS-RUN-APPR-VALUE TO DT-APPR-VALUE
           MOVE WS-RUN-REJ-COUNT TO DT-REJ-COUNT
           MOVE WS-RUN-REJ-VALUE TO DT-REJ-VALUE
           MOVE WS-RUN-DELEG-COUNT TO DT-DELEG-COUNT
           WRITE RPT-LINE FROM DEPT-TOTAL-LINE

           WRITE RPT-LINE FROM BLANK-LINE

           MOVE 'DEPARTMENTS WITH DECISIONS:   ' TO TR-TEXT
           MOVE WS-RUN-DEPT-COUNT TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE

           MOVE 'DECISIONS IN PERIOD:          ' TO TR-TEXT
           MOVE WS-DECISION-COUNT TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE.
           EXIT.
