       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XURC.
      *****************************************************************
      * DFH0XURC - Quarterly User Entitlement Recertification
      *
      * USERENT entitlements are granted through 01UMNT but nothing
      * takes them away when a user moves on, so users keep the right
      * to charge departments they no longer order for. This run has
      * two modes, chosen on the URCCTL control file.
      *
      * The listing run (the default) lists every active entitlement
      * by department, with the user's last successful order on that
      * department taken from ORDRLOG along the ORDRLGU user/date
      * path. An entitlement with no order within the dormancy period
      * - or no order at all - is flagged dormant and recorded on the
      * UERECRT recertification file with a deadline; the department
      * re-confirms the ones it still wants through DFH0XECC (request
      * 01UCRT). An entitlement already flagged and awaiting
      * re-confirmation keeps its original deadline, and one the
      * department has re-confirmed (or that was revoked and granted
      * again) within the current cycle - the dormancy period back
      * from the run date - is left as it is and counted as
      * confirmed, so a second listing in the same quarter does not
      * undo the re-confirmation. When an older re-confirmation is
      * raised afresh, who confirmed it and when is first written to
      * USERHIST as action 'C', since the flag record is then reset.
      *
      * The revocation run, scheduled after the deadline, deactivates
      * (UE-ACTIVE-FLAG 'I') every entitlement still flagged and not
      * re-confirmed once its deadline has passed, and writes a
      * USERHIST record for each in the same form as a 01UMNT
      * deactivation, with DFH0XURC as the maintaining user, so the
      * revocation shows in the entitlement's history trail.
      *
      * Control record: run mode ('R' revocation, anything else the
      * listing), dormancy period in days (default 90) and days
      * allowed to re-confirm (default 30). A missing or unreadable
      * control file gives a listing run with the defaults. The job
      * ends with return code 8 if UERECRT cannot be opened, since
      * the flags or revocations could then not be recorded, or if an
      * entitlement due for revocation could not be deactivated.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USERENT-FILE ASSIGN TO USERENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UE-KEY
               FILE STATUS IS WS-USERENT-STATUS.

           SELECT ORDRLOG-FILE ASSIGN TO ORDRLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OL-KEY
               ALTERNATE RECORD KEY IS OL-USER-DATE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-ORDRLOG-STATUS.

           SELECT UERECRT-FILE ASSIGN TO UERECRT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-KEY
               FILE STATUS IS WS-UERECRT-STATUS.

           SELECT USERHIST-FILE ASSIGN TO USERHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UH-KEY
               FILE STATUS IS WS-USERHIST-STATUS.

           SELECT DEPTMAST-FILE ASSIGN TO DEPTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

           SELECT OPTIONAL CTL-FILE ASSIGN TO URCCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT RPT-FILE ASSIGN TO URCPRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USERENT-FILE.
       01  USER-ENTITLEMENT-RECORD.
           COPY DFH0XCP5.

       FD  ORDRLOG-FILE.
       01  ORDER-LOG-RECORD.
           COPY DFH0XCPL.

       FD  UERECRT-FILE.
       01  ENTITLEMENT-RECERT-RECORD.
           COPY DFH0XCQ3.

       FD  USERHIST-FILE.
       01  USER-ENT-HISTORY-RECORD.
           COPY DFH0XCP6.

       FD  DEPTMAST-FILE.
       01  DEPT-MASTER-RECORD.
           COPY DFH0XCPM.

       FD  CTL-FILE.
       01  CONTROL-RECORD.
           03 CTL-RUN-MODE              PIC X(1).
           03 CTL-DORMANT-DAYS          PIC 9(3).
           03 CTL-CONFIRM-DAYS          PIC 9(3).
           03 FILLER                    PIC X(73).

       FD  RPT-FILE.
       01  RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-USERENT-STATUS            PIC X(2).
       01  WS-ORDRLOG-STATUS            PIC X(2).
       01  WS-UERECRT-STATUS            PIC X(2).
       01  WS-USERHIST-STATUS           PIC X(2).
       01  WS-DEPTMAST-STATUS           PIC X(2).
       01  WS-CTL-STATUS                PIC X(2).
       01  WS-RPT-STATUS                PIC X(2).

       01  WS-SWITCHES.
           03 WS-EOF-SW                 PIC X     VALUE 'N'.
              88 END-OF-INPUT                     VALUE 'Y'.
           03 WS-CTL-EOF-SW             PIC X     VALUE 'N'.
           03 WS-SORT-SW                PIC X     VALUE 'N'.
              88 SORT-PASS-SWAPPED                VALUE 'Y'.
           03 WS-RUN-MODE               PIC X     VALUE 'L'.
              88 REVOCATION-RUN                   VALUE 'R'.
           03 WS-OLOG-EOF-SW            PIC X     VALUE 'N'.
              88 END-OF-USER-ORDERS               VALUE 'Y'.
           03 WS-ORDRLOG-OPEN-SW        PIC X     VALUE 'N'.
              88 ORDRLOG-AVAILABLE                VALUE 'Y'.
           03 WS-UERECRT-OPEN-SW        PIC X     VALUE 'N'.
              88 UERECRT-AVAILABLE                VALUE 'Y'.
           03 WS-USERHIST-OPEN-SW       PIC X     VALUE 'N'.
              88 USERHIST-AVAILABLE               VALUE 'Y'.
           03 WS-UHIST-DONE-SW          PIC X     VALUE 'N'.
              88 USER-HISTORY-WRITE-DONE          VALUE 'Y'.
           03 WS-UHIST-WRITTEN-SW       PIC X     VALUE 'N'.
              88 USER-HISTORY-WRITTEN             VALUE 'Y'.
           03 WS-REFLAG-SW              PIC X     VALUE 'N'.
              88 REFLAG-ENTITLEMENT               VALUE 'Y'.

       01  WS-DORMANT-DAYS              PIC 9(3)  VALUE 90.
       01  WS-CONFIRM-DAYS              PIC 9(3)  VALUE 30.

       01  WS-RUN-DATE-YYYYMMDD         PIC 9(8).
       01  WS-RUN-DATE-YYYYMMDD-R REDEFINES WS-RUN-DATE-YYYYMMDD.
           03 WS-RUN-DATE-YYYY          PIC 9(4).
           03 WS-RUN-DATE-MM            PIC 9(2).
           03 WS-RUN-DATE-DD            PIC 9(2).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-YYYYMMDD
                                        PIC X(8).

       01  WS-RUN-DATE.
           03 WS-RUN-DATE-MM-OUT        PIC 9(2).
           03 FILLER                    PIC X     VALUE '/'.
           03 WS-RUN-DATE-DD-OUT        PIC 9(2).
           03 FILLER                    PIC X     VALUE '/'.
           03 WS-RUN-DATE-YYYY-OUT      PIC 9(4).

       01  WS-RUN-TIME                  PIC 9(8).
       01  WS-RUN-DATE-INT              PIC 9(8)  VALUE 0.
       01  WS-LAST-ORDER-INT            PIC 9(8)  VALUE 0.
       01  WS-DEADLINE-YYYYMMDD         PIC 9(8)  VALUE 0.
       01  WS-DEADLINE-X REDEFINES WS-DEADLINE-YYYYMMDD
                                        PIC X(8).
       01  WS-CYCLE-START-YYYYMMDD      PIC 9(8)  VALUE 0.
       01  WS-CYCLE-START-X REDEFINES WS-CYCLE-START-YYYYMMDD
                                        PIC X(8).
       01  WS-REVIEW-DATE               PIC X(8).

       01  WS-LAST-ORDER-DATE           PIC X(8).
       01  WS-LAST-ORDER-NUM REDEFINES WS-LAST-ORDER-DATE
                                        PIC 9(8).

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

       01  WS-UHIST-SEQ                 PIC 9(3)  VALUE 0.
       01  WS-OLD-ACTIVE-FLAG           PIC X(1).
       01  WS-OUTCOME                   PIC X(30).
       01  WS-PREV-DEPT                 PIC X(6)  VALUE SPACES.

       01  WS-DEPT-ACTIVE-COUNT         PIC 9(7)  VALUE 0.
       01  WS-DEPT-DORMANT-COUNT        PIC 9(7)  VALUE 0.
       01  WS-ACTIVE-COUNT              PIC 9(7)  VALUE 0.
       01  WS-DORMANT-COUNT             PIC 9(7)  VALUE 0.
       01  WS-FLAGGED-COUNT             PIC 9(7)  VALUE 0.
       01  WS-STILL-PENDING-COUNT       PIC 9(7)  VALUE 0.
       01  WS-REVOKED-COUNT             PIC 9(7)  VALUE 0.
       01  WS-CLOSED-COUNT              PIC 9(7)  VALUE 0.
       01  WS-FAILED-COUNT              PIC 9(7)  VALUE 0.
       01  WS-AWAITING-COUNT            PIC 9(7)  VALUE 0.
       01  WS-CONFIRMED-COUNT           PIC 9(7)  VALUE 0.
       01  WS-CURRENT-CONFIRM-COUNT     PIC 9(7)  VALUE 0.
       01  WS-ARCHIVE-FAILED-COUNT      PIC 9(7)  VALUE 0.

       01  WS-ENT-COUNT                 PIC 9(4)  VALUE 0.
       01  WS-ENT-IDX                   PIC 9(4).
       01  WS-ENT-OVERFLOW-COUNT        PIC 9(7)  VALUE 0.
       01  WS-SORT-IDX                  PIC 9(4).
       01  ENTITLEMENT-TABLE.
           03 ENTITLEMENT-ENTRY OCCURS 3000 TIMES.
               05 EN-SORT-KEY.
                   07 EN-DEPT-CODE      PIC X(6).
                   07 EN-USERID         PIC X(8).
               05 EN-QTY-CAP            PIC S9(4) COMP.
               05 EN-ACTIVE-FLAG        PIC X(1).
               05 EN-LAST-ORDER-DATE    PIC X(8).
               05 EN-IDLE-DAYS          PIC 9(5).
               05 EN-DORMANT-SW         PIC X.
                  88 EN-DORMANT                   VALUE 'Y'.

       01  WS-SORT-TEMP.
           03 FILLER                    PIC X(14).
           03 FILLER                    PIC S9(4) COMP.
           03 FILLER                    PIC X(1).
           03 FILLER                    PIC X(8).
           03 FILLER                    PIC 9(5).
           03 FILLER                    PIC X.

       01  HEADING-LINE-1.
           03 H1-TITLE                  PIC X(40).
           03 H1-RUN-DATE               PIC X(10).
           03 FILLER                    PIC X(82) VALUE SPACES.

       01  HEADING-LINE-2.
           03 FILLER                    PIC X(22)
                   VALUE 'DORMANT AFTER (DAYS): '.
           03 H2-DORMANT-DAYS           PIC ZZ9.
           03 FILLER                    PIC X(4)  VALUE SPACES.
           03 FILLER                    PIC X(14)
                   VALUE 'RECONFIRM BY: '.
           03 H2-DEADLINE               PIC X(10).
           03 FILLER                    PIC X(79) VALUE SPACES.

       01  DEPT-HEADING-LINE.
           03 FILLER                    PIC X(11) VALUE 'DEPARTMENT '.
           03 DP-DEPT-CODE              PIC X(6).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DP-DEPT-NAME              PIC X(20).
           03 FILLER                    PIC X(93) VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 FILLER                    PIC X(12) VALUE 'USERID'.
           03 FILLER                    PIC X(8)  VALUE 'CAP'.
           03 FILLER                    PIC X(14) VALUE 'LAST ORDER'.
           03 FILLER                    PIC X(10) VALUE 'IDLE DAYS'.
           03 FILLER                    PIC X(40)
                   VALUE 'RECERTIFICATION'.
           03 FILLER                    PIC X(46) VALUE SPACES.

       01  DETAIL-LINE.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 DL-USERID                 PIC X(8).
           03 FILLER                    PIC X(4)  VALUE SPACES.
           03 DL-QTY-CAP                PIC ZZZ9.
           03 FILLER                    PIC X(4)  VALUE SPACES.
           03 DL-LAST-ORDER             PIC X(10).
           03 FILLER                    PIC X(4)  VALUE SPACES.
           03 DL-IDLE-DAYS              PIC ZZ,ZZ9.
           03 DL-IDLE-DAYS-X REDEFINES DL-IDLE-DAYS
                                        PIC X(6).
           03 FILLER                    PIC X(4)  VALUE SPACES.
           03 DL-REMARK                 PIC X(40).
           03 FILLER                    PIC X(46) VALUE SPACES.

       01  DEPT-TOTAL-LINE.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 FILLER                    PIC X(8)  VALUE 'ACTIVE: '.
           03 DT-ACTIVE-COUNT           PIC ZZZ,ZZ9.
           03 FILLER                    PIC X(4)  VALUE SPACES.
           03 FILLER                    PIC X(9)  VALUE 'DORMANT: '.
           03 DT-DORMANT-COUNT          PIC ZZZ,ZZ9.
           03 FILLER                    PIC X(95) VALUE SPACES.

       01  REVOKE-HEADING-LINE.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 FILLER                    PIC X(10) VALUE 'USERID'.
           03 FILLER                    PIC X(8)  VALUE 'DEPT'.
           03 FILLER                    PIC X(12) VALUE 'LAST ORDER'.
           03 FILLER                    PIC X(12) VALUE 'FLAGGED'.
           03 FILLER                    PIC X(12) VALUE 'DEADLINE'.
           03 FILLER                    PIC X(30) VALUE 'OUTCOME'.
           03 FILLER                    PIC X(46) VALUE SPACES.

       01  REVOKE-LINE.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 RL-USERID                 PIC X(8).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 RL-DEPT-CODE              PIC X(6).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 RL-LAST-ORDER             PIC X(10).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 RL-FLAG-DATE              PIC X(10).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 RL-DEADLINE               PIC X(10).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 RL-OUTCOME                PIC X(30).
           03 FILLER                    PIC X(46) VALUE SPACES.

       01  TRAILER-LINE.
           03 TR-TEXT                   PIC X(30).
           03 TR-COUNT                  PIC ZZZ,ZZ9.
           03 FILLER                    PIC X(95) VALUE SPACES.

       01  MESSAGE-LINE                 PIC X(132).

       01  BLANK-LINE                   PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE SECTION.

           PERFORM ESTABLISH-RUN-DATE

           OPEN OUTPUT RPT-FILE

           IF REVOCATION-RUN
               PERFORM REVOKE-UNCONFIRMED
           ELSE
               PERFORM LIST-ENTITLEMENTS
           END-IF

           CLOSE RPT-FILE

           IF NOT UERECRT-AVAILABLE
              OR WS-FAILED-COUNT > 0
              OR WS-ARCHIVE-FAILED-COUNT > 0
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

           PERFORM LOAD-CONTROL-RECORD

           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-YYYYMMDD)

           COMPUTE WS-DEADLINE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DATE-INT + WS-CONFIRM-DAYS)

           COMPUTE WS-CYCLE-START-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DATE-INT - WS-DORMANT-DAYS)

           MOVE WS-RUN-DATE TO H1-RUN-DATE.
           EXIT.



       LOAD-CONTROL-RECORD.

           OPEN INPUT CTL-FILE

           IF WS-CTL-STATUS EQUAL '00'
               READ CTL-FILE
                   AT END
                       MOVE 'Y' TO WS-CTL-EOF-SW
               END-READ

               IF WS-CTL-EOF-SW EQUAL 'N'
                   IF CTL-RUN-MODE EQUAL 'R'
                       MOVE 'R' TO WS-RUN-MODE
                   END-IF

                   IF CTL-DORMANT-DAYS IS NUMERIC
                      AND CTL-DORMANT-DAYS > 0
                       MOVE CTL-DORMANT-DAYS TO WS-DORMANT-DAYS
                   END-IF

                   IF CTL-CONFIRM-DAYS IS NUMERIC
                      AND CTL-CONFIRM-DAYS > 0
                       MOVE CTL-CONFIRM-DAYS TO WS-CONFIRM-DAYS
                   END-IF
               END-IF

               CLOSE CTL-FILE
           END-IF.
           EXIT.



       FORMAT-DISPLAY-DATE.

      *    Turns a YYYYMMDD date in WS-FMT-IN into MM/DD/YYYY in
      *    WS-FMT-OUT for printing; a blank date prints as NONE.

           IF WS-FMT-IN EQUAL SPACES
               MOVE 'NONE' TO WS-FMT-OUT
           ELSE
               MOVE WS-FMT-IN-MM TO WS-FMT-OUT-MM
               MOVE '/' TO WS-FMT-OUT (3:1)
               MOVE WS-FMT-IN-DD TO WS-FMT-OUT-DD
               MOVE '/' TO WS-FMT-OUT (6:1)
               MOVE WS-FMT-IN-YYYY TO WS-FMT-OUT-YYYY
           END-IF.
           EXIT.



       LIST-ENTITLEMENTS.

           MOVE 'USER ENTITLEMENT RECERTIFICATION - DATE '
               TO H1-TITLE
           WRITE RPT-LINE FROM HEADING-LINE-1

           MOVE WS-DORMANT-DAYS TO H2-DORMANT-DAYS
           MOVE WS-DEADLINE-X TO WS-FMT-IN
           PERFORM FORMAT-DISPLAY-DATE
           MOVE WS-FMT-OUT TO H2-DEADLINE
           WRITE RPT-LINE FROM HEADING-LINE-2

           PERFORM LOAD-ENTITLEMENTS
           PERFORM SORT-ENTITLEMENTS

           MOVE 'N' TO WS-UERECRT-OPEN-SW
           OPEN I-O UERECRT-FILE
           IF WS-UERECRT-STATUS EQUAL '00'
               MOVE 'Y' TO WS-UERECRT-OPEN-SW
           ELSE
               WRITE RPT-LINE FROM BLANK-LINE
               MOVE 'UERECRT NOT AVAILABLE - DORMANT FLAGS NOT RECORDED'
                   TO MESSAGE-LINE
               WRITE RPT-LINE FROM MESSAGE-LINE
           END-IF

           MOVE 'N' TO WS-USERHIST-OPEN-SW
           OPEN I-O USERHIST-FILE
           IF WS-USERHIST-STATUS EQUAL '00'
               MOVE 'Y' TO WS-USERHIST-OPEN-SW
           END-IF

           OPEN INPUT DEPTMAST-FILE

           PERFORM PRINT-ENTITLEMENT-LINE
                   VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT

           IF WS-PREV-DEPT NOT EQUAL SPACES
               PERFORM PRINT-DEPT-TOTAL
           END-IF

           CLOSE DEPTMAST-FILE

           IF UERECRT-AVAILABLE
               CLOSE UERECRT-FILE
           END-IF

           IF USERHIST-AVAILABLE
               CLOSE USERHIST-FILE
           END-IF

           PERFORM PRINT-LISTING-TRAILER.
           EXIT.



       LOAD-ENTITLEMENTS.

           MOVE 'N' TO WS-ORDRLOG-OPEN-SW
           OPEN INPUT ORDRLOG-FILE
           IF WS-ORDRLOG-STATUS EQUAL '00'
               MOVE 'Y' TO WS-ORDRLOG-OPEN-SW
           END-IF

           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT USERENT-FILE

           IF WS-USERENT-STATUS EQUAL '00'
               PERFORM READ-USERENT
               PERFORM LOAD-ENTITLEMENT-ENTRY UNTIL END-OF-INPUT
               CLOSE USERENT-FILE
           END-IF

           IF ORDRLOG-AVAILABLE
               CLOSE ORDRLOG-FILE
           END-IF.
           EXIT.



       READ-USERENT.

           READ USERENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
           EXIT.



       LOAD-ENTITLEMENT-ENTRY.

           IF UE-ACTIVE-FLAG NOT EQUAL 'I'
               ADD 1 TO WS-ACTIVE-COUNT

               IF WS-ENT-COUNT < 3000
                   ADD 1 TO WS-ENT-COUNT
                   MOVE UE-DEPT-CODE TO EN-DEPT-CODE (WS-ENT-COUNT)
                   MOVE UE-USERID TO EN-USERID (WS-ENT-COUNT)
                   MOVE UE-QTY-CAP TO EN-QTY-CAP (WS-ENT-COUNT)
                   MOVE UE-ACTIVE-FLAG
                       TO EN-ACTIVE-FLAG (WS-ENT-COUNT)

                   PERFORM FIND-LAST-ORDER-DATE

                   MOVE WS-LAST-ORDER-DATE
                       TO EN-LAST-ORDER-DATE (WS-ENT-COUNT)
                   PERFORM ASSESS-DORMANCY
               ELSE
                   ADD 1 TO WS-ENT-OVERFLOW-COUNT
               END-IF
           END-IF

           PERFORM READ-USERENT.
           EXIT.



       FIND-LAST-ORDER-DATE.

      *    The ORDRLGU path holds a user's orders in date order, so
      *    the last successful place on the department met while
      *    reading forward from the start of the user's orders is
      *    the latest one.

           MOVE SPACES TO WS-LAST-ORDER-DATE

           IF ORDRLOG-AVAILABLE
               MOVE 'N' TO WS-OLOG-EOF-SW
               MOVE UE-USERID TO OL-USERID
               MOVE LOW-VALUES TO OL-USER-SORT-DATE

               START ORDRLOG-FILE KEY IS NOT LESS THAN OL-USER-DATE-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-OLOG-EOF-SW
               END-START

               IF NOT END-OF-USER-ORDERS
                   PERFORM READ-USER-ORDER
                   PERFORM CHECK-USER-ORDER
                           UNTIL END-OF-USER-ORDERS
               END-IF
           END-IF.
           EXIT.



       READ-USER-ORDER.

           READ ORDRLOG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-OLOG-EOF-SW
           END-READ

           IF NOT END-OF-USER-ORDERS
              AND OL-USERID NOT EQUAL UE-USERID
               MOVE 'Y' TO WS-OLOG-EOF-SW
           END-IF.
           EXIT.



       CHECK-USER-ORDER.

           IF OL-CHARGE-DEPT EQUAL UE-DEPT-CODE
              AND OL-RETURN-CODE EQUAL '00'
               EVALUATE OL-REQUEST-ID
                   WHEN '01ORDR'
                   WHEN '01MORD'
                   WHEN '01PAPR'
                       MOVE OL-USER-SORT-DATE TO WS-LAST-ORDER-DATE

               END-EVALUATE
           END-IF

           PERFORM READ-USER-ORDER.
           EXIT.



       ASSESS-DORMANCY.

           MOVE 0 TO EN-IDLE-DAYS (WS-ENT-COUNT)
           MOVE 'Y' TO EN-DORMANT-SW (WS-ENT-COUNT)

           IF WS-LAST-ORDER-DATE IS NUMERIC
              AND WS-LAST-ORDER-DATE (1:4) >= '1601'
               COMPUTE WS-LAST-ORDER-INT =
                   FUNCTION INTEGER-OF-DATE (WS-LAST-ORDER-NUM)

               IF WS-LAST-ORDER-INT < WS-RUN-DATE-INT
                   COMPUTE EN-IDLE-DAYS (WS-ENT-COUNT) =
                       WS-RUN-DATE-INT - WS-LAST-ORDER-INT
               END-IF

               IF EN-IDLE-DAYS (WS-ENT-COUNT) NOT > WS-DORMANT-DAYS
                   MOVE 'N' TO EN-DORMANT-SW (WS-ENT-COUNT)
               END-IF
           END-IF.
           EXIT.



       SORT-ENTITLEMENTS.

           MOVE 'Y' TO WS-SORT-SW

           PERFORM SORT-ONE-PASS UNTIL NOT SORT-PASS-SWAPPED.
           EXIT.



       SORT-ONE-PASS.

           MOVE 'N' TO WS-SORT-SW

           PERFORM SORT-COMPARE-PAIR
                   VARYING WS-SORT-IDX FROM 1 BY 1
                   UNTIL WS-SORT-IDX >= WS-ENT-COUNT.
           EXIT.



       SORT-COMPARE-PAIR.

           IF EN-SORT-KEY (WS-SORT-IDX)
              > EN-SORT-KEY (WS-SORT-IDX + 1)
               MOVE ENTITLEMENT-ENTRY (WS-SORT-IDX) TO WS-SORT-TEMP
               MOVE ENTITLEMENT-ENTRY (WS-SORT-IDX + 1)
                   TO ENTITLEMENT-ENTRY (WS-SORT-IDX)
               MOVE WS-SORT-TEMP TO ENTITLEMENT-ENTRY (WS-SORT-IDX + 1)
               MOVE 'Y' TO WS-SORT-SW
           END-IF.
           EXIT.



       PRINT-ENTITLEMENT-LINE.

           IF EN-DEPT-CODE (WS-ENT-IDX) NOT EQUAL WS-PREV-DEPT
               IF WS-PREV-DEPT NOT EQUAL SPACES
                   PERFORM PRINT-DEPT-TOTAL
               END-IF
               MOVE EN-DEPT-CODE (WS-ENT-IDX) TO WS-PREV-DEPT
               PERFORM PRINT-DEPT-HEADING
           END-IF

           ADD 1 TO WS-DEPT-ACTIVE-COUNT

           MOVE EN-USERID (WS-ENT-IDX) TO DL-USERID
           MOVE EN-QTY-CAP (WS-ENT-IDX) TO DL-QTY-CAP

           MOVE EN-LAST-ORDER-DATE (WS-ENT-IDX) TO WS-FMT-IN
           PERFORM FORMAT-DISPLAY-DATE
           MOVE WS-FMT-OUT TO DL-LAST-ORDER

           IF EN-LAST-ORDER-DATE (WS-ENT-IDX) EQUAL SPACES
               MOVE ' NEVER' TO DL-IDLE-DAYS-X
           ELSE
               MOVE EN-IDLE-DAYS (WS-ENT-IDX) TO DL-IDLE-DAYS
           END-IF

           MOVE SPACES TO DL-REMARK

           IF EN-DORMANT (WS-ENT-IDX)
               ADD 1 TO WS-DEPT-DORMANT-COUNT
               ADD 1 TO WS-DORMANT-COUNT
               PERFORM RECORD-DORMANT-FLAG
           END-IF

           WRITE RPT-LINE FROM DETAIL-LINE.
           EXIT.



       PRINT-DEPT-HEADING.

           MOVE WS-PREV-DEPT TO DP-DEPT-CODE
           MOVE WS-PREV-DEPT TO DM-DEPT-CODE

           READ DEPTMAST-FILE
               INVALID KEY
                   MOVE '*NOT ON DEPTMAST*' TO DP-DEPT-NAME
               NOT INVALID KEY
                   MOVE DM-DEPT-NAME TO DP-DEPT-NAME
           END-READ

           WRITE RPT-LINE FROM BLANK-LINE
           WRITE RPT-LINE FROM DEPT-HEADING-LINE
           WRITE RPT-LINE FROM COLUMN-HEADING-LINE.
           EXIT.



       PRINT-DEPT-TOTAL.

           MOVE WS-DEPT-ACTIVE-COUNT TO DT-ACTIVE-COUNT
           MOVE WS-DEPT-DORMANT-COUNT TO DT-DORMANT-COUNT
           WRITE RPT-LINE FROM DEPT-TOTAL-LINE

           MOVE 0 TO WS-DEPT-ACTIVE-COUNT
           MOVE 0 TO WS-DEPT-DORMANT-COUNT.
           EXIT.



       RECORD-DORMANT-FLAG.

      *    A flag still awaiting re-confirmation from an earlier run
      *    keeps its deadline, and one reviewed within the current
      *    cycle is left alone; one confirmed, revoked or closed in
      *    an earlier quarter is raised afresh.

           IF NOT UERECRT-AVAILABLE
               MOVE 'DORMANT - FLAG NOT RECORDED' TO DL-REMARK
           ELSE
               MOVE EN-USERID (WS-ENT-IDX) TO ER-USERID
               MOVE EN-DEPT-CODE (WS-ENT-IDX) TO ER-DEPT-CODE

               READ UERECRT-FILE
                   INVALID KEY
                       PERFORM SET-NEW-FLAG
                       WRITE ENTITLEMENT-RECERT-RECORD
                       END-WRITE
                       PERFORM SHOW-FLAG-DEADLINE
                   NOT INVALID KEY
                       PERFORM UPDATE-EXISTING-FLAG
               END-READ
           END-IF.
           EXIT.



       UPDATE-EXISTING-FLAG.

           IF ER-STATUS EQUAL 'F'
               ADD 1 TO WS-STILL-PENDING-COUNT
               MOVE EN-LAST-ORDER-DATE (WS-ENT-IDX)
                   TO ER-LAST-ORDER-DATE
               REWRITE ENTITLEMENT-RECERT-RECORD
               END-REWRITE
               PERFORM SHOW-FLAG-DEADLINE
           ELSE
               PERFORM CHECK-REVIEW-CYCLE

               IF REFLAG-ENTITLEMENT
                   PERFORM REFLAG-REVIEWED-ENTITLEMENT
               ELSE
                   ADD 1 TO WS-CURRENT-CONFIRM-COUNT
                   MOVE WS-REVIEW-DATE TO WS-FMT-IN
                   PERFORM FORMAT-DISPLAY-DATE

                   IF ER-STATUS EQUAL 'C'
                       STRING 'DORMANT - CONFIRMED ' WS-FMT-OUT
                           DELIMITED BY SIZE
                           INTO DL-REMARK
                       END-STRING
                   ELSE
                       STRING 'DORMANT - REVIEWED ' WS-FMT-OUT
                           DELIMITED BY SIZE
                           INTO DL-REMARK
                       END-STRING
                   END-IF
               END-IF
           END-IF.
           EXIT.



       CHECK-REVIEW-CYCLE.

      *    A row was last reviewed when it was re-confirmed or, with
      *    no confirmation on it, when it was flagged; it is only
      *    raised again once that review is older than the cycle.

           IF ER-CONFIRM-DATE NOT EQUAL SPACES
               MOVE ER-CONFIRM-DATE TO WS-REVIEW-DATE
           ELSE
               MOVE ER-FLAG-DATE TO WS-REVIEW-DATE
           END-IF

           IF WS-REVIEW-DATE < WS-CYCLE-START-X
               MOVE 'Y' TO WS-REFLAG-SW
           ELSE
               MOVE 'N' TO WS-REFLAG-SW
           END-IF.
           EXIT.



       REFLAG-REVIEWED-ENTITLEMENT.

      *    The confirming user and date are only held on the flag
      *    record, so they go to USERHIST before the flag is reset;
      *    if they cannot be kept the row is left for the next run.

           MOVE 'Y' TO WS-UHIST-WRITTEN-SW

           IF ER-CONFIRM-USERID NOT EQUAL SPACES
               PERFORM WRITE-CONFIRM-HISTORY
           END-IF

           IF USER-HISTORY-WRITTEN
               PERFORM SET-NEW-FLAG
               REWRITE ENTITLEMENT-RECERT-RECORD
               END-REWRITE
               PERFORM SHOW-FLAG-DEADLINE
           ELSE
               ADD 1 TO WS-ARCHIVE-FAILED-COUNT
               MOVE 'DORMANT - NOT FLAGGED, USERHIST FAILED'
                   TO DL-REMARK
           END-IF.
           EXIT.



       SHOW-FLAG-DEADLINE.

           IF WS-UERECRT-STATUS EQUAL '00'
               MOVE ER-DEADLINE TO WS-FMT-IN
               PERFORM FORMAT-DISPLAY-DATE
               STRING 'DORMANT - RECONFIRM BY ' WS-FMT-OUT
                   DELIMITED BY SIZE
                   INTO DL-REMARK
               END-STRING
           ELSE
               MOVE 'DORMANT - FLAG NOT RECORDED' TO DL-REMARK
           END-IF.
           EXIT.



       SET-NEW-FLAG.

           ADD 1 TO WS-FLAGGED-COUNT

           MOVE 'F' TO ER-STATUS
           MOVE WS-RUN-DATE-X TO ER-FLAG-DATE
           MOVE WS-DEADLINE-X TO ER-DEADLINE
           MOVE EN-LAST-ORDER-DATE (WS-ENT-IDX) TO ER-LAST-ORDER-DATE
           MOVE SPACES TO ER-CONFIRM-USERID
           MOVE SPACES TO ER-CONFIRM-DATE
           MOVE SPACES TO ER-REVOKE-DATE.
           EXIT.



       WRITE-CONFIRM-HISTORY.

      *    Recorded as action 'C' under the confirming user and dated
      *    when the confirmation was made; the entitlement itself is
      *    unchanged, so the before and after images are the same.

           MOVE 'N' TO WS-UHIST-WRITTEN-SW

           IF USERHIST-AVAILABLE
               MOVE ER-USERID TO UH-USERID
               MOVE ER-DEPT-CODE TO UH-DEPT-CODE
               MOVE 0 TO UH-TASKNUM
               MOVE ER-CONFIRM-DATE TO WS-FMT-IN
               PERFORM FORMAT-DISPLAY-DATE
               MOVE WS-FMT-OUT TO UH-DATE
               MOVE SPACES TO UH-TIME
               MOVE ER-CONFIRM-USERID TO UH-MAINT-USERID
               MOVE 'C' TO UH-ACTION
               MOVE EN-QTY-CAP (WS-ENT-IDX) TO UH-OLD-QTY-CAP
               MOVE EN-QTY-CAP (WS-ENT-IDX) TO UH-NEW-QTY-CAP
               MOVE EN-ACTIVE-FLAG (WS-ENT-IDX) TO UH-OLD-ACTIVE-FLAG
               MOVE EN-ACTIVE-FLAG (WS-ENT-IDX) TO UH-NEW-ACTIVE-FLAG

               MOVE 0 TO WS-UHIST-SEQ
               MOVE 'N' TO WS-UHIST-DONE-SW

               PERFORM WRITE-USER-ENT-HISTORY-ATTEMPT
                       UNTIL USER-HISTORY-WRITE-DONE
           END-IF.
           EXIT.



       PRINT-LISTING-TRAILER.

           WRITE RPT-LINE FROM BLANK-LINE

           MOVE 'ACTIVE ENTITLEMENTS:          ' TO TR-TEXT
           MOVE WS-ACTIVE-COUNT TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE

           MOVE 'DORMANT ENTITLEMENTS:         ' TO TR-TEXT
           MOVE WS-DORMANT-COUNT TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE

           MOVE 'NEWLY FLAGGED:                ' TO TR-TEXT
           MOVE WS-FLAGGED-COUNT TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE

           MOVE 'ALREADY AWAITING RECONFIRM:   ' TO TR-TEXT
           MOVE WS-STILL-PENDING-COUNT TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE

           MOVE 'CONFIRMED THIS CYCLE:         ' TO TR-TEXT
           MOVE WS-CURRENT-CONFIRM-COUNT TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE

           IF WS-ARCHIVE-FAILED-COUNT > 0
               MOVE 'NOT FLAGGED - USERHIST FAILED:' TO TR-TEXT
               MOVE WS-ARCHIVE-FAILED-COUNT TO TR-COUNT
               WRITE RPT-LINE FROM TRAILER-LINE
           END-IF

           IF WS-ENT-OVERFLOW-COUNT > 0
               MOVE 'ENTITLEMENTS NOT LISTED:      ' TO TR-TEXT
               MOVE WS-ENT-OVERFLOW-COUNT TO TR-COUNT
               WRITE RPT-LINE FROM TRAILER-LINE
           END-IF.
           EXIT.



       REVOKE-UNCONFIRMED.

           MOVE 'DORMANT ENTITLEMENT REVOCATION - DATE '
               TO H1-TITLE
           WRITE RPT-LINE FROM HEADING-LINE-1
           WRITE RPT-LINE FROM BLANK-LINE
           WRITE RPT-LINE FROM REVOKE-HEADING-LINE

           MOVE 'N' TO WS-UERECRT-OPEN-SW
           MOVE 'N' TO WS-EOF-SW
           OPEN I-O UERECRT-FILE

           IF WS-UERECRT-STATUS EQUAL '00'
               MOVE 'Y' TO WS-UERECRT-OPEN-SW

               OPEN I-O USERENT-FILE
               OPEN I-O USERHIST-FILE

               PERFORM READ-UERECRT
               PERFORM CHECK-RECERT-ENTRY UNTIL END-OF-INPUT

               CLOSE USERENT-FILE
               CLOSE USERHIST-FILE
               CLOSE UERECRT-FILE
           ELSE
               MOVE 'UERECRT NOT AVAILABLE - NO ENTITLEMENTS REVOKED'
                   TO MESSAGE-LINE
               WRITE RPT-LINE FROM MESSAGE-LINE
           END-IF

           PERFORM PRINT-REVOCATION-TRAILER.
           EXIT.



       READ-UERECRT.

           READ UERECRT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
           EXIT.



       CHECK-RECERT-ENTRY.

           EVALUATE ER-STATUS
               WHEN 'F'
                   IF ER-DEADLINE < WS-RUN-DATE-X
                       PERFORM REVOKE-ENTITLEMENT
                   ELSE
                       ADD 1 TO WS-AWAITING-COUNT
                   END-IF

               WHEN 'C'
                   ADD 1 TO WS-CONFIRMED-COUNT

           END-EVALUATE

           PERFORM READ-UERECRT.
           EXIT.



       REVOKE-ENTITLEMENT.

           MOVE ER-USERID TO UE-USERID
           MOVE ER-DEPT-CODE TO UE-DEPT-CODE

           READ USERENT-FILE
               INVALID KEY
                   MOVE 'NOT ON USERENT - CLOSED' TO WS-OUTCOME
                   MOVE 'X' TO ER-STATUS
                   ADD 1 TO WS-CLOSED-COUNT
               NOT INVALID KEY
                   IF UE-ACTIVE-FLAG EQUAL 'I'
                       MOVE 'ALREADY INACTIVE - CLOSED' TO WS-OUTCOME
                       MOVE 'X' TO ER-STATUS
                       ADD 1 TO WS-CLOSED-COUNT
                   ELSE
                       PERFORM DEACTIVATE-ENTITLEMENT
                   END-IF
           END-READ

           IF ER-STATUS NOT EQUAL 'F'
               MOVE WS-RUN-DATE-X TO ER-REVOKE-DATE
               REWRITE ENTITLEMENT-RECERT-RECORD
               END-REWRITE
           END-IF

           PERFORM PRINT-REVOKE-LINE.
           EXIT.



       DEACTIVATE-ENTITLEMENT.

           MOVE UE-ACTIVE-FLAG TO WS-OLD-ACTIVE-FLAG
           MOVE 'I' TO UE-ACTIVE-FLAG

           REWRITE USER-ENTITLEMENT-RECORD
           END-REWRITE

           IF WS-USERENT-STATUS EQUAL '00'
               MOVE 'REVOKED' TO WS-OUTCOME
               MOVE 'R' TO ER-STATUS
               ADD 1 TO WS-REVOKED-COUNT
               PERFORM WRITE-USER-ENT-HISTORY
           ELSE
               MOVE 'USERENT REWRITE FAILED' TO WS-OUTCOME
               ADD 1 TO WS-FAILED-COUNT
           END-IF.
           EXIT.



       WRITE-USER-ENT-HISTORY.

      *    Batch revocations carry task number zero on USERHIST; the
      *    sequence is stepped past any revocation already recorded
      *    for the entitlement.

           MOVE UE-USERID TO UH-USERID
           MOVE UE-DEPT-CODE TO UH-DEPT-CODE
           MOVE 0 TO UH-TASKNUM
           MOVE WS-RUN-DATE TO UH-DATE
           MOVE WS-RUN-TIME (1:6) TO UH-TIME
           MOVE 'DFH0XURC' TO UH-MAINT-USERID
           MOVE 'D' TO UH-ACTION
           MOVE UE-QTY-CAP TO UH-OLD-QTY-CAP
           MOVE UE-QTY-CAP TO UH-NEW-QTY-CAP
           MOVE WS-OLD-ACTIVE-FLAG TO UH-OLD-ACTIVE-FLAG
           MOVE UE-ACTIVE-FLAG TO UH-NEW-ACTIVE-FLAG

           MOVE 0 TO WS-UHIST-SEQ
           MOVE 'N' TO WS-UHIST-DONE-SW

           PERFORM WRITE-USER-ENT-HISTORY-ATTEMPT
                   UNTIL USER-HISTORY-WRITE-DONE.
           EXIT.



       WRITE-USER-ENT-HISTORY-ATTEMPT.

           IF WS-UHIST-SEQ >= 999
               MOVE 'Y' TO WS-UHIST-DONE-SW
               MOVE 'REVOKED - NO USERHIST RECORD' TO WS-OUTCOME
           ELSE
               ADD 1 TO WS-UHIST-SEQ
               MOVE WS-UHIST-SEQ TO UH-SEQ

               WRITE USER-ENT-HISTORY-RECORD
                   INVALID KEY
                       IF WS-USERHIST-STATUS NOT EQUAL '22'
                           MOVE 'Y' TO WS-UHIST-DONE-SW
                           MOVE 'REVOKED - NO USERHIST RECORD'
                               TO WS-OUTCOME
                       END-IF
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-UHIST-DONE-SW
                       MOVE 'Y' TO WS-UHIST-WRITTEN-SW
               END-WRITE
           END-IF.
           EXIT.



       PRINT-REVOKE-LINE.

           MOVE ER-USERID TO RL-USERID
           MOVE ER-DEPT-CODE TO RL-DEPT-CODE

           MOVE ER-LAST-ORDER-DATE TO WS-FMT-IN
           PERFORM FORMAT-DISPLAY-DATE
           MOVE WS-FMT-OUT TO RL-LAST-ORDER

           MOVE ER-FLAG-DATE TO WS-FMT-IN
           PERFORM FORMAT-DISPLAY-DATE
           MOVE WS-FMT-OUT TO RL-FLAG-DATE

           MOVE ER-DEADLINE TO WS-FMT-IN
           PERFORM FORMAT-DISPLAY-DATE
           MOVE WS-FMT-OUT TO RL-DEADLINE

           MOVE WS-OUTCOME TO RL-OUTCOME

           WRITE RPT-LINE FROM REVOKE-LINE.
           EXIT.



       PRINT-REVOCATION-TRAILER.

           WRITE RPT-LINE FROM BLANK-LINE

           MOVE 'ENTITLEMENTS REVOKED:         ' TO TR-TEXT
           MOVE WS-REVOKED-COUNT TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE

           MOVE 'ALREADY INACTIVE OR REMOVED:  ' TO TR-TEXT
           MOVE WS-CLOSED-COUNT TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE

           MOVE 'REVOCATIONS FAILED:           ' TO TR-TEXT
           MOVE WS-FAILED-COUNT TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE

           MOVE 'AWAITING RECONFIRM (IN TIME): ' TO TR-TEXT
           MOVE WS-AWAITING-COUNT TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE

           MOVE 'RECONFIRMED BY DEPARTMENT:    ' TO TR-TEXT
           MOVE WS-CONFIRMED-COUNT TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE.
           EXIT.
