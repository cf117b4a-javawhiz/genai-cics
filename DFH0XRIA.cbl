       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XRIA.
      *****************************************************************
      * DFH0XRIA - Nightly Order Files Integrity Audit
      *
      * The order data is spread over files that are each written by
      * several programs - ORDRLOG, ORDSTAT, ORDJRNL, PENDORD,
      * STORDER, USERENT and DEPTMAST - and nothing else proves they
      * still agree with one another. This run cross-checks them and
      * lists every break, by category, with the keys needed to find
      * the records involved:
      *   1. successful place-order ORDRLOG records (01ORDR, 01MORD,
      *      01PAPR) whose order reference has no ORDSTAT record;
      *   2. ORDSTAT records whose OS-STATUS is not the OJ-NEW-STATUS
      *      of the latest ORDJRNL transition for the order (or that
      *      have no journal at all);
      *   3. PENDORD holds and active STORDER standing orders charged
      *      to a department that is inactive or not on DEPTMAST, or
      *      for a user with no active USERENT entitlement to it;
      *   4. ORDSTAT orders cancelled ('CN') with no successful 01CANC
      *      ORDRLOG record for the order reference.
      * Each category ends with its break count. As with DFH0XEOD,
      * the job ends with return code 8 when any break is found, so
      * bad data is picked up the next morning rather than at the
      * month-end chargeback. If more cancels are logged than the
      * cancel table holds, the overflow is printed with category 4,
      * since orders whose cancel was not loaded will show as breaks.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDRLOG-FILE ASSIGN TO ORDRLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OL-KEY
               FILE STATUS IS WS-ORDRLOG-STATUS.

           SELECT ORDSTAT-FILE ASSIGN TO ORDSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OS-ORDER-REF
               FILE STATUS IS WS-ORDSTAT-STATUS.

           SELECT ORDJRNL-FILE ASSIGN TO ORDJRNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OJ-KEY
               FILE STATUS IS WS-ORDJRNL-STATUS.

           SELECT PENDORD-FILE ASSIGN TO PENDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PD-KEY
               FILE STATUS IS WS-PENDORD-STATUS.

           SELECT STORDER-FILE ASSIGN TO STORDER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS IS WS-STORDER-STATUS.

           SELECT DEPTMAST-FILE ASSIGN TO DEPTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

           SELECT USERENT-FILE ASSIGN TO USERENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UE-KEY
               FILE STATUS IS WS-USERENT-STATUS.

           SELECT RPT-FILE ASSIGN TO RIAPRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDRLOG-FILE.
       01  ORDER-LOG-RECORD.
           COPY DFH0XCPL.

       FD  ORDSTAT-FILE.
       01  ORDER-STATUS-RECORD.
           COPY DFH0XCPS.

       FD  ORDJRNL-FILE.
       01  ORDER-JOURNAL-RECORD.
           COPY DFH0XCP7.

       FD  PENDORD-FILE.
       01  PENDING-ORDER-RECORD.
           COPY DFH0XCP2.

       FD  STORDER-FILE.
       01  STANDING-ORDER-RECORD.
           COPY DFH0XCPZ.

       FD  DEPTMAST-FILE.
       01  DEPT-MASTER-RECORD.
           COPY DFH0XCPM.

       FD  USERENT-FILE.
       01  USER-ENTITLEMENT-RECORD.
           COPY DFH0XCP5.

       FD  RPT-FILE.
       01  RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ORDRLOG-STATUS            PIC X(2).
       01  WS-ORDSTAT-STATUS            PIC X(2).
       01  WS-ORDJRNL-STATUS            PIC X(2).
       01  WS-PENDORD-STATUS            PIC X(2).
       01  WS-STORDER-STATUS            PIC X(2).
       01  WS-DEPTMAST-STATUS           PIC X(2).
       01  WS-USERENT-STATUS            PIC X(2).
       01  WS-RPT-STATUS                PIC X(2).

       01  WS-SWITCHES.
           03 WS-EOF-SW                 PIC X     VALUE 'N'.
              88 END-OF-INPUT                     VALUE 'Y'.
           03 WS-JRNL-EOF-SW            PIC X     VALUE 'N'.
              88 END-OF-ORDJRNL                   VALUE 'Y'.
           03 WS-ORDSTAT-OPEN-SW        PIC X     VALUE 'N'.
              88 ORDSTAT-AVAILABLE                VALUE 'Y'.
           03 WS-JRNL-FOUND-SW          PIC X     VALUE 'N'.
              88 JOURNAL-FOUND                    VALUE 'Y'.

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

       01  WS-LATEST-STATUS             PIC X(2).
       01  WS-BREAK-DEPT                PIC X(6).
       01  WS-BREAK-USERID              PIC X(8).

       01  WS-CATEGORY-BREAKS           PIC 9(7)  VALUE 0.
       01  WS-TOTAL-BREAKS              PIC 9(7)  VALUE 0.

       01  WS-CANCEL-COUNT              PIC 9(4)  VALUE 0.
       01  WS-CANCEL-IDX                PIC 9(4).
       01  WS-CANCEL-FOUND-IDX          PIC 9(4)  VALUE 0.
       01  WS-CANCEL-OVERFLOW-COUNT     PIC 9(7)  VALUE 0.
       01  CANCEL-TABLE.
           03 CANCEL-ENTRY OCCURS 2000 TIMES.
               05 CX-ORDER-REF          PIC X(8).

       01  HEADING-LINE-1.
           03 FILLER                    PIC X(38)
                   VALUE 'ORDER FILES INTEGRITY AUDIT - DATE '.
           03 H1-RUN-DATE               PIC X(10).
           03 FILLER                    PIC X(84) VALUE SPACES.

       01  SECTION-LINE                 PIC X(132).

       01  COLUMN-HEADING-LINE.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 FILLER                    PIC X(10) VALUE 'FILE'.
           03 FILLER                    PIC X(22) VALUE 'RECORD KEY'.
           03 FILLER                    PIC X(10) VALUE 'ORDER-REF'.
           03 FILLER                    PIC X(8)  VALUE 'DEPT'.
           03 FILLER                    PIC X(10) VALUE 'USERID'.
           03 FILLER                    PIC X(40) VALUE 'BREAK'.
           03 FILLER                    PIC X(30) VALUE SPACES.

       01  BREAK-LINE.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 BL-FILE                   PIC X(8).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 BL-KEY                    PIC X(20).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 BL-ORDER-REF              PIC X(8).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 BL-DEPT                   PIC X(6).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 BL-USERID                 PIC X(8).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 BL-DETAIL                 PIC X(40).
           03 FILLER                    PIC X(30) VALUE SPACES.

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

           OPEN OUTPUT RPT-FILE
           WRITE RPT-LINE FROM HEADING-LINE-1

           PERFORM AUDIT-PLACED-ORDERS
           PERFORM AUDIT-STATUS-JOURNAL
           PERFORM AUDIT-HOLDS-AND-STANDING
           PERFORM AUDIT-CANCELLED-ORDERS
           PERFORM PRINT-AUDIT-RESULT

           CLOSE RPT-FILE

           IF WS-TOTAL-BREAKS > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

       MAINLINE-EXIT.
           EXIT.



       ESTABLISH-RUN-DATE.

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-RUN-DATE-MM TO WS-RUN-DATE-MM-OUT
           MOVE WS-RUN-DATE-DD TO WS-RUN-DATE-DD-OUT
           MOVE WS-RUN-DATE-YYYY TO WS-RUN-DATE-YYYY-OUT

           MOVE WS-RUN-DATE TO H1-RUN-DATE.
           EXIT.



       START-CATEGORY.

           MOVE 0 TO WS-CATEGORY-BREAKS

           WRITE RPT-LINE FROM BLANK-LINE
           WRITE RPT-LINE FROM SECTION-LINE
           WRITE RPT-LINE FROM COLUMN-HEADING-LINE.
           EXIT.



       END-CATEGORY.

           MOVE 'BREAKS IN CATEGORY:           ' TO TR-TEXT
           MOVE WS-CATEGORY-BREAKS TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE.
           EXIT.



       PRINT-BREAK.

           ADD 1 TO WS-CATEGORY-BREAKS
           ADD 1 TO WS-TOTAL-BREAKS

           WRITE RPT-LINE FROM BREAK-LINE.
           EXIT.



       AUDIT-PLACED-ORDERS.

      *    One pass of ORDRLOG serves two categories: each successful
      *    place is looked up on ORDSTAT here, and each successful
      *    cancel is loaded for the cancelled-order check later.

           MOVE '1. PLACED ORDERS WITH NO ORDSTAT RECORD'
               TO SECTION-LINE
           PERFORM START-CATEGORY

           MOVE 'N' TO WS-ORDSTAT-OPEN-SW
           OPEN INPUT ORDSTAT-FILE
           IF WS-ORDSTAT-STATUS EQUAL '00'
               MOVE 'Y' TO WS-ORDSTAT-OPEN-SW
           END-IF

           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT ORDRLOG-FILE

           IF WS-ORDRLOG-STATUS EQUAL '00'
               PERFORM READ-ORDRLOG
               PERFORM CHECK-ORDER-LOG-ENTRY UNTIL END-OF-INPUT
               CLOSE ORDRLOG-FILE
           END-IF

           IF ORDSTAT-AVAILABLE
               CLOSE ORDSTAT-FILE
           END-IF

           PERFORM END-CATEGORY.
           EXIT.



       READ-ORDRLOG.

           READ ORDRLOG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
           EXIT.



       CHECK-ORDER-LOG-ENTRY.

           IF OL-RETURN-CODE EQUAL '00'
              AND OL-ORDER-REF NOT EQUAL SPACES
               EVALUATE OL-REQUEST-ID
                   WHEN '01ORDR'
                   WHEN '01MORD'
                   WHEN '01PAPR'
                       PERFORM CHECK-PLACED-ORDER

                   WHEN '01CANC'
                       PERFORM LOAD-CANCEL-ENTRY

               END-EVALUATE
           END-IF

           PERFORM READ-ORDRLOG.
           EXIT.



       CHECK-PLACED-ORDER.

           MOVE OL-ORDER-REF TO OS-ORDER-REF

           IF ORDSTAT-AVAILABLE
               READ ORDSTAT-FILE
                   INVALID KEY
                       PERFORM PRINT-PLACED-ORDER-BREAK
               END-READ
           ELSE
               PERFORM PRINT-PLACED-ORDER-BREAK
           END-IF.
           EXIT.



       PRINT-PLACED-ORDER-BREAK.

           MOVE 'ORDRLOG' TO BL-FILE
           MOVE SPACES TO BL-KEY
           STRING OL-TASKNUM '/' OL-SEQ
               DELIMITED BY SIZE
               INTO BL-KEY
           END-STRING
           MOVE OL-ORDER-REF TO BL-ORDER-REF
           MOVE OL-CHARGE-DEPT TO BL-DEPT
           MOVE OL-USERID TO BL-USERID
           MOVE SPACES TO BL-DETAIL
           STRING 'PLACED ' OL-DATE ' - NO ORDSTAT RECORD'
               DELIMITED BY SIZE
               INTO BL-DETAIL
           END-STRING

           PERFORM PRINT-BREAK.
           EXIT.



       LOAD-CANCEL-ENTRY.

           IF WS-CANCEL-COUNT < 2000
               ADD 1 TO WS-CANCEL-COUNT
               MOVE OL-ORDER-REF TO CX-ORDER-REF (WS-CANCEL-COUNT)
           ELSE
               ADD 1 TO WS-CANCEL-OVERFLOW-COUNT
           END-IF.
           EXIT.



       AUDIT-STATUS-JOURNAL.

      *    ORDSTAT and ORDJRNL are both in order-reference sequence,
      *    so they are matched in one pass of each. The last journal
      *    entry for an order is its latest transition, since the
      *    journal key runs on by date and time within the order.

           MOVE '2. ORDSTAT STATUS DOES NOT MATCH LATEST ORDJRNL ENTRY'
               TO SECTION-LINE
           PERFORM START-CATEGORY

           MOVE 'N' TO WS-EOF-SW
           MOVE 'N' TO WS-JRNL-EOF-SW

           OPEN INPUT ORDSTAT-FILE
           OPEN INPUT ORDJRNL-FILE

           IF WS-ORDJRNL-STATUS EQUAL '00'
               PERFORM READ-ORDJRNL
           ELSE
               MOVE 'Y' TO WS-JRNL-EOF-SW
           END-IF

           IF WS-ORDSTAT-STATUS EQUAL '00'
               PERFORM READ-ORDSTAT
               PERFORM CHECK-STATUS-AGAINST-JOURNAL
                       UNTIL END-OF-INPUT
               CLOSE ORDSTAT-FILE
           END-IF

           IF WS-ORDJRNL-STATUS NOT EQUAL '35'
               CLOSE ORDJRNL-FILE
           END-IF

           PERFORM END-CATEGORY.
           EXIT.



       READ-ORDSTAT.

           READ ORDSTAT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
           EXIT.



       READ-ORDJRNL.

           READ ORDJRNL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-JRNL-EOF-SW
           END-READ.
           EXIT.



       CHECK-STATUS-AGAINST-JOURNAL.

           MOVE SPACES TO WS-LATEST-STATUS
           MOVE 'N' TO WS-JRNL-FOUND-SW

           PERFORM READ-ORDJRNL
                   UNTIL END-OF-ORDJRNL
                      OR OJ-ORDER-REF NOT < OS-ORDER-REF

           PERFORM TAKE-JOURNAL-ENTRY
                   UNTIL END-OF-ORDJRNL
                      OR OJ-ORDER-REF NOT EQUAL OS-ORDER-REF

           IF NOT JOURNAL-FOUND
              OR WS-LATEST-STATUS NOT EQUAL OS-STATUS
               PERFORM PRINT-STATUS-BREAK
           END-IF

           PERFORM READ-ORDSTAT.
           EXIT.



       TAKE-JOURNAL-ENTRY.

           MOVE 'Y' TO WS-JRNL-FOUND-SW
           MOVE OJ-NEW-STATUS TO WS-LATEST-STATUS

           PERFORM READ-ORDJRNL.
           EXIT.



       PRINT-STATUS-BREAK.

           MOVE 'ORDSTAT' TO BL-FILE
           MOVE OS-ORDER-REF TO BL-KEY
           MOVE OS-ORDER-REF TO BL-ORDER-REF
           MOVE OS-CHARGE-DEPT TO BL-DEPT
           MOVE OS-USERID TO BL-USERID
           MOVE SPACES TO BL-DETAIL

           IF JOURNAL-FOUND
               STRING 'STATUS ' OS-STATUS
                      ' - LATEST JOURNAL STATUS ' WS-LATEST-STATUS
                   DELIMITED BY SIZE
                   INTO BL-DETAIL
               END-STRING
           ELSE
               STRING 'STATUS ' OS-STATUS ' - NO ORDJRNL ENTRY'
                   DELIMITED BY SIZE
                   INTO BL-DETAIL
               END-STRING
           END-IF

           PERFORM PRINT-BREAK.
           EXIT.



       AUDIT-HOLDS-AND-STANDING.

           MOVE '3. HOLDS AND STANDING ORDERS FOR INACTIVE DEPARTMENTS O
      -         'R USERS' TO SECTION-LINE
           PERFORM START-CATEGORY

           OPEN INPUT DEPTMAST-FILE
           OPEN INPUT USERENT-FILE

           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT PENDORD-FILE

           IF WS-PENDORD-STATUS EQUAL '00'
               PERFORM READ-PENDORD
               PERFORM CHECK-PENDING-HOLD UNTIL END-OF-INPUT
               CLOSE PENDORD-FILE
           END-IF

           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT STORDER-FILE

           IF WS-STORDER-STATUS EQUAL '00'
               PERFORM READ-STORDER
               PERFORM CHECK-STANDING-ORDER UNTIL END-OF-INPUT
               CLOSE STORDER-FILE
           END-IF

           CLOSE DEPTMAST-FILE
           CLOSE USERENT-FILE

           PERFORM END-CATEGORY.
           EXIT.



       READ-PENDORD.

           READ PENDORD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
           EXIT.



       READ-STORDER.

           READ STORDER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
           EXIT.



       CHECK-PENDING-HOLD.

           MOVE 'PENDORD' TO BL-FILE
           MOVE SPACES TO BL-KEY
           STRING PD-CHARGE-DEPT '/' PD-TASKNUM '/' PD-SEQ
               DELIMITED BY SIZE
               INTO BL-KEY
           END-STRING
           MOVE SPACES TO BL-ORDER-REF
           MOVE PD-CHARGE-DEPT TO WS-BREAK-DEPT
           MOVE PD-USERID TO WS-BREAK-USERID

           PERFORM CHECK-DEPT-AND-USER

           PERFORM READ-PENDORD.
           EXIT.



       CHECK-STANDING-ORDER.

           IF SO-STATUS NOT EQUAL 'I'
               MOVE 'STORDER' TO BL-FILE
               MOVE SO-ORDER-ID TO BL-KEY
               MOVE SPACES TO BL-ORDER-REF
               MOVE SO-CHARGE-DEPT TO WS-BREAK-DEPT
               MOVE SO-USERID TO WS-BREAK-USERID

               PERFORM CHECK-DEPT-AND-USER
           END-IF

           PERFORM READ-STORDER.
           EXIT.



       CHECK-DEPT-AND-USER.

           MOVE WS-BREAK-DEPT TO BL-DEPT
           MOVE WS-BREAK-USERID TO BL-USERID

           MOVE WS-BREAK-DEPT TO DM-DEPT-CODE
           READ DEPTMAST-FILE
               INVALID KEY
                   MOVE 'DEPARTMENT NOT ON DEPTMAST' TO BL-DETAIL
                   PERFORM PRINT-BREAK
               NOT INVALID KEY
                   IF DM-ACTIVE-FLAG EQUAL 'I'
                       MOVE 'DEPARTMENT INACTIVE' TO BL-DETAIL
                       PERFORM PRINT-BREAK
                   END-IF
           END-READ

           MOVE WS-BREAK-USERID TO UE-USERID
           MOVE WS-BREAK-DEPT TO UE-DEPT-CODE
           READ USERENT-FILE
               INVALID KEY
                   MOVE 'USER HAS NO ENTITLEMENT TO DEPARTMENT'
                       TO BL-DETAIL
                   PERFORM PRINT-BREAK
               NOT INVALID KEY
                   IF UE-ACTIVE-FLAG EQUAL 'I'
                       MOVE 'USER ENTITLEMENT TO DEPARTMENT REVOKED'
                           TO BL-DETAIL
                       PERFORM PRINT-BREAK
                   END-IF
           END-READ.
           EXIT.



       AUDIT-CANCELLED-ORDERS.

           MOVE '4. CANCELLED ORDERS WITH NO 01CANC ORDRLOG RECORD'
               TO SECTION-LINE
           PERFORM START-CATEGORY

           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT ORDSTAT-FILE

           IF WS-ORDSTAT-STATUS EQUAL '00'
               PERFORM READ-ORDSTAT
               PERFORM CHECK-CANCELLED-ORDER UNTIL END-OF-INPUT
               CLOSE ORDSTAT-FILE
           END-IF

           IF WS-CANCEL-OVERFLOW-COUNT > 0
               MOVE 'CANCELS NOT LOADED - CHECK PARTIAL: '
                   TO OV-TEXT
               MOVE WS-CANCEL-OVERFLOW-COUNT TO OV-COUNT
               WRITE RPT-LINE FROM OVERFLOW-LINE
           END-IF

           PERFORM END-CATEGORY.
           EXIT.



       CHECK-CANCELLED-ORDER.

           IF OS-STATUS EQUAL 'CN'
               PERFORM FIND-CANCELLED-ORDER

               IF WS-CANCEL-FOUND-IDX EQUAL 0
                   MOVE 'ORDSTAT' TO BL-FILE
                   MOVE OS-ORDER-REF TO BL-KEY
                   MOVE OS-ORDER-REF TO BL-ORDER-REF
                   MOVE OS-CHARGE-DEPT TO BL-DEPT
                   MOVE OS-USERID TO BL-USERID
                   MOVE 'CANCELLED - NO 01CANC ORDRLOG RECORD'
                       TO BL-DETAIL
                   PERFORM PRINT-BREAK
               END-IF
           END-IF

           PERFORM READ-ORDSTAT.
           EXIT.



       FIND-CANCELLED-ORDER.

           MOVE 0 TO WS-CANCEL-FOUND-IDX

           PERFORM CHECK-CANCEL-ENTRY
                   VARYING WS-CANCEL-IDX FROM 1 BY 1
                   UNTIL WS-CANCEL-IDX > WS-CANCEL-COUNT
                      OR WS-CANCEL-FOUND-IDX NOT EQUAL 0.
           EXIT.



       CHECK-CANCEL-ENTRY.

           IF CX-ORDER-REF (WS-CANCEL-IDX) EQUAL OS-ORDER-REF
               MOVE WS-CANCEL-IDX TO WS-CANCEL-FOUND-IDX
           END-IF.
           EXIT.



       PRINT-AUDIT-RESULT.

           WRITE RPT-LINE FROM BLANK-LINE

           MOVE 'TOTAL BREAKS:                 ' TO TR-TEXT
           MOVE WS-TOTAL-BREAKS TO TR-COUNT
           WRITE RPT-LINE FROM TRAILER-LINE

           IF WS-TOTAL-BREAKS EQUAL 0
               MOVE 'ORDER FILES AGREE - NO BREAKS FOUND'
                   TO RESULT-LINE
           ELSE
               MOVE 'ORDER FILES DO NOT AGREE - INVESTIGATE THE BREAKS'
                   TO RESULT-LINE
           END-IF

           WRITE RPT-LINE FROM RESULT-LINE.
           EXIT.
