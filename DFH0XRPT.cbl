      * quantity ordered, counts of successful/failed placeOrder
      * attempts per department for the day, and a count of orders
      * placed with the possible-duplicate override confirmed.
      * Goods returned against shipped orders (01RETN) are not orders:
      * they are left out of the item, quantity and success/failed
      * counts, and the quantity successfully returned is shown per
      * department in a separate RETURNED column instead.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               05 DT-SUCCESS-COUNT      PIC 9(7)  VALUE 0.
               05 DT-FAIL-COUNT         PIC 9(7)  VALUE 0.
               05 DT-DUPOVR-COUNT       PIC 9(7)  VALUE 0.
               05 DT-RETURN-QTY         PIC 9(9)  VALUE 0.

       01  HEADING-LINE-1               PIC X(132)
               VALUE 'DAILY ORDER SUMMARY REPORT'.
           03 FILLER                    PIC X(11) VALUE 'SUCCESS'.
           03 FILLER                    PIC X(11) VALUE 'FAILED'.
           03 FILLER                    PIC X(11) VALUE 'DUP-OVR'.
           03 FILLER                    PIC X(12) VALUE 'RETURNED'.
           03 FILLER                    PIC X(59) VALUE SPACES.

       01  DETAIL-LINE.
           03 DL-DEPT-CODE              PIC X(6).
           03 DL-FAIL-COUNT             PIC ZZZ,ZZ9.
           03 FILLER                    PIC X(4)  VALUE SPACES.
           03 DL-DUPOVR-COUNT           PIC ZZZ,ZZ9.
           03 FILLER                    PIC X(4)  VALUE SPACES.
           03 DL-RETURN-QTY             PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

               IF WS-FOUND-IDX EQUAL 0
                   ADD 1 TO WS-DEPT-OVERFLOW-COUNT
               ELSE
                   IF OL-REQUEST-ID EQUAL '01RETN'
                       PERFORM ACCUMULATE-RETURN
                   ELSE
                       PERFORM ACCUMULATE-ORDER
                   END-IF
               END-IF
           END-IF



       ACCUMULATE-ORDER.

           ADD 1 TO DT-ITEM-COUNT (WS-FOUND-IDX)
           ADD OL-QUANTITY TO DT-TOTAL-QTY (WS-FOUND-IDX)

           IF OL-RETURN-CODE EQUAL '00'
               ADD 1 TO DT-SUCCESS-COUNT (WS-FOUND-IDX)

               IF OL-DUP-OVERRIDE EQUAL 'Y'
                   ADD 1 TO DT-DUPOVR-COUNT (WS-FOUND-IDX)
               END-IF
           ELSE
               ADD 1 TO DT-FAIL-COUNT (WS-FOUND-IDX)
           END-IF.
           EXIT.



       ACCUMULATE-RETURN.

      *    OL-QUANTITY on a return is the quantity taken back; a
      *    refused return moved no goods and is not counted.

           IF OL-RETURN-CODE EQUAL '00'
               ADD OL-QUANTITY TO DT-RETURN-QTY (WS-FOUND-IDX)
           END-IF.
           EXIT.



       FIND-OR-ADD-DEPT.

           MOVE 0 TO WS-FOUND-IDX
           MOVE DT-SUCCESS-COUNT (WS-DEPT-IDX) TO DL-SUCCESS-COUNT
           MOVE DT-FAIL-COUNT (WS-DEPT-IDX) TO DL-FAIL-COUNT
           MOVE DT-DUPOVR-COUNT (WS-DEPT-IDX) TO DL-DUPOVR-COUNT
           MOVE DT-RETURN-QTY (WS-DEPT-IDX) TO DL-RETURN-QTY

           WRITE RPT-LINE FROM DETAIL-LINE.
           EXIT.
