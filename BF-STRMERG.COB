           03 WS-CARRY-COUNT PIC 9(5) VALUE 0.
       01 WS-BUDGET-USED PIC 9(9) VALUE 0.
       01 WS-WORST-STATUS PIC 99 VALUE 0.
       01 WS-RC-STATUS PIC 99.

       PROCEDURE DIVISION.
           OPEN INPUT BF-TOTALS-IN.
           IF WS-BUDGET-USED > 0
               DISPLAY "BUDGET CYCLES USED: " WS-BUDGET-USED
           END-IF.
           MOVE WS-WORST-STATUS TO WS-RC-STATUS.
           IF WS-RC-STATUS > 7
               MOVE 7 TO WS-RC-STATUS
           END-IF.
           IF WS-RC-STATUS > RETURN-CODE
               MOVE WS-RC-STATUS TO RETURN-CODE
           END-IF.
           STOP RUN.

