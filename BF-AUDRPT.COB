       01 WS-WORK-CYCLES PIC 9(9).
       01 WS-WORK-LIMIT PIC 9(9).
       01 WS-REASON-TABLE.
           03 WS-REASON-ENTRY OCCURS 9 TIMES.
               05 WS-REASON-NAME PIC X(16).
               05 WS-REASON-COUNT PIC 9(7).
               05 WS-REASON-CYCLES PIC 9(9).
       01 WS-REASON-SUB PIC 99.
       01 WS-REASON-MAX PIC 99 VALUE 9.
       01 WS-JOB-TABLE.
           03 WS-JOB-ENTRY OCCURS 500 TIMES.
               05 WS-JOB-ID PIC X(8).
           MOVE "INPUT-EXHAUSTED" TO WS-REASON-NAME(5).
           MOVE "OUTPUT-FAILURE" TO WS-REASON-NAME(6).
           MOVE "CODE-LOAD-FAIL" TO WS-REASON-NAME(7).
           MOVE "STATE-FAILURE" TO WS-REASON-NAME(8).
           MOVE "*OTHER*" TO WS-REASON-NAME(9).
           PERFORM ZERO-REASON-ENTRY
               VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > WS-REASON-MAX.
