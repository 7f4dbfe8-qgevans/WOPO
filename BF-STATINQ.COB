           03 WS-ED-FAIL PIC ZZZZ9.
           03 WS-ED-REMAIN PIC ZZZZ9.
           03 WS-ED-WORST PIC Z9.
           03 WS-ED-MINUTES PIC ZZZZ9.
           03 WS-ED-PCT PIC ZZZZ9.
           03 WS-ED-HELD PIC ZZ9.
       01 WS-ALLOWANCE-WORK.
           03 WS-NOW-SECS PIC 9(11).
           03 WS-START-SECS PIC 9(11).
           03 WS-DEADLINE-SECS PIC 9(11).
           03 WS-ELAPSED-MINUTES PIC 9(7).
           03 WS-LEFT-MINUTES PIC 9(7).
           03 WS-USED-PCT PIC 9(7).
       01 WS-SECONDS-WORK.
           03 WS-SECS-STAMP PIC X(16).
           03 WS-SECS-STAMP-SPLIT REDEFINES WS-SECS-STAMP.
               05 WS-SECS-DATE PIC 9(8).
               05 WS-SECS-HH PIC 99.
               05 WS-SECS-MM PIC 99.
               05 WS-SECS-SS PIC 99.
               05 FILLER PIC XX.
           03 WS-SECS-VALUE PIC 9(11).
       01 WS-DELIVER-BY PIC X(4).
       01 WS-DELIVER-BY-SPLIT REDEFINES WS-DELIVER-BY.
           03 WS-DELIVER-BY-HH PIC 99.
           03 WS-DELIVER-BY-MM PIC 99.

       PROCEDURE DIVISION.
           OPEN INPUT BF-STATUS-IN.
           DISPLAY "  FAILED:      " WS-ED-FAIL.
           DISPLAY "  REMAINING:   " WS-ED-REMAIN.
           DISPLAY "  WORST STATUS:" WS-ED-WORST.
           IF ST-STOP-REQUEST NOT = SPACES
               DISPLAY "  *** OPERATOR " ST-STOP-REQUEST
                       " REQUESTED, NO FURTHER JOBS DISPATCHED"
           END-IF.
           IF ST-HOLD-COUNT IS NUMERIC AND ST-HOLD-COUNT > 0
               MOVE ST-HOLD-COUNT TO WS-ED-HELD
               DISPLAY "  HELD BY OPERATOR:" WS-ED-HELD " JOBS"
           END-IF.
           IF ST-CMD-STAMP NOT = SPACES
               DISPLAY "  LAST COMMAND: " ST-CMD-TEXT
               DISPLAY "    ISSUED BY " ST-CMD-USER " AT "
                       ST-CMD-STAMP(1:8) " " ST-CMD-STAMP(9:2) ":"
                       ST-CMD-STAMP(11:2) ":" ST-CMD-STAMP(13:2)
           END-IF.
           IF ST-PHASE = "STARTING" AND ST-JOB-START NOT = SPACES
               PERFORM SHOW-JOB-ALLOWANCE
           END-IF.
           STOP RUN.

       SHOW-JOB-ALLOWANCE.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-SECS-STAMP.
           PERFORM STAMP-TO-SECONDS.
           MOVE WS-SECS-VALUE TO WS-NOW-SECS.
           MOVE ST-JOB-START TO WS-SECS-STAMP.
           PERFORM STAMP-TO-SECONDS.
           MOVE WS-SECS-VALUE TO WS-START-SECS.
           IF WS-NOW-SECS > WS-START-SECS
               COMPUTE WS-ELAPSED-MINUTES =
                   (WS-NOW-SECS - WS-START-SECS) / 60
           ELSE
               MOVE 0 TO WS-ELAPSED-MINUTES
           END-IF.
           MOVE WS-ELAPSED-MINUTES TO WS-ED-MINUTES.
           DISPLAY "  JOB STARTED: " ST-JOB-START(1:8) " "
                   ST-JOB-START(9:2) ":" ST-JOB-START(11:2) ":"
                   ST-JOB-START(13:2)
                   ", RUNNING " WS-ED-MINUTES " MIN".
           IF ST-MAX-ELAPSED IS NUMERIC AND ST-MAX-ELAPSED > 0
               COMPUTE WS-USED-PCT =
                   WS-ELAPSED-MINUTES * 100 / ST-MAX-ELAPSED
               MOVE WS-USED-PCT TO WS-ED-PCT
               MOVE ST-MAX-ELAPSED TO WS-ED-MINUTES
               DISPLAY "  ALLOWANCE:   " WS-ED-MINUTES " MIN, "
                       WS-ED-PCT "% USED"
               IF WS-ELAPSED-MINUTES > ST-MAX-ELAPSED
                   COMPUTE WS-LEFT-MINUTES =
                       WS-ELAPSED-MINUTES - ST-MAX-ELAPSED
                   MOVE WS-LEFT-MINUTES TO WS-ED-MINUTES
                   DISPLAY "  *** ELAPSED ALLOWANCE EXCEEDED BY "
                           WS-ED-MINUTES " MIN"
               END-IF
           END-IF.
           MOVE ST-DELIVER-BY TO WS-DELIVER-BY.
           IF WS-DELIVER-BY IS NUMERIC AND ST-PASS-START IS NUMERIC
               PERFORM SET-DELIVER-BY-DEADLINE
               IF WS-NOW-SECS < WS-DEADLINE-SECS
                   COMPUTE WS-LEFT-MINUTES =
                       (WS-DEADLINE-SECS - WS-NOW-SECS) / 60
                   MOVE WS-LEFT-MINUTES TO WS-ED-MINUTES
                   DISPLAY "  DELIVER BY:  " WS-DELIVER-BY ", "
                           WS-ED-MINUTES " MIN LEFT"
               ELSE
                   COMPUTE WS-LEFT-MINUTES =
                       (WS-NOW-SECS - WS-DEADLINE-SECS) / 60
                   MOVE WS-LEFT-MINUTES TO WS-ED-MINUTES
                   DISPLAY "  *** DELIVER-BY " WS-DELIVER-BY
                           " PASSED " WS-ED-MINUTES " MIN AGO"
               END-IF
           END-IF.

       SET-DELIVER-BY-DEADLINE.
           MOVE ST-PASS-START TO WS-SECS-STAMP.
           PERFORM STAMP-TO-SECONDS.
           MOVE WS-SECS-VALUE TO WS-START-SECS.
           MOVE WS-DELIVER-BY-HH TO WS-SECS-HH.
           MOVE WS-DELIVER-BY-MM TO WS-SECS-MM.
           MOVE 0 TO WS-SECS-SS.
           PERFORM STAMP-TO-SECONDS.
           MOVE WS-SECS-VALUE TO WS-DEADLINE-SECS.
           IF WS-DEADLINE-SECS <= WS-START-SECS
               ADD 86400 TO WS-DEADLINE-SECS
           END-IF.

       STAMP-TO-SECONDS.
           COMPUTE WS-SECS-VALUE =
               FUNCTION INTEGER-OF-DATE(WS-SECS-DATE) * 86400
               + WS-SECS-HH * 3600 + WS-SECS-MM * 60 + WS-SECS-SS.
