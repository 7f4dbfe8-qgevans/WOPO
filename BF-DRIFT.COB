       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BF-DRIFT".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BF-HISTORY ASSIGN TO "BFHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT OPTIONAL BF-DRIFT-IN ASSIGN TO "BFDRFIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRIFT-IN-STATUS.
           SELECT BF-DRIFT-REPORT ASSIGN TO "BFDRFRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BF-HISTORY.
       COPY BFHIST.

       FD BF-DRIFT-IN.
       01 DRIFT-CARD.
           03 DC-KEYWORD PIC X(8).
           03 FILLER PIC X.
           03 DC-VALUE PIC X(71).

       FD BF-DRIFT-REPORT.
       01 DRIFT-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCHES.
           03 WS-DRIFT-IN-EOF PIC X VALUE "N".
               88 DRIFT-IN-EOF VALUE "Y".
           03 WS-HISTORY-EOF PIC X VALUE "N".
               88 HISTORY-EOF VALUE "Y".
       01 WS-FILE-STATUSES.
           03 WS-HISTORY-STATUS PIC XX.
           03 WS-DRIFT-IN-STATUS PIC XX.
           03 WS-REPORT-STATUS PIC XX.
       01 WS-CARD-ERROR-SWITCH PIC X VALUE "N".
           88 DRIFT-CARD-BAD VALUE "Y".
       01 WS-DRIFT-OPTIONS.
           03 WS-REPORT-DATE PIC X(8) VALUE SPACES.
           03 WS-TOLERANCE-PCT PIC 9(3) VALUE 25.
           03 WS-BASELINE-RUNS PIC 99 VALUE 10.
           03 WS-MIN-RUNS PIC 99 VALUE 3.
           03 WS-LOW-PCT PIC 9(3) VALUE 5.
           03 WS-HIGH-PCT PIC 9(3) VALUE 95.
       01 WS-OPTION-WORK.
           03 WS-OPTION-VALUE PIC 9(3).
           03 WS-OPTION-SUB PIC 99.
           03 WS-OPTION-BAD PIC X.
               88 OPTION-VALUE-BAD VALUE "Y".
       01 WS-CURRENT-JOB PIC X(8) VALUE SPACES.
       01 WS-RAN-TONIGHT-SWITCH PIC X VALUE "N".
           88 JOB-RAN-TONIGHT VALUE "Y".
       01 WS-TONIGHT-LIMIT PIC 9(5).
       01 WS-WINDOW-TABLE.
           03 WS-WINDOW-ENTRY OCCURS 30 TIMES.
               05 WS-WIN-STATUS PIC 99.
               05 WS-WIN-CYCLES PIC 9(5).
               05 WS-WIN-LIMIT PIC 9(5).
               05 WS-WIN-SIZE PIC 9(9).
       01 WS-WINDOW-COUNT PIC 99 VALUE 0.
       01 WS-WINDOW-SUB PIC 99.
       01 WS-BASELINE-WORK.
           03 WS-CLEAN-RUNS PIC 99.
           03 WS-CYCLE-TOTAL PIC 9(9).
           03 WS-SIZE-TOTAL PIC 9(11).
           03 WS-CYCLE-BASE PIC 9(5).
           03 WS-SIZE-BASE PIC 9(9).
           03 WS-THIS-CYCLES PIC 9(5).
           03 WS-THIS-SIZE PIC 9(9).
           03 WS-THIS-STATUS PIC 99.
           03 WS-SWING-DIFF PIC S9(11).
           03 WS-SWING-PCT PIC S9(5).
           03 WS-USE-PCT PIC 9(5).
           03 WS-MAX-USE-PCT PIC 9(5).
           03 WS-MAX-CYCLES PIC 9(5).
           03 WS-LOW-RUNS PIC 99.
           03 WS-HIGH-RUNS PIC 99.
           03 WS-SUGGESTED-LIMIT PIC 9(6).
       01 WS-COUNTS.
           03 WS-RECORD-COUNT PIC 9(7) VALUE 0.
           03 WS-TONIGHT-COUNT PIC 9(5) VALUE 0.
           03 WS-JOBS-TONIGHT PIC 9(5) VALUE 0.
           03 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-LINE.
           03 WS-EX-CONDITION PIC X(16).
           03 WS-EX-TONIGHT PIC 9(9).
           03 WS-EX-BASELINE PIC 9(9).
           03 WS-EX-DETAIL PIC X(60).
       01 WS-EDITED-FIELDS.
           03 WS-ED-COUNT PIC ZZZ,ZZ9.
           03 WS-ED-NUMBER PIC ZZZ,ZZZ,ZZ9.
           03 WS-ED-PCT PIC +ZZZZ9.
           03 WS-ED-USE-PCT PIC ZZZZ9.
           03 WS-ED-HIGH-PCT PIC ZZ9.
           03 WS-ED-LIMIT PIC ZZZZZ9.
           03 WS-ED-RUNS PIC Z9.

       PROCEDURE DIVISION.
           PERFORM READ-DRIFT-CARDS.
           IF DRIFT-CARD-BAD
               DISPLAY "BF-DRIFT: CONTROL CARD NOT RECOGNIZED,"
                       " NO REPORT PRODUCED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-REPORT-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           END-IF.
           OPEN INPUT BF-HISTORY.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "BF-DRIFT: UNABLE TO OPEN BFHIST, STATUS="
                       WS-HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BF-DRIFT-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "BF-DRIFT: UNABLE TO OPEN BFDRFRPT, STATUS="
                       WS-REPORT-STATUS
               CLOSE BF-HISTORY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM UNTIL HISTORY-EOF
               READ BF-HISTORY NEXT
                   AT END SET HISTORY-EOF TO TRUE
                   NOT AT END PERFORM EXAMINE-HISTORY-RECORD
               END-READ
           END-PERFORM.
           PERFORM FINISH-CURRENT-JOB.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE BF-HISTORY BF-DRIFT-REPORT.
           DISPLAY "BF-DRIFT COMPLETE, RUNS ON " WS-REPORT-DATE ": "
                   WS-TONIGHT-COUNT
                   " EXCEPTIONS: " WS-EXCEPTION-COUNT.
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-DRIFT-CARDS.
           OPEN INPUT BF-DRIFT-IN.
           IF WS-DRIFT-IN-STATUS = "00"
               PERFORM UNTIL DRIFT-IN-EOF
                   READ BF-DRIFT-IN
                       AT END SET DRIFT-IN-EOF TO TRUE
                       NOT AT END PERFORM PARSE-DRIFT-CARD
                   END-READ
               END-PERFORM
               CLOSE BF-DRIFT-IN
           END-IF.

       PARSE-DRIFT-CARD.
           EVALUATE TRUE
               WHEN DRIFT-CARD(1:1) = "*"
               WHEN DRIFT-CARD = SPACES
                   CONTINUE
               WHEN DC-KEYWORD = "RUNDATE"
                   IF DC-VALUE(1:8) IS NUMERIC
                       MOVE DC-VALUE(1:8) TO WS-REPORT-DATE
                   ELSE
                       SET DRIFT-CARD-BAD TO TRUE
                   END-IF
               WHEN DC-KEYWORD = "TOLPCT"
                   PERFORM PARSE-OPTION-VALUE
                   MOVE WS-OPTION-VALUE TO WS-TOLERANCE-PCT
               WHEN DC-KEYWORD = "BASELINE"
                   PERFORM PARSE-OPTION-VALUE
                   IF WS-OPTION-VALUE < 1 OR WS-OPTION-VALUE > 29
                       SET DRIFT-CARD-BAD TO TRUE
                   ELSE
                       MOVE WS-OPTION-VALUE TO WS-BASELINE-RUNS
                   END-IF
               WHEN DC-KEYWORD = "MINRUNS"
                   PERFORM PARSE-OPTION-VALUE
                   IF WS-OPTION-VALUE < 1 OR WS-OPTION-VALUE > 29
                       SET DRIFT-CARD-BAD TO TRUE
                   ELSE
                       MOVE WS-OPTION-VALUE TO WS-MIN-RUNS
                   END-IF
               WHEN DC-KEYWORD = "LOWPCT"
                   PERFORM PARSE-OPTION-VALUE
                   MOVE WS-OPTION-VALUE TO WS-LOW-PCT
               WHEN DC-KEYWORD = "HIGHPCT"
                   PERFORM PARSE-OPTION-VALUE
                   IF WS-OPTION-VALUE > 100
                       SET DRIFT-CARD-BAD TO TRUE
                   ELSE
                       MOVE WS-OPTION-VALUE TO WS-HIGH-PCT
                   END-IF
               WHEN OTHER
                   DISPLAY "BF-DRIFT: BAD CARD: " DRIFT-CARD
                   SET DRIFT-CARD-BAD TO TRUE
           END-EVALUATE.

       PARSE-OPTION-VALUE.
           MOVE 0 TO WS-OPTION-VALUE.
           MOVE "N" TO WS-OPTION-BAD.
           PERFORM PARSE-ONE-OPTION-DIGIT
               VARYING WS-OPTION-SUB FROM 1 BY 1
               UNTIL WS-OPTION-SUB > 3
               OR DC-VALUE(WS-OPTION-SUB:1) = SPACE.
           IF OPTION-VALUE-BAD OR WS-OPTION-SUB = 1
                  OR DC-VALUE(WS-OPTION-SUB:1) NOT = SPACE
               DISPLAY "BF-DRIFT: BAD VALUE ON CARD: " DRIFT-CARD
               SET DRIFT-CARD-BAD TO TRUE
           END-IF.

       PARSE-ONE-OPTION-DIGIT.
           IF DC-VALUE(WS-OPTION-SUB:1) >= "0"
                  AND DC-VALUE(WS-OPTION-SUB:1) <= "9"
               COMPUTE WS-OPTION-VALUE = WS-OPTION-VALUE * 10
                   + FUNCTION NUMVAL(DC-VALUE(WS-OPTION-SUB:1))
           ELSE
               SET OPTION-VALUE-BAD TO TRUE
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE "BF-DRIFT RUN HISTORY EXCEPTION REPORT"
               TO DRIFT-REPORT-LINE.
           WRITE DRIFT-REPORT-LINE.
           MOVE SPACES TO DRIFT-REPORT-LINE.
           STRING "PREPARED AT " DELIMITED BY SIZE,
                  FUNCTION CURRENT-DATE DELIMITED BY SIZE,
                  INTO DRIFT-REPORT-LINE.
           WRITE DRIFT-REPORT-LINE.
           MOVE SPACES TO DRIFT-REPORT-LINE.
           MOVE WS-TOLERANCE-PCT TO WS-ED-USE-PCT.
           MOVE WS-BASELINE-RUNS TO WS-ED-RUNS.
           STRING "RUNS DATED " DELIMITED BY SIZE,
                  WS-REPORT-DATE DELIMITED BY SIZE,
                  " AGAINST THE PRIOR " DELIMITED BY SIZE,
                  WS-ED-RUNS DELIMITED BY SIZE,
                  " RUNS, SWING TOLERANCE " DELIMITED BY SIZE,
                  WS-ED-USE-PCT DELIMITED BY SIZE,
                  " PCT" DELIMITED BY SIZE,
                  INTO DRIFT-REPORT-LINE.
           WRITE DRIFT-REPORT-LINE.
           MOVE SPACES TO DRIFT-REPORT-LINE.
           MOVE WS-LOW-PCT TO WS-ED-USE-PCT.
           MOVE WS-HIGH-PCT TO WS-ED-HIGH-PCT.
           STRING "LIMIT UNDER-USED BELOW " DELIMITED BY SIZE,
                  WS-ED-USE-PCT DELIMITED BY SIZE,
                  " PCT, NEAR LIMIT AT " DELIMITED BY SIZE,
                  WS-ED-HIGH-PCT DELIMITED BY SIZE,
                  " PCT OR OVER" DELIMITED BY SIZE,
                  INTO DRIFT-REPORT-LINE.
           WRITE DRIFT-REPORT-LINE.
           PERFORM WRITE-BLANK-LINE.
           MOVE SPACES TO DRIFT-REPORT-LINE.
           MOVE "JOB" TO DRIFT-REPORT-LINE(3:3).
           MOVE "CONDITION" TO DRIFT-REPORT-LINE(13:9).
           MOVE "TONIGHT" TO DRIFT-REPORT-LINE(35:7).
           MOVE "BASELINE" TO DRIFT-REPORT-LINE(46:8).
           MOVE "DETAIL" TO DRIFT-REPORT-LINE(56:6).
           WRITE DRIFT-REPORT-LINE.

       WRITE-BLANK-LINE.
           MOVE SPACES TO DRIFT-REPORT-LINE.
           WRITE DRIFT-REPORT-LINE.

       EXAMINE-HISTORY-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           IF HI-JOB-ID NOT = WS-CURRENT-JOB
               PERFORM FINISH-CURRENT-JOB
               MOVE HI-JOB-ID TO WS-CURRENT-JOB
               MOVE 0 TO WS-WINDOW-COUNT
               MOVE "N" TO WS-RAN-TONIGHT-SWITCH
           END-IF.
           IF HI-RUN-DATE <= WS-REPORT-DATE
               MOVE HI-STATUS TO WS-THIS-STATUS
               MOVE HI-CYCLES-USED TO WS-THIS-CYCLES
               COMPUTE WS-THIS-SIZE = HI-SPOOL-BYTES + HI-OUTPUT-LEN
               IF HI-RUN-DATE = WS-REPORT-DATE
                   ADD 1 TO WS-TONIGHT-COUNT
                   IF NOT JOB-RAN-TONIGHT
                       ADD 1 TO WS-JOBS-TONIGHT
                       SET JOB-RAN-TONIGHT TO TRUE
                   END-IF
                   MOVE HI-CYCLE-LIMIT TO WS-TONIGHT-LIMIT
                   PERFORM CHECK-TONIGHT-RUN
               END-IF
               PERFORM ADD-TO-WINDOW
           END-IF.

       ADD-TO-WINDOW.
           IF WS-WINDOW-COUNT >= WS-BASELINE-RUNS
               PERFORM SHIFT-ONE-WINDOW-ENTRY
                   VARYING WS-WINDOW-SUB FROM 2 BY 1
                   UNTIL WS-WINDOW-SUB > WS-WINDOW-COUNT
               SUBTRACT 1 FROM WS-WINDOW-COUNT
           END-IF.
           ADD 1 TO WS-WINDOW-COUNT.
           MOVE HI-STATUS TO WS-WIN-STATUS(WS-WINDOW-COUNT).
           MOVE HI-CYCLES-USED TO WS-WIN-CYCLES(WS-WINDOW-COUNT).
           MOVE HI-CYCLE-LIMIT TO WS-WIN-LIMIT(WS-WINDOW-COUNT).
           MOVE WS-THIS-SIZE TO WS-WIN-SIZE(WS-WINDOW-COUNT).

       SHIFT-ONE-WINDOW-ENTRY.
           MOVE WS-WINDOW-ENTRY(WS-WINDOW-SUB)
               TO WS-WINDOW-ENTRY(WS-WINDOW-SUB - 1).

       CHECK-TONIGHT-RUN.
           IF WS-WINDOW-COUNT > 0
                  AND WS-THIS-STATUS
                      NOT = WS-WIN-STATUS(WS-WINDOW-COUNT)
               MOVE "STATUS CHANGE" TO WS-EX-CONDITION
               MOVE WS-THIS-STATUS TO WS-EX-TONIGHT
               MOVE WS-WIN-STATUS(WS-WINDOW-COUNT) TO WS-EX-BASELINE
               MOVE SPACES TO WS-EX-DETAIL
               STRING "PRIOR RUN STATUS " DELIMITED BY SIZE,
                      WS-WIN-STATUS(WS-WINDOW-COUNT) DELIMITED BY SIZE,
                      ", THIS RUN " DELIMITED BY SIZE,
                      WS-THIS-STATUS DELIMITED BY SIZE,
                      INTO WS-EX-DETAIL
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           IF WS-THIS-STATUS = 0
               PERFORM COMPUTE-CLEAN-BASELINE
               IF WS-CLEAN-RUNS >= WS-MIN-RUNS
                   PERFORM CHECK-CYCLE-SWING
                   PERFORM CHECK-SIZE-SWING
               END-IF
           END-IF.

       COMPUTE-CLEAN-BASELINE.
           MOVE 0 TO WS-CLEAN-RUNS.
           MOVE 0 TO WS-CYCLE-TOTAL.
           MOVE 0 TO WS-SIZE-TOTAL.
           PERFORM ADD-ONE-CLEAN-RUN
               VARYING WS-WINDOW-SUB FROM 1 BY 1
               UNTIL WS-WINDOW-SUB > WS-WINDOW-COUNT.
           IF WS-CLEAN-RUNS > 0
               COMPUTE WS-CYCLE-BASE ROUNDED =
                   WS-CYCLE-TOTAL / WS-CLEAN-RUNS
               COMPUTE WS-SIZE-BASE ROUNDED =
                   WS-SIZE-TOTAL / WS-CLEAN-RUNS
           END-IF.

       ADD-ONE-CLEAN-RUN.
           IF WS-WIN-STATUS(WS-WINDOW-SUB) = 0
               ADD 1 TO WS-CLEAN-RUNS
               ADD WS-WIN-CYCLES(WS-WINDOW-SUB) TO WS-CYCLE-TOTAL
               ADD WS-WIN-SIZE(WS-WINDOW-SUB) TO WS-SIZE-TOTAL
           END-IF.

       CHECK-CYCLE-SWING.
           COMPUTE WS-SWING-DIFF = WS-THIS-CYCLES - WS-CYCLE-BASE.
           IF WS-CYCLE-BASE = 0
               IF WS-SWING-DIFF NOT = 0
                   MOVE 99999 TO WS-SWING-PCT
               ELSE
                   MOVE 0 TO WS-SWING-PCT
               END-IF
           ELSE
               COMPUTE WS-SWING-PCT ROUNDED =
                   WS-SWING-DIFF * 100 / WS-CYCLE-BASE
                   ON SIZE ERROR MOVE 99999 TO WS-SWING-PCT
               END-COMPUTE
           END-IF.
           IF WS-SWING-PCT > WS-TOLERANCE-PCT
                  OR WS-SWING-PCT < 0 - WS-TOLERANCE-PCT
               MOVE "CYCLE SWING" TO WS-EX-CONDITION
               MOVE WS-THIS-CYCLES TO WS-EX-TONIGHT
               MOVE WS-CYCLE-BASE TO WS-EX-BASELINE
               PERFORM BUILD-SWING-DETAIL
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       CHECK-SIZE-SWING.
           COMPUTE WS-SWING-DIFF = WS-THIS-SIZE - WS-SIZE-BASE.
           IF WS-SIZE-BASE = 0
               IF WS-SWING-DIFF NOT = 0
                   MOVE 99999 TO WS-SWING-PCT
               ELSE
                   MOVE 0 TO WS-SWING-PCT
               END-IF
           ELSE
               COMPUTE WS-SWING-PCT ROUNDED =
                   WS-SWING-DIFF * 100 / WS-SIZE-BASE
                   ON SIZE ERROR MOVE 99999 TO WS-SWING-PCT
               END-COMPUTE
           END-IF.
           IF WS-SWING-PCT > WS-TOLERANCE-PCT
                  OR WS-SWING-PCT < 0 - WS-TOLERANCE-PCT
               MOVE "OUTPUT SWING" TO WS-EX-CONDITION
               MOVE WS-THIS-SIZE TO WS-EX-TONIGHT
               MOVE WS-SIZE-BASE TO WS-EX-BASELINE
               PERFORM BUILD-SWING-DETAIL
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       BUILD-SWING-DETAIL.
           MOVE WS-SWING-PCT TO WS-ED-PCT.
           MOVE WS-CLEAN-RUNS TO WS-ED-RUNS.
           MOVE SPACES TO WS-EX-DETAIL.
           STRING WS-ED-PCT DELIMITED BY SIZE,
                  " PCT AGAINST AVERAGE OF " DELIMITED BY SIZE,
                  WS-ED-RUNS DELIMITED BY SIZE,
                  " CLEAN RUNS" DELIMITED BY SIZE,
                  INTO WS-EX-DETAIL.

       FINISH-CURRENT-JOB.
           IF JOB-RAN-TONIGHT AND WS-WINDOW-COUNT >= WS-MIN-RUNS
               PERFORM CHECK-LIMIT-USAGE
           END-IF.

       CHECK-LIMIT-USAGE.
           MOVE 0 TO WS-MAX-USE-PCT.
           MOVE 0 TO WS-MAX-CYCLES.
           MOVE 0 TO WS-LOW-RUNS.
           MOVE 0 TO WS-HIGH-RUNS.
           PERFORM MEASURE-ONE-LIMIT-USE
               VARYING WS-WINDOW-SUB FROM 1 BY 1
               UNTIL WS-WINDOW-SUB > WS-WINDOW-COUNT.
           IF WS-LOW-RUNS = WS-WINDOW-COUNT
               COMPUTE WS-SUGGESTED-LIMIT =
                   (WS-MAX-CYCLES * 2 + 99) / 100
               MULTIPLY 100 BY WS-SUGGESTED-LIMIT
               IF WS-SUGGESTED-LIMIT < 100
                   MOVE 100 TO WS-SUGGESTED-LIMIT
               END-IF
               MOVE "LIMIT UNDER-USED" TO WS-EX-CONDITION
               MOVE WS-MAX-CYCLES TO WS-EX-TONIGHT
               MOVE WS-TONIGHT-LIMIT TO WS-EX-BASELINE
               PERFORM BUILD-LIMIT-DETAIL
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               IF WS-HIGH-RUNS * 2 >= WS-WINDOW-COUNT
                   COMPUTE WS-SUGGESTED-LIMIT =
                       (WS-TONIGHT-LIMIT * 3 / 2 + 99) / 100
                   MULTIPLY 100 BY WS-SUGGESTED-LIMIT
                   IF WS-SUGGESTED-LIMIT > 99999
                       MOVE 99999 TO WS-SUGGESTED-LIMIT
                   END-IF
                   MOVE "LIMIT NEAR MAX" TO WS-EX-CONDITION
                   MOVE WS-MAX-CYCLES TO WS-EX-TONIGHT
                   MOVE WS-TONIGHT-LIMIT TO WS-EX-BASELINE
                   PERFORM BUILD-LIMIT-DETAIL
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF.

       MEASURE-ONE-LIMIT-USE.
           IF WS-WIN-LIMIT(WS-WINDOW-SUB) = 0
               MOVE 100 TO WS-USE-PCT
           ELSE
               COMPUTE WS-USE-PCT =
                   WS-WIN-CYCLES(WS-WINDOW-SUB) * 100
                   / WS-WIN-LIMIT(WS-WINDOW-SUB)
           END-IF.
           IF WS-USE-PCT > WS-MAX-USE-PCT
               MOVE WS-USE-PCT TO WS-MAX-USE-PCT
           END-IF.
           IF WS-WIN-CYCLES(WS-WINDOW-SUB) > WS-MAX-CYCLES
               MOVE WS-WIN-CYCLES(WS-WINDOW-SUB) TO WS-MAX-CYCLES
           END-IF.
           IF WS-USE-PCT < WS-LOW-PCT
               ADD 1 TO WS-LOW-RUNS
           END-IF.
           IF WS-USE-PCT >= WS-HIGH-PCT
               ADD 1 TO WS-HIGH-RUNS
           END-IF.

       BUILD-LIMIT-DETAIL.
           MOVE WS-MAX-USE-PCT TO WS-ED-USE-PCT.
           MOVE WS-SUGGESTED-LIMIT TO WS-ED-LIMIT.
           MOVE WS-WINDOW-COUNT TO WS-ED-RUNS.
           MOVE SPACES TO WS-EX-DETAIL.
           STRING "PEAK " DELIMITED BY SIZE,
                  WS-ED-USE-PCT DELIMITED BY SIZE,
                  " PCT OVER " DELIMITED BY SIZE,
                  WS-ED-RUNS DELIMITED BY SIZE,
                  " RUNS, SUGGEST LIMIT " DELIMITED BY SIZE,
                  WS-ED-LIMIT DELIMITED BY SIZE,
                  INTO WS-EX-DETAIL.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO DRIFT-REPORT-LINE.
           MOVE WS-CURRENT-JOB TO DRIFT-REPORT-LINE(3:8).
           MOVE WS-EX-CONDITION TO DRIFT-REPORT-LINE(13:16).
           MOVE WS-EX-TONIGHT TO WS-ED-NUMBER.
           MOVE WS-ED-NUMBER TO DRIFT-REPORT-LINE(31:11).
           MOVE WS-EX-BASELINE TO WS-ED-NUMBER.
           MOVE WS-ED-NUMBER TO DRIFT-REPORT-LINE(43:11).
           MOVE WS-EX-DETAIL TO DRIFT-REPORT-LINE(56:60).
           WRITE DRIFT-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           IF WS-EXCEPTION-COUNT = 0
               MOVE "  (NO EXCEPTIONS)" TO DRIFT-REPORT-LINE
               WRITE DRIFT-REPORT-LINE
           END-IF.
           PERFORM WRITE-BLANK-LINE.
           MOVE SPACES TO DRIFT-REPORT-LINE.
           MOVE WS-RECORD-COUNT TO WS-ED-COUNT.
           STRING "HISTORY RECORDS READ: " DELIMITED BY SIZE,
                  WS-ED-COUNT DELIMITED BY SIZE,
                  INTO DRIFT-REPORT-LINE.
           WRITE DRIFT-REPORT-LINE.
           MOVE SPACES TO DRIFT-REPORT-LINE.
           MOVE WS-TONIGHT-COUNT TO WS-ED-COUNT.
           STRING "RUNS ON REPORT DATE: " DELIMITED BY SIZE,
                  WS-ED-COUNT DELIMITED BY SIZE,
                  INTO DRIFT-REPORT-LINE.
           WRITE DRIFT-REPORT-LINE.
           MOVE SPACES TO DRIFT-REPORT-LINE.
           MOVE WS-JOBS-TONIGHT TO WS-ED-COUNT.
           STRING "JOBS ON REPORT DATE: " DELIMITED BY SIZE,
                  WS-ED-COUNT DELIMITED BY SIZE,
                  INTO DRIFT-REPORT-LINE.
           WRITE DRIFT-REPORT-LINE.
           MOVE SPACES TO DRIFT-REPORT-LINE.
           MOVE WS-EXCEPTION-COUNT TO WS-ED-COUNT.
           STRING "EXCEPTIONS FLAGGED: " DELIMITED BY SIZE,
                  WS-ED-COUNT DELIMITED BY SIZE,
                  INTO DRIFT-REPORT-LINE.
           WRITE DRIFT-REPORT-LINE.
