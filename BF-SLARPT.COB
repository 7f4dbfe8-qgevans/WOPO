       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BF-SLARPT".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BF-TIMING-IN ASSIGN TO "BFTIMING"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TIMING-STATUS.
           SELECT BF-JOB-CATALOG ASSIGN TO "BFCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-JOB-ID
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT OPTIONAL BF-SLA-IN ASSIGN TO "BFSLAIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLA-IN-STATUS.
           SELECT BF-SLA-REPORT ASSIGN TO "BFSLARPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BF-TIMING-IN.
       COPY BFTIME.

       FD BF-JOB-CATALOG.
       01 CAT-JOB-RECORD.
           03 CAT-JOB-ID PIC X(8).
           03 CAT-JOB-DATA PIC X(1492).

       FD BF-SLA-IN.
       01 SLA-CARD.
           03 SC-KEYWORD PIC X(8).
           03 FILLER PIC X.
           03 SC-VALUE PIC X(71).

       FD BF-SLA-REPORT.
       01 SLA-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCHES.
           03 WS-TIMING-EOF PIC X VALUE "N".
               88 TIMING-EOF VALUE "Y".
           03 WS-CATALOG-EOF PIC X VALUE "N".
               88 CATALOG-AT-EOF VALUE "Y".
           03 WS-SLA-IN-EOF PIC X VALUE "N".
               88 SLA-IN-EOF VALUE "Y".
       01 WS-FILE-STATUSES.
           03 WS-TIMING-STATUS PIC XX.
           03 WS-CATALOG-STATUS PIC XX.
           03 WS-SLA-IN-STATUS PIC XX.
           03 WS-REPORT-STATUS PIC XX.
       01 WS-CARD-ERROR-SWITCH PIC X VALUE "N".
           88 SLA-CARD-BAD VALUE "Y".
       01 WS-REPORT-DATE PIC X(8) VALUE SPACES.
       01 WS-CATALOG-TABLE.
           03 WS-CAT-ENTRY OCCURS 999 TIMES.
               05 WS-CAT-JOB PIC X(8).
               05 WS-CAT-SUCC PIC X(8).
               05 WS-CAT-DELIVER-BY PIC X(4).
               05 WS-CAT-MAX-ELAPSED PIC 9(4).
               05 WS-CAT-OBLIGATIONS PIC 9(5).
               05 WS-CAT-MET PIC 9(5).
               05 WS-CAT-PEND-KIND PIC X.
               05 WS-CAT-PEND-DEADLINE PIC 9(11).
               05 WS-CAT-PEND-DATE PIC X(8).
               05 WS-CAT-PEND-HEAD PIC X(8).
       01 WS-CAT-COUNT PIC 9(3) VALUE 0.
       01 WS-CAT-SUB PIC 9(4).
       01 WS-CAT-FOUND PIC 9(3).
       01 WS-CAT-FULL-SWITCH PIC X VALUE "N".
           88 CATALOG-TABLE-FULL VALUE "Y".
       01 WS-CHAIN-WORK.
           03 WS-CHAIN-JOB PIC X(8).
           03 WS-CHAIN-PRED PIC 9(3).
           03 WS-CHAIN-STEPS PIC 9(4).
       01 WS-EVENT-WORK.
           03 WS-EVT-HEAD PIC X(8).
           03 WS-EVT-SAVE-HEAD PIC X(8).
           03 WS-EVT-DEADLINE PIC 9(11).
           03 WS-EVT-END-SECS PIC 9(11).
           03 WS-EVT-LATE-MINUTES PIC 9(7).
           03 WS-EVT-ALLOWED-SECS PIC 9(9).
           03 WS-EVT-MET-SWITCH PIC X.
               88 EVENT-MET-SLA VALUE "Y".
       01 WS-NOW-SECS PIC 9(11).
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
       01 WS-BREACH-LINE.
           03 WS-BR-DATE PIC X(8).
           03 WS-BR-JOB PIC X(8).
           03 WS-BR-HEAD PIC X(8).
           03 WS-BR-CONDITION PIC X(24).
           03 WS-BR-TARGET PIC X(8).
           03 WS-BR-ACTUAL PIC X(8).
           03 WS-BR-LATE PIC 9(7).
       01 WS-COUNTS.
           03 WS-RECORD-COUNT PIC 9(7) VALUE 0.
           03 WS-WINDOW-COUNT PIC 9(7) VALUE 0.
           03 WS-NO-TARGET-COUNT PIC 9(7) VALUE 0.
           03 WS-BREACH-COUNT PIC 9(5) VALUE 0.
           03 WS-AT-RISK-COUNT PIC 9(5) VALUE 0.
           03 WS-SUMMARY-COUNT PIC 9(5) VALUE 0.
       01 WS-MET-PCT PIC 9(3)V9.
       01 WS-EDITED-FIELDS.
           03 WS-ED-COUNT PIC ZZZ,ZZ9.
           03 WS-ED-MINUTES PIC ZZZZ9.
           03 WS-ED-LATE PIC Z,ZZZ,ZZ9.
           03 WS-ED-RUNS PIC ZZ,ZZ9.
           03 WS-ED-PCT PIC ZZ9.9.
       COPY BFJOB.

       PROCEDURE DIVISION.
           PERFORM READ-SLA-CARDS.
           IF SLA-CARD-BAD
               DISPLAY "BF-SLARPT: CONTROL CARD NOT RECOGNIZED,"
                       " NO REPORT PRODUCED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-REPORT-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-SECS-STAMP.
           PERFORM STAMP-TO-SECONDS.
           MOVE WS-SECS-VALUE TO WS-NOW-SECS.
           OPEN INPUT BF-JOB-CATALOG.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "BF-SLARPT: UNABLE TO OPEN BFCATLG, STATUS="
                       WS-CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-CATALOG-TABLE.
           CLOSE BF-JOB-CATALOG.
           OPEN INPUT BF-TIMING-IN.
           IF WS-TIMING-STATUS NOT = "00"
               DISPLAY "BF-SLARPT: UNABLE TO OPEN BFTIMING, STATUS="
                       WS-TIMING-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BF-SLA-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "BF-SLARPT: UNABLE TO OPEN BFSLARPT, STATUS="
                       WS-REPORT-STATUS
               CLOSE BF-TIMING-IN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM UNTIL TIMING-EOF
               READ BF-TIMING-IN
                   AT END SET TIMING-EOF TO TRUE
                   NOT AT END PERFORM EXAMINE-TIMING-RECORD
               END-READ
           END-PERFORM.
           PERFORM WRITE-OPEN-OBLIGATION
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-COUNT.
           IF WS-BREACH-COUNT = 0 AND WS-AT-RISK-COUNT = 0
               MOVE "  (NO SLA BREACHES)" TO SLA-REPORT-LINE
               WRITE SLA-REPORT-LINE
           END-IF.
           PERFORM WRITE-BLANK-LINE.
           PERFORM WRITE-SUMMARY-SECTION.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE BF-TIMING-IN BF-SLA-REPORT.
           DISPLAY "BF-SLARPT COMPLETE, MONTH TO " WS-REPORT-DATE
                   " TIMINGS: " WS-WINDOW-COUNT
                   " BREACHES: " WS-BREACH-COUNT.
           IF WS-BREACH-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-SLA-CARDS.
           OPEN INPUT BF-SLA-IN.
           IF WS-SLA-IN-STATUS = "00"
               PERFORM UNTIL SLA-IN-EOF
                   READ BF-SLA-IN
                       AT END SET SLA-IN-EOF TO TRUE
                       NOT AT END PERFORM PARSE-SLA-CARD
                   END-READ
               END-PERFORM
               CLOSE BF-SLA-IN
           END-IF.

       PARSE-SLA-CARD.
           EVALUATE TRUE
               WHEN SLA-CARD(1:1) = "*"
               WHEN SLA-CARD = SPACES
                   CONTINUE
               WHEN SC-KEYWORD = "RUNDATE"
                   IF SC-VALUE(1:8) IS NUMERIC
                       MOVE SC-VALUE(1:8) TO WS-REPORT-DATE
                   ELSE
                       DISPLAY "BF-SLARPT: BAD VALUE ON CARD: "
                               SLA-CARD
                       SET SLA-CARD-BAD TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "BF-SLARPT: BAD CARD: " SLA-CARD
                   SET SLA-CARD-BAD TO TRUE
           END-EVALUATE.

       LOAD-CATALOG-TABLE.
           MOVE LOW-VALUES TO CAT-JOB-ID.
           START BF-JOB-CATALOG KEY IS NOT LESS THAN CAT-JOB-ID
               INVALID KEY SET CATALOG-AT-EOF TO TRUE
           END-START.
           PERFORM UNTIL CATALOG-AT-EOF
               READ BF-JOB-CATALOG NEXT RECORD
                   AT END SET CATALOG-AT-EOF TO TRUE
                   NOT AT END PERFORM STORE-CATALOG-ENTRY
               END-READ
           END-PERFORM.
           IF CATALOG-TABLE-FULL
               DISPLAY "BF-SLARPT: MORE THAN 999 CATALOG JOBS,"
                       " LATER JOBS NOT REPORTED"
           END-IF.

       STORE-CATALOG-ENTRY.
           IF WS-CAT-COUNT < 999
               MOVE CAT-JOB-RECORD TO BF-JOB-RECORD
               ADD 1 TO WS-CAT-COUNT
               MOVE JR-JOB-ID TO WS-CAT-JOB(WS-CAT-COUNT)
               MOVE JR-SUCCESSOR-JOB TO WS-CAT-SUCC(WS-CAT-COUNT)
               IF JR-DELIVER-BY IS NUMERIC
                   MOVE JR-DELIVER-BY
                       TO WS-CAT-DELIVER-BY(WS-CAT-COUNT)
               ELSE
                   MOVE SPACES TO WS-CAT-DELIVER-BY(WS-CAT-COUNT)
               END-IF
               IF JR-MAX-ELAPSED IS NUMERIC
                   MOVE JR-MAX-ELAPSED
                       TO WS-CAT-MAX-ELAPSED(WS-CAT-COUNT)
               ELSE
                   MOVE 0 TO WS-CAT-MAX-ELAPSED(WS-CAT-COUNT)
               END-IF
               MOVE 0 TO WS-CAT-OBLIGATIONS(WS-CAT-COUNT)
               MOVE 0 TO WS-CAT-MET(WS-CAT-COUNT)
               MOVE SPACE TO WS-CAT-PEND-KIND(WS-CAT-COUNT)
           ELSE
               SET CATALOG-TABLE-FULL TO TRUE
           END-IF.

       EXAMINE-TIMING-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           IF TM-RUN-DATE(1:6) = WS-REPORT-DATE(1:6)
                  AND TM-RUN-DATE <= WS-REPORT-DATE
               ADD 1 TO WS-WINDOW-COUNT
               MOVE TM-JOB-ID TO WS-CHAIN-JOB
               PERFORM FIND-CATALOG-ENTRY
               IF WS-CAT-FOUND = 0
                   ADD 1 TO WS-NO-TARGET-COUNT
               ELSE
                   IF WS-CAT-DELIVER-BY(WS-CAT-FOUND) = SPACES
                          AND WS-CAT-MAX-ELAPSED(WS-CAT-FOUND) = 0
                       ADD 1 TO WS-NO-TARGET-COUNT
                   ELSE
                       PERFORM JUDGE-TIMING-RECORD
                   END-IF
               END-IF
           END-IF.

       JUDGE-TIMING-RECORD.
           MOVE TM-CHAIN-HEAD TO WS-EVT-HEAD.
           IF WS-EVT-HEAD = SPACES
               PERFORM FIND-CHAIN-HEAD
           END-IF.
           IF WS-CAT-DELIVER-BY(WS-CAT-FOUND) NOT = SPACES
               MOVE WS-CAT-DELIVER-BY(WS-CAT-FOUND) TO WS-DELIVER-BY
               PERFORM SET-DELIVER-BY-DEADLINE
           END-IF.
           IF TM-DISPATCHED
               PERFORM JUDGE-DISPATCH
           ELSE
               IF WS-CAT-DELIVER-BY(WS-CAT-FOUND) NOT = SPACES
                      AND WS-CAT-PEND-KIND(WS-CAT-FOUND) = SPACE
                   MOVE TM-EVENT TO WS-CAT-PEND-KIND(WS-CAT-FOUND)
                   PERFORM OPEN-OBLIGATION
               END-IF
           END-IF.

       JUDGE-DISPATCH.
           SET EVENT-MET-SLA TO TRUE.
           IF WS-CAT-MAX-ELAPSED(WS-CAT-FOUND) > 0
               COMPUTE WS-EVT-ALLOWED-SECS =
                   WS-CAT-MAX-ELAPSED(WS-CAT-FOUND) * 60
               IF TM-ELAPSED-SECS > WS-EVT-ALLOWED-SECS
                   MOVE "N" TO WS-EVT-MET-SWITCH
                   MOVE SPACES TO WS-BREACH-LINE
                   MOVE "OVER ELAPSED ALLOWANCE" TO WS-BR-CONDITION
                   MOVE WS-CAT-MAX-ELAPSED(WS-CAT-FOUND)
                       TO WS-ED-MINUTES
                   MOVE WS-ED-MINUTES TO WS-BR-TARGET
                   COMPUTE WS-BR-LATE = TM-ELAPSED-SECS / 60
                   MOVE WS-BR-LATE TO WS-ED-MINUTES
                   MOVE WS-ED-MINUTES TO WS-BR-ACTUAL
                   COMPUTE WS-BR-LATE =
                       (TM-ELAPSED-SECS - WS-EVT-ALLOWED-SECS) / 60
                   MOVE TM-RUN-DATE TO WS-BR-DATE
                   PERFORM WRITE-BREACH-LINE
               END-IF
           END-IF.
           IF WS-CAT-DELIVER-BY(WS-CAT-FOUND) = SPACES
               ADD 1 TO WS-CAT-OBLIGATIONS(WS-CAT-FOUND)
               IF EVENT-MET-SLA
                   ADD 1 TO WS-CAT-MET(WS-CAT-FOUND)
               END-IF
           ELSE
               IF TM-STATUS NOT = 0
                   IF WS-CAT-PEND-KIND(WS-CAT-FOUND) = SPACE
                       MOVE "F" TO WS-CAT-PEND-KIND(WS-CAT-FOUND)
                       PERFORM OPEN-OBLIGATION
                   END-IF
               ELSE
                   PERFORM JUDGE-DELIVERY-TIME
               END-IF
           END-IF.

       JUDGE-DELIVERY-TIME.
           MOVE TM-END-STAMP TO WS-SECS-STAMP.
           PERFORM STAMP-TO-SECONDS.
           MOVE WS-SECS-VALUE TO WS-EVT-END-SECS.
           IF WS-CAT-PEND-KIND(WS-CAT-FOUND) NOT = SPACE
                  AND WS-CAT-PEND-DEADLINE(WS-CAT-FOUND)
                      < WS-EVT-DEADLINE
               PERFORM JUDGE-EARLIER-OBLIGATION
           END-IF.
           MOVE SPACES TO WS-BREACH-LINE.
           MOVE TM-RUN-DATE TO WS-BR-DATE.
           EVALUATE WS-CAT-PEND-KIND(WS-CAT-FOUND)
               WHEN "C"
                   MOVE "LATE, CARRIED OVER" TO WS-BR-CONDITION
               WHEN "U"
                   MOVE "LATE, NOT RUN IN PASS" TO WS-BR-CONDITION
               WHEN "F"
                   MOVE "LATE, AFTER FAILURE" TO WS-BR-CONDITION
               WHEN OTHER
                   MOVE "DELIVERED LATE" TO WS-BR-CONDITION
           END-EVALUATE.
           IF WS-CAT-PEND-KIND(WS-CAT-FOUND) NOT = SPACE
               MOVE WS-CAT-PEND-DEADLINE(WS-CAT-FOUND)
                   TO WS-EVT-DEADLINE
               MOVE WS-CAT-PEND-DATE(WS-CAT-FOUND) TO WS-BR-DATE
               MOVE WS-CAT-PEND-HEAD(WS-CAT-FOUND) TO WS-EVT-HEAD
               MOVE SPACE TO WS-CAT-PEND-KIND(WS-CAT-FOUND)
           END-IF.
           IF WS-EVT-END-SECS > WS-EVT-DEADLINE
               MOVE "N" TO WS-EVT-MET-SWITCH
               MOVE WS-CAT-DELIVER-BY(WS-CAT-FOUND) TO WS-BR-TARGET
               MOVE TM-END-STAMP(9:4) TO WS-BR-ACTUAL
               COMPUTE WS-BR-LATE =
                   (WS-EVT-END-SECS - WS-EVT-DEADLINE) / 60
               PERFORM WRITE-BREACH-LINE
           END-IF.
           ADD 1 TO WS-CAT-OBLIGATIONS(WS-CAT-FOUND).
           IF EVENT-MET-SLA
               ADD 1 TO WS-CAT-MET(WS-CAT-FOUND)
           END-IF.

       JUDGE-EARLIER-OBLIGATION.
           MOVE WS-EVT-HEAD TO WS-EVT-SAVE-HEAD.
           MOVE SPACES TO WS-BREACH-LINE.
           MOVE WS-CAT-PEND-DATE(WS-CAT-FOUND) TO WS-BR-DATE.
           MOVE WS-CAT-PEND-HEAD(WS-CAT-FOUND) TO WS-EVT-HEAD.
           EVALUATE WS-CAT-PEND-KIND(WS-CAT-FOUND)
               WHEN "C"
                   MOVE "LATE, CARRIED OVER" TO WS-BR-CONDITION
               WHEN "U"
                   MOVE "LATE, NOT RUN IN PASS" TO WS-BR-CONDITION
               WHEN OTHER
                   MOVE "LATE, AFTER FAILURE" TO WS-BR-CONDITION
           END-EVALUATE.
           ADD 1 TO WS-CAT-OBLIGATIONS(WS-CAT-FOUND).
           IF WS-EVT-END-SECS > WS-CAT-PEND-DEADLINE(WS-CAT-FOUND)
               MOVE WS-CAT-DELIVER-BY(WS-CAT-FOUND) TO WS-BR-TARGET
               MOVE TM-END-STAMP(9:4) TO WS-BR-ACTUAL
               COMPUTE WS-BR-LATE =
                   (WS-EVT-END-SECS
                    - WS-CAT-PEND-DEADLINE(WS-CAT-FOUND)) / 60
               PERFORM WRITE-BREACH-LINE
           ELSE
               ADD 1 TO WS-CAT-MET(WS-CAT-FOUND)
           END-IF.
           MOVE SPACE TO WS-CAT-PEND-KIND(WS-CAT-FOUND).
           MOVE WS-EVT-SAVE-HEAD TO WS-EVT-HEAD.

       OPEN-OBLIGATION.
           MOVE WS-EVT-DEADLINE TO WS-CAT-PEND-DEADLINE(WS-CAT-FOUND).
           MOVE TM-RUN-DATE TO WS-CAT-PEND-DATE(WS-CAT-FOUND).
           MOVE WS-EVT-HEAD TO WS-CAT-PEND-HEAD(WS-CAT-FOUND).

       WRITE-OPEN-OBLIGATION.
           IF WS-CAT-PEND-KIND(WS-CAT-SUB) NOT = SPACE
               MOVE WS-CAT-SUB TO WS-CAT-FOUND
               MOVE SPACES TO WS-BREACH-LINE
               MOVE WS-CAT-PEND-DATE(WS-CAT-SUB) TO WS-BR-DATE
               MOVE WS-CAT-PEND-HEAD(WS-CAT-SUB) TO WS-EVT-HEAD
               MOVE WS-CAT-DELIVER-BY(WS-CAT-SUB) TO WS-BR-TARGET
               MOVE "--" TO WS-BR-ACTUAL
               IF WS-NOW-SECS > WS-CAT-PEND-DEADLINE(WS-CAT-SUB)
                   EVALUATE WS-CAT-PEND-KIND(WS-CAT-SUB)
                       WHEN "C"
                           MOVE "CARRIED, NOT DELIVERED"
                               TO WS-BR-CONDITION
                       WHEN "U"
                           MOVE "NOT RUN, NOT DELIVERED"
                               TO WS-BR-CONDITION
                       WHEN OTHER
                           MOVE "FAILED, NOT DELIVERED"
                               TO WS-BR-CONDITION
                   END-EVALUATE
                   COMPUTE WS-BR-LATE =
                       (WS-NOW-SECS - WS-CAT-PEND-DEADLINE(WS-CAT-SUB))
                       / 60
                   ADD 1 TO WS-CAT-OBLIGATIONS(WS-CAT-SUB)
                   PERFORM WRITE-BREACH-LINE
               ELSE
                   MOVE "AT RISK, NOT DELIVERED" TO WS-BR-CONDITION
                   COMPUTE WS-BR-LATE =
                       (WS-CAT-PEND-DEADLINE(WS-CAT-SUB) - WS-NOW-SECS)
                       / 60
                   ADD 1 TO WS-AT-RISK-COUNT
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

       WRITE-BREACH-LINE.
           ADD 1 TO WS-BREACH-COUNT.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-CAT-JOB(WS-CAT-FOUND) TO WS-BR-JOB.
           MOVE WS-EVT-HEAD TO WS-BR-HEAD.
           MOVE SPACES TO SLA-REPORT-LINE.
           MOVE WS-BR-DATE TO SLA-REPORT-LINE(3:8).
           MOVE WS-BR-JOB TO SLA-REPORT-LINE(13:8).
           MOVE WS-BR-HEAD TO SLA-REPORT-LINE(23:8).
           MOVE WS-BR-CONDITION TO SLA-REPORT-LINE(33:24).
           MOVE WS-BR-TARGET TO SLA-REPORT-LINE(59:8).
           MOVE WS-BR-ACTUAL TO SLA-REPORT-LINE(69:8).
           MOVE WS-BR-LATE TO WS-ED-LATE.
           MOVE WS-ED-LATE TO SLA-REPORT-LINE(79:9).
           WRITE SLA-REPORT-LINE.

       SET-DELIVER-BY-DEADLINE.
           MOVE TM-PASS-START TO WS-SECS-STAMP.
           PERFORM STAMP-TO-SECONDS.
           MOVE WS-SECS-VALUE TO WS-EVT-DEADLINE.
           MOVE WS-DELIVER-BY-HH TO WS-SECS-HH.
           MOVE WS-DELIVER-BY-MM TO WS-SECS-MM.
           MOVE 0 TO WS-SECS-SS.
           PERFORM STAMP-TO-SECONDS.
           IF WS-SECS-VALUE <= WS-EVT-DEADLINE
               ADD 86400 TO WS-SECS-VALUE
           END-IF.
           MOVE WS-SECS-VALUE TO WS-EVT-DEADLINE.

       STAMP-TO-SECONDS.
           COMPUTE WS-SECS-VALUE =
               FUNCTION INTEGER-OF-DATE(WS-SECS-DATE) * 86400
               + WS-SECS-HH * 3600 + WS-SECS-MM * 60 + WS-SECS-SS.

       FIND-CHAIN-HEAD.
           MOVE TM-JOB-ID TO WS-CHAIN-JOB.
           MOVE 0 TO WS-CHAIN-STEPS.
           MOVE 1 TO WS-CHAIN-PRED.
           PERFORM STEP-TO-PREDECESSOR
               UNTIL WS-CHAIN-PRED = 0
               OR WS-CHAIN-STEPS > 999.
           IF WS-CHAIN-JOB NOT = TM-JOB-ID
               MOVE WS-CHAIN-JOB TO WS-EVT-HEAD
           END-IF.

       STEP-TO-PREDECESSOR.
           ADD 1 TO WS-CHAIN-STEPS.
           MOVE 0 TO WS-CHAIN-PRED.
           PERFORM FIND-PREDECESSOR
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-COUNT
               OR WS-CHAIN-PRED > 0.
           IF WS-CHAIN-PRED > 0
               MOVE WS-CAT-JOB(WS-CHAIN-PRED) TO WS-CHAIN-JOB
           END-IF.

       FIND-PREDECESSOR.
           IF WS-CAT-SUCC(WS-CAT-SUB) = WS-CHAIN-JOB
               MOVE WS-CAT-SUB TO WS-CHAIN-PRED
           END-IF.

       FIND-CATALOG-ENTRY.
           MOVE 0 TO WS-CAT-FOUND.
           PERFORM MATCH-CATALOG-ENTRY
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-COUNT
               OR WS-CAT-FOUND > 0.

       MATCH-CATALOG-ENTRY.
           IF WS-CAT-JOB(WS-CAT-SUB) = WS-CHAIN-JOB
               MOVE WS-CAT-SUB TO WS-CAT-FOUND
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE "BF-SLARPT DELIVERY SLA BREACH REPORT"
               TO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           MOVE SPACES TO SLA-REPORT-LINE.
           STRING "PREPARED AT " DELIMITED BY SIZE,
                  FUNCTION CURRENT-DATE DELIMITED BY SIZE,
                  INTO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           MOVE SPACES TO SLA-REPORT-LINE.
           STRING "PASSES DATED " DELIMITED BY SIZE,
                  WS-REPORT-DATE(1:6) DELIMITED BY SIZE,
                  "01 THROUGH " DELIMITED BY SIZE,
                  WS-REPORT-DATE DELIMITED BY SIZE,
                  INTO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           PERFORM WRITE-BLANK-LINE.
           MOVE SPACES TO SLA-REPORT-LINE.
           MOVE "RUN DATE" TO SLA-REPORT-LINE(3:8).
           MOVE "JOB" TO SLA-REPORT-LINE(13:3).
           MOVE "CHAIN" TO SLA-REPORT-LINE(23:5).
           MOVE "CONDITION" TO SLA-REPORT-LINE(33:9).
           MOVE "TARGET" TO SLA-REPORT-LINE(59:6).
           MOVE "ACTUAL" TO SLA-REPORT-LINE(69:6).
           MOVE "MINUTES" TO SLA-REPORT-LINE(81:7).
           WRITE SLA-REPORT-LINE.

       WRITE-SUMMARY-SECTION.
           MOVE "MONTH-TO-DATE SLA MET BY JOB" TO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           MOVE SPACES TO SLA-REPORT-LINE.
           MOVE "JOB" TO SLA-REPORT-LINE(3:3).
           MOVE "DLVRBY" TO SLA-REPORT-LINE(13:6).
           MOVE "MAXELAP" TO SLA-REPORT-LINE(21:7).
           MOVE "DUE" TO SLA-REPORT-LINE(33:3).
           MOVE "MET" TO SLA-REPORT-LINE(41:3).
           MOVE "PCT MET" TO SLA-REPORT-LINE(47:7).
           WRITE SLA-REPORT-LINE.
           PERFORM WRITE-SUMMARY-LINE
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-COUNT.
           IF WS-SUMMARY-COUNT = 0
               MOVE "  (NO JOBS WITH AN SLA RAN THIS MONTH)"
                   TO SLA-REPORT-LINE
               WRITE SLA-REPORT-LINE
           END-IF.
           PERFORM WRITE-BLANK-LINE.

       WRITE-SUMMARY-LINE.
           IF WS-CAT-OBLIGATIONS(WS-CAT-SUB) > 0
               ADD 1 TO WS-SUMMARY-COUNT
               MOVE SPACES TO SLA-REPORT-LINE
               MOVE WS-CAT-JOB(WS-CAT-SUB) TO SLA-REPORT-LINE(3:8)
               MOVE WS-CAT-DELIVER-BY(WS-CAT-SUB)
                   TO SLA-REPORT-LINE(14:4)
               IF WS-CAT-MAX-ELAPSED(WS-CAT-SUB) > 0
                   MOVE WS-CAT-MAX-ELAPSED(WS-CAT-SUB)
                       TO WS-ED-MINUTES
                   MOVE WS-ED-MINUTES TO SLA-REPORT-LINE(22:5)
               END-IF
               MOVE WS-CAT-OBLIGATIONS(WS-CAT-SUB) TO WS-ED-RUNS
               MOVE WS-ED-RUNS TO SLA-REPORT-LINE(30:6)
               MOVE WS-CAT-MET(WS-CAT-SUB) TO WS-ED-RUNS
               MOVE WS-ED-RUNS TO SLA-REPORT-LINE(38:6)
               COMPUTE WS-MET-PCT ROUNDED =
                   WS-CAT-MET(WS-CAT-SUB) * 100
                   / WS-CAT-OBLIGATIONS(WS-CAT-SUB)
               MOVE WS-MET-PCT TO WS-ED-PCT
               MOVE WS-ED-PCT TO SLA-REPORT-LINE(48:5)
               WRITE SLA-REPORT-LINE
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO SLA-REPORT-LINE.
           MOVE WS-WINDOW-COUNT TO WS-ED-COUNT.
           STRING "TIMING RECORDS IN MONTH: " DELIMITED BY SIZE,
                  WS-ED-COUNT DELIMITED BY SIZE,
                  INTO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           MOVE SPACES TO SLA-REPORT-LINE.
           MOVE WS-NO-TARGET-COUNT TO WS-ED-COUNT.
           STRING "FOR JOBS WITH NO SLA: " DELIMITED BY SIZE,
                  WS-ED-COUNT DELIMITED BY SIZE,
                  INTO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           MOVE SPACES TO SLA-REPORT-LINE.
           MOVE WS-BREACH-COUNT TO WS-ED-COUNT.
           STRING "SLA BREACHES: " DELIMITED BY SIZE,
                  WS-ED-COUNT DELIMITED BY SIZE,
                  INTO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.

       WRITE-BLANK-LINE.
           MOVE SPACES TO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
