       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BF-NOTIFY".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BF-JOB-CATALOG ASSIGN TO "BFCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-JOB-ID
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT OPTIONAL BF-REJECT-IN ASSIGN TO "BFREJECT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-IN-STATUS.
           SELECT OPTIONAL BF-CARRY-IN ASSIGN TO "BFCARRY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARRY-IN-STATUS.
           SELECT OPTIONAL BF-SKIP-IN ASSIGN TO "BFSKIPS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SKIP-IN-STATUS.
           SELECT BF-NOTIFY-OUT ASSIGN TO "BFNOTIFY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.
           SELECT BF-NOTIFY-REPORT ASSIGN TO "BFNTFRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BF-JOB-CATALOG.
       01 CAT-JOB-RECORD.
           03 CAT-JOB-ID PIC X(8).
           03 CAT-JOB-DATA PIC X(1492).

       FD BF-REJECT-IN.
       01 REJECT-IN-REC.
           03 RJIN-JOB-AREA PIC X(1500).
           03 RJIN-STATUS PIC 99.
           03 RJIN-CYCLES PIC 9(5).

       FD BF-CARRY-IN.
       01 CARRY-IN-REC.
           03 CYIN-JOB-AREA PIC X(1500).
           03 CYIN-STATUS PIC 99.
           03 CYIN-CYCLES PIC 9(5).

       FD BF-SKIP-IN.
       COPY BFSKIP.

       FD BF-NOTIFY-OUT.
       COPY BFNTFY.

       FD BF-NOTIFY-REPORT.
       01 NOTIFY-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCHES.
           03 WS-CATALOG-EOF PIC X VALUE "N".
               88 CATALOG-AT-EOF VALUE "Y".
           03 WS-REJECT-EOF PIC X VALUE "N".
               88 REJECT-IN-EOF VALUE "Y".
           03 WS-CARRY-EOF PIC X VALUE "N".
               88 CARRY-IN-EOF VALUE "Y".
           03 WS-SKIP-EOF PIC X VALUE "N".
               88 SKIP-IN-EOF VALUE "Y".
       01 WS-FILE-STATUSES.
           03 WS-CATALOG-STATUS PIC XX.
           03 WS-REJECT-IN-STATUS PIC XX.
           03 WS-CARRY-IN-STATUS PIC XX.
           03 WS-SKIP-IN-STATUS PIC XX.
           03 WS-NOTIFY-STATUS PIC XX.
           03 WS-REPORT-STATUS PIC XX.
       01 WS-CATALOG-TABLE.
           03 WS-CAT-ENTRY OCCURS 999 TIMES.
               05 WS-CAT-JOB PIC X(8).
               05 WS-CAT-SUCC PIC X(8).
               05 WS-CAT-OWNER PIC X(8).
               05 WS-CAT-CONTACT PIC X(24).
               05 WS-CAT-PREF PIC X.
       01 WS-CAT-COUNT PIC 9(3) VALUE 0.
       01 WS-CAT-SUB PIC 9(4).
       01 WS-CAT-FOUND PIC 9(3).
       01 WS-CAT-FULL-SWITCH PIC X VALUE "N".
           88 CATALOG-TABLE-FULL VALUE "Y".
       01 WS-EXCEPTION.
           03 WS-EXC-JOB PIC X(8).
           03 WS-EXC-REASON PIC X(40).
           03 WS-EXC-CYCLES PIC 9(5).
           03 WS-EXC-CHAIN-HEAD PIC X(8).
           03 WS-EXC-RUN-DATE PIC X(8).
       01 WS-JOB-ROUTING.
           03 WS-JOB-OWNER PIC X(8).
           03 WS-JOB-CONTACT PIC X(24).
           03 WS-JOB-PREF PIC X.
       01 WS-HEAD-ROUTING.
           03 WS-HEAD-OWNER PIC X(8).
           03 WS-HEAD-CONTACT PIC X(24).
           03 WS-HEAD-PREF PIC X.
       01 WS-CHAIN-WORK.
           03 WS-CHAIN-JOB PIC X(8).
           03 WS-CHAIN-PRED PIC 9(3).
           03 WS-CHAIN-STEPS PIC 9(4).
       01 WS-NOTIFIED-TO PIC X(20).
       01 WS-PASS-DATE PIC X(8).
       01 WS-COUNTS.
           03 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
           03 WS-NOTICE-COUNT PIC 9(5) VALUE 0.
           03 WS-UNOWNED-COUNT PIC 9(5) VALUE 0.
           03 WS-SUPPRESSED-COUNT PIC 9(5) VALUE 0.
       01 WS-ED-STATUS PIC Z9.
       01 WS-ED-CYCLES PIC ZZZZ9.
       COPY BFJOB.

       PROCEDURE DIVISION.
           OPEN INPUT BF-JOB-CATALOG.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "BF-NOTIFY: UNABLE TO OPEN BFCATLG, STATUS="
                       WS-CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BF-NOTIFY-OUT.
           IF WS-NOTIFY-STATUS NOT = "00"
               DISPLAY "BF-NOTIFY: UNABLE TO OPEN BFNOTIFY, STATUS="
                       WS-NOTIFY-STATUS
               CLOSE BF-JOB-CATALOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BF-NOTIFY-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "BF-NOTIFY: UNABLE TO OPEN BFNTFRPT, STATUS="
                       WS-REPORT-STATUS
               CLOSE BF-JOB-CATALOG BF-NOTIFY-OUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PASS-DATE.
           PERFORM LOAD-CATALOG-TABLE.
           CLOSE BF-JOB-CATALOG.
           MOVE "BF-NOTIFY FAILURE NOTIFICATION REPORT"
               TO NOTIFY-REPORT-LINE.
           WRITE NOTIFY-REPORT-LINE.
           MOVE SPACES TO NOTIFY-REPORT-LINE.
           STRING "PREPARED AT " DELIMITED BY SIZE,
                  FUNCTION CURRENT-DATE DELIMITED BY SIZE,
                  INTO NOTIFY-REPORT-LINE.
           WRITE NOTIFY-REPORT-LINE.
           PERFORM WRITE-BLANK-LINE.
           MOVE SPACES TO NOTIFY-REPORT-LINE.
           MOVE "JOB" TO NOTIFY-REPORT-LINE(3:3).
           MOVE "REASON" TO NOTIFY-REPORT-LINE(13:6).
           MOVE "CYCLES" TO NOTIFY-REPORT-LINE(54:6).
           MOVE "CHAIN" TO NOTIFY-REPORT-LINE(62:5).
           MOVE "NOTIFIED" TO NOTIFY-REPORT-LINE(72:8).
           WRITE NOTIFY-REPORT-LINE.
           OPEN INPUT BF-REJECT-IN.
           IF WS-REJECT-IN-STATUS = "00"
               PERFORM UNTIL REJECT-IN-EOF
                   READ BF-REJECT-IN
                       AT END SET REJECT-IN-EOF TO TRUE
                       NOT AT END PERFORM NOTE-ONE-REJECT
                   END-READ
               END-PERFORM
               CLOSE BF-REJECT-IN
           END-IF.
           OPEN INPUT BF-CARRY-IN.
           IF WS-CARRY-IN-STATUS = "00"
               PERFORM UNTIL CARRY-IN-EOF
                   READ BF-CARRY-IN
                       AT END SET CARRY-IN-EOF TO TRUE
                       NOT AT END PERFORM NOTE-ONE-CARRY
                   END-READ
               END-PERFORM
               CLOSE BF-CARRY-IN
           END-IF.
           OPEN INPUT BF-SKIP-IN.
           IF WS-SKIP-IN-STATUS = "00"
               PERFORM UNTIL SKIP-IN-EOF
                   READ BF-SKIP-IN
                       AT END SET SKIP-IN-EOF TO TRUE
                       NOT AT END PERFORM NOTE-ONE-SKIP
                   END-READ
               END-PERFORM
               CLOSE BF-SKIP-IN
           END-IF.
           IF WS-EXCEPTION-COUNT = 0
               MOVE "  (NO FAILED, CARRIED, OR SKIPPED JOBS)"
                   TO NOTIFY-REPORT-LINE
               WRITE NOTIFY-REPORT-LINE
           END-IF.
           PERFORM WRITE-BLANK-LINE.
           MOVE SPACES TO NOTIFY-REPORT-LINE.
           STRING "EXCEPTIONS: " DELIMITED BY SIZE,
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE,
                  "  NOTICES WRITTEN: " DELIMITED BY SIZE,
                  WS-NOTICE-COUNT DELIMITED BY SIZE,
                  "  UNOWNED: " DELIMITED BY SIZE,
                  WS-UNOWNED-COUNT DELIMITED BY SIZE,
                  "  SUPPRESSED: " DELIMITED BY SIZE,
                  WS-SUPPRESSED-COUNT DELIMITED BY SIZE,
                  INTO NOTIFY-REPORT-LINE.
           WRITE NOTIFY-REPORT-LINE.
           CLOSE BF-NOTIFY-OUT BF-NOTIFY-REPORT.
           DISPLAY "BF-NOTIFY COMPLETE, EXCEPTIONS: "
                   WS-EXCEPTION-COUNT
                   " NOTICES: " WS-NOTICE-COUNT
                   " UNOWNED: " WS-UNOWNED-COUNT.
           IF WS-UNOWNED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

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
               DISPLAY "BF-NOTIFY: MORE THAN 999 CATALOG JOBS,"
                       " LATER JOBS TREATED AS UNOWNED"
           END-IF.

       STORE-CATALOG-ENTRY.
           IF WS-CAT-COUNT < 999
               MOVE CAT-JOB-RECORD TO BF-JOB-RECORD
               ADD 1 TO WS-CAT-COUNT
               MOVE JR-JOB-ID TO WS-CAT-JOB(WS-CAT-COUNT)
               MOVE JR-SUCCESSOR-JOB TO WS-CAT-SUCC(WS-CAT-COUNT)
               MOVE JR-OWNER-ID TO WS-CAT-OWNER(WS-CAT-COUNT)
               MOVE JR-ESCALATION-CONTACT
                   TO WS-CAT-CONTACT(WS-CAT-COUNT)
               MOVE JR-NOTIFY-PREF TO WS-CAT-PREF(WS-CAT-COUNT)
           ELSE
               SET CATALOG-TABLE-FULL TO TRUE
           END-IF.

       NOTE-ONE-REJECT.
           MOVE RJIN-JOB-AREA(1:8) TO WS-EXC-JOB.
           MOVE RJIN-STATUS TO WS-ED-STATUS.
           EVALUATE RJIN-STATUS
               WHEN 1
                   MOVE "FAILED: BF-DIE" TO WS-EXC-REASON
               WHEN 2
                   MOVE "FAILED: TAPE-OVERRUN" TO WS-EXC-REASON
               WHEN 3
                   MOVE "FAILED: NEST-TOO-DEEP" TO WS-EXC-REASON
               WHEN 4
                   MOVE "FAILED: INPUT-EXHAUSTED" TO WS-EXC-REASON
               WHEN 5
                   MOVE "FAILED: OUTPUT-FAILURE" TO WS-EXC-REASON
               WHEN 6
                   MOVE "FAILED: CODE-LOAD-FAIL" TO WS-EXC-REASON
               WHEN 7
                   MOVE "FAILED: UNRESOLVED SYMBOL" TO WS-EXC-REASON
               WHEN 8
                   MOVE "FAILED: INPUT CONTROL TOTALS" TO WS-EXC-REASON
               WHEN 9
                   MOVE "FAILED: TAPE STATE NOT SAVED/LOADED"
                       TO WS-EXC-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-EXC-REASON
                   STRING "FAILED: STATUS " DELIMITED BY SIZE,
                          WS-ED-STATUS DELIMITED BY SIZE,
                          INTO WS-EXC-REASON
           END-EVALUATE.
           MOVE RJIN-CYCLES TO WS-EXC-CYCLES.
           MOVE SPACES TO WS-EXC-CHAIN-HEAD.
           MOVE WS-PASS-DATE TO WS-EXC-RUN-DATE.
           PERFORM ROUTE-EXCEPTION.

       NOTE-ONE-CARRY.
           MOVE CYIN-JOB-AREA(1:8) TO WS-EXC-JOB.
           IF CYIN-STATUS = 90
               MOVE "CARRIED OVER, OPERATOR STOP" TO WS-EXC-REASON
           ELSE
               MOVE "CARRIED OVER, BUDGET STOP" TO WS-EXC-REASON
           END-IF.
           MOVE 0 TO WS-EXC-CYCLES.
           MOVE SPACES TO WS-EXC-CHAIN-HEAD.
           MOVE WS-PASS-DATE TO WS-EXC-RUN-DATE.
           PERFORM ROUTE-EXCEPTION.

       NOTE-ONE-SKIP.
           MOVE SK-JOB-ID TO WS-EXC-JOB.
           EVALUATE TRUE
               WHEN SK-PREDECESSOR-FAILED
                   MOVE "CHAIN SKIPPED, PREDECESSOR FAILED"
                       TO WS-EXC-REASON
               WHEN SK-FEED-FAILED
                   MOVE "CHAIN SKIPPED, CHAIN FEED FAILED"
                       TO WS-EXC-REASON
               WHEN SK-NOT-AVAILABLE
                   MOVE "CHAIN SKIPPED, NOT AVAILABLE TO CHAIN"
                       TO WS-EXC-REASON
               WHEN SK-PARKED
                   MOVE "PARKED, PREDECESSOR NOT RUN"
                       TO WS-EXC-REASON
               WHEN SK-UNREACHED
                   MOVE "NOT REACHED BY ANY CHAIN" TO WS-EXC-REASON
               WHEN SK-OPERATOR-HELD
                   MOVE "HELD BY OPERATOR, NOT RUN" TO WS-EXC-REASON
               WHEN SK-OPERATOR-CANCEL
                   MOVE "CHAIN SKIPPED, STOPPED BY OPERATOR"
                       TO WS-EXC-REASON
               WHEN OTHER
                   MOVE "NOT RUN" TO WS-EXC-REASON
           END-EVALUATE.
           MOVE 0 TO WS-EXC-CYCLES.
           MOVE SK-CHAIN-HEAD TO WS-EXC-CHAIN-HEAD.
           MOVE SK-RUN-DATE TO WS-EXC-RUN-DATE.
           PERFORM ROUTE-EXCEPTION.

       ROUTE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           IF WS-EXC-CHAIN-HEAD = SPACES
               PERFORM FIND-CHAIN-HEAD
           END-IF.
           MOVE WS-EXC-JOB TO WS-CHAIN-JOB.
           PERFORM FIND-CATALOG-ENTRY.
           IF WS-CAT-FOUND = 0
               MOVE SPACES TO WS-JOB-ROUTING
           ELSE
               MOVE WS-CAT-OWNER(WS-CAT-FOUND) TO WS-JOB-OWNER
               MOVE WS-CAT-CONTACT(WS-CAT-FOUND) TO WS-JOB-CONTACT
               MOVE WS-CAT-PREF(WS-CAT-FOUND) TO WS-JOB-PREF
           END-IF.
           MOVE SPACES TO WS-HEAD-ROUTING.
           IF WS-EXC-CHAIN-HEAD NOT = SPACES
               MOVE WS-EXC-CHAIN-HEAD TO WS-CHAIN-JOB
               PERFORM FIND-CATALOG-ENTRY
               IF WS-CAT-FOUND > 0
                   MOVE WS-CAT-OWNER(WS-CAT-FOUND) TO WS-HEAD-OWNER
                   MOVE WS-CAT-CONTACT(WS-CAT-FOUND)
                       TO WS-HEAD-CONTACT
                   MOVE WS-CAT-PREF(WS-CAT-FOUND) TO WS-HEAD-PREF
               END-IF
           END-IF.
           MOVE SPACES TO WS-NOTIFIED-TO.
           IF WS-JOB-OWNER = SPACES
               ADD 1 TO WS-UNOWNED-COUNT
               MOVE "*NO OWNER*" TO WS-NOTIFIED-TO
           ELSE
               IF WS-JOB-PREF = "N"
                   ADD 1 TO WS-SUPPRESSED-COUNT
                   MOVE "(NOTIFY=N)" TO WS-NOTIFIED-TO
               ELSE
                   MOVE SPACES TO BF-NOTIFY-REC
                   MOVE WS-JOB-OWNER TO NT-OWNER-ID
                   MOVE WS-JOB-CONTACT TO NT-CONTACT
                   MOVE WS-JOB-PREF TO NT-NOTIFY-PREF
                   MOVE "O" TO NT-ROLE
                   PERFORM WRITE-NOTICE
                   MOVE WS-JOB-OWNER TO WS-NOTIFIED-TO
               END-IF
           END-IF.
           IF WS-HEAD-OWNER NOT = SPACES
                  AND WS-HEAD-OWNER NOT = WS-JOB-OWNER
                  AND WS-HEAD-PREF NOT = "N"
               MOVE SPACES TO BF-NOTIFY-REC
               MOVE WS-HEAD-OWNER TO NT-OWNER-ID
               MOVE WS-HEAD-CONTACT TO NT-CONTACT
               MOVE WS-HEAD-PREF TO NT-NOTIFY-PREF
               MOVE "C" TO NT-ROLE
               PERFORM WRITE-NOTICE
               MOVE WS-HEAD-OWNER TO WS-NOTIFIED-TO(12:8)
           END-IF.
           PERFORM WRITE-EXCEPTION-LINE.

       WRITE-NOTICE.
           IF NT-NOTIFY-PREF = SPACE
               MOVE "M" TO NT-NOTIFY-PREF
           END-IF.
           MOVE WS-EXC-JOB TO NT-JOB-ID.
           MOVE WS-EXC-REASON TO NT-REASON.
           MOVE WS-EXC-CYCLES TO NT-CYCLES.
           MOVE WS-EXC-CHAIN-HEAD TO NT-CHAIN-HEAD.
           MOVE WS-EXC-RUN-DATE TO NT-RUN-DATE.
           WRITE BF-NOTIFY-REC.
           ADD 1 TO WS-NOTICE-COUNT.

       WRITE-EXCEPTION-LINE.
           MOVE WS-EXC-CYCLES TO WS-ED-CYCLES.
           MOVE SPACES TO NOTIFY-REPORT-LINE.
           MOVE WS-EXC-JOB TO NOTIFY-REPORT-LINE(3:8).
           MOVE WS-EXC-REASON TO NOTIFY-REPORT-LINE(13:40).
           MOVE WS-ED-CYCLES TO NOTIFY-REPORT-LINE(55:5).
           MOVE WS-EXC-CHAIN-HEAD TO NOTIFY-REPORT-LINE(62:8).
           MOVE WS-NOTIFIED-TO TO NOTIFY-REPORT-LINE(72:20).
           WRITE NOTIFY-REPORT-LINE.

       FIND-CHAIN-HEAD.
           MOVE WS-EXC-JOB TO WS-CHAIN-JOB.
           MOVE 0 TO WS-CHAIN-STEPS.
           MOVE 1 TO WS-CHAIN-PRED.
           PERFORM STEP-TO-PREDECESSOR
               UNTIL WS-CHAIN-PRED = 0
               OR WS-CHAIN-STEPS > 999.
           IF WS-CHAIN-JOB NOT = WS-EXC-JOB
               MOVE WS-CHAIN-JOB TO WS-EXC-CHAIN-HEAD
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

       WRITE-BLANK-LINE.
           MOVE SPACES TO NOTIFY-REPORT-LINE.
           WRITE NOTIFY-REPORT-LINE.
