       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BF-LINEAGE".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BF-JOB-CATALOG ASSIGN TO "BFCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-JOB-ID
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT OPTIONAL BF-PARM-FILE ASSIGN TO "BFPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL BF-REJECT-IN ASSIGN TO "BFREJECT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-IN-STATUS.
           SELECT OPTIONAL BF-LINEAGE-IN ASSIGN TO "BFLINEIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LINEAGE-IN-STATUS.
           SELECT BF-LINEAGE-REPORT ASSIGN TO "BFLINRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BF-JOB-CATALOG.
       01 CAT-JOB-RECORD.
           03 CAT-JOB-ID PIC X(8).
           03 CAT-JOB-DATA PIC X(1492).

       FD BF-PARM-FILE.
       01 BF-PARM-CARD PIC X(80).

       FD BF-REJECT-IN.
       01 REJECT-IN-REC.
           03 RJIN-JOB-AREA PIC X(1500).
           03 RJIN-STATUS PIC 99.
           03 RJIN-CYCLES PIC 9(5).

       FD BF-LINEAGE-IN.
       01 LINEAGE-CARD.
           03 LC-KEYWORD PIC X(8).
           03 FILLER PIC X.
           03 LC-VALUE PIC X(71).

       FD BF-LINEAGE-REPORT.
       01 LINEAGE-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCHES.
           03 WS-LINEAGE-IN-EOF PIC X VALUE "N".
               88 LINEAGE-IN-EOF VALUE "Y".
           03 WS-PARM-EOF PIC X VALUE "N".
               88 PARM-FILE-EOF VALUE "Y".
           03 WS-CATALOG-EOF PIC X VALUE "N".
               88 CATALOG-EOF VALUE "Y".
           03 WS-REJECT-EOF PIC X VALUE "N".
               88 REJECT-IN-EOF VALUE "Y".
       01 WS-FILE-STATUSES.
           03 WS-CATALOG-STATUS PIC XX.
           03 WS-PARM-STATUS PIC XX.
           03 WS-REJECT-IN-STATUS PIC XX.
           03 WS-LINEAGE-IN-STATUS PIC XX.
           03 WS-REPORT-STATUS PIC XX.
       01 WS-CARD-ERROR-SWITCH PIC X VALUE "N".
           88 LINEAGE-CARD-BAD VALUE "Y".
       01 WS-PARM-ERROR-SWITCH PIC X VALUE "N".
           88 PARM-CARD-BAD VALUE "Y".
       01 WS-TONIGHT-SWITCH PIC X VALUE "N".
           88 TONIGHT-REQUESTED VALUE "Y".
       01 WS-REPORT-DATE PIC X(8) VALUE SPACES.
       01 WS-REQUEST-TABLE.
           03 WS-REQUEST-ENTRY OCCURS 20 TIMES.
               05 WS-REQ-TYPE PIC X.
                   88 REQUEST-FOR-JOB VALUE "J".
                   88 REQUEST-FOR-DATASET VALUE "D".
               05 WS-REQ-NAME PIC X(64).
       01 WS-REQUEST-COUNT PIC 99 VALUE 0.
       01 WS-REQUEST-SUB PIC 99.
       01 WS-RUN-CALENDAR.
           03 WS-RUN-DATE PIC X(8).
           03 WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
               05 WS-RUN-YYYY PIC 9(4).
               05 WS-RUN-MM PIC 99.
               05 WS-RUN-DD PIC 99.
           03 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
           03 WS-RUN-DOW PIC 9.
           03 WS-RUN-LAST-DOM PIC 99.
           03 WS-DATE-INT PIC 9(7).
           03 WS-NEXT-FIRST PIC 9(8).
           03 WS-MONTH-END-DATE PIC 9(8).
           03 WS-MONTH-END-SPLIT REDEFINES WS-MONTH-END-DATE.
               05 FILLER PIC X(6).
               05 WS-MONTH-END-DD PIC 99.
       01 WS-DUE-SWITCH PIC X VALUE "Y".
           88 JOB-DUE-TODAY VALUE "Y".
       01 WS-SYM-TABLE.
           03 WS-SYM-ENTRY OCCURS 20 TIMES.
               05 WS-SYM-NAME PIC X(8).
               05 WS-SYM-VALUE PIC X(32).
               05 WS-SYM-LEN PIC 99.
       01 WS-SYM-COUNT PIC 99 VALUE 0.
       01 WS-SYM-SUB PIC 99.
       01 WS-SYM-CARD-WORK.
           03 WS-SYM-EQ-POS PIC 99.
           03 WS-SYM-SCAN PIC 99.
           03 WS-SYM-NEW-NAME PIC X(8).
           03 WS-SYM-NEW-VALUE PIC X(32).
           03 WS-SYM-NEW-LEN PIC 99.
       01 WS-RESOLVE-WORK.
           03 WS-RES-IN PIC X(64).
           03 WS-RES-OUT PIC X(64).
           03 WS-RES-LEN PIC 9(3).
           03 WS-RES-TRIM-LEN PIC 9(3).
           03 WS-RES-TRIM-SUB PIC 9(3).
           03 WS-RES-IN-POS PIC 9(3).
           03 WS-RES-OUT-POS PIC 9(3).
           03 WS-RES-SCAN PIC 9(3).
           03 WS-RES-NAME PIC X(8).
           03 WS-RES-NAME-LEN PIC 9.
           03 WS-RES-VALUE PIC X(32).
           03 WS-RES-VALUE-LEN PIC 99.
       01 WS-RES-BAD-SWITCH PIC X.
           88 SYMBOL-UNRESOLVED VALUE "Y".
       01 WS-RESOLVE-FIELD PIC X(8).
       01 WS-JOB-TABLE.
           03 WS-JOB-ENTRY OCCURS 500 TIMES.
               05 WS-LN-JOB PIC X(8).
               05 WS-LN-CLASS PIC X.
               05 WS-LN-OWNER PIC X(8).
               05 WS-LN-SUCC PIC X(8).
               05 WS-LN-IN-DSN PIC X(64).
               05 WS-LN-CODE-DSN PIC X(64).
               05 WS-LN-OUT-DSN PIC X(64).
               05 WS-LN-UNRESOLVED PIC X(8).
               05 WS-LN-TONIGHT PIC X.
                   88 LN-DUE VALUE "D".
                   88 LN-NOT-DUE VALUE "N".
                   88 LN-HELD VALUE "H".
                   88 LN-INACTIVE VALUE "I".
                   88 LN-EDIT-FAILED VALUE "E".
                   88 LN-PARKED VALUE "P".
               05 WS-LN-CHAINED PIC X.
               05 WS-LN-CHAIN-FED PIC X.
               05 WS-LN-SEQ PIC 9(3).
               05 WS-LN-SHOWN PIC X.
               05 WS-LN-HIT PIC X.
               05 WS-LN-FAILED PIC X.
               05 WS-LN-FAILED-STATUS PIC 99.
       01 WS-JOB-COUNT PIC 9(3) VALUE 0.
       01 WS-JOB-SUB PIC 9(3).
       01 WS-SCAN-SUB PIC 9(3).
       01 WS-FIND-SUB PIC 9(3).
       01 WS-FOUND-SUB PIC 9(3).
       01 WS-FIND-JOB PIC X(8).
       01 WS-JOBS-DROPPED PIC 9(5) VALUE 0.
       01 WS-PARKED-TABLE.
           03 WS-PARKED-SUCC PIC X(8) OCCURS 999 TIMES.
       01 WS-PARKED-COUNT PIC 9(3) VALUE 0.
       01 WS-PARKED-SUB PIC 9(4).
       01 WS-DISPATCH-WORK.
           03 WS-DISPATCH-SEQ PIC 9(3) VALUE 0.
           03 WS-PICK-SUB PIC 9(3).
           03 WS-PICK-CLASS PIC X.
           03 WS-CHAIN-NEXT PIC X(8).
           03 WS-CHAIN-STEPS PIC 9(3).
       01 WS-STACK-TABLE.
           03 WS-STACK-ENTRY OCCURS 999 TIMES.
               05 WS-STK-SUB PIC 9(3).
               05 WS-STK-DEPTH PIC 99.
               05 WS-STK-LINK PIC X(4).
               05 WS-STK-NAME PIC X(8).
       01 WS-STACK-COUNT PIC 9(3) VALUE 0.
       01 WS-STACK-OVERFLOWS PIC 9(5) VALUE 0.
       01 WS-TREE-WORK.
           03 WS-TREE-DIRECTION PIC X.
               88 TREE-UPSTREAM VALUE "U".
               88 TREE-DOWNSTREAM VALUE "D".
           03 WS-TREE-MARK-HITS PIC X.
               88 TREE-MARKS-HITS VALUE "Y".
           03 WS-NODE-SUB PIC 9(3).
           03 WS-NODE-DEPTH PIC 99.
           03 WS-NODE-LINK PIC X(4).
           03 WS-NODE-NAME PIC X(8).
           03 WS-NODE-COL PIC 9(3).
           03 WS-NODE-NOTE PIC X(10).
           03 WS-TREE-NODES PIC 9(5).
           03 WS-UPSTREAM-NODES PIC 9(5).
           03 WS-PUSH-SUB PIC 9(3).
           03 WS-PUSH-DEPTH PIC 99.
           03 WS-PUSH-LINK PIC X(4).
           03 WS-PUSH-NAME PIC X(8).
           03 WS-MATCH-DSN PIC X(64).
           03 WS-MATCH-LINK PIC X(4).
           03 WS-MATCH-SELF PIC 9(3).
       01 WS-TREE-DEPTH-LIMIT PIC 99 VALUE 12.
       01 WS-TONIGHT-TEXT PIC X(10).
       01 WS-CHECK-WORK.
           03 WS-CHECK-LINK PIC X(7).
           03 WS-CHECK-REASON PIC X(44).
       01 WS-COUNTS.
           03 WS-DUE-COUNT PIC 9(5) VALUE 0.
           03 WS-ORDER-FLAG-COUNT PIC 9(5) VALUE 0.
           03 WS-UNRESOLVED-COUNT PIC 9(5) VALUE 0.
           03 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
           03 WS-REJECT-COUNT PIC 9(5) VALUE 0.
           03 WS-HIT-JOB-COUNT PIC 9(5) VALUE 0.
           03 WS-HIT-DSN-COUNT PIC 9(5) VALUE 0.
       01 WS-EDITED-FIELDS.
           03 WS-ED-SEQ PIC 999.
           03 WS-ED-STATUS PIC 99.
           03 WS-ED-COUNT PIC ZZZ,ZZ9.
       COPY BFJOB.
       COPY BFEDIT.

       PROCEDURE DIVISION.
           PERFORM READ-LINEAGE-CARDS.
           IF LINEAGE-CARD-BAD
               DISPLAY "BF-LINEAGE: CONTROL CARD NOT RECOGNIZED,"
                       " NO REPORT PRODUCED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-REPORT-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           END-IF.
           PERFORM SET-RUN-CALENDAR.
           PERFORM READ-RUN-PARM.
           IF PARM-CARD-BAD
               DISPLAY "BF-LINEAGE: BFPARM SYMBOL CARD NOT RECOGNIZED,"
                       " NO REPORT PRODUCED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BF-JOB-CATALOG.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "BF-LINEAGE: UNABLE TO OPEN BFCATLG, STATUS="
                       WS-CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BF-LINEAGE-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "BF-LINEAGE: UNABLE TO OPEN BFLINRPT, STATUS="
                       WS-REPORT-STATUS
               CLOSE BF-JOB-CATALOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL CATALOG-EOF
               READ BF-JOB-CATALOG NEXT
                   AT END SET CATALOG-EOF TO TRUE
                   NOT AT END PERFORM LOAD-CATALOG-JOB
               END-READ
           END-PERFORM.
           CLOSE BF-JOB-CATALOG.
           PERFORM DROP-CHAIN-FED-INPUT
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-JOB-COUNT.
           PERFORM MARK-CHAIN-MEMBERS
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-JOB-COUNT.
           PERFORM NOTE-UNLOADED-SUCCESSOR
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-JOB-COUNT.
           MOVE 1 TO WS-PARKED-SUB.
           PERFORM PARK-ONE-SUCCESSOR
               UNTIL WS-PARKED-SUB > WS-PARKED-COUNT.
           PERFORM PICK-NEXT-HEAD.
           PERFORM SEQUENCE-ONE-HEAD
               UNTIL WS-PICK-SUB = 0.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM WRITE-REQUESTED-TREES
               VARYING WS-REQUEST-SUB FROM 1 BY 1
               UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT.
           IF TONIGHT-REQUESTED
               PERFORM WRITE-TONIGHT-IMPACT
           END-IF.
           PERFORM WRITE-ORDER-CHECK.
           CLOSE BF-LINEAGE-REPORT.
           DISPLAY "BF-LINEAGE COMPLETE, JOBS: " WS-JOB-COUNT
                   " DUE " WS-RUN-DATE ": " WS-DUE-COUNT
                   " ORDER EXCEPTIONS: " WS-ORDER-FLAG-COUNT
                   " OTHER EXCEPTIONS: " WS-EXCEPTION-COUNT.
           IF WS-ORDER-FLAG-COUNT > 0 OR WS-EXCEPTION-COUNT > 0
                  OR WS-JOBS-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-LINEAGE-CARDS.
           OPEN INPUT BF-LINEAGE-IN.
           IF WS-LINEAGE-IN-STATUS = "00"
               PERFORM UNTIL LINEAGE-IN-EOF
                   READ BF-LINEAGE-IN
                       AT END SET LINEAGE-IN-EOF TO TRUE
                       NOT AT END PERFORM PARSE-LINEAGE-CARD
                   END-READ
               END-PERFORM
               CLOSE BF-LINEAGE-IN
           END-IF.

       PARSE-LINEAGE-CARD.
           EVALUATE TRUE
               WHEN LINEAGE-CARD(1:1) = "*"
               WHEN LINEAGE-CARD = SPACES
                   CONTINUE
               WHEN LC-KEYWORD = "RUNDATE"
                   IF LC-VALUE(1:8) IS NUMERIC
                       MOVE LC-VALUE(1:8) TO WS-REPORT-DATE
                   ELSE
                       DISPLAY "BF-LINEAGE: BAD VALUE ON CARD: "
                               LINEAGE-CARD
                       SET LINEAGE-CARD-BAD TO TRUE
                   END-IF
               WHEN LC-KEYWORD = "JOB"
                   IF LC-VALUE(1:8) = SPACES
                          OR LC-VALUE(9:63) NOT = SPACES
                       DISPLAY "BF-LINEAGE: BAD VALUE ON CARD: "
                               LINEAGE-CARD
                       SET LINEAGE-CARD-BAD TO TRUE
                   ELSE
                       PERFORM STORE-TREE-REQUEST
                   END-IF
               WHEN LC-KEYWORD = "DSN"
                   IF LC-VALUE(1:64) = SPACES
                          OR LC-VALUE(65:7) NOT = SPACES
                       DISPLAY "BF-LINEAGE: BAD VALUE ON CARD: "
                               LINEAGE-CARD
                       SET LINEAGE-CARD-BAD TO TRUE
                   ELSE
                       PERFORM STORE-TREE-REQUEST
                   END-IF
               WHEN LC-KEYWORD = "TONIGHT"
                   SET TONIGHT-REQUESTED TO TRUE
               WHEN OTHER
                   DISPLAY "BF-LINEAGE: BAD CARD: " LINEAGE-CARD
                   SET LINEAGE-CARD-BAD TO TRUE
           END-EVALUATE.

       STORE-TREE-REQUEST.
           IF WS-REQUEST-COUNT < 20
               ADD 1 TO WS-REQUEST-COUNT
               IF LC-KEYWORD = "JOB"
                   SET REQUEST-FOR-JOB(WS-REQUEST-COUNT) TO TRUE
               ELSE
                   SET REQUEST-FOR-DATASET(WS-REQUEST-COUNT) TO TRUE
               END-IF
               MOVE LC-VALUE(1:64) TO WS-REQ-NAME(WS-REQUEST-COUNT)
           ELSE
               DISPLAY "BF-LINEAGE: MORE THAN 20 JOB AND DSN CARDS: "
                       LINEAGE-CARD
               SET LINEAGE-CARD-BAD TO TRUE
           END-IF.

       SET-RUN-CALENDAR.
           MOVE WS-REPORT-DATE TO WS-RUN-DATE.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           COMPUTE WS-RUN-DOW =
               FUNCTION MOD(WS-DATE-INT - 1, 7) + 1.
           IF WS-RUN-MM = 12
               COMPUTE WS-NEXT-FIRST =
                   (WS-RUN-YYYY + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-FIRST =
                   WS-RUN-YYYY * 10000 + (WS-RUN-MM + 1) * 100 + 1
           END-IF.
           COMPUTE WS-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1).
           MOVE WS-MONTH-END-DD TO WS-RUN-LAST-DOM.

       CHECK-JOB-SCHEDULE.
           MOVE "Y" TO WS-DUE-SWITCH.
           IF JR-EFF-FROM NOT = SPACES
                  AND WS-RUN-DATE < JR-EFF-FROM
               MOVE "N" TO WS-DUE-SWITCH
           END-IF.
           IF JR-EFF-TO NOT = SPACES
                  AND WS-RUN-DATE > JR-EFF-TO
               MOVE "N" TO WS-DUE-SWITCH
           END-IF.
           EVALUATE TRUE
               WHEN JR-SCHED-WEEKDAYS
                   IF JR-SCHED-DAYS(WS-RUN-DOW:1) NOT = "Y"
                       MOVE "N" TO WS-DUE-SWITCH
                   END-IF
               WHEN JR-SCHED-DAY-OF-MONTH
                   IF JR-SCHED-DOM IS NUMERIC
                          AND JR-SCHED-DOM NOT = WS-RUN-DD
                       MOVE "N" TO WS-DUE-SWITCH
                   END-IF
               WHEN JR-SCHED-MONTH-END
                   IF WS-RUN-DD NOT = WS-RUN-LAST-DOM
                       MOVE "N" TO WS-DUE-SWITCH
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       READ-RUN-PARM.
           OPEN INPUT BF-PARM-FILE.
           IF WS-PARM-STATUS = "00" OR WS-PARM-STATUS = "05"
               PERFORM UNTIL PARM-FILE-EOF
                   READ BF-PARM-FILE
                       AT END SET PARM-FILE-EOF TO TRUE
                       NOT AT END PERFORM PARSE-PARM-CARD
                   END-READ
               END-PERFORM
               CLOSE BF-PARM-FILE
           END-IF.

       PARSE-PARM-CARD.
           EVALUATE TRUE
               WHEN BF-PARM-CARD(1:6) = "RUNID="
                   MOVE "RUNID" TO WS-SYM-NEW-NAME
                   MOVE 7 TO WS-SYM-EQ-POS
                   PERFORM STORE-SYM-VALUE
               WHEN BF-PARM-CARD(1:4) = "SYM "
                   PERFORM PARSE-SYM-CARD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PARSE-SYM-CARD.
           MOVE 0 TO WS-SYM-EQ-POS.
           PERFORM FIND-SYM-EQUALS
               VARYING WS-SYM-SCAN FROM 5 BY 1
               UNTIL WS-SYM-SCAN > 13
               OR WS-SYM-EQ-POS > 0.
           IF WS-SYM-EQ-POS = 0 OR WS-SYM-EQ-POS = 5
               SET PARM-CARD-BAD TO TRUE
           ELSE
               MOVE SPACES TO WS-SYM-NEW-NAME
               MOVE BF-PARM-CARD(5:WS-SYM-EQ-POS - 5)
                   TO WS-SYM-NEW-NAME
               ADD 1 TO WS-SYM-EQ-POS
               PERFORM STORE-SYM-VALUE
           END-IF.

       FIND-SYM-EQUALS.
           IF BF-PARM-CARD(WS-SYM-SCAN:1) = "="
               MOVE WS-SYM-SCAN TO WS-SYM-EQ-POS
           END-IF.

       STORE-SYM-VALUE.
           MOVE SPACES TO WS-SYM-NEW-VALUE.
           MOVE 0 TO WS-SYM-NEW-LEN.
           PERFORM SCAN-SYM-VALUE-CHAR
               VARYING WS-SYM-SCAN FROM 1 BY 1
               UNTIL WS-SYM-SCAN > 32
               OR WS-SYM-EQ-POS + WS-SYM-SCAN > 81.
           IF WS-SYM-NEW-LEN = 0
               SET PARM-CARD-BAD TO TRUE
           ELSE
               IF WS-SYM-COUNT < 20
                   ADD 1 TO WS-SYM-COUNT
                   MOVE WS-SYM-NEW-NAME
                       TO WS-SYM-NAME(WS-SYM-COUNT)
                   MOVE WS-SYM-NEW-VALUE
                       TO WS-SYM-VALUE(WS-SYM-COUNT)
                   MOVE WS-SYM-NEW-LEN TO WS-SYM-LEN(WS-SYM-COUNT)
               ELSE
                   DISPLAY "BF-LINEAGE: SYMBOL TABLE FULL, "
                           WS-SYM-NEW-NAME " IGNORED"
                   SET PARM-CARD-BAD TO TRUE
               END-IF
           END-IF.

       SCAN-SYM-VALUE-CHAR.
           IF BF-PARM-CARD(WS-SYM-EQ-POS + WS-SYM-SCAN - 1:1)
                  NOT = SPACE
               MOVE BF-PARM-CARD(WS-SYM-EQ-POS + WS-SYM-SCAN - 1:1)
                   TO WS-SYM-NEW-VALUE(WS-SYM-SCAN:1)
               MOVE WS-SYM-SCAN TO WS-SYM-NEW-LEN
           END-IF.

       LOAD-CATALOG-JOB.
           MOVE CAT-JOB-RECORD TO BF-JOB-RECORD.
           IF WS-JOB-COUNT < 500
               ADD 1 TO WS-JOB-COUNT
               PERFORM STORE-CATALOG-JOB
           ELSE
               ADD 1 TO WS-JOBS-DROPPED
               DISPLAY "BF-LINEAGE: JOB TABLE FULL, JOB=" JR-JOB-ID
                       " NOT LINKED"
           END-IF.

       STORE-CATALOG-JOB.
           MOVE WS-JOB-COUNT TO WS-JOB-SUB.
           MOVE JR-JOB-ID TO WS-LN-JOB(WS-JOB-SUB).
           IF JR-PRIORITY-CLASS = SPACE
               MOVE "5" TO WS-LN-CLASS(WS-JOB-SUB)
           ELSE
               MOVE JR-PRIORITY-CLASS TO WS-LN-CLASS(WS-JOB-SUB)
           END-IF.
           MOVE JR-OWNER-ID TO WS-LN-OWNER(WS-JOB-SUB).
           MOVE JR-SUCCESSOR-JOB TO WS-LN-SUCC(WS-JOB-SUB).
           MOVE SPACES TO WS-LN-UNRESOLVED(WS-JOB-SUB).
           MOVE SPACES TO WS-LN-IN-DSN(WS-JOB-SUB).
           MOVE SPACES TO WS-LN-CODE-DSN(WS-JOB-SUB).
           IF JR-CODE-MODE = "L"
               MOVE "CODEDSN" TO WS-RESOLVE-FIELD
               MOVE JR-CODE-DSNAME TO WS-RES-IN
               PERFORM RESOLVE-DSNAME-FIELD
               MOVE WS-RES-OUT TO WS-LN-CODE-DSN(WS-JOB-SUB)
           END-IF.
           MOVE "OUTDSN" TO WS-RESOLVE-FIELD.
           MOVE JR-OUTPUT-DSNAME TO WS-RES-IN.
           PERFORM RESOLVE-DSNAME-FIELD.
           MOVE WS-RES-OUT TO WS-LN-OUT-DSN(WS-JOB-SUB).
           IF JR-INPUT-MODE = "D"
               MOVE "INDSN" TO WS-RESOLVE-FIELD
               MOVE JR-INPUT-DSNAME TO WS-RES-IN
               PERFORM RESOLVE-DSNAME-FIELD
               MOVE WS-RES-OUT TO WS-LN-IN-DSN(WS-JOB-SUB)
           END-IF.
           PERFORM CHECK-JOB-SCHEDULE.
           IF NOT JOB-DUE-TODAY
               SET LN-NOT-DUE(WS-JOB-SUB) TO TRUE
           ELSE
               IF JR-ACTIVE-SWITCH = "N"
                   SET LN-INACTIVE(WS-JOB-SUB) TO TRUE
               ELSE
                   IF JR-HOLD-SWITCH = "H"
                       SET LN-HELD(WS-JOB-SUB) TO TRUE
                   ELSE
                       CALL "BF-JOBEDIT"
                           USING BF-JOB-RECORD, JOB-EDIT-RESULT
                       IF JOB-EDIT-CLEAN
                           SET LN-DUE(WS-JOB-SUB) TO TRUE
                       ELSE
                           SET LN-EDIT-FAILED(WS-JOB-SUB) TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE "N" TO WS-LN-CHAINED(WS-JOB-SUB).
           MOVE "N" TO WS-LN-CHAIN-FED(WS-JOB-SUB).
           MOVE 0 TO WS-LN-SEQ(WS-JOB-SUB).
           MOVE "N" TO WS-LN-SHOWN(WS-JOB-SUB).
           MOVE "N" TO WS-LN-HIT(WS-JOB-SUB).
           MOVE "N" TO WS-LN-FAILED(WS-JOB-SUB).
           MOVE 0 TO WS-LN-FAILED-STATUS(WS-JOB-SUB).

       RESOLVE-DSNAME-FIELD.
           MOVE 64 TO WS-RES-LEN.
           PERFORM RESOLVE-ONE-FIELD.
           IF SYMBOL-UNRESOLVED
               MOVE WS-RES-IN TO WS-RES-OUT
               IF WS-LN-UNRESOLVED(WS-JOB-SUB) = SPACES
                   MOVE WS-RESOLVE-FIELD
                       TO WS-LN-UNRESOLVED(WS-JOB-SUB)
               END-IF
           END-IF.

       RESOLVE-ONE-FIELD.
           MOVE SPACES TO WS-RES-OUT.
           MOVE 1 TO WS-RES-IN-POS.
           MOVE 1 TO WS-RES-OUT-POS.
           MOVE "N" TO WS-RES-BAD-SWITCH.
           MOVE 0 TO WS-RES-TRIM-LEN.
           PERFORM SCAN-RES-TRIM-CHAR
               VARYING WS-RES-TRIM-SUB FROM 1 BY 1
               UNTIL WS-RES-TRIM-SUB > WS-RES-LEN.
           PERFORM RESOLVE-ONE-CHAR
               UNTIL WS-RES-IN-POS > WS-RES-TRIM-LEN
               OR SYMBOL-UNRESOLVED.

       SCAN-RES-TRIM-CHAR.
           IF WS-RES-IN(WS-RES-TRIM-SUB:1) NOT = SPACE
               MOVE WS-RES-TRIM-SUB TO WS-RES-TRIM-LEN
           END-IF.

       RESOLVE-ONE-CHAR.
           IF WS-RES-IN(WS-RES-IN-POS:1) NOT = "&"
               IF WS-RES-OUT-POS > WS-RES-LEN
                   SET SYMBOL-UNRESOLVED TO TRUE
               ELSE
                   MOVE WS-RES-IN(WS-RES-IN-POS:1)
                       TO WS-RES-OUT(WS-RES-OUT-POS:1)
                   ADD 1 TO WS-RES-OUT-POS
                   ADD 1 TO WS-RES-IN-POS
               END-IF
           ELSE
               IF WS-RES-IN-POS < WS-RES-TRIM-LEN
                      AND WS-RES-IN(WS-RES-IN-POS + 1:1) = "&"
                   IF WS-RES-OUT-POS > WS-RES-LEN
                       SET SYMBOL-UNRESOLVED TO TRUE
                   ELSE
                       MOVE "&" TO WS-RES-OUT(WS-RES-OUT-POS:1)
                       ADD 1 TO WS-RES-OUT-POS
                       ADD 2 TO WS-RES-IN-POS
                   END-IF
               ELSE
                   PERFORM SUBSTITUTE-SYMBOL
               END-IF
           END-IF.

       SUBSTITUTE-SYMBOL.
           PERFORM COLLECT-SYMBOL-NAME.
           IF WS-RES-NAME-LEN = 0
               SET SYMBOL-UNRESOLVED TO TRUE
           ELSE
               PERFORM LOOKUP-SYMBOL-VALUE
               IF NOT SYMBOL-UNRESOLVED
                   PERFORM EMIT-SYMBOL-VALUE
                   COMPUTE WS-RES-IN-POS =
                       WS-RES-IN-POS + WS-RES-NAME-LEN + 1
                   IF WS-RES-IN-POS <= WS-RES-TRIM-LEN
                          AND WS-RES-IN(WS-RES-IN-POS:1) = "."
                       ADD 1 TO WS-RES-IN-POS
                   END-IF
               END-IF
           END-IF.

       COLLECT-SYMBOL-NAME.
           MOVE SPACES TO WS-RES-NAME.
           MOVE 0 TO WS-RES-NAME-LEN.
           COMPUTE WS-RES-SCAN = WS-RES-IN-POS + 1.
           PERFORM COLLECT-ONE-NAME-CHAR
               UNTIL WS-RES-SCAN > WS-RES-TRIM-LEN
               OR WS-RES-NAME-LEN >= 8
               OR NOT ((WS-RES-IN(WS-RES-SCAN:1) >= "A"
                        AND WS-RES-IN(WS-RES-SCAN:1) <= "Z")
                       OR (WS-RES-IN(WS-RES-SCAN:1) >= "0"
                           AND WS-RES-IN(WS-RES-SCAN:1) <= "9")).

       COLLECT-ONE-NAME-CHAR.
           ADD 1 TO WS-RES-NAME-LEN.
           MOVE WS-RES-IN(WS-RES-SCAN:1)
               TO WS-RES-NAME(WS-RES-NAME-LEN:1).
           ADD 1 TO WS-RES-SCAN.

       LOOKUP-SYMBOL-VALUE.
           MOVE SPACES TO WS-RES-VALUE.
           MOVE 0 TO WS-RES-VALUE-LEN.
           EVALUATE WS-RES-NAME
               WHEN "YYYY"
                   MOVE WS-RUN-DATE(1:4) TO WS-RES-VALUE
                   MOVE 4 TO WS-RES-VALUE-LEN
               WHEN "YY"
                   MOVE WS-RUN-DATE(3:2) TO WS-RES-VALUE
                   MOVE 2 TO WS-RES-VALUE-LEN
               WHEN "MM"
                   MOVE WS-RUN-DATE(5:2) TO WS-RES-VALUE
                   MOVE 2 TO WS-RES-VALUE-LEN
               WHEN "DD"
                   MOVE WS-RUN-DATE(7:2) TO WS-RES-VALUE
                   MOVE 2 TO WS-RES-VALUE-LEN
               WHEN "YMD"
                   MOVE WS-RUN-DATE TO WS-RES-VALUE
                   MOVE 8 TO WS-RES-VALUE-LEN
               WHEN OTHER
                   PERFORM LOOKUP-NAMED-SYMBOL
           END-EVALUATE.
           IF WS-RES-VALUE-LEN = 0
               SET SYMBOL-UNRESOLVED TO TRUE
           END-IF.

       LOOKUP-NAMED-SYMBOL.
           PERFORM MATCH-ONE-SYMBOL
               VARYING WS-SYM-SUB FROM 1 BY 1
               UNTIL WS-SYM-SUB > WS-SYM-COUNT.

       MATCH-ONE-SYMBOL.
           IF WS-SYM-NAME(WS-SYM-SUB) = WS-RES-NAME
               MOVE WS-SYM-VALUE(WS-SYM-SUB) TO WS-RES-VALUE
               MOVE WS-SYM-LEN(WS-SYM-SUB) TO WS-RES-VALUE-LEN
           END-IF.

       EMIT-SYMBOL-VALUE.
           IF WS-RES-OUT-POS + WS-RES-VALUE-LEN - 1 > WS-RES-LEN
               SET SYMBOL-UNRESOLVED TO TRUE
           ELSE
               MOVE WS-RES-VALUE(1:WS-RES-VALUE-LEN)
                   TO WS-RES-OUT(WS-RES-OUT-POS:WS-RES-VALUE-LEN)
               ADD WS-RES-VALUE-LEN TO WS-RES-OUT-POS
           END-IF.

       FIND-JOB-BY-ID.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM MATCH-ONE-JOB-ID
               VARYING WS-FIND-SUB FROM 1 BY 1
               UNTIL WS-FIND-SUB > WS-JOB-COUNT
               OR WS-FOUND-SUB > 0.

       MATCH-ONE-JOB-ID.
           IF WS-LN-JOB(WS-FIND-SUB) = WS-FIND-JOB
               MOVE WS-FIND-SUB TO WS-FOUND-SUB
           END-IF.

       DROP-CHAIN-FED-INPUT.
           IF WS-LN-SUCC(WS-JOB-SUB) NOT = SPACES
               MOVE WS-LN-SUCC(WS-JOB-SUB) TO WS-FIND-JOB
               PERFORM FIND-JOB-BY-ID
               IF WS-FOUND-SUB > 0 AND WS-FOUND-SUB NOT = WS-JOB-SUB
                   MOVE SPACES TO WS-LN-IN-DSN(WS-FOUND-SUB)
                   IF WS-LN-UNRESOLVED(WS-FOUND-SUB) = "INDSN"
                       MOVE SPACES TO WS-LN-UNRESOLVED(WS-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.

       MARK-CHAIN-MEMBERS.
           IF LN-DUE(WS-JOB-SUB)
                  AND WS-LN-SUCC(WS-JOB-SUB) NOT = SPACES
               MOVE WS-LN-SUCC(WS-JOB-SUB) TO WS-FIND-JOB
               PERFORM FIND-JOB-BY-ID
               IF WS-FOUND-SUB > 0 AND WS-FOUND-SUB NOT = WS-JOB-SUB
                   IF LN-DUE(WS-FOUND-SUB)
                       MOVE "Y" TO WS-LN-CHAINED(WS-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.

       NOTE-UNLOADED-SUCCESSOR.
           IF NOT LN-DUE(WS-JOB-SUB)
                  AND WS-LN-SUCC(WS-JOB-SUB) NOT = SPACES
               MOVE WS-LN-SUCC(WS-JOB-SUB) TO WS-FIND-JOB
               PERFORM NOTE-PARKED-SUCCESSOR
           END-IF.

       NOTE-PARKED-SUCCESSOR.
           IF WS-PARKED-COUNT < 999
               ADD 1 TO WS-PARKED-COUNT
               MOVE WS-FIND-JOB TO WS-PARKED-SUCC(WS-PARKED-COUNT)
           END-IF.

       PARK-ONE-SUCCESSOR.
           MOVE WS-PARKED-SUCC(WS-PARKED-SUB) TO WS-FIND-JOB.
           PERFORM FIND-JOB-BY-ID.
           IF WS-FOUND-SUB > 0
               IF LN-DUE(WS-FOUND-SUB)
                   SET LN-PARKED(WS-FOUND-SUB) TO TRUE
                   IF WS-LN-SUCC(WS-FOUND-SUB) NOT = SPACES
                       MOVE WS-LN-SUCC(WS-FOUND-SUB) TO WS-FIND-JOB
                       PERFORM NOTE-PARKED-SUCCESSOR
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-PARKED-SUB.

       PICK-NEXT-HEAD.
           MOVE 0 TO WS-PICK-SUB.
           MOVE HIGH-VALUES TO WS-PICK-CLASS.
           PERFORM CONSIDER-ONE-HEAD
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-JOB-COUNT.

       CONSIDER-ONE-HEAD.
           IF LN-DUE(WS-JOB-SUB)
                  AND WS-LN-CHAINED(WS-JOB-SUB) = "N"
                  AND WS-LN-SEQ(WS-JOB-SUB) = 0
                  AND WS-LN-CLASS(WS-JOB-SUB) < WS-PICK-CLASS
               MOVE WS-JOB-SUB TO WS-PICK-SUB
               MOVE WS-LN-CLASS(WS-JOB-SUB) TO WS-PICK-CLASS
           END-IF.

       SEQUENCE-ONE-HEAD.
           ADD 1 TO WS-DISPATCH-SEQ.
           ADD 1 TO WS-DUE-COUNT.
           MOVE WS-DISPATCH-SEQ TO WS-LN-SEQ(WS-PICK-SUB).
           MOVE WS-LN-SUCC(WS-PICK-SUB) TO WS-CHAIN-NEXT.
           MOVE 0 TO WS-CHAIN-STEPS.
           PERFORM SEQUENCE-CHAIN-STEP
               UNTIL WS-CHAIN-NEXT = SPACES
               OR WS-CHAIN-STEPS > 500.
           PERFORM PICK-NEXT-HEAD.

       SEQUENCE-CHAIN-STEP.
           ADD 1 TO WS-CHAIN-STEPS.
           MOVE WS-CHAIN-NEXT TO WS-FIND-JOB.
           PERFORM FIND-JOB-BY-ID.
           MOVE SPACES TO WS-CHAIN-NEXT.
           IF WS-FOUND-SUB > 0
               IF LN-DUE(WS-FOUND-SUB)
                      AND WS-LN-SEQ(WS-FOUND-SUB) = 0
                   ADD 1 TO WS-DISPATCH-SEQ
                   ADD 1 TO WS-DUE-COUNT
                   MOVE WS-DISPATCH-SEQ TO WS-LN-SEQ(WS-FOUND-SUB)
                   MOVE "Y" TO WS-LN-CHAIN-FED(WS-FOUND-SUB)
                   MOVE WS-LN-SUCC(WS-FOUND-SUB) TO WS-CHAIN-NEXT
               END-IF
           END-IF.

       SET-TONIGHT-TEXT.
           MOVE SPACES TO WS-TONIGHT-TEXT.
           EVALUATE TRUE
               WHEN WS-NODE-SUB = 0
                   MOVE "NOT IN CAT" TO WS-TONIGHT-TEXT
               WHEN LN-DUE(WS-NODE-SUB)
                      AND WS-LN-SEQ(WS-NODE-SUB) > 0
                   MOVE WS-LN-SEQ(WS-NODE-SUB) TO WS-ED-SEQ
                   STRING "DUE #" DELIMITED BY SIZE,
                          WS-ED-SEQ DELIMITED BY SIZE,
                          INTO WS-TONIGHT-TEXT
               WHEN LN-DUE(WS-NODE-SUB)
                   MOVE "UNREACHED" TO WS-TONIGHT-TEXT
               WHEN LN-NOT-DUE(WS-NODE-SUB)
                   MOVE "NOT DUE" TO WS-TONIGHT-TEXT
               WHEN LN-HELD(WS-NODE-SUB)
                   MOVE "HELD" TO WS-TONIGHT-TEXT
               WHEN LN-INACTIVE(WS-NODE-SUB)
                   MOVE "INACTIVE" TO WS-TONIGHT-TEXT
               WHEN LN-EDIT-FAILED(WS-NODE-SUB)
                   MOVE "EDIT FAIL" TO WS-TONIGHT-TEXT
               WHEN LN-PARKED(WS-NODE-SUB)
                   MOVE "PARKED" TO WS-TONIGHT-TEXT
           END-EVALUATE.

       WRITE-REPORT-HEADING.
           MOVE "BF-LINEAGE DATASET LINEAGE AND IMPACT REPORT"
               TO LINEAGE-REPORT-LINE.
           WRITE LINEAGE-REPORT-LINE.
           MOVE SPACES TO LINEAGE-REPORT-LINE.
           STRING "PREPARED AT " DELIMITED BY SIZE,
                  FUNCTION CURRENT-DATE DELIMITED BY SIZE,
                  INTO LINEAGE-REPORT-LINE.
           WRITE LINEAGE-REPORT-LINE.
           MOVE SPACES TO LINEAGE-REPORT-LINE.
           MOVE WS-JOB-COUNT TO WS-ED-COUNT.
           STRING "CATALOG DATASET NAMES RESOLVED FOR THE PASS DATED "
                      DELIMITED BY SIZE,
                  WS-RUN-DATE DELIMITED BY SIZE,
                  ", JOBS:" DELIMITED BY SIZE,
                  WS-ED-COUNT DELIMITED BY SIZE,
                  INTO LINEAGE-REPORT-LINE.
           WRITE LINEAGE-REPORT-LINE.
           IF WS-JOBS-DROPPED > 0
               MOVE SPACES TO LINEAGE-REPORT-LINE
               MOVE WS-JOBS-DROPPED TO WS-ED-COUNT
               STRING " *** JOB TABLE FULL, JOBS NOT LINKED:"
                          DELIMITED BY SIZE,
                      WS-ED-COUNT DELIMITED BY SIZE,
                      INTO LINEAGE-REPORT-LINE
               WRITE LINEAGE-REPORT-LINE
           END-IF.

       WRITE-BLANK-LINE.
           MOVE SPACES TO LINEAGE-REPORT-LINE.
           WRITE LINEAGE-REPORT-LINE.

       WRITE-TREE-HEADING.
           MOVE SPACES TO LINEAGE-REPORT-LINE.
           MOVE "JOB (LINK TO THE LINE ABOVE)" TO
               LINEAGE-REPORT-LINE(3:28).
           MOVE "CL" TO LINEAGE-REPORT-LINE(43:2).
           MOVE "TONIGHT" TO LINEAGE-REPORT-LINE(46:7).
           MOVE "NOTE" TO LINEAGE-REPORT-LINE(57:4).
           MOVE "OUTPUT DATASET" TO LINEAGE-REPORT-LINE(69:14).
           WRITE LINEAGE-REPORT-LINE.

       WRITE-REQUESTED-TREES.
           PERFORM WRITE-BLANK-LINE.
           IF REQUEST-FOR-JOB(WS-REQUEST-SUB)
               PERFORM WRITE-JOB-TREES
           ELSE
               PERFORM WRITE-DATASET-TREES
           END-IF.

       WRITE-JOB-TREES.
           MOVE WS-REQ-NAME(WS-REQUEST-SUB)(1:8) TO WS-FIND-JOB.
           PERFORM FIND-JOB-BY-ID.
           IF WS-FOUND-SUB = 0
               MOVE SPACES TO LINEAGE-REPORT-LINE
               STRING " *** JOB " DELIMITED BY SIZE,
                      WS-FIND-JOB DELIMITED BY SPACE,
                      " NOT IN THE CATALOG" DELIMITED BY SIZE,
                      INTO LINEAGE-REPORT-LINE
               WRITE LINEAGE-REPORT-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
           ELSE
               MOVE WS-FOUND-SUB TO WS-JOB-SUB
               MOVE SPACES TO LINEAGE-REPORT-LINE
               STRING "UPSTREAM OF JOB " DELIMITED BY SIZE,
                      WS-FIND-JOB DELIMITED BY SPACE,
                      " (WHAT IT DEPENDS ON)" DELIMITED BY SIZE,
                      INTO LINEAGE-REPORT-LINE
               WRITE LINEAGE-REPORT-LINE
               PERFORM WRITE-TREE-HEADING
               SET TREE-UPSTREAM TO TRUE
               MOVE "N" TO WS-TREE-MARK-HITS
               PERFORM START-JOB-TREE
               PERFORM WRITE-BLANK-LINE
               MOVE SPACES TO LINEAGE-REPORT-LINE
               STRING "DOWNSTREAM OF JOB " DELIMITED BY SIZE,
                      WS-FIND-JOB DELIMITED BY SPACE,
                      " (WHAT DEPENDS ON IT)" DELIMITED BY SIZE,
                      INTO LINEAGE-REPORT-LINE
               WRITE LINEAGE-REPORT-LINE
               PERFORM WRITE-TREE-HEADING
               SET TREE-DOWNSTREAM TO TRUE
               PERFORM START-JOB-TREE
           END-IF.

       START-JOB-TREE.
           PERFORM CLEAR-SHOWN-FLAG
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-JOB-COUNT.
           MOVE 0 TO WS-STACK-COUNT.
           MOVE 0 TO WS-STACK-OVERFLOWS.
           MOVE 0 TO WS-TREE-NODES.
           MOVE WS-JOB-SUB TO WS-PUSH-SUB.
           MOVE 0 TO WS-PUSH-DEPTH.
           MOVE SPACES TO WS-PUSH-LINK.
           MOVE WS-LN-JOB(WS-JOB-SUB) TO WS-PUSH-NAME.
           PERFORM PUSH-TREE-NODE.
           PERFORM WALK-ONE-NODE
               UNTIL WS-STACK-COUNT = 0.
           PERFORM NOTE-TREE-OVERFLOW.

       CLEAR-SHOWN-FLAG.
           MOVE "N" TO WS-LN-SHOWN(WS-SCAN-SUB).

       WRITE-DATASET-TREES.
           MOVE WS-REQ-NAME(WS-REQUEST-SUB) TO WS-MATCH-DSN.
           MOVE SPACES TO LINEAGE-REPORT-LINE.
           STRING "UPSTREAM OF DATASET " DELIMITED BY SIZE,
                  WS-MATCH-DSN DELIMITED BY SIZE,
                  INTO LINEAGE-REPORT-LINE.
           WRITE LINEAGE-REPORT-LINE.
           PERFORM WRITE-TREE-HEADING.
           SET TREE-UPSTREAM TO TRUE.
           MOVE "N" TO WS-TREE-MARK-HITS.
           PERFORM START-DATASET-TREE.
           MOVE WS-TREE-NODES TO WS-UPSTREAM-NODES.
           IF WS-TREE-NODES = 0
               MOVE "  (NO CATALOG JOB WRITES THIS DATASET)"
                   TO LINEAGE-REPORT-LINE
               WRITE LINEAGE-REPORT-LINE
           END-IF.
           PERFORM WRITE-BLANK-LINE.
           MOVE WS-REQ-NAME(WS-REQUEST-SUB) TO WS-MATCH-DSN.
           MOVE SPACES TO LINEAGE-REPORT-LINE.
           STRING "DOWNSTREAM OF DATASET " DELIMITED BY SIZE,
                  WS-MATCH-DSN DELIMITED BY SIZE,
                  INTO LINEAGE-REPORT-LINE.
           WRITE LINEAGE-REPORT-LINE.
           PERFORM WRITE-TREE-HEADING.
           SET TREE-DOWNSTREAM TO TRUE.
           PERFORM START-DATASET-TREE.
           IF WS-TREE-NODES = 0
               MOVE "  (NO CATALOG JOB READS THIS DATASET)"
                   TO LINEAGE-REPORT-LINE
               WRITE LINEAGE-REPORT-LINE
               IF WS-UPSTREAM-NODES = 0
                   MOVE " *** DATASET NOT NAMED BY ANY CATALOG JOB"
                       TO LINEAGE-REPORT-LINE
                   WRITE LINEAGE-REPORT-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
           END-IF.

       START-DATASET-TREE.
           PERFORM CLEAR-SHOWN-FLAG
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-JOB-COUNT.
           MOVE 0 TO WS-STACK-COUNT.
           MOVE 0 TO WS-STACK-OVERFLOWS.
           MOVE 0 TO WS-TREE-NODES.
           MOVE 0 TO WS-MATCH-SELF.
           MOVE 0 TO WS-PUSH-DEPTH.
           IF TREE-UPSTREAM
               MOVE "OUT" TO WS-MATCH-LINK
               PERFORM PUSH-ONE-PRODUCER
                   VARYING WS-SCAN-SUB FROM WS-JOB-COUNT BY -1
                   UNTIL WS-SCAN-SUB < 1
           ELSE
               PERFORM PUSH-ONE-CONSUMER
                   VARYING WS-SCAN-SUB FROM WS-JOB-COUNT BY -1
                   UNTIL WS-SCAN-SUB < 1
           END-IF.
           PERFORM WALK-ONE-NODE
               UNTIL WS-STACK-COUNT = 0.
           PERFORM NOTE-TREE-OVERFLOW.

       NOTE-TREE-OVERFLOW.
           IF WS-STACK-OVERFLOWS > 0
               MOVE SPACES TO LINEAGE-REPORT-LINE
               MOVE WS-STACK-OVERFLOWS TO WS-ED-COUNT
               STRING " *** TREE TOO WIDE, BRANCHES NOT SHOWN:"
                          DELIMITED BY SIZE,
                      WS-ED-COUNT DELIMITED BY SIZE,
                      INTO LINEAGE-REPORT-LINE
               WRITE LINEAGE-REPORT-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

       PUSH-TREE-NODE.
           IF WS-STACK-COUNT < 999
               ADD 1 TO WS-STACK-COUNT
               MOVE WS-PUSH-SUB TO WS-STK-SUB(WS-STACK-COUNT)
               MOVE WS-PUSH-DEPTH TO WS-STK-DEPTH(WS-STACK-COUNT)
               MOVE WS-PUSH-LINK TO WS-STK-LINK(WS-STACK-COUNT)
               MOVE WS-PUSH-NAME TO WS-STK-NAME(WS-STACK-COUNT)
           ELSE
               ADD 1 TO WS-STACK-OVERFLOWS
           END-IF.

       WALK-ONE-NODE.
           MOVE WS-STK-SUB(WS-STACK-COUNT) TO WS-NODE-SUB.
           MOVE WS-STK-DEPTH(WS-STACK-COUNT) TO WS-NODE-DEPTH.
           MOVE WS-STK-LINK(WS-STACK-COUNT) TO WS-NODE-LINK.
           MOVE WS-STK-NAME(WS-STACK-COUNT) TO WS-NODE-NAME.
           SUBTRACT 1 FROM WS-STACK-COUNT.
           ADD 1 TO WS-TREE-NODES.
           MOVE SPACES TO WS-NODE-NOTE.
           IF WS-NODE-SUB > 0
               IF TREE-MARKS-HITS
                   MOVE "Y" TO WS-LN-HIT(WS-NODE-SUB)
               END-IF
               IF WS-LN-SHOWN(WS-NODE-SUB) = "Y"
                   MOVE "SEE ABOVE" TO WS-NODE-NOTE
               ELSE
                   MOVE "Y" TO WS-LN-SHOWN(WS-NODE-SUB)
                   IF WS-NODE-DEPTH >= WS-TREE-DEPTH-LIMIT
                       MOVE "TOO DEEP" TO WS-NODE-NOTE
                   ELSE
                       PERFORM PUSH-NODE-CHILDREN
                   END-IF
               END-IF
               IF WS-LN-FAILED(WS-NODE-SUB) = "Y"
                      AND WS-NODE-NOTE = SPACES
                   MOVE WS-LN-FAILED-STATUS(WS-NODE-SUB)
                       TO WS-ED-STATUS
                   STRING "FAILED " DELIMITED BY SIZE,
                          WS-ED-STATUS DELIMITED BY SIZE,
                          INTO WS-NODE-NOTE
               END-IF
           END-IF.
           PERFORM WRITE-TREE-LINE.

       WRITE-TREE-LINE.
           MOVE SPACES TO LINEAGE-REPORT-LINE.
           COMPUTE WS-NODE-COL = 3 + WS-NODE-DEPTH * 2.
           IF WS-NODE-LINK = SPACES
               MOVE WS-NODE-NAME TO LINEAGE-REPORT-LINE(WS-NODE-COL:8)
           ELSE
               MOVE WS-NODE-LINK TO LINEAGE-REPORT-LINE(WS-NODE-COL:4)
               MOVE WS-NODE-NAME
                   TO LINEAGE-REPORT-LINE(WS-NODE-COL + 5:8)
           END-IF.
           PERFORM SET-TONIGHT-TEXT.
           MOVE WS-TONIGHT-TEXT TO LINEAGE-REPORT-LINE(46:10).
           MOVE WS-NODE-NOTE TO LINEAGE-REPORT-LINE(57:10).
           IF WS-NODE-SUB > 0
               MOVE WS-LN-CLASS(WS-NODE-SUB)
                   TO LINEAGE-REPORT-LINE(43:1)
               MOVE WS-LN-OUT-DSN(WS-NODE-SUB)
                   TO LINEAGE-REPORT-LINE(69:64)
           END-IF.
           WRITE LINEAGE-REPORT-LINE.

       PUSH-NODE-CHILDREN.
           COMPUTE WS-PUSH-DEPTH = WS-NODE-DEPTH + 1.
           MOVE WS-NODE-SUB TO WS-MATCH-SELF.
           IF TREE-UPSTREAM
               IF WS-LN-CODE-DSN(WS-NODE-SUB) NOT = SPACES
                   MOVE WS-LN-CODE-DSN(WS-NODE-SUB) TO WS-MATCH-DSN
                   MOVE "CODE" TO WS-MATCH-LINK
                   PERFORM PUSH-ONE-PRODUCER
                       VARYING WS-SCAN-SUB FROM WS-JOB-COUNT BY -1
                       UNTIL WS-SCAN-SUB < 1
               END-IF
               IF WS-LN-IN-DSN(WS-NODE-SUB) NOT = SPACES
                   MOVE WS-LN-IN-DSN(WS-NODE-SUB) TO WS-MATCH-DSN
                   MOVE "IN" TO WS-MATCH-LINK
                   PERFORM PUSH-ONE-PRODUCER
                       VARYING WS-SCAN-SUB FROM WS-JOB-COUNT BY -1
                       UNTIL WS-SCAN-SUB < 1
               END-IF
               PERFORM PUSH-ONE-PREDECESSOR
                   VARYING WS-SCAN-SUB FROM WS-JOB-COUNT BY -1
                   UNTIL WS-SCAN-SUB < 1
           ELSE
               IF WS-LN-OUT-DSN(WS-NODE-SUB) NOT = SPACES
                   MOVE WS-LN-OUT-DSN(WS-NODE-SUB) TO WS-MATCH-DSN
                   PERFORM PUSH-ONE-CONSUMER
                       VARYING WS-SCAN-SUB FROM WS-JOB-COUNT BY -1
                       UNTIL WS-SCAN-SUB < 1
               END-IF
               IF WS-LN-SUCC(WS-NODE-SUB) NOT = SPACES
                   MOVE WS-LN-SUCC(WS-NODE-SUB) TO WS-FIND-JOB
                   PERFORM FIND-JOB-BY-ID
                   MOVE WS-FOUND-SUB TO WS-PUSH-SUB
                   MOVE "SUCC" TO WS-PUSH-LINK
                   MOVE WS-FIND-JOB TO WS-PUSH-NAME
                   PERFORM PUSH-TREE-NODE
               END-IF
           END-IF.

       PUSH-ONE-PRODUCER.
           IF WS-SCAN-SUB NOT = WS-MATCH-SELF
                  AND WS-LN-OUT-DSN(WS-SCAN-SUB) = WS-MATCH-DSN
               MOVE WS-SCAN-SUB TO WS-PUSH-SUB
               MOVE WS-MATCH-LINK TO WS-PUSH-LINK
               MOVE WS-LN-JOB(WS-SCAN-SUB) TO WS-PUSH-NAME
               PERFORM PUSH-TREE-NODE
           END-IF.

       PUSH-ONE-PREDECESSOR.
           IF WS-SCAN-SUB NOT = WS-MATCH-SELF
                  AND WS-LN-SUCC(WS-SCAN-SUB) = WS-LN-JOB(WS-NODE-SUB)
               MOVE WS-SCAN-SUB TO WS-PUSH-SUB
               MOVE "SUCC" TO WS-PUSH-LINK
               MOVE WS-LN-JOB(WS-SCAN-SUB) TO WS-PUSH-NAME
               PERFORM PUSH-TREE-NODE
           END-IF.

       PUSH-ONE-CONSUMER.
           IF WS-SCAN-SUB NOT = WS-MATCH-SELF
               IF WS-LN-CODE-DSN(WS-SCAN-SUB) = WS-MATCH-DSN
                   MOVE WS-SCAN-SUB TO WS-PUSH-SUB
                   MOVE "CODE" TO WS-PUSH-LINK
                   MOVE WS-LN-JOB(WS-SCAN-SUB) TO WS-PUSH-NAME
                   PERFORM PUSH-TREE-NODE
               END-IF
               IF WS-LN-IN-DSN(WS-SCAN-SUB) = WS-MATCH-DSN
                   MOVE WS-SCAN-SUB TO WS-PUSH-SUB
                   MOVE "IN" TO WS-PUSH-LINK
                   MOVE WS-LN-JOB(WS-SCAN-SUB) TO WS-PUSH-NAME
                   PERFORM PUSH-TREE-NODE
               END-IF
           END-IF.

       WRITE-TONIGHT-IMPACT.
           PERFORM WRITE-BLANK-LINE.
           MOVE "WHAT IS HIT TONIGHT: BFREJECT JOBS AND ALL DOWNSTREAM"
               TO LINEAGE-REPORT-LINE.
           WRITE LINEAGE-REPORT-LINE.
           OPEN INPUT BF-REJECT-IN.
           IF WS-REJECT-IN-STATUS NOT = "00"
                  AND WS-REJECT-IN-STATUS NOT = "05"
               MOVE SPACES TO LINEAGE-REPORT-LINE
               STRING " *** UNABLE TO OPEN BFREJECT, STATUS="
                          DELIMITED BY SIZE,
                      WS-REJECT-IN-STATUS DELIMITED BY SIZE,
                      INTO LINEAGE-REPORT-LINE
               WRITE LINEAGE-REPORT-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
           ELSE
               PERFORM UNTIL REJECT-IN-EOF
                   READ BF-REJECT-IN
                       AT END SET REJECT-IN-EOF TO TRUE
                       NOT AT END PERFORM MARK-ONE-REJECT
                   END-READ
               END-PERFORM
               CLOSE BF-REJECT-IN
               IF WS-REJECT-COUNT = 0
                   MOVE "  (BFREJECT IS EMPTY, NO FAILURES TO TRACE)"
                       TO LINEAGE-REPORT-LINE
                   WRITE LINEAGE-REPORT-LINE
               ELSE
                   PERFORM TRACE-ONE-FAILURE
                       VARYING WS-JOB-SUB FROM 1 BY 1
                       UNTIL WS-JOB-SUB > WS-JOB-COUNT
                   PERFORM WRITE-IMPACT-SUMMARY
               END-IF
           END-IF.

       MARK-ONE-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE RJIN-JOB-AREA(1:8) TO WS-FIND-JOB.
           PERFORM FIND-JOB-BY-ID.
           IF WS-FOUND-SUB = 0
               MOVE SPACES TO LINEAGE-REPORT-LINE
               MOVE RJIN-STATUS TO WS-ED-STATUS
               STRING " *** JOB " DELIMITED BY SIZE,
                      WS-FIND-JOB DELIMITED BY SPACE,
                      " IN BFREJECT (STATUS " DELIMITED BY SIZE,
                      WS-ED-STATUS DELIMITED BY SIZE,
                      ") IS NOT IN THE CATALOG" DELIMITED BY SIZE,
                      INTO LINEAGE-REPORT-LINE
               WRITE LINEAGE-REPORT-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
           ELSE
               MOVE "Y" TO WS-LN-FAILED(WS-FOUND-SUB)
               MOVE RJIN-STATUS TO WS-LN-FAILED-STATUS(WS-FOUND-SUB)
           END-IF.

       TRACE-ONE-FAILURE.
           IF WS-LN-FAILED(WS-JOB-SUB) = "Y"
               PERFORM WRITE-BLANK-LINE
               MOVE SPACES TO LINEAGE-REPORT-LINE
               MOVE WS-LN-FAILED-STATUS(WS-JOB-SUB) TO WS-ED-STATUS
               STRING "DOWNSTREAM OF FAILED JOB " DELIMITED BY SIZE,
                      WS-LN-JOB(WS-JOB-SUB) DELIMITED BY SPACE,
                      ", STATUS " DELIMITED BY SIZE,
                      WS-ED-STATUS DELIMITED BY SIZE,
                      INTO LINEAGE-REPORT-LINE
               WRITE LINEAGE-REPORT-LINE
               PERFORM WRITE-TREE-HEADING
               SET TREE-DOWNSTREAM TO TRUE
               SET TREE-MARKS-HITS TO TRUE
               PERFORM START-JOB-TREE
           END-IF.

       WRITE-IMPACT-SUMMARY.
           PERFORM WRITE-BLANK-LINE.
           MOVE "IMPACTED TONIGHT" TO LINEAGE-REPORT-LINE.
           WRITE LINEAGE-REPORT-LINE.
           MOVE SPACES TO LINEAGE-REPORT-LINE.
           MOVE "JOB" TO LINEAGE-REPORT-LINE(3:3).
           MOVE "CL" TO LINEAGE-REPORT-LINE(12:2).
           MOVE "TONIGHT" TO LINEAGE-REPORT-LINE(15:7).
           MOVE "ROLE" TO LINEAGE-REPORT-LINE(26:4).
           MOVE "OWNER" TO LINEAGE-REPORT-LINE(38:5).
           MOVE "OUTPUT DATASET" TO LINEAGE-REPORT-LINE(48:14).
           WRITE LINEAGE-REPORT-LINE.
           PERFORM WRITE-ONE-IMPACT
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-JOB-COUNT.
           MOVE SPACES TO LINEAGE-REPORT-LINE.
           MOVE WS-REJECT-COUNT TO WS-ED-COUNT.
           STRING "  FAILED JOBS IN BFREJECT:  " DELIMITED BY SIZE,
                  WS-ED-COUNT DELIMITED BY SIZE,
                  INTO LINEAGE-REPORT-LINE.
           WRITE LINEAGE-REPORT-LINE.
           MOVE SPACES TO LINEAGE-REPORT-LINE.
           MOVE WS-HIT-JOB-COUNT TO WS-ED-COUNT.
           STRING "  JOBS IMPACTED DOWNSTREAM: " DELIMITED BY SIZE,
                  WS-ED-COUNT DELIMITED BY SIZE,
                  INTO LINEAGE-REPORT-LINE.
           WRITE LINEAGE-REPORT-LINE.
           MOVE SPACES TO LINEAGE-REPORT-LINE.
           MOVE WS-HIT-DSN-COUNT TO WS-ED-COUNT.
           STRING "  DATASETS IMPACTED:        " DELIMITED BY SIZE,
                  WS-ED-COUNT DELIMITED BY SIZE,
                  INTO LINEAGE-REPORT-LINE.
           WRITE LINEAGE-REPORT-LINE.

       WRITE-ONE-IMPACT.
           IF WS-LN-HIT(WS-JOB-SUB) = "Y"
               MOVE WS-JOB-SUB TO WS-NODE-SUB
               MOVE SPACES TO LINEAGE-REPORT-LINE
               MOVE WS-LN-JOB(WS-JOB-SUB) TO LINEAGE-REPORT-LINE(3:8)
               MOVE WS-LN-CLASS(WS-JOB-SUB)
                   TO LINEAGE-REPORT-LINE(12:1)
               PERFORM SET-TONIGHT-TEXT
               MOVE WS-TONIGHT-TEXT TO LINEAGE-REPORT-LINE(15:10)
               IF WS-LN-FAILED(WS-JOB-SUB) = "Y"
                   MOVE WS-LN-FAILED-STATUS(WS-JOB-SUB)
                       TO WS-ED-STATUS
                   MOVE SPACES TO WS-NODE-NOTE
                   STRING "FAILED " DELIMITED BY SIZE,
                          WS-ED-STATUS DELIMITED BY SIZE,
                          INTO WS-NODE-NOTE
                   MOVE WS-NODE-NOTE TO LINEAGE-REPORT-LINE(26:10)
               ELSE
                   MOVE "DOWNSTREAM" TO LINEAGE-REPORT-LINE(26:10)
                   ADD 1 TO WS-HIT-JOB-COUNT
               END-IF
               MOVE WS-LN-OWNER(WS-JOB-SUB)
                   TO LINEAGE-REPORT-LINE(38:8)
               MOVE WS-LN-OUT-DSN(WS-JOB-SUB)
                   TO LINEAGE-REPORT-LINE(48:64)
               WRITE LINEAGE-REPORT-LINE
               IF WS-LN-OUT-DSN(WS-JOB-SUB) NOT = SPACES
                   MOVE WS-LN-OUT-DSN(WS-JOB-SUB) TO WS-MATCH-DSN
                   MOVE 0 TO WS-FOUND-SUB
                   PERFORM FIND-EARLIER-HIT-DSN
                       VARYING WS-SCAN-SUB FROM 1 BY 1
                       UNTIL WS-SCAN-SUB >= WS-JOB-SUB
                       OR WS-FOUND-SUB > 0
                   IF WS-FOUND-SUB = 0
                       ADD 1 TO WS-HIT-DSN-COUNT
                   END-IF
               END-IF
           END-IF.

       FIND-EARLIER-HIT-DSN.
           IF WS-LN-HIT(WS-SCAN-SUB) = "Y"
                  AND WS-LN-OUT-DSN(WS-SCAN-SUB) = WS-MATCH-DSN
               MOVE WS-SCAN-SUB TO WS-FOUND-SUB
           END-IF.

       WRITE-ORDER-CHECK.
           PERFORM WRITE-BLANK-LINE.
           MOVE SPACES TO LINEAGE-REPORT-LINE.
           MOVE WS-DUE-COUNT TO WS-ED-COUNT.
           STRING "DISPATCH ORDER CHECK FOR THE PASS DATED "
                      DELIMITED BY SIZE,
                  WS-RUN-DATE DELIMITED BY SIZE,
                  ", JOBS DISPATCHED:" DELIMITED BY SIZE,
                  WS-ED-COUNT DELIMITED BY SIZE,
                  INTO LINEAGE-REPORT-LINE.
           WRITE LINEAGE-REPORT-LINE.
           PERFORM CHECK-ONE-CONSUMER
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-JOB-COUNT.
           PERFORM CHECK-ONE-RESOLUTION
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-JOB-COUNT.
           IF WS-ORDER-FLAG-COUNT = 0 AND WS-UNRESOLVED-COUNT = 0
               MOVE "  (NO JOB RUNS BEFORE THE PRODUCER OF ITS INPUT)"
                   TO LINEAGE-REPORT-LINE
               WRITE LINEAGE-REPORT-LINE
           END-IF.

       CHECK-ONE-CONSUMER.
           IF WS-LN-SEQ(WS-JOB-SUB) > 0
               MOVE WS-JOB-SUB TO WS-MATCH-SELF
               IF WS-LN-IN-DSN(WS-JOB-SUB) NOT = SPACES
                      AND WS-LN-CHAIN-FED(WS-JOB-SUB) = "N"
                   MOVE WS-LN-IN-DSN(WS-JOB-SUB) TO WS-MATCH-DSN
                   MOVE "INDSN" TO WS-CHECK-LINK
                   PERFORM CHECK-ONE-PRODUCER
                       VARYING WS-SCAN-SUB FROM 1 BY 1
                       UNTIL WS-SCAN-SUB > WS-JOB-COUNT
               END-IF
               IF WS-LN-CODE-DSN(WS-JOB-SUB) NOT = SPACES
                   MOVE WS-LN-CODE-DSN(WS-JOB-SUB) TO WS-MATCH-DSN
                   MOVE "CODEDSN" TO WS-CHECK-LINK
                   PERFORM CHECK-ONE-PRODUCER
                       VARYING WS-SCAN-SUB FROM 1 BY 1
                       UNTIL WS-SCAN-SUB > WS-JOB-COUNT
               END-IF
           END-IF.

       CHECK-ONE-PRODUCER.
           IF WS-SCAN-SUB NOT = WS-MATCH-SELF
                  AND WS-LN-OUT-DSN(WS-SCAN-SUB) = WS-MATCH-DSN
                  AND WS-LN-SEQ(WS-SCAN-SUB) > WS-LN-SEQ(WS-JOB-SUB)
               ADD 1 TO WS-ORDER-FLAG-COUNT
               EVALUATE TRUE
                   WHEN WS-LN-CHAIN-FED(WS-SCAN-SUB) = "Y"
                       MOVE "PRODUCER RUNS LATER INSIDE A SUCC CHAIN"
                           TO WS-CHECK-REASON
                   WHEN WS-LN-CLASS(WS-SCAN-SUB)
                          > WS-LN-CLASS(WS-JOB-SUB)
                       MOVE "PRODUCER IS IN A LATER PRIORITY CLASS"
                           TO WS-CHECK-REASON
                   WHEN OTHER
                       MOVE "SAME CLASS, PRODUCER LATER IN JOB ORDER"
                           TO WS-CHECK-REASON
               END-EVALUATE
               MOVE SPACES TO LINEAGE-REPORT-LINE
               STRING " *** JOB " DELIMITED BY SIZE,
                      WS-LN-JOB(WS-JOB-SUB) DELIMITED BY SPACE,
                      " CLASS " DELIMITED BY SIZE,
                      WS-LN-CLASS(WS-JOB-SUB) DELIMITED BY SIZE,
                      " #" DELIMITED BY SIZE,
                      WS-LN-SEQ(WS-JOB-SUB) DELIMITED BY SIZE,
                      " READS " DELIMITED BY SIZE,
                      WS-CHECK-LINK DELIMITED BY SPACE,
                      " BEFORE ITS PRODUCER " DELIMITED BY SIZE,
                      WS-LN-JOB(WS-SCAN-SUB) DELIMITED BY SPACE,
                      " CLASS " DELIMITED BY SIZE,
                      WS-LN-CLASS(WS-SCAN-SUB) DELIMITED BY SIZE,
                      " #" DELIMITED BY SIZE,
                      WS-LN-SEQ(WS-SCAN-SUB) DELIMITED BY SIZE,
                      " HAS RUN, " DELIMITED BY SIZE,
                      WS-CHECK-REASON DELIMITED BY SIZE,
                      INTO LINEAGE-REPORT-LINE
               WRITE LINEAGE-REPORT-LINE
               MOVE SPACES TO LINEAGE-REPORT-LINE
               STRING "     DATASET " DELIMITED BY SIZE,
                      WS-MATCH-DSN DELIMITED BY SIZE,
                      INTO LINEAGE-REPORT-LINE
               WRITE LINEAGE-REPORT-LINE
           END-IF.

       CHECK-ONE-RESOLUTION.
           IF WS-LN-SEQ(WS-JOB-SUB) > 0
                  AND WS-LN-UNRESOLVED(WS-JOB-SUB) NOT = SPACES
               ADD 1 TO WS-UNRESOLVED-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO LINEAGE-REPORT-LINE
               STRING " *** JOB " DELIMITED BY SIZE,
                      WS-LN-JOB(WS-JOB-SUB) DELIMITED BY SPACE,
                      " WILL FAIL, UNRESOLVED SYMBOL IN "
                          DELIMITED BY SIZE,
                      WS-LN-UNRESOLVED(WS-JOB-SUB) DELIMITED BY SPACE,
                      ", ITS DATASETS ARE LINKED AS WRITTEN"
                          DELIMITED BY SIZE,
                      INTO LINEAGE-REPORT-LINE
               WRITE LINEAGE-REPORT-LINE
           END-IF.
