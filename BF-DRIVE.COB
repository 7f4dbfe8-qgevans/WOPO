           SELECT BF-CHAIN-FEED ASSIGN TO "BFCHAIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHAIN-FEED-STATUS.
           SELECT BF-CONTROL-IN ASSIGN TO DYNAMIC WS-CONTROL-IN-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-IN-STATUS.
           SELECT BF-CONTROL-FEED ASSIGN TO "BFCTLIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FEED-STATUS.
           SELECT BF-WORK-OUT ASSIGN TO DYNAMIC WS-WORK-OUT-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-OUT-STATUS.
           SELECT OPTIONAL BF-STATUS-OUT ASSIGN TO "BFSTATUS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-OUT-STATUS.
           SELECT OPTIONAL BF-SKIP-OUT ASSIGN TO "BFSKIPS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SKIP-OUT-STATUS.
           SELECT OPTIONAL BF-TIMING-OUT ASSIGN TO "BFTIMING"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TIMING-OUT-STATUS.
           SELECT OPTIONAL BF-OPCMD-IN ASSIGN TO "BFOPCMD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPCMD-STATUS.
           SELECT OPTIONAL BF-OPLOG-OUT ASSIGN TO "BFOPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPLOG-STATUS.
           SELECT OPTIONAL BF-HISTORY ASSIGN TO "BFHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT OPTIONAL BF-GEN-INDEX ASSIGN TO "BFGENIX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GX-KEY
               FILE STATUS IS WS-GEN-INDEX-STATUS.
           SELECT OPTIONAL BF-GEN-STORE ASSIGN TO "BFGENST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-KEY
               FILE STATUS IS WS-GEN-STORE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BF-JOB-CATALOG.
       01 CAT-JOB-RECORD.
           03 CAT-JOB-ID PIC X(8).
           03 CAT-JOB-DATA PIC X(1492).

       FD BF-PARM-FILE.
       01 BF-PARM-CARD PIC X(80).
       FD BF-DELIVERY.
       01 BF-DELIVERY-REC.
           03 DLVR-LEN PIC 999.
               88 DLVR-TRAILER-RECORD VALUE 999.
           03 DLVR-DATA PIC X(512).

       FD BF-SPOOL-IN.
       FD BF-CHAIN-IN.
       01 BF-CHAIN-IN-REC.
           03 CHIN-LEN PIC 999.
               88 CHIN-TRAILER-RECORD VALUE 999.
           03 CHIN-DATA PIC X(512).

       FD BF-CHAIN-FEED.
       01 BF-CHAIN-FEED-REC PIC X(1).

       FD BF-CONTROL-IN.
       01 BF-CONTROL-IN-REC PIC X(1).

       FD BF-CONTROL-FEED.
       01 BF-CONTROL-FEED-REC PIC X(1).

       FD BF-WORK-OUT.
       01 BF-WORK-OUT-REC PIC X(1500).

       FD BF-WORK-IN.
       01 BF-WORK-IN-REC PIC X(1500).

       FD BF-TOTALS-OUT.
       COPY BFTOT.
       FD BF-STATUS-OUT.
       COPY BFSTAT.

       FD BF-SKIP-OUT.
       COPY BFSKIP.

       FD BF-TIMING-OUT.
       COPY BFTIME.

       FD BF-OPCMD-IN.
       COPY BFOPCMD.

       FD BF-OPLOG-OUT.
       COPY BFOPLOG.

       FD BF-HISTORY.
       COPY BFHIST.

       FD BF-GEN-INDEX.
       COPY BFGENIX.

       FD BF-GEN-STORE.
       COPY BFGENST.

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 JOB-SOURCE-EOF VALUE "Y".
       01 WS-WORK-IN-DSNAME PIC X(64).
       01 WS-OVERFLOW-DSNAME PIC X(64).
       01 WS-CHAIN-IN-DSNAME PIC X(64).
       01 WS-CONTROL-IN-DSNAME PIC X(64).
       01 WS-FILE-STATUSES.
           03 WS-CATALOG-STATUS PIC XX.
           03 WS-PARM-STATUS PIC XX.
           03 WS-SPOOL-IN-STATUS PIC XX.
           03 WS-CHAIN-IN-STATUS PIC XX.
           03 WS-CHAIN-FEED-STATUS PIC XX.
           03 WS-CONTROL-IN-STATUS PIC XX.
           03 WS-CONTROL-FEED-STATUS PIC XX.
           03 WS-CARRY-IN-STATUS PIC XX.
           03 WS-CARRY-OUT-STATUS PIC XX.
           03 WS-WORK-OUT-STATUS PIC XX.
           03 WS-WORK-IN-STATUS PIC XX.
           03 WS-TOTALS-STATUS PIC XX.
           03 WS-STATUS-OUT-STATUS PIC XX.
           03 WS-SKIP-OUT-STATUS PIC XX.
           03 WS-TIMING-OUT-STATUS PIC XX.
           03 WS-OPCMD-STATUS PIC XX.
           03 WS-OPLOG-STATUS PIC XX.
           03 WS-HISTORY-STATUS PIC XX.
           03 WS-GEN-INDEX-STATUS PIC XX.
           03 WS-GEN-STORE-STATUS PIC XX.
       01 WS-SELECT-MODE PIC X VALUE "A".
           88 SELECT-ALL VALUE "A".
           88 SELECT-ONE-JOB VALUE "J".
       01 WS-BUDGET-SWITCH PIC X VALUE "N".
           88 BUDGET-EXHAUSTED VALUE "Y".
       01 WS-CARRY-COUNT PIC 9(5) VALUE 0.
       01 WS-PRIORITY-SUB PIC 99.
       01 WS-PRIORITY-CHAR PIC X.
       01 WS-PARSE-SUB PIC 99.
       01 WS-PARSE-BAD PIC X.
       01 WS-PARM-ERROR-SWITCH PIC X VALUE "N".
           88 PARM-CARD-BAD VALUE "Y".
       01 WS-JOB-TABLE.
           03 WS-JOB-SLOT PIC X(1500) OCCURS 500 TIMES.
       01 WS-JOB-STATES.
           03 WS-JOB-STATE PIC X OCCURS 500 TIMES.
       01 WS-JOB-PRIORITIES.
           03 WS-CHAIN-SKIP-COUNT PIC 9(5) VALUE 0.
           03 WS-UNREACHED-COUNT PIC 9(5) VALUE 0.
       01 WS-WORST-STATUS PIC 99 VALUE 0.
       01 WS-RC-STATUS PIC 99.
       01 WS-CHAIN-CONTROLS.
           03 WS-CHAIN-HEAD PIC X(8).
           03 WS-CHAIN-NEXT PIC X(8).
           88 JOB-DUE-TODAY VALUE "Y".
       01 WS-REJECT-OPEN-SWITCH PIC X VALUE "N".
           88 REJECT-FILE-OPEN VALUE "Y".
       01 WS-SKIP-OPEN-SWITCH PIC X VALUE "N".
           88 SKIP-FILE-OPEN VALUE "Y".
       01 WS-SKIP-WARNED PIC X VALUE "N".
           88 SKIP-WRITE-WARNED VALUE "Y".
       01 WS-SKIP-WORK.
           03 WS-SKIP-JOB PIC X(8).
           03 WS-SKIP-REASON PIC X.
       01 WS-TIMING-OPEN-SWITCH PIC X VALUE "N".
           88 TIMING-FILE-OPEN VALUE "Y".
       01 WS-TIMING-WARNED PIC X VALUE "N".
           88 TIMING-WRITE-WARNED VALUE "Y".
       01 WS-TIMING-WORK.
           03 WS-PASS-START PIC X(16).
           03 WS-JOB-START-STAMP PIC X(16).
           03 WS-TIMING-JOB PIC X(8).
           03 WS-TIMING-EVENT PIC X.
           03 WS-TIMING-REASON PIC X.
           03 WS-TIMING-STATUS PIC 99.
           03 WS-TIMING-START PIC X(16).
           03 WS-TIMING-END PIC X(16).
           03 WS-TIMING-START-SECS PIC 9(11).
           03 WS-TIMING-END-SECS PIC 9(11).
       01 WS-SECONDS-WORK.
           03 WS-SECS-STAMP PIC X(16).
           03 WS-SECS-STAMP-SPLIT REDEFINES WS-SECS-STAMP.
               05 WS-SECS-DATE PIC 9(8).
               05 WS-SECS-HH PIC 99.
               05 WS-SECS-MM PIC 99.
               05 WS-SECS-SS PIC 99.
               05 FILLER PIC XX.
           03 WS-SECS-VALUE PIC 9(11).
       01 WS-OPERATOR-SWITCHES.
           03 WS-OPERATOR-STOP PIC X VALUE SPACE.
               88 OPERATOR-DRAIN VALUE "D".
               88 OPERATOR-CANCEL VALUE "X".
               88 OPERATOR-STOP-REQUESTED VALUE "D" "X".
           03 WS-OPERATOR-PAUSE PIC X VALUE "N".
               88 OPERATOR-PAUSED VALUE "Y".
           03 WS-OPCMD-EOF-SWITCH PIC X.
               88 OPCMD-EOF VALUE "Y".
           03 WS-OPCMD-REPLACED-SWITCH PIC X.
               88 OPCMD-DATASET-REPLACED VALUE "Y".
           03 WS-OPCMD-WARNED PIC X VALUE "N".
               88 OPCMD-READ-WARNED VALUE "Y".
           03 WS-OPLOG-OPEN-SWITCH PIC X VALUE "N".
               88 OPLOG-FILE-OPEN VALUE "Y".
           03 WS-OPLOG-WARNED PIC X VALUE "N".
               88 OPLOG-WRITE-WARNED VALUE "Y".
           03 WS-CHAIN-CUT-SWITCH PIC X VALUE "N".
               88 CHAIN-CUT-BY-OPERATOR VALUE "Y".
           03 WS-OP-HELD-SWITCH PIC X VALUE "N".
               88 JOB-HELD-BY-OPERATOR VALUE "Y".
       01 WS-OPERATOR-WORK.
           03 WS-OPCMD-SEEN PIC 9(5) VALUE 0.
           03 WS-OPCMD-READ PIC 9(5).
           03 WS-OPCMD-SEEN-STAMP PIC X(16) VALUE SPACES.
           03 WS-OP-LAST-STAMP PIC X(16) VALUE SPACES.
           03 WS-OP-LAST-USER PIC X(8) VALUE SPACES.
           03 WS-OP-LAST-TEXT PIC X(24) VALUE SPACES.
           03 WS-OP-STOP-TEXT PIC X(8) VALUE SPACES.
           03 WS-OP-CMD-TEXT PIC X(24).
           03 WS-OP-RESULT PIC X(8).
           03 WS-OP-NOTE PIC X(30).
           03 WS-OP-SUB PIC 9(3).
           03 WS-OP-FOUND PIC 9(3).
           03 WS-OP-HOLD-COUNT PIC 9(3).
           03 WS-OP-CLASS PIC X.
           03 WS-OP-CLASS-NUM REDEFINES WS-OP-CLASS PIC 9.
           03 WS-HOLD-SUB PIC 9(3).
           03 WS-HOLD-CLASS PIC X.
           03 WS-HOLD-CLASS-NUM REDEFINES WS-HOLD-CLASS PIC 9.
       01 WS-JOB-HOLDS VALUE SPACES.
           03 WS-JOB-HOLD PIC X OCCURS 500 TIMES.
       01 WS-CLASS-HOLDS VALUE SPACES.
           03 WS-CLASS-HOLD PIC X OCCURS 9 TIMES.
       01 WS-PAUSE-SECONDS PIC S9(9) BINARY VALUE 30.
       01 WS-PAUSE-FEEDBACK PIC X(12).
       01 WS-HISTORY-OPEN-SWITCH PIC X VALUE "N".
           88 HISTORY-FILE-OPEN VALUE "Y".
       01 WS-DELIVERY-COUNTS.
           03 WS-SPOOL-COUNT PIC 9(7).
           03 WS-SPOOL-BYTES PIC 9(9).
           03 WS-DELIVERY-HASH PIC 9(13).
       01 WS-DELIVERED-SWITCH PIC X VALUE "N".
           88 OUTPUT-DELIVERED VALUE "Y".
       01 WS-TRAILER-SWITCH PIC X VALUE "N".
           88 DELIVERY-TRAILER-WRITTEN VALUE "Y".
       01 WS-HASH-SUB PIC 999.
       01 WS-CONTROL-WORK.
           03 WS-CONTROL-BYTES PIC 9(9).
           03 WS-CONTROL-SEQ PIC 9(9).
           03 WS-CONTROL-DATA-END PIC 9(9).
           03 WS-CONTROL-DATA-BYTES PIC 9(9).
           03 WS-CONTROL-HASH PIC 9(13).
           03 WS-CONTROL-POS PIC 9(9).
           03 WS-CONTROL-REASON PIC X(30).
       01 WS-CONTROL-FAIL-SWITCH PIC X VALUE "N".
           88 INPUT-CONTROLS-FAILED VALUE "Y".
       COPY BFCTL.
       01 WS-GENERATION-OPEN-SWITCH PIC X VALUE "N".
           88 GENERATION-FILES-OPEN VALUE "Y".
       01 WS-GENERATION-WORK.
           03 WS-GEN-NUMBER PIC 9(5).
           03 WS-GEN-SEQ PIC 9(7).
           03 WS-GEN-RECORDS PIC 9(7).
           03 WS-GEN-BYTES PIC 9(9).
           03 WS-GEN-HEADER-SWITCH PIC X.
               88 GEN-HEADER-PRESENT VALUE "Y".
       01 WS-REJECT-SOURCE PIC X(1500).
       01 WS-ERROR-SUB PIC 99.
       01 WS-ED-STATUS PIC Z9.
       01 WS-ED-CYCLES PIC ZZZZ9.
                       " HELD: " WS-HELD-COUNT
                       " INACTIVE: " WS-INACTIVE-COUNT
                       " CHAIN-SKIPPED: " WS-CHAIN-SKIP-COUNT
               PERFORM CLOSE-PASS-SKIPS
               PERFORM CLOSE-TIMING-FILE
               PERFORM SET-JOB-STATUS-RC
               STOP RUN
           END-IF.
           PERFORM RUN-SELECTED-JOBS.
           PERFORM REPORT-OPERATOR-HELD-JOB
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-LOAD-COUNT.
           IF BUDGET-EXHAUSTED OR OPERATOR-STOP-REQUESTED
               PERFORM WRITE-CARRYOVER-JOBS
           END-IF.
           PERFORM REPORT-UNREACHED-JOB
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-LOAD-COUNT.
           PERFORM CLOSE-PASS-SKIPS.
           PERFORM CLOSE-TIMING-FILE.
           PERFORM CLOSE-OPERATOR-LOG.
           IF REJECT-FILE-OPEN
               CLOSE BF-REJECT-OUT
           ELSE
               END-IF
           END-IF.
           IF NOT BUDGET-EXHAUSTED
                  AND NOT OPERATOR-STOP-REQUESTED
                  AND RETURN-CODE = 0
                  AND (SELECT-ALL OR SELECT-FAILURES
                       OR SELECT-CARRYOVER)
               DISPLAY "BUDGET CYCLES USED: " WS-BUDGET-USED
                       " OF " WS-BUDGET-LIMIT
           END-IF.
           IF OPERATOR-STOP-REQUESTED
               DISPLAY "DISPATCH STOPPED BY OPERATOR: " WS-OP-STOP-TEXT
                       " JOBS CARRIED: " WS-CARRY-COUNT
           END-IF.
           MOVE "COMPLETE" TO WS-STATUS-PHASE.
           MOVE SPACES TO WS-STATUS-JOB.
           MOVE SPACES TO WS-CHAIN-HEAD.
           IF STREAM-RUN-REQUESTED
               PERFORM WRITE-STREAM-TOTALS
           END-IF.
           PERFORM SET-JOB-STATUS-RC.
           STOP RUN.

       SET-JOB-STATUS-RC.
           MOVE WS-WORST-STATUS TO WS-RC-STATUS.
           IF WS-RC-STATUS > 7
               MOVE 7 TO WS-RC-STATUS
           END-IF.
           IF WS-RC-STATUS > RETURN-CODE
               MOVE WS-RC-STATUS TO RETURN-CODE
           END-IF.

       SET-RUN-CALENDAR.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-PASS-START.
           MOVE WS-PASS-START(1:8) TO WS-RUN-DATE.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           COMPUTE WS-RUN-DOW =

       WRITE-RUN-STATUS.
           MOVE 0 TO WS-REMAIN-COUNT.
           MOVE 0 TO WS-OP-HOLD-COUNT.
           PERFORM COUNT-ONE-REMAINING
               VARYING WS-REMAIN-SUB FROM 1 BY 1
               UNTIL WS-REMAIN-SUB > WS-LOAD-COUNT.
               MOVE WS-FAIL-COUNT TO ST-FAIL-COUNT
               MOVE WS-REMAIN-COUNT TO ST-REMAIN-COUNT
               MOVE WS-WORST-STATUS TO ST-WORST-STATUS
               MOVE WS-PASS-START TO ST-PASS-START
               MOVE SPACES TO ST-JOB-START ST-DELIVER-BY
               MOVE 0 TO ST-MAX-ELAPSED
               IF WS-STATUS-JOB NOT = SPACES
                   MOVE WS-JOB-START-STAMP TO ST-JOB-START
                   MOVE JR-DELIVER-BY TO ST-DELIVER-BY
                   IF JR-MAX-ELAPSED IS NUMERIC
                       MOVE JR-MAX-ELAPSED TO ST-MAX-ELAPSED
                   END-IF
               END-IF
               MOVE WS-OP-LAST-STAMP TO ST-CMD-STAMP
               MOVE WS-OP-LAST-USER TO ST-CMD-USER
               MOVE WS-OP-LAST-TEXT TO ST-CMD-TEXT
               MOVE WS-OP-STOP-TEXT TO ST-STOP-REQUEST
               MOVE WS-OP-HOLD-COUNT TO ST-HOLD-COUNT
               WRITE BF-STATUS-REC
               CLOSE BF-STATUS-OUT
           END-IF.
           IF WS-JOB-STATE(WS-REMAIN-SUB) = "P"
                  OR WS-JOB-STATE(WS-REMAIN-SUB) = "C"
               ADD 1 TO WS-REMAIN-COUNT
               MOVE WS-REMAIN-SUB TO WS-HOLD-SUB
               PERFORM CHECK-JOB-HELD
               IF JOB-HELD-BY-OPERATOR
                   ADD 1 TO WS-OP-HOLD-COUNT
               END-IF
           END-IF.

       WRITE-STREAM-TOTALS.
               MOVE WS-JOB-SLOT(WS-CHAIN-FOUND) TO BF-JOB-RECORD
               DISPLAY "CHAIN: JOB=" JR-JOB-ID
                       " PARKED, PREDECESSOR NOT RUN"
               MOVE JR-JOB-ID TO WS-SKIP-JOB
               MOVE "P" TO WS-SKIP-REASON
               MOVE SPACES TO WS-CHAIN-HEAD
               PERFORM WRITE-SKIP-RECORD
               PERFORM NOTE-PARKED-SUCCESSOR
           END-IF.
           ADD 1 TO WS-PARKED-SUB.
           END-IF.

       WRITE-CARRY-PRIORITY.
           MOVE WS-PRIORITY-SUB(2:1) TO WS-PRIORITY-CHAR.
           PERFORM WRITE-ONE-CARRY-JOB
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-LOAD-COUNT.
               ADD 1 TO WS-CARRY-COUNT
               MOVE SPACES TO CY-JOB-AREA
               MOVE WS-JOB-SLOT(WS-JOB-SUB) TO CY-JOB-AREA
               MOVE 0 TO CY-CYCLES
               IF OPERATOR-STOP-REQUESTED
                   MOVE 90 TO CY-STATUS
                   DISPLAY "OPERATOR: JOB="
                           WS-JOB-SLOT(WS-JOB-SUB)(1:8)
                           " CARRIED OVER"
               ELSE
                   MOVE 0 TO CY-STATUS
                   DISPLAY "BUDGET: JOB="
                           WS-JOB-SLOT(WS-JOB-SUB)(1:8)
                           " CARRIED OVER"
               END-IF
               WRITE BF-CARRY-REC
               MOVE WS-JOB-SLOT(WS-JOB-SUB)(1:8) TO WS-TIMING-JOB
               MOVE "C" TO WS-TIMING-EVENT
               MOVE SPACE TO WS-TIMING-REASON
               MOVE 0 TO WS-TIMING-STATUS
               MOVE FUNCTION CURRENT-DATE(1:16) TO WS-TIMING-START
               MOVE WS-TIMING-START TO WS-TIMING-END
               MOVE SPACES TO WS-CHAIN-HEAD
               PERFORM WRITE-TIMING-RECORD
           END-IF.

       REPORT-OPERATOR-HELD-JOB.
           IF WS-JOB-STATE(WS-JOB-SUB) = "P"
                  OR WS-JOB-STATE(WS-JOB-SUB) = "C"
               MOVE WS-JOB-SUB TO WS-HOLD-SUB
               PERFORM CHECK-JOB-HELD
               IF JOB-HELD-BY-OPERATOR
                   MOVE "D" TO WS-JOB-STATE(WS-JOB-SUB)
                   ADD 1 TO WS-HELD-COUNT
                   DISPLAY "JOB=" WS-JOB-SLOT(WS-JOB-SUB)(1:8)
                           " HELD BY OPERATOR, NOT RUN"
                   MOVE WS-JOB-SLOT(WS-JOB-SUB)(1:8) TO WS-SKIP-JOB
                   MOVE "H" TO WS-SKIP-REASON
                   MOVE SPACES TO WS-CHAIN-HEAD
                   PERFORM WRITE-SKIP-RECORD
               END-IF
           END-IF.

       REPORT-UNREACHED-JOB.
               ADD 1 TO WS-UNREACHED-COUNT
               DISPLAY "JOB=" WS-JOB-SLOT(WS-JOB-SUB)(1:8)
                       " NOT REACHED BY ANY CHAIN, NOT RUN"
               MOVE WS-JOB-SLOT(WS-JOB-SUB)(1:8) TO WS-SKIP-JOB
               MOVE "U" TO WS-SKIP-REASON
               MOVE SPACES TO WS-CHAIN-HEAD
               PERFORM WRITE-SKIP-RECORD
           END-IF.

       WRITE-SKIP-RECORD.
           IF NOT SKIP-FILE-OPEN AND NOT SKIP-WRITE-WARNED
               OPEN OUTPUT BF-SKIP-OUT
               IF WS-SKIP-OUT-STATUS = "00"
                   SET SKIP-FILE-OPEN TO TRUE
               ELSE
                   SET SKIP-WRITE-WARNED TO TRUE
                   DISPLAY "BF-DRIVE: UNABLE TO OPEN BFSKIPS, STATUS="
                           WS-SKIP-OUT-STATUS
                           ", SKIPPED JOBS NOT RECORDED"
               END-IF
           END-IF.
           IF SKIP-FILE-OPEN
               MOVE SPACES TO BF-SKIP-REC
               MOVE WS-SKIP-JOB TO SK-JOB-ID
               MOVE WS-SKIP-REASON TO SK-REASON
               MOVE WS-CHAIN-HEAD TO SK-CHAIN-HEAD
               MOVE WS-RUN-DATE TO SK-RUN-DATE
               WRITE BF-SKIP-REC
           END-IF.
           MOVE WS-SKIP-JOB TO WS-TIMING-JOB.
           MOVE "U" TO WS-TIMING-EVENT.
           MOVE WS-SKIP-REASON TO WS-TIMING-REASON.
           MOVE 0 TO WS-TIMING-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-TIMING-START.
           MOVE WS-TIMING-START TO WS-TIMING-END.
           PERFORM WRITE-TIMING-RECORD.

       CLOSE-PASS-SKIPS.
           IF SKIP-FILE-OPEN
               CLOSE BF-SKIP-OUT
               MOVE "N" TO WS-SKIP-OPEN-SWITCH
           ELSE
               OPEN OUTPUT BF-SKIP-OUT
               IF WS-SKIP-OUT-STATUS = "00"
                   CLOSE BF-SKIP-OUT
               END-IF
           END-IF.

       WRITE-TIMING-RECORD.
           IF NOT TIMING-FILE-OPEN AND NOT TIMING-WRITE-WARNED
               OPEN EXTEND BF-TIMING-OUT
               IF WS-TIMING-OUT-STATUS = "00"
                      OR WS-TIMING-OUT-STATUS = "05"
                   SET TIMING-FILE-OPEN TO TRUE
               ELSE
                   SET TIMING-WRITE-WARNED TO TRUE
                   DISPLAY "BF-DRIVE: UNABLE TO OPEN BFTIMING,"
                           " STATUS=" WS-TIMING-OUT-STATUS
                           ", JOB TIMINGS NOT RECORDED"
               END-IF
           END-IF.
           IF TIMING-FILE-OPEN
               MOVE WS-TIMING-START TO WS-SECS-STAMP
               PERFORM STAMP-TO-SECONDS
               MOVE WS-SECS-VALUE TO WS-TIMING-START-SECS
               MOVE WS-TIMING-END TO WS-SECS-STAMP
               PERFORM STAMP-TO-SECONDS
               MOVE WS-SECS-VALUE TO WS-TIMING-END-SECS
               MOVE SPACES TO BF-TIMING-REC
               MOVE WS-TIMING-JOB TO TM-JOB-ID
               MOVE WS-RUN-DATE TO TM-RUN-DATE
               MOVE WS-TIMING-EVENT TO TM-EVENT
               MOVE WS-TIMING-REASON TO TM-SKIP-REASON
               MOVE WS-SELECT-MODE TO TM-SELECT-MODE
               MOVE WS-STREAM-NUMBER TO TM-STREAM
               MOVE WS-PASS-START TO TM-PASS-START
               MOVE WS-TIMING-START TO TM-START-STAMP
               MOVE WS-TIMING-END TO TM-END-STAMP
               IF WS-TIMING-END-SECS > WS-TIMING-START-SECS
                   COMPUTE TM-ELAPSED-SECS =
                       WS-TIMING-END-SECS - WS-TIMING-START-SECS
               ELSE
                   MOVE 0 TO TM-ELAPSED-SECS
               END-IF
               MOVE WS-TIMING-STATUS TO TM-STATUS
               MOVE WS-CHAIN-HEAD TO TM-CHAIN-HEAD
               WRITE BF-TIMING-REC
           END-IF.

       STAMP-TO-SECONDS.
           COMPUTE WS-SECS-VALUE =
               FUNCTION INTEGER-OF-DATE(WS-SECS-DATE) * 86400
               + WS-SECS-HH * 3600 + WS-SECS-MM * 60 + WS-SECS-SS.

       CLOSE-TIMING-FILE.
           IF TIMING-FILE-OPEN
               CLOSE BF-TIMING-OUT
               MOVE "N" TO WS-TIMING-OPEN-SWITCH
           END-IF.

       CHECK-OPERATOR-COMMANDS.
           PERFORM READ-OPERATOR-COMMANDS.
           IF OPERATOR-PAUSED AND NOT OPERATOR-STOP-REQUESTED
               DISPLAY "OPERATOR: PASS PAUSED"
               MOVE "PAUSED" TO WS-STATUS-PHASE
               MOVE SPACES TO WS-STATUS-JOB
               PERFORM WRITE-RUN-STATUS
               PERFORM WAIT-FOR-RESUME
                   UNTIL NOT OPERATOR-PAUSED
                   OR OPERATOR-STOP-REQUESTED
               MOVE "N" TO WS-OPERATOR-PAUSE
               DISPLAY "OPERATOR: PASS RESUMED"
               MOVE "RESUMED" TO WS-STATUS-PHASE
               PERFORM WRITE-RUN-STATUS
           END-IF.

       WAIT-FOR-RESUME.
           CALL "CEE3DLY" USING WS-PAUSE-SECONDS, WS-PAUSE-FEEDBACK.
           PERFORM READ-OPERATOR-COMMANDS.
           PERFORM WRITE-RUN-STATUS.

       READ-OPERATOR-COMMANDS.
           PERFORM SCAN-OPERATOR-COMMANDS.
           IF WS-OPCMD-READ < WS-OPCMD-SEEN
                  OR OPCMD-DATASET-REPLACED
               MOVE 0 TO WS-OPCMD-SEEN
               PERFORM SCAN-OPERATOR-COMMANDS
           END-IF.

       SCAN-OPERATOR-COMMANDS.
           MOVE 0 TO WS-OPCMD-READ.
           MOVE "N" TO WS-OPCMD-EOF-SWITCH.
           MOVE "N" TO WS-OPCMD-REPLACED-SWITCH.
           OPEN INPUT BF-OPCMD-IN.
           IF WS-OPCMD-STATUS NOT = "00" AND WS-OPCMD-STATUS NOT = "05"
               IF NOT OPCMD-READ-WARNED
                   SET OPCMD-READ-WARNED TO TRUE
                   DISPLAY "BF-DRIVE: UNABLE TO OPEN BFOPCMD, STATUS="
                           WS-OPCMD-STATUS
                           ", OPERATOR COMMANDS NOT READ"
               END-IF
           ELSE
               PERFORM UNTIL OPCMD-EOF
                   READ BF-OPCMD-IN
                       AT END SET OPCMD-EOF TO TRUE
                       NOT AT END PERFORM TAKE-OPERATOR-COMMAND
                   END-READ
               END-PERFORM
               CLOSE BF-OPCMD-IN
           END-IF.

       TAKE-OPERATOR-COMMAND.
           ADD 1 TO WS-OPCMD-READ.
           IF WS-OPCMD-READ = WS-OPCMD-SEEN
                  AND OC-STAMP NOT = WS-OPCMD-SEEN-STAMP
               SET OPCMD-DATASET-REPLACED TO TRUE
               SET OPCMD-EOF TO TRUE
           END-IF.
           IF WS-OPCMD-READ > WS-OPCMD-SEEN
               MOVE WS-OPCMD-READ TO WS-OPCMD-SEEN
               MOVE OC-STAMP TO WS-OPCMD-SEEN-STAMP
               IF OC-STAMP NOT < WS-PASS-START
                   PERFORM APPLY-OPERATOR-COMMAND
               END-IF
           END-IF.

       APPLY-OPERATOR-COMMAND.
           MOVE "APPLIED" TO WS-OP-RESULT.
           MOVE SPACES TO WS-OP-NOTE.
           EVALUATE TRUE
               WHEN OC-DRAIN
                   PERFORM APPLY-DRAIN
               WHEN OC-CANCEL
                   PERFORM APPLY-CANCEL
               WHEN OC-HOLD
                   PERFORM APPLY-HOLD
               WHEN OC-RELEASE
                   PERFORM APPLY-RELEASE
               WHEN OC-PAUSE
                   PERFORM APPLY-PAUSE
               WHEN OC-RESUME
                   PERFORM APPLY-RESUME
               WHEN OTHER
                   MOVE "IGNORED" TO WS-OP-RESULT
                   MOVE "COMMAND NOT RECOGNIZED" TO WS-OP-NOTE
           END-EVALUATE.
           MOVE SPACES TO WS-OP-CMD-TEXT.
           EVALUATE TRUE
               WHEN OC-SCOPE-JOB
                   STRING OC-VERB DELIMITED BY SPACE,
                          " JOB=" DELIMITED BY SIZE,
                          OC-TARGET DELIMITED BY SPACE,
                          INTO WS-OP-CMD-TEXT
               WHEN OC-SCOPE-CLASS
                   STRING OC-VERB DELIMITED BY SPACE,
                          " CLASS=" DELIMITED BY SIZE,
                          OC-TARGET(1:1) DELIMITED BY SIZE,
                          INTO WS-OP-CMD-TEXT
               WHEN OTHER
                   STRING OC-VERB DELIMITED BY SPACE,
                          " " DELIMITED BY SIZE,
                          OC-TARGET DELIMITED BY SPACE,
                          INTO WS-OP-CMD-TEXT
           END-EVALUATE.
           DISPLAY "OPERATOR " WS-OP-RESULT " " WS-OP-CMD-TEXT
                   " BY " OC-USER " " WS-OP-NOTE.
           IF WS-OP-RESULT = "APPLIED"
               MOVE OC-STAMP TO WS-OP-LAST-STAMP
               MOVE OC-USER TO WS-OP-LAST-USER
               MOVE WS-OP-CMD-TEXT TO WS-OP-LAST-TEXT
               PERFORM WRITE-RUN-STATUS
           END-IF.
           PERFORM WRITE-OPERATOR-LOG.

       APPLY-DRAIN.
           IF OPERATOR-STOP-REQUESTED
               MOVE "IGNORED" TO WS-OP-RESULT
               MOVE "STOP ALREADY REQUESTED" TO WS-OP-NOTE
           ELSE
               SET OPERATOR-DRAIN TO TRUE
               MOVE "DRAIN" TO WS-OP-STOP-TEXT
               MOVE "NO FURTHER JOBS DISPATCHED" TO WS-OP-NOTE
           END-IF.

       APPLY-CANCEL.
           IF OPERATOR-CANCEL
               MOVE "IGNORED" TO WS-OP-RESULT
               MOVE "CANCEL ALREADY REQUESTED" TO WS-OP-NOTE
           ELSE
               SET OPERATOR-CANCEL TO TRUE
               MOVE "CANCEL" TO WS-OP-STOP-TEXT
               MOVE "STOPPING AFTER CURRENT JOB" TO WS-OP-NOTE
           END-IF.

       APPLY-HOLD.
           EVALUATE TRUE
               WHEN OC-SCOPE-JOB
                   PERFORM HOLD-OPERATOR-JOB
               WHEN OC-SCOPE-CLASS
                   PERFORM HOLD-OPERATOR-CLASS
               WHEN OTHER
                   MOVE "IGNORED" TO WS-OP-RESULT
                   MOVE "HOLD NEEDS JOB= OR CLASS=" TO WS-OP-NOTE
           END-EVALUATE.

       HOLD-OPERATOR-JOB.
           PERFORM FIND-OPERATOR-JOB.
           IF WS-OP-FOUND = 0
               MOVE "IGNORED" TO WS-OP-RESULT
               MOVE "JOB NOT IN THIS PASS" TO WS-OP-NOTE
           ELSE
               IF WS-JOB-STATE(WS-OP-FOUND) NOT = "P"
                      AND WS-JOB-STATE(WS-OP-FOUND) NOT = "C"
                   MOVE "IGNORED" TO WS-OP-RESULT
                   MOVE "JOB ALREADY RUN OR SKIPPED" TO WS-OP-NOTE
               ELSE
                   IF WS-JOB-HOLD(WS-OP-FOUND) = "H"
                       MOVE "IGNORED" TO WS-OP-RESULT
                       MOVE "JOB ALREADY HELD" TO WS-OP-NOTE
                   ELSE
                       MOVE "H" TO WS-JOB-HOLD(WS-OP-FOUND)
                       MOVE "JOB HELD FOR REST OF PASS" TO WS-OP-NOTE
                   END-IF
               END-IF
           END-IF.

       HOLD-OPERATOR-CLASS.
           MOVE OC-TARGET(1:1) TO WS-OP-CLASS.
           IF WS-OP-CLASS IS NOT NUMERIC OR WS-OP-CLASS = "0"
               MOVE "IGNORED" TO WS-OP-RESULT
               MOVE "CLASS NOT 1-9" TO WS-OP-NOTE
           ELSE
               IF WS-CLASS-HOLD(WS-OP-CLASS-NUM) = "H"
                   MOVE "IGNORED" TO WS-OP-RESULT
                   MOVE "CLASS ALREADY HELD" TO WS-OP-NOTE
               ELSE
                   MOVE "H" TO WS-CLASS-HOLD(WS-OP-CLASS-NUM)
                   PERFORM CLEAR-CLASS-RELEASE
                       VARYING WS-OP-SUB FROM 1 BY 1
                       UNTIL WS-OP-SUB > WS-LOAD-COUNT
                   MOVE "CLASS HELD FOR REST OF PASS" TO WS-OP-NOTE
               END-IF
           END-IF.

       CLEAR-CLASS-RELEASE.
           IF WS-JOB-HOLD(WS-OP-SUB) = "R"
                  AND WS-JOB-PRIORITY(WS-OP-SUB) = WS-OP-CLASS
               MOVE SPACE TO WS-JOB-HOLD(WS-OP-SUB)
           END-IF.

       APPLY-RELEASE.
           EVALUATE TRUE
               WHEN OC-SCOPE-JOB
                   PERFORM RELEASE-OPERATOR-JOB
               WHEN OC-SCOPE-CLASS
                   PERFORM RELEASE-OPERATOR-CLASS
               WHEN OTHER
                   MOVE SPACES TO WS-JOB-HOLDS
                   MOVE SPACES TO WS-CLASS-HOLDS
                   MOVE "ALL OPERATOR HOLDS RELEASED" TO WS-OP-NOTE
           END-EVALUATE.

       RELEASE-OPERATOR-JOB.
           PERFORM FIND-OPERATOR-JOB.
           IF WS-OP-FOUND = 0
               MOVE "IGNORED" TO WS-OP-RESULT
               MOVE "JOB NOT IN THIS PASS" TO WS-OP-NOTE
           ELSE
               MOVE WS-OP-FOUND TO WS-HOLD-SUB
               PERFORM CHECK-JOB-HELD
               IF NOT JOB-HELD-BY-OPERATOR
                   MOVE "IGNORED" TO WS-OP-RESULT
                   MOVE "JOB NOT HELD" TO WS-OP-NOTE
               ELSE
                   IF WS-JOB-HOLD(WS-OP-FOUND) = "H"
                       MOVE SPACE TO WS-JOB-HOLD(WS-OP-FOUND)
                       PERFORM CHECK-JOB-HELD
                   END-IF
                   IF JOB-HELD-BY-OPERATOR
                       MOVE "R" TO WS-JOB-HOLD(WS-OP-FOUND)
                       MOVE "JOB RELEASED FROM CLASS HOLD"
                           TO WS-OP-NOTE
                   ELSE
                       MOVE "JOB RELEASED" TO WS-OP-NOTE
                   END-IF
               END-IF
           END-IF.

       RELEASE-OPERATOR-CLASS.
           MOVE OC-TARGET(1:1) TO WS-OP-CLASS.
           IF WS-OP-CLASS IS NOT NUMERIC OR WS-OP-CLASS = "0"
               MOVE "IGNORED" TO WS-OP-RESULT
               MOVE "CLASS NOT 1-9" TO WS-OP-NOTE
           ELSE
               IF WS-CLASS-HOLD(WS-OP-CLASS-NUM) NOT = "H"
                   MOVE "IGNORED" TO WS-OP-RESULT
                   MOVE "CLASS NOT HELD" TO WS-OP-NOTE
               ELSE
                   MOVE SPACE TO WS-CLASS-HOLD(WS-OP-CLASS-NUM)
                   MOVE "CLASS RELEASED" TO WS-OP-NOTE
               END-IF
           END-IF.

       APPLY-PAUSE.
           IF OPERATOR-PAUSED
               MOVE "IGNORED" TO WS-OP-RESULT
               MOVE "PASS ALREADY PAUSED" TO WS-OP-NOTE
           ELSE
               SET OPERATOR-PAUSED TO TRUE
               MOVE "PAUSED BEFORE NEXT JOB" TO WS-OP-NOTE
           END-IF.

       APPLY-RESUME.
           IF NOT OPERATOR-PAUSED
               MOVE "IGNORED" TO WS-OP-RESULT
               MOVE "PASS NOT PAUSED" TO WS-OP-NOTE
           ELSE
               MOVE "N" TO WS-OPERATOR-PAUSE
               MOVE "PASS RESUMED" TO WS-OP-NOTE
           END-IF.

       FIND-OPERATOR-JOB.
           MOVE 0 TO WS-OP-FOUND.
           PERFORM FIND-OPERATOR-ENTRY
               VARYING WS-OP-SUB FROM 1 BY 1
               UNTIL WS-OP-SUB > WS-LOAD-COUNT
               OR WS-OP-FOUND > 0.

       FIND-OPERATOR-ENTRY.
           IF WS-JOB-SLOT(WS-OP-SUB)(1:8) = OC-TARGET
                  AND WS-JOB-STATE(WS-OP-SUB) NOT = SPACE
               MOVE WS-OP-SUB TO WS-OP-FOUND
           END-IF.

       CHECK-JOB-HELD.
           MOVE "N" TO WS-OP-HELD-SWITCH.
           IF WS-JOB-HOLD(WS-HOLD-SUB) = "H"
               SET JOB-HELD-BY-OPERATOR TO TRUE
           END-IF.
           IF WS-JOB-HOLD(WS-HOLD-SUB) = SPACE
               MOVE WS-JOB-PRIORITY(WS-HOLD-SUB) TO WS-HOLD-CLASS
               IF WS-HOLD-CLASS IS NUMERIC AND WS-HOLD-CLASS NOT = "0"
                   IF WS-CLASS-HOLD(WS-HOLD-CLASS-NUM) = "H"
                       SET JOB-HELD-BY-OPERATOR TO TRUE
                   END-IF
               END-IF
           END-IF.

       WRITE-OPERATOR-LOG.
           IF NOT OPLOG-FILE-OPEN AND NOT OPLOG-WRITE-WARNED
               OPEN EXTEND BF-OPLOG-OUT
               IF WS-OPLOG-STATUS = "00" OR WS-OPLOG-STATUS = "05"
                   SET OPLOG-FILE-OPEN TO TRUE
               ELSE
                   SET OPLOG-WRITE-WARNED TO TRUE
                   DISPLAY "BF-DRIVE: UNABLE TO OPEN BFOPLOG, STATUS="
                           WS-OPLOG-STATUS
                           ", OPERATOR COMMANDS NOT LOGGED"
               END-IF
           END-IF.
           IF OPLOG-FILE-OPEN
               MOVE SPACES TO BF-OPLOG-REC
               MOVE FUNCTION CURRENT-DATE(1:16) TO OL-ACTED-STAMP
               MOVE WS-PASS-START TO OL-PASS-START
               MOVE WS-STREAM-NUMBER TO OL-STREAM
               MOVE OC-STAMP TO OL-CMD-STAMP
               MOVE OC-USER TO OL-USER
               MOVE OC-VERB TO OL-VERB
               MOVE OC-SCOPE TO OL-SCOPE
               MOVE OC-TARGET TO OL-TARGET
               MOVE OC-TEXT TO OL-TEXT
               MOVE WS-OP-RESULT TO OL-RESULT
               MOVE WS-OP-NOTE TO OL-NOTE
               WRITE BF-OPLOG-REC
           END-IF.

       CLOSE-OPERATOR-LOG.
           IF OPLOG-FILE-OPEN
               CLOSE BF-OPLOG-OUT
               MOVE "N" TO WS-OPLOG-OPEN-SWITCH
           END-IF.

       RUN-SELECTED-JOBS.
           MOVE SPACES TO WS-STATUS-JOB.
           MOVE SPACES TO WS-CHAIN-HEAD.
           PERFORM WRITE-RUN-STATUS.
           PERFORM OPEN-RUN-HISTORY.
           PERFORM OPEN-GENERATION-FILES.
           PERFORM PICK-NEXT-JOB.
           PERFORM DISPATCH-PICKED-JOB UNTIL WS-PICK-SUB = 0.
           IF HISTORY-FILE-OPEN
               CLOSE BF-HISTORY
               MOVE "N" TO WS-HISTORY-OPEN-SWITCH
           END-IF.
           IF GENERATION-FILES-OPEN
               CLOSE BF-GEN-INDEX BF-GEN-STORE
               MOVE "N" TO WS-GENERATION-OPEN-SWITCH
           END-IF.

       OPEN-RUN-HISTORY.
           OPEN I-O BF-HISTORY.
           IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "05"
               SET HISTORY-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "BF-DRIVE: UNABLE TO OPEN BFHIST, STATUS="
                       WS-HISTORY-STATUS ", RUN HISTORY NOT KEPT"
           END-IF.

       OPEN-GENERATION-FILES.
           OPEN I-O BF-GEN-INDEX.
           IF WS-GEN-INDEX-STATUS NOT = "00"
                  AND WS-GEN-INDEX-STATUS NOT = "05"
               DISPLAY "BF-DRIVE: UNABLE TO OPEN BFGENIX, STATUS="
                       WS-GEN-INDEX-STATUS
                       ", DELIVERY GENERATIONS NOT KEPT"
           ELSE
               OPEN I-O BF-GEN-STORE
               IF WS-GEN-STORE-STATUS NOT = "00"
                      AND WS-GEN-STORE-STATUS NOT = "05"
                   DISPLAY "BF-DRIVE: UNABLE TO OPEN BFGENST, STATUS="
                           WS-GEN-STORE-STATUS
                           ", DELIVERY GENERATIONS NOT KEPT"
                   CLOSE BF-GEN-INDEX
               ELSE
                   SET GENERATION-FILES-OPEN TO TRUE
               END-IF
           END-IF.

       DISPATCH-PICKED-JOB.
           PERFORM CHECK-OPERATOR-COMMANDS.
           PERFORM PICK-NEXT-JOB.
           IF WS-PICK-SUB > 0
               IF OPERATOR-STOP-REQUESTED
                   DISPLAY "OPERATOR: DISPATCH STOPPED BEFORE JOB="
                           WS-JOB-SLOT(WS-PICK-SUB)(1:8)
                   MOVE 0 TO WS-PICK-SUB
               ELSE
                   PERFORM DISPATCH-WITHIN-BUDGET
               END-IF
           END-IF.

       DISPATCH-WITHIN-BUDGET.
           MOVE WS-JOB-SLOT(WS-PICK-SUB) TO BF-JOB-RECORD.
           IF WS-BUDGET-LIMIT > 0
                  AND WS-BUDGET-USED + JR-CYCLE-LIMIT
       CONSIDER-ONE-JOB.
           IF WS-JOB-STATE(WS-JOB-SUB) = "P"
                  AND WS-JOB-PRIORITY(WS-JOB-SUB) < WS-PICK-PRIORITY
               MOVE WS-JOB-SUB TO WS-HOLD-SUB
               PERFORM CHECK-JOB-HELD
               IF NOT JOB-HELD-BY-OPERATOR
                   MOVE WS-JOB-SUB TO WS-PICK-SUB
                   MOVE WS-JOB-PRIORITY(WS-JOB-SUB)
                       TO WS-PICK-PRIORITY
               END-IF
           END-IF.

       RUN-PICKED-JOB.
           MOVE BF-STATUS TO WS-CHAIN-STATUS.
           MOVE JR-OUTPUT-DSNAME TO WS-CHAIN-OUTPUT.
           MOVE 0 TO WS-CHAIN-STEPS.
           MOVE "N" TO WS-CHAIN-CUT-SWITCH.
           PERFORM RUN-ONE-CHAIN-STEP
               UNTIL WS-CHAIN-NEXT = SPACES
               OR WS-CHAIN-STEPS > 500.
           IF WS-CHAIN-STATUS = 0
               IF CHAIN-CUT-BY-OPERATOR
                   DISPLAY "CHAIN HEAD=" WS-CHAIN-HEAD
                           " STOPPED BY OPERATOR"
               ELSE
                   DISPLAY "CHAIN HEAD=" WS-CHAIN-HEAD " COMPLETE"
               END-IF
           ELSE
               DISPLAY "CHAIN HEAD=" WS-CHAIN-HEAD
                       " ENDED WITH STATUS=" WS-CHAIN-STATUS
           END-IF.

       RUN-ONE-CHAIN-STEP.
           PERFORM CHECK-OPERATOR-COMMANDS.
           IF OPERATOR-CANCEL
               SET CHAIN-CUT-BY-OPERATOR TO TRUE
           END-IF.
           ADD 1 TO WS-CHAIN-STEPS.
           MOVE 0 TO WS-CHAIN-FOUND.
           PERFORM FIND-CHAIN-ENTRY
               DISPLAY "CHAIN: SUCCESSOR " WS-CHAIN-NEXT
                       " NOT AVAILABLE, CHAIN STOPPED"
               ADD 1 TO WS-CHAIN-SKIP-COUNT
               MOVE WS-CHAIN-NEXT TO WS-SKIP-JOB
               MOVE "N" TO WS-SKIP-REASON
               PERFORM WRITE-SKIP-RECORD
               MOVE SPACES TO WS-CHAIN-NEXT
           ELSE
               IF WS-JOB-STATE(WS-CHAIN-FOUND) = "D"
                   DISPLAY "CHAIN: JOB=" WS-CHAIN-NEXT
                           " ALREADY RUN, CHAIN STOPPED"
                   MOVE SPACES TO WS-CHAIN-NEXT
               ELSE
                   PERFORM TAKE-CHAIN-SUCCESSOR
               END-IF
           END-IF.

       TAKE-CHAIN-SUCCESSOR.
           MOVE WS-CHAIN-FOUND TO WS-HOLD-SUB.
           PERFORM CHECK-JOB-HELD.
           IF CHAIN-CUT-BY-OPERATOR
               PERFORM CUT-CHAIN-SUCCESSOR
           ELSE
               IF JOB-HELD-BY-OPERATOR
                   PERFORM HOLD-CHAIN-SUCCESSOR
               ELSE
                   PERFORM RUN-CHAIN-SUCCESSOR
               END-IF
           END-IF.

       CUT-CHAIN-SUCCESSOR.
           MOVE "D" TO WS-JOB-STATE(WS-CHAIN-FOUND).
           MOVE WS-JOB-SLOT(WS-CHAIN-FOUND) TO BF-JOB-RECORD.
           ADD 1 TO WS-CHAIN-SKIP-COUNT.
           DISPLAY "CHAIN: JOB=" JR-JOB-ID
                   " SKIPPED, CHAIN STOPPED BY OPERATOR".
           MOVE JR-JOB-ID TO WS-SKIP-JOB.
           MOVE "O" TO WS-SKIP-REASON.
           PERFORM WRITE-SKIP-RECORD.
           MOVE JR-SUCCESSOR-JOB TO WS-CHAIN-NEXT.

       HOLD-CHAIN-SUCCESSOR.
           MOVE "D" TO WS-JOB-STATE(WS-CHAIN-FOUND).
           MOVE WS-JOB-SLOT(WS-CHAIN-FOUND) TO BF-JOB-RECORD.
           ADD 1 TO WS-HELD-COUNT.
           DISPLAY "CHAIN: JOB=" JR-JOB-ID
                   " HELD BY OPERATOR, CHAIN STOPPED".
           MOVE JR-JOB-ID TO WS-SKIP-JOB.
           MOVE "H" TO WS-SKIP-REASON.
           PERFORM WRITE-SKIP-RECORD.
           SET CHAIN-CUT-BY-OPERATOR TO TRUE.
           MOVE JR-SUCCESSOR-JOB TO WS-CHAIN-NEXT.

       FIND-CHAIN-ENTRY.
           IF WS-JOB-SLOT(WS-CHAIN-SUB)(1:8) = WS-CHAIN-NEXT
                  AND WS-JOB-STATE(WS-CHAIN-SUB) NOT = SPACE
               ADD 1 TO WS-CHAIN-SKIP-COUNT
               DISPLAY "CHAIN: JOB=" JR-JOB-ID
                       " SKIPPED, PREDECESSOR FAILED"
               MOVE JR-JOB-ID TO WS-SKIP-JOB
               MOVE "F" TO WS-SKIP-REASON
               PERFORM WRITE-SKIP-RECORD
               MOVE JR-SUCCESSOR-JOB TO WS-CHAIN-NEXT
           ELSE
               PERFORM BUILD-CHAIN-FEED
               IF WS-CHAIN-STATUS = 0
                   MOVE "D" TO JR-INPUT-MODE
                   MOVE "BFCHAIN" TO JR-INPUT-DSNAME
                   MOVE "N" TO JR-INPUT-CONTROL-SWITCH
                   PERFORM RUN-ONE-JOB
                   MOVE BF-STATUS TO WS-CHAIN-STATUS
                   MOVE JR-OUTPUT-DSNAME TO WS-CHAIN-OUTPUT
                   ADD 1 TO WS-CHAIN-SKIP-COUNT
                   DISPLAY "CHAIN: JOB=" JR-JOB-ID
                           " SKIPPED, CHAIN FEED FAILED"
                   MOVE JR-JOB-ID TO WS-SKIP-JOB
                   MOVE "E" TO WS-SKIP-REASON
                   PERFORM WRITE-SKIP-RECORD
               END-IF
               MOVE JR-SUCCESSOR-JOB TO WS-CHAIN-NEXT
           END-IF.
           END-IF.

       COPY-CHAIN-RECORD.
           IF CHIN-LEN > 0 AND NOT CHIN-TRAILER-RECORD
               PERFORM WRITE-ONE-FEED-BYTE
                   VARYING WS-CHAIN-SUB FROM 1 BY 1
                   UNTIL WS-CHAIN-SUB > CHIN-LEN

       RUN-ONE-JOB.
           ADD 1 TO WS-JOB-COUNT.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-START-STAMP.
           MOVE SPACES TO WS-DELIVERY-DSNAME.
           MOVE ZEROES TO WS-DELIVERY-COUNTS.
           MOVE "N" TO WS-DELIVERED-SWITCH.
           MOVE "N" TO WS-TRAILER-SWITCH.
           MOVE "N" TO WS-CONTROL-FAIL-SWITCH.
           MOVE "STARTING" TO WS-STATUS-PHASE.
           MOVE JR-JOB-ID TO WS-STATUS-JOB.
           PERFORM WRITE-RUN-STATUS.
           IF SYMBOL-RESOLVE-FAILED
               MOVE 7 TO BF-STATUS
               MOVE 0 TO BF-CYCLES-USED
               MOVE 0 TO BF-OUTPUT-LEN
               DISPLAY "JOB=" JR-JOB-ID
                       " FAILED, UNRESOLVED SYMBOL IN "
                       WS-RESOLVE-FIELD
                   MOVE BF-STATUS TO WS-WORST-STATUS
               END-IF
               PERFORM WRITE-REJECT-RECORD
               PERFORM WRITE-RUN-HISTORY
               MOVE "ENDED" TO WS-STATUS-PHASE
               PERFORM WRITE-RUN-STATUS
           ELSE
               IF JR-INPUT-CONTROLLED AND JR-INPUT-MODE = "D"
                   PERFORM VERIFY-INPUT-CONTROLS
               END-IF
               IF INPUT-CONTROLS-FAILED
                   MOVE 8 TO BF-STATUS
                   MOVE 0 TO BF-CYCLES-USED
                   MOVE 0 TO BF-OUTPUT-LEN
                   DISPLAY "JOB=" JR-JOB-ID
                           " FAILED, INPUT CONTROL TOTALS: "
                           WS-CONTROL-REASON
                   ADD 1 TO WS-FAIL-COUNT
                   IF BF-STATUS > WS-WORST-STATUS
                       MOVE BF-STATUS TO WS-WORST-STATUS
                   END-IF
                   PERFORM WRITE-REJECT-RECORD
                   PERFORM WRITE-RUN-HISTORY
                   MOVE "ENDED" TO WS-STATUS-PHASE
                   PERFORM WRITE-RUN-STATUS
               ELSE
                   PERFORM RUN-RESOLVED-JOB
               END-IF
           END-IF.
           MOVE JR-JOB-ID TO WS-TIMING-JOB.
           MOVE "R" TO WS-TIMING-EVENT.
           MOVE SPACE TO WS-TIMING-REASON.
           MOVE BF-STATUS TO WS-TIMING-STATUS.
           MOVE WS-JOB-START-STAMP TO WS-TIMING-START.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-TIMING-END.
           PERFORM WRITE-TIMING-RECORD.

       VERIFY-INPUT-CONTROLS.
           MOVE SPACES TO WS-CONTROL-REASON.
           MOVE JR-INPUT-DSNAME TO WS-CONTROL-IN-DSNAME.
           MOVE 0 TO WS-CONTROL-BYTES.
           OPEN INPUT BF-CONTROL-IN.
           IF WS-CONTROL-IN-STATUS NOT = "00"
               MOVE "INPUT DATASET NOT READABLE" TO WS-CONTROL-REASON
           ELSE
               PERFORM UNTIL WS-CONTROL-IN-STATUS NOT = "00"
                   READ BF-CONTROL-IN
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-CONTROL-BYTES
                   END-READ
               END-PERFORM
               CLOSE BF-CONTROL-IN
               IF WS-CONTROL-BYTES < 56
                   MOVE "HEADER OR TRAILER MISSING"
                       TO WS-CONTROL-REASON
               ELSE
                   PERFORM SPLIT-CONTROLLED-INPUT
               END-IF
           END-IF.
           IF WS-CONTROL-REASON = SPACES
               PERFORM CHECK-INPUT-CONTROLS
           END-IF.
           IF WS-CONTROL-REASON NOT = SPACES
               SET INPUT-CONTROLS-FAILED TO TRUE
           ELSE
               MOVE "BFCTLIN" TO JR-INPUT-DSNAME
           END-IF.

       SPLIT-CONTROLLED-INPUT.
           COMPUTE WS-CONTROL-DATA-END = WS-CONTROL-BYTES - 32.
           MOVE 0 TO WS-CONTROL-SEQ.
           MOVE 0 TO WS-CONTROL-DATA-BYTES.
           MOVE 0 TO WS-CONTROL-HASH.
           MOVE SPACES TO BF-CONTROL-HEADER.
           MOVE SPACES TO BF-CONTROL-TRAILER.
           OPEN INPUT BF-CONTROL-IN.
           IF WS-CONTROL-IN-STATUS NOT = "00"
               MOVE "INPUT DATASET NOT READABLE" TO WS-CONTROL-REASON
           ELSE
               OPEN OUTPUT BF-CONTROL-FEED
               IF WS-CONTROL-FEED-STATUS NOT = "00"
                   DISPLAY "BF-DRIVE: UNABLE TO OPEN BFCTLIN, STATUS="
                           WS-CONTROL-FEED-STATUS
                   MOVE "BFCTLIN NOT WRITTEN" TO WS-CONTROL-REASON
                   CLOSE BF-CONTROL-IN
               ELSE
                   PERFORM UNTIL WS-CONTROL-IN-STATUS NOT = "00"
                       READ BF-CONTROL-IN
                           AT END
                               CONTINUE
                           NOT AT END
                               PERFORM SPLIT-ONE-CONTROL-BYTE
                       END-READ
                   END-PERFORM
                   CLOSE BF-CONTROL-IN BF-CONTROL-FEED
               END-IF
           END-IF.

       SPLIT-ONE-CONTROL-BYTE.
           ADD 1 TO WS-CONTROL-SEQ.
           IF WS-CONTROL-SEQ <= 24
               MOVE BF-CONTROL-IN-REC
                   TO BF-CONTROL-HEADER(WS-CONTROL-SEQ:1)
           ELSE
               IF WS-CONTROL-SEQ > WS-CONTROL-DATA-END
                   COMPUTE WS-CONTROL-POS =
                       WS-CONTROL-SEQ - WS-CONTROL-DATA-END
                   IF WS-CONTROL-POS <= 32
                       MOVE BF-CONTROL-IN-REC
                           TO BF-CONTROL-TRAILER(WS-CONTROL-POS:1)
                   END-IF
               ELSE
                   MOVE BF-CONTROL-IN-REC TO BF-CONTROL-FEED-REC
                   WRITE BF-CONTROL-FEED-REC
                   ADD 1 TO WS-CONTROL-DATA-BYTES
                   COMPUTE WS-CONTROL-HASH = WS-CONTROL-HASH
                       + FUNCTION ORD(BF-CONTROL-IN-REC) - 1
               END-IF
           END-IF.

       CHECK-INPUT-CONTROLS.
           EVALUATE TRUE
               WHEN WS-CONTROL-SEQ NOT = WS-CONTROL-BYTES
                   MOVE "INPUT CHANGED DURING CHECK"
                       TO WS-CONTROL-REASON
               WHEN NOT CH-TAG-VALID
                   MOVE "HEADER RECORD MISSING" TO WS-CONTROL-REASON
               WHEN NOT CT-TAG-VALID
                   MOVE "TRAILER RECORD MISSING" TO WS-CONTROL-REASON
               WHEN CT-BYTE-COUNT IS NOT NUMERIC
                      OR CT-HASH-TOTAL IS NOT NUMERIC
                   MOVE "TRAILER TOTALS NOT NUMERIC"
                       TO WS-CONTROL-REASON
               WHEN CT-BYTE-COUNT NOT = WS-CONTROL-DATA-BYTES
                   MOVE "BYTE COUNT MISMATCH" TO WS-CONTROL-REASON
               WHEN CT-HASH-TOTAL NOT = WS-CONTROL-HASH
                   MOVE "HASH TOTAL MISMATCH" TO WS-CONTROL-REASON
           END-EVALUATE.
           IF WS-CONTROL-REASON = SPACES
               DISPLAY "JOB=" JR-JOB-ID
                       " INPUT CONTROLS AGREE, FEED DATE="
                       CH-FEED-DATE " SOURCE=" CH-SOURCE-ID
                       " BYTES=" WS-CONTROL-DATA-BYTES
           ELSE
               IF CT-TAG-VALID AND CH-TAG-VALID
                      AND CT-BYTE-COUNT IS NUMERIC
                      AND CT-HASH-TOTAL IS NUMERIC
                   DISPLAY "JOB=" JR-JOB-ID
                           " TRAILER BYTES=" CT-BYTE-COUNT
                           " HASH=" CT-HASH-TOTAL
                           " COUNTED BYTES=" WS-CONTROL-DATA-BYTES
                           " HASH=" WS-CONTROL-HASH
               END-IF
           END-IF.

       RUN-RESOLVED-JOB.
                   " STATUS=" WS-ED-STATUS
                   " CYCLES=" WS-ED-CYCLES
                   "/" JR-CYCLE-LIMIT.
           IF BF-STATE-VERSION > 0
               DISPLAY "JOB=" JR-JOB-ID " TAPE STATE SAVED AS VERSION "
                       BF-STATE-VERSION
           END-IF.
           IF BF-STATUS NOT = 0
               ADD 1 TO WS-FAIL-COUNT
               IF BF-STATUS > WS-WORST-STATUS
               PERFORM WRITE-REJECT-RECORD
           END-IF.
           PERFORM DELIVER-OUTPUT.
           IF OUTPUT-DELIVERED
                  AND GENERATION-FILES-OPEN
                  AND JR-RETAIN-GENS IS NUMERIC
                  AND JR-RETAIN-GENS > 0
               PERFORM RETAIN-DELIVERY-GENERATION
           END-IF.
           PERFORM WRITE-RUN-HISTORY.
           MOVE "ENDED" TO WS-STATUS-PHASE.
           PERFORM WRITE-RUN-STATUS.

       WRITE-RUN-HISTORY.
           IF HISTORY-FILE-OPEN
               MOVE SPACES TO BF-HISTORY-REC
               MOVE JR-JOB-ID TO HI-JOB-ID
               MOVE FUNCTION CURRENT-DATE(1:16) TO HI-RUN-STAMP
               MOVE WS-RUN-DATE TO HI-RUN-DATE
               MOVE BF-STATUS TO HI-STATUS
               MOVE BF-CYCLES-USED TO HI-CYCLES-USED
               MOVE JR-CYCLE-LIMIT TO HI-CYCLE-LIMIT
               MOVE BF-OUTPUT-LEN TO HI-OUTPUT-LEN
               MOVE WS-SPOOL-COUNT TO HI-SPOOL-COUNT
               MOVE WS-SPOOL-BYTES TO HI-SPOOL-BYTES
               MOVE WS-DELIVERY-DSNAME TO HI-DELIVERY-DSNAME
               MOVE WS-CHAIN-HEAD TO HI-CHAIN-HEAD
               IF OUTPUT-DELIVERED
                   IF JR-RESTART-SWITCH = "Y"
                       SET HI-DELIVERED-APPENDED TO TRUE
                   ELSE
                       SET HI-DELIVERED-NEW TO TRUE
                   END-IF
               ELSE
                   MOVE "N" TO HI-DELIVERY-SWITCH
               END-IF
               MOVE WS-TRAILER-SWITCH TO HI-TRAILER-SWITCH
               MOVE WS-DELIVERY-HASH TO HI-DELIVERY-HASH
               WRITE BF-HISTORY-REC
                   INVALID KEY
                       DISPLAY "BF-DRIVE: RUN HISTORY NOT WRITTEN,"
                               " JOB=" JR-JOB-ID
                               " STATUS=" WS-HISTORY-STATUS
               END-WRITE
           END-IF.

       WRITE-REJECT-RECORD.
           IF NOT REJECT-FILE-OPEN
               OPEN OUTPUT BF-REJECT-OUT
           MOVE JR-CODE-DSNAME TO BF-CODE-DSNAME.
           MOVE JR-OUTPUT-MODE TO BF-OUTPUT-MODE.
           MOVE SPACE TO BF-AUDIT-SWITCH.
           MOVE JR-STATE-SWITCH TO BF-STATE-SWITCH.
           MOVE "N" TO BF-OUTPUT-OVERFLOW-FLAG.
           MOVE "N" TO BF-CHECKPOINT-SAVED-FLAG.

                       TO DLVR-DATA(1:BF-OUTPUT-LEN)
               END-IF
               WRITE BF-DELIVERY-REC
               PERFORM ADD-DELIVERY-HASH
               IF JR-TRAILER-ON
                   PERFORM WRITE-DELIVERY-TRAILER
               END-IF
               CLOSE BF-DELIVERY
               SET OUTPUT-DELIVERED TO TRUE
           END-IF.

       COPY-SPOOL-TO-DELIVERY.
                           MOVE SPIN-DATA(1:SPIN-LEN)
                               TO DLVR-DATA(1:SPIN-LEN)
                           WRITE BF-DELIVERY-REC
                           PERFORM ADD-DELIVERY-HASH
                           ADD 1 TO WS-SPOOL-COUNT
                           ADD SPIN-LEN TO WS-SPOOL-BYTES
                   END-READ
               END-PERFORM
               CLOSE BF-SPOOL-IN
               OPEN OUTPUT BF-SPOOL-IN
               CLOSE BF-SPOOL-IN
           END-IF.

       ADD-DELIVERY-HASH.
           IF DLVR-LEN > 0
               PERFORM ADD-ONE-HASH-BYTE
                   VARYING WS-HASH-SUB FROM 1 BY 1
                   UNTIL WS-HASH-SUB > DLVR-LEN
           END-IF.

       ADD-ONE-HASH-BYTE.
           COMPUTE WS-DELIVERY-HASH = WS-DELIVERY-HASH
               + FUNCTION ORD(DLVR-DATA(WS-HASH-SUB:1)) - 1.

       WRITE-DELIVERY-TRAILER.
           MOVE SPACES TO BF-DELIVERY-TRAILER.
           MOVE "TRL" TO DT-TAG.
           MOVE JR-JOB-ID TO DT-JOB-ID.
           COMPUTE DT-RECORD-COUNT = WS-SPOOL-COUNT + 1.
           COMPUTE DT-BYTE-COUNT = WS-SPOOL-BYTES + BF-OUTPUT-LEN.
           MOVE WS-DELIVERY-HASH TO DT-HASH-TOTAL.
           SET DLVR-TRAILER-RECORD TO TRUE.
           MOVE BF-DELIVERY-TRAILER TO DLVR-DATA.
           WRITE BF-DELIVERY-REC.
           SET DELIVERY-TRAILER-WRITTEN TO TRUE.

       RETAIN-DELIVERY-GENERATION.
           MOVE JR-JOB-ID TO GX-JOB-ID.
           MOVE 0 TO GX-GEN-NUMBER.
           READ BF-GEN-INDEX
               INVALID KEY
                   MOVE "N" TO WS-GEN-HEADER-SWITCH
                   MOVE 0 TO WS-GEN-NUMBER
               NOT INVALID KEY
                   SET GEN-HEADER-PRESENT TO TRUE
                   MOVE GX-LAST-GEN TO WS-GEN-NUMBER
           END-READ.
           IF WS-GEN-NUMBER = 99999
               DISPLAY "BF-DRIVE: JOB=" JR-JOB-ID
                       " GENERATION NUMBERS EXHAUSTED,"
                       " DELIVERY NOT RETAINED"
           ELSE
               ADD 1 TO WS-GEN-NUMBER
               MOVE 0 TO WS-GEN-SEQ
               MOVE 0 TO WS-GEN-RECORDS
               MOVE 0 TO WS-GEN-BYTES
               OPEN INPUT BF-DELIVERY
               IF WS-DELIVERY-STATUS NOT = "00"
                   DISPLAY "BF-DRIVE: UNABLE TO REREAD DELIVERY "
                           WS-DELIVERY-DSNAME " STATUS="
                           WS-DELIVERY-STATUS
                           ", GENERATION NOT RETAINED"
               ELSE
                   PERFORM UNTIL WS-DELIVERY-STATUS NOT = "00"
                       READ BF-DELIVERY
                           AT END
                               CONTINUE
                           NOT AT END
                               PERFORM STORE-GENERATION-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE BF-DELIVERY
                   PERFORM WRITE-GENERATION-INDEX
               END-IF
           END-IF.

       STORE-GENERATION-RECORD.
           ADD 1 TO WS-GEN-SEQ.
           IF NOT DLVR-TRAILER-RECORD
               ADD 1 TO WS-GEN-RECORDS
               ADD DLVR-LEN TO WS-GEN-BYTES
           END-IF.
           MOVE JR-JOB-ID TO GS-JOB-ID.
           MOVE WS-GEN-NUMBER TO GS-GEN-NUMBER.
           MOVE WS-GEN-SEQ TO GS-RECORD-SEQ.
           MOVE DLVR-LEN TO GS-DLVR-LEN.
           MOVE DLVR-DATA TO GS-DLVR-DATA.
           WRITE BF-GEN-STORE-REC
               INVALID KEY
                   REWRITE BF-GEN-STORE-REC
                   END-REWRITE
           END-WRITE.

       WRITE-GENERATION-INDEX.
           MOVE SPACES TO BF-GEN-INDEX-REC.
           MOVE JR-JOB-ID TO GX-JOB-ID.
           MOVE WS-GEN-NUMBER TO GX-GEN-NUMBER.
           MOVE FUNCTION CURRENT-DATE(1:16) TO GX-RUN-STAMP.
           MOVE WS-RUN-DATE TO GX-RUN-DATE.
           MOVE BF-STATUS TO GX-STATUS.
           MOVE WS-GEN-RECORDS TO GX-RECORD-COUNT.
           MOVE WS-GEN-BYTES TO GX-BYTE-COUNT.
           MOVE WS-DELIVERY-DSNAME TO GX-DELIVERY-DSNAME.
           MOVE WS-CHAIN-HEAD TO GX-CHAIN-HEAD.
           MOVE 0 TO GX-LAST-GEN.
           WRITE BF-GEN-INDEX-REC
               INVALID KEY
                   REWRITE BF-GEN-INDEX-REC
                   END-REWRITE
           END-WRITE.
           MOVE SPACES TO BF-GEN-INDEX-REC.
           MOVE JR-JOB-ID TO GX-JOB-ID.
           MOVE 0 TO GX-GEN-NUMBER.
           MOVE 0 TO GX-STATUS.
           MOVE 0 TO GX-RECORD-COUNT.
           MOVE 0 TO GX-BYTE-COUNT.
           MOVE WS-GEN-NUMBER TO GX-LAST-GEN.
           IF GEN-HEADER-PRESENT
               REWRITE BF-GEN-INDEX-REC
                   INVALID KEY
                       DISPLAY "BF-DRIVE: GENERATION HEADER NOT"
                               " UPDATED, JOB=" JR-JOB-ID
                               " STATUS=" WS-GEN-INDEX-STATUS
               END-REWRITE
           ELSE
               WRITE BF-GEN-INDEX-REC
                   INVALID KEY
                       DISPLAY "BF-DRIVE: GENERATION HEADER NOT"
                               " WRITTEN, JOB=" JR-JOB-ID
                               " STATUS=" WS-GEN-INDEX-STATUS
               END-WRITE
           END-IF.
           DISPLAY "JOB=" JR-JOB-ID " DELIVERY RETAINED AS GENERATION "
                   WS-GEN-NUMBER.
