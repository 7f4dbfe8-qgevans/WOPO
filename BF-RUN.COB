           SELECT BF-RESTART-FILE ASSIGN TO DYNAMIC WS-RESTART-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESTART-STATUS.
           SELECT OPTIONAL BF-TAPE-STATE ASSIGN TO "BFTAPST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-KEY
               FILE STATUS IS WS-STATE-STATUS.
           SELECT OPTIONAL BF-TRACE-LOG ASSIGN TO "BFTRACE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRACE-STATUS.
       FD BF-RESTART-FILE.
       COPY BFCKPT.

       FD BF-TAPE-STATE.
       COPY BFTAPST.

       FD BF-TRACE-LOG.
       01 BF-TRACE-REC PIC X(250).

           03 WS-CODE-LIB-STATUS PIC XX.
           03 WS-OVERFLOW-STATUS PIC XX.
           03 WS-RESTART-STATUS PIC XX.
           03 WS-STATE-STATUS PIC XX.
           03 WS-TRACE-STATUS PIC XX.
           03 WS-AUDIT-STATUS PIC XX.
           03 WS-PROFILE-STATUS PIC XX.
       01 WS-CELL-NUM PIC 9(4).
       01 WS-STATE-WORK.
           03 WS-STATE-HEADER-SWITCH PIC X.
               88 STATE-HEADER-PRESENT VALUE "Y".
           03 WS-STATE-LAST PIC 9(5).
           03 WS-STATE-CURRENT PIC 9(5).
           03 WS-STATE-NONZERO PIC 9(4).
       01 WS-TRACE-WORK.
           03 WS-RUN-DATE PIC X(8).
           03 WS-WINDOW-START PIC 9(4).
           MOVE "N" TO WS-OVERFLOW-OPEN.
           MOVE "N" TO BF-OUTPUT-OVERFLOW-FLAG.
           MOVE "N" TO BF-CHECKPOINT-SAVED-FLAG.
           MOVE 0 TO BF-STATE-VERSION.
           SET BF-STATUS-CYCLE-LIMIT TO TRUE.
           MOVE SPACES TO BF-OUTPUT.
           IF NOT BF-AUDIT-SUPPRESSED
               IF BF-CHECKPOINT-ON
                   PERFORM SAVE-CHECKPOINT
               END-IF
               IF BF-STATE-RETAINED
                   PERFORM SAVE-TAPE-STATE
               END-IF
           END-IF.
           IF BF-AUDIT-SUPPRESSED
               MOVE CYCLES TO BF-CYCLES-USED
                             FROM 1 BY 1
                             UNTIL CURRENT-CELL IS GREATER THAN 9999.
           SET CURRENT-CELL TO 1.
           IF BF-STATE-RETAINED
               PERFORM LOAD-TAPE-STATE
           END-IF.

       RESTORE-CHECKPOINT.
           MOVE "N" TO WS-NO-CHECKPOINT.
       ZERO-CELL.
           MOVE 0 TO BF-CELL(CURRENT-CELL).

       LOAD-TAPE-STATE.
           OPEN INPUT BF-TAPE-STATE.
           IF WS-STATE-STATUS NOT = "00" AND WS-STATE-STATUS NOT = "05"
               DISPLAY "BF-RUN: UNABLE TO OPEN BFTAPST, STATUS="
                       WS-STATE-STATUS
               SET BF-STATUS-STATE-FAILURE TO TRUE
               GO TO HELL
           END-IF.
           MOVE 0 TO WS-STATE-CURRENT.
           IF WS-STATE-STATUS = "00"
               MOVE BF-JOB-ID TO TS-JOB-ID
               MOVE 0 TO TS-VERSION
               READ BF-TAPE-STATE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TS-CURRENT-VERSION TO WS-STATE-CURRENT
               END-READ
           END-IF.
           IF WS-STATE-CURRENT > 0
               MOVE BF-JOB-ID TO TS-JOB-ID
               MOVE WS-STATE-CURRENT TO TS-VERSION
               READ BF-TAPE-STATE
                   INVALID KEY
                       DISPLAY "BF-RUN: JOB=" BF-JOB-ID
                               " TAPE STATE VERSION " WS-STATE-CURRENT
                               " NOT FOUND, STATUS=" WS-STATE-STATUS
                       CLOSE BF-TAPE-STATE
                       SET BF-STATUS-STATE-FAILURE TO TRUE
                       GO TO HELL
               END-READ
               MOVE TS-MEMORY TO BF-MEMORY
               SET CURRENT-CELL TO TS-CELL-PTR
           END-IF.
           CLOSE BF-TAPE-STATE.

       ZERO-PROFILE-COUNTERS.
           PERFORM ZERO-ONE-OP-COUNTER
               VARYING WS-PROF-SUB FROM 1 BY 1
                   MOVE "OUTPUT-FAILURE" TO WS-TERM-REASON
               WHEN BF-STATUS-CODE-LOAD-FAILURE
                   MOVE "CODE-LOAD-FAIL" TO WS-TERM-REASON
               WHEN BF-STATUS-STATE-FAILURE
                   MOVE "STATE-FAILURE" TO WS-TERM-REASON
               WHEN OTHER
                   MOVE "CYCLE-LIMIT" TO WS-TERM-REASON
           END-EVALUATE.
               CLOSE BF-OVERFLOW-OUT
           END-IF.

       SAVE-TAPE-STATE.
           OPEN I-O BF-TAPE-STATE.
           IF WS-STATE-STATUS NOT = "00" AND WS-STATE-STATUS NOT = "05"
               DISPLAY "BF-RUN: UNABLE TO OPEN BFTAPST, STATUS="
                       WS-STATE-STATUS
               SET BF-STATUS-STATE-FAILURE TO TRUE
               GO TO HELL
           END-IF.
           MOVE BF-JOB-ID TO TS-JOB-ID.
           MOVE 0 TO TS-VERSION.
           READ BF-TAPE-STATE
               INVALID KEY
                   MOVE "N" TO WS-STATE-HEADER-SWITCH
                   MOVE 0 TO WS-STATE-LAST
                   MOVE 0 TO WS-STATE-CURRENT
               NOT INVALID KEY
                   SET STATE-HEADER-PRESENT TO TRUE
                   MOVE TS-LAST-VERSION TO WS-STATE-LAST
                   MOVE TS-CURRENT-VERSION TO WS-STATE-CURRENT
           END-READ.
           IF WS-STATE-LAST = 99999
               DISPLAY "BF-RUN: JOB=" BF-JOB-ID
                       " TAPE STATE VERSIONS EXHAUSTED"
               CLOSE BF-TAPE-STATE
               SET BF-STATUS-STATE-FAILURE TO TRUE
               GO TO HELL
           END-IF.
           MOVE 0 TO WS-STATE-NONZERO.
           PERFORM COUNT-NONZERO-CELL VARYING DUMP-CELL
                   FROM 1 BY 1 UNTIL DUMP-CELL > 9999.
           MOVE SPACES TO BF-TAPE-STATE-REC.
           MOVE BF-JOB-ID TO TS-JOB-ID.
           COMPUTE TS-VERSION = WS-STATE-LAST + 1.
           SET TS-GOOD TO TRUE.
           SET TS-FROM-RUN TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:16) TO TS-STAMP.
           MOVE WS-STATE-CURRENT TO TS-BASE-VERSION.
           MOVE CYCLES TO TS-CYCLES.
           SET WS-CELL-NUM TO CURRENT-CELL.
           MOVE WS-CELL-NUM TO TS-CELL-PTR.
           MOVE WS-STATE-NONZERO TO TS-NONZERO-COUNT.
           MOVE 0 TO TS-LAST-VERSION.
           MOVE 0 TO TS-CURRENT-VERSION.
           MOVE BF-MEMORY TO TS-MEMORY.
           WRITE BF-TAPE-STATE-REC
               INVALID KEY
                   DISPLAY "BF-RUN: JOB=" BF-JOB-ID
                           " TAPE STATE NOT WRITTEN, STATUS="
                           WS-STATE-STATUS
                   CLOSE BF-TAPE-STATE
                   SET BF-STATUS-STATE-FAILURE TO TRUE
                   GO TO HELL
           END-WRITE.
           MOVE TS-VERSION TO WS-STATE-LAST.
           MOVE SPACES TO BF-TAPE-STATE-REC.
           MOVE BF-JOB-ID TO TS-JOB-ID.
           MOVE 0 TO TS-VERSION.
           MOVE FUNCTION CURRENT-DATE(1:16) TO TS-STAMP.
           MOVE 0 TO TS-BASE-VERSION.
           MOVE 0 TO TS-CYCLES.
           MOVE 0 TO TS-CELL-PTR.
           MOVE 0 TO TS-NONZERO-COUNT.
           MOVE WS-STATE-LAST TO TS-LAST-VERSION.
           MOVE WS-STATE-LAST TO TS-CURRENT-VERSION.
           MOVE LOW-VALUES TO TS-MEMORY.
           IF STATE-HEADER-PRESENT
               REWRITE BF-TAPE-STATE-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE BF-TAPE-STATE-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF WS-STATE-STATUS NOT = "00"
               DISPLAY "BF-RUN: JOB=" BF-JOB-ID
                       " TAPE STATE HEADER NOT UPDATED, STATUS="
                       WS-STATE-STATUS
               MOVE BF-JOB-ID TO TS-JOB-ID
               MOVE WS-STATE-LAST TO TS-VERSION
               DELETE BF-TAPE-STATE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE BF-TAPE-STATE
               SET BF-STATUS-STATE-FAILURE TO TRUE
               GO TO HELL
           END-IF.
           CLOSE BF-TAPE-STATE.
           MOVE WS-STATE-LAST TO BF-STATE-VERSION.

       COUNT-NONZERO-CELL.
           IF BF-CELL(DUMP-CELL) NOT = 0
               ADD 1 TO WS-STATE-NONZERO
           END-IF.

       SAVE-CHECKPOINT.
           MOVE BF-JOB-ID TO CKPT-JOB-ID.
           MOVE IP TO CKPT-IP.
