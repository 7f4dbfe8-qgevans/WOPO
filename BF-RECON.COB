       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BF-RECON".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BF-HISTORY ASSIGN TO "BFHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT BF-AUDIT-LOG ASSIGN TO "BFAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT BF-DELIVERY ASSIGN TO DYNAMIC WS-DELIVERY-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-STATUS.
           SELECT OPTIONAL BF-RECON-IN ASSIGN TO "BFRCNIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECON-IN-STATUS.
           SELECT BF-RECON-REPORT ASSIGN TO "BFRCNRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BF-HISTORY.
       COPY BFHIST.

       FD BF-AUDIT-LOG.
       01 BF-AUDIT-REC.
           03 AUD-JOB-TAG PIC X(4).
           03 AUD-JOB-ID PIC X(8).
           03 FILLER PIC X(4).
           03 AUD-RUN-DATE PIC X(8).
           03 AUD-RUN-TIME PIC X(13).
           03 FILLER PIC X(8).
           03 AUD-CYCLES-USED-X PIC X(5).
           03 FILLER PIC X.
           03 AUD-CYCLE-LIMIT-X PIC X(5).
           03 FILLER PIC X(8).
           03 AUD-TERM-REASON PIC X(16).
           03 FILLER PIC X(70).

       FD BF-DELIVERY.
       01 BF-DELIVERY-REC.
           03 DLVR-LEN PIC 999.
               88 DLVR-TRAILER-RECORD VALUE 999.
           03 DLVR-DATA PIC X(512).

       FD BF-RECON-IN.
       01 RECON-CARD.
           03 RC-KEYWORD PIC X(8).
           03 FILLER PIC X.
           03 RC-VALUE PIC X(71).

       FD BF-RECON-REPORT.
       01 RECON-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCHES.
           03 WS-RECON-IN-EOF PIC X VALUE "N".
               88 RECON-IN-EOF VALUE "Y".
           03 WS-HISTORY-EOF PIC X VALUE "N".
               88 HISTORY-EOF VALUE "Y".
           03 WS-AUDIT-EOF PIC X VALUE "N".
               88 AUDIT-LOG-EOF VALUE "Y".
       01 WS-FILE-STATUSES.
           03 WS-HISTORY-STATUS PIC XX.
           03 WS-AUDIT-STATUS PIC XX.
           03 WS-DELIVERY-STATUS PIC XX.
           03 WS-RECON-IN-STATUS PIC XX.
           03 WS-REPORT-STATUS PIC XX.
       01 WS-DELIVERY-DSNAME PIC X(64).
       01 WS-CARD-ERROR-SWITCH PIC X VALUE "N".
           88 RECON-CARD-BAD VALUE "Y".
       01 WS-REPORT-DATE PIC X(8) VALUE SPACES.
       01 WS-NEXT-DATE PIC 9(8).
       01 WS-DATE-INT PIC 9(7).
       01 WS-NIGHT-WINDOW.
           03 WS-FIRST-STAMP PIC X(16) VALUE HIGH-VALUES.
           03 WS-LAST-STAMP PIC X(16) VALUE LOW-VALUES.
           03 WS-WINDOW-START PIC X(16).
       01 WS-RUN-TABLE.
           03 WS-RUN-ENTRY OCCURS 999 TIMES.
               05 WS-RUN-JOB PIC X(8).
               05 WS-RUN-STAMP PIC X(16).
               05 WS-RUN-STATUS PIC 99.
               05 WS-RUN-CYCLES PIC 9(5).
               05 WS-RUN-RECORDS PIC 9(7).
               05 WS-RUN-BYTES PIC 9(9).
               05 WS-RUN-HASH PIC 9(13).
               05 WS-RUN-HASH-X REDEFINES WS-RUN-HASH PIC X(13).
               05 WS-RUN-DELIVERED PIC X.
               05 WS-RUN-TRAILER PIC X.
               05 WS-RUN-DSNAME PIC X(64).
               05 WS-RUN-AUDIT PIC 9(3).
       01 WS-RUN-COUNT PIC 9(3) VALUE 0.
       01 WS-RUN-SUB PIC 9(3).
       01 WS-RUN-SCAN PIC 9(4).
       01 WS-RUNS-DROPPED PIC 9(5) VALUE 0.
       01 WS-AUDIT-TABLE.
           03 WS-AUDIT-ENTRY OCCURS 999 TIMES.
               05 WS-AUD-JOB PIC X(8).
               05 WS-AUD-STAMP PIC X(16).
               05 WS-AUD-CYCLES PIC 9(5).
               05 WS-AUD-REASON PIC X(16).
               05 WS-AUD-MATCHED PIC X.
                   88 AUDIT-MATCHED VALUE "Y".
       01 WS-AUDIT-COUNT PIC 9(3) VALUE 0.
       01 WS-AUDIT-SUB PIC 9(4).
       01 WS-AUDITS-DROPPED PIC 9(5) VALUE 0.
       01 WS-AUDIT-BEST PIC 9(3).
       01 WS-AUDIT-FLOOR PIC X(16).
       01 WS-AUDIT-STAMP PIC X(16).
       01 WS-STATUS-REASON PIC X(16).
       01 WS-SUPERSEDED-SWITCH PIC X.
           88 DELIVERY-SUPERSEDED VALUE "Y".
       01 WS-READBACK-WORK.
           03 WS-READ-RECORDS PIC 9(7).
           03 WS-READ-BYTES PIC 9(9).
           03 WS-READ-HASH PIC 9(13).
           03 WS-READ-TRAILERS PIC 9(3).
           03 WS-READ-AFTER-TRAILER PIC 9(7).
           03 WS-HASH-SUB PIC 999.
       COPY BFCTL.
       01 WS-RUN-EXCEPTIONS PIC 99.
       01 WS-NOTE-TABLE.
           03 WS-NOTE-LINE PIC X(120) OCCURS 8 TIMES.
       01 WS-NOTE-COUNT PIC 9.
       01 WS-NOTE-SUB PIC 9.
       01 WS-EXCEPTION-TEXT PIC X(100).
       01 WS-RESULT-TEXT PIC X(24).
       01 WS-COUNTS.
           03 WS-HISTORY-READ PIC 9(7) VALUE 0.
           03 WS-AUDIT-READ PIC 9(7) VALUE 0.
           03 WS-BAD-AUDIT-COUNT PIC 9(7) VALUE 0.
           03 WS-DISPATCHED-COUNT PIC 9(5) VALUE 0.
           03 WS-NOT-DISPATCHED-COUNT PIC 9(5) VALUE 0.
           03 WS-MATCHED-COUNT PIC 9(5) VALUE 0.
           03 WS-ORPHAN-COUNT PIC 9(5) VALUE 0.
           03 WS-DELIVERED-COUNT PIC 9(5) VALUE 0.
           03 WS-READBACK-COUNT PIC 9(5) VALUE 0.
           03 WS-TRAILER-COUNT PIC 9(5) VALUE 0.
           03 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
       01 WS-NIGHT-TOTALS.
           03 WS-HIST-CYCLES PIC 9(9) VALUE 0.
           03 WS-AUDIT-CYCLES PIC 9(9) VALUE 0.
           03 WS-ORPHAN-CYCLES PIC 9(9) VALUE 0.
           03 WS-DLVR-RECORDS PIC 9(9) VALUE 0.
           03 WS-DLVR-BYTES PIC 9(11) VALUE 0.
       01 WS-EDITED-FIELDS.
           03 WS-ED-COUNT PIC ZZZ,ZZ9.
           03 WS-ED-CYCLES PIC ZZZZ9.
           03 WS-ED-RECORDS PIC Z,ZZZ,ZZ9.
           03 WS-ED-BYTES PIC ZZ,ZZZ,ZZZ,ZZ9.
           03 WS-ED-NUMBER PIC ZZZ,ZZZ,ZZ9.
           03 WS-ED-STATUS PIC Z9.

       PROCEDURE DIVISION.
           PERFORM READ-RECON-CARDS.
           IF RECON-CARD-BAD
               DISPLAY "BF-RECON: CONTROL CARD NOT RECOGNIZED,"
                       " NO REPORT PRODUCED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-REPORT-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           END-IF.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-REPORT-DATE))
               + 1.
           COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           OPEN INPUT BF-HISTORY.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "BF-RECON: UNABLE TO OPEN BFHIST, STATUS="
                       WS-HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BF-AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "BF-RECON: UNABLE TO OPEN BFAUDIT, STATUS="
                       WS-AUDIT-STATUS
               CLOSE BF-HISTORY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BF-RECON-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "BF-RECON: UNABLE TO OPEN BFRCNRPT, STATUS="
                       WS-REPORT-STATUS
               CLOSE BF-HISTORY BF-AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL HISTORY-EOF
               READ BF-HISTORY NEXT
                   AT END SET HISTORY-EOF TO TRUE
                   NOT AT END PERFORM LOAD-HISTORY-RECORD
               END-READ
           END-PERFORM.
           PERFORM UNTIL AUDIT-LOG-EOF
               READ BF-AUDIT-LOG
                   AT END SET AUDIT-LOG-EOF TO TRUE
                   NOT AT END PERFORM LOAD-AUDIT-RECORD
               END-READ
           END-PERFORM.
           CLOSE BF-HISTORY BF-AUDIT-LOG.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM RECONCILE-ONE-RUN
               VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB > WS-RUN-COUNT.
           IF WS-RUN-COUNT = 0
               MOVE "  (NO RUNS ON FILE FOR THE REPORT DATE)"
                   TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF.
           PERFORM WRITE-ORPHAN-AUDITS.
           PERFORM WRITE-NIGHT-TOTALS.
           CLOSE BF-RECON-REPORT.
           DISPLAY "BF-RECON COMPLETE, RUNS ON " WS-REPORT-DATE ": "
                   WS-RUN-COUNT
                   " EXCEPTIONS: " WS-EXCEPTION-COUNT.
           IF WS-EXCEPTION-COUNT > 0 OR WS-RUNS-DROPPED > 0
                  OR WS-AUDITS-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-RECON-CARDS.
           OPEN INPUT BF-RECON-IN.
           IF WS-RECON-IN-STATUS = "00"
               PERFORM UNTIL RECON-IN-EOF
                   READ BF-RECON-IN
                       AT END SET RECON-IN-EOF TO TRUE
                       NOT AT END PERFORM PARSE-RECON-CARD
                   END-READ
               END-PERFORM
               CLOSE BF-RECON-IN
           END-IF.

       PARSE-RECON-CARD.
           EVALUATE TRUE
               WHEN RECON-CARD(1:1) = "*"
               WHEN RECON-CARD = SPACES
                   CONTINUE
               WHEN RC-KEYWORD = "RUNDATE"
                   IF RC-VALUE(1:8) IS NUMERIC
                       MOVE RC-VALUE(1:8) TO WS-REPORT-DATE
                   ELSE
                       DISPLAY "BF-RECON: BAD VALUE ON CARD: "
                               RECON-CARD
                       SET RECON-CARD-BAD TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "BF-RECON: BAD CARD: " RECON-CARD
                   SET RECON-CARD-BAD TO TRUE
           END-EVALUATE.

       LOAD-HISTORY-RECORD.
           ADD 1 TO WS-HISTORY-READ.
           IF HI-RUN-DATE = WS-REPORT-DATE
               IF WS-RUN-COUNT < 999
                   ADD 1 TO WS-RUN-COUNT
                   PERFORM STORE-HISTORY-RUN
               ELSE
                   ADD 1 TO WS-RUNS-DROPPED
               END-IF
           END-IF.

       STORE-HISTORY-RUN.
           MOVE HI-JOB-ID TO WS-RUN-JOB(WS-RUN-COUNT).
           MOVE HI-RUN-STAMP TO WS-RUN-STAMP(WS-RUN-COUNT).
           MOVE HI-STATUS TO WS-RUN-STATUS(WS-RUN-COUNT).
           MOVE HI-CYCLES-USED TO WS-RUN-CYCLES(WS-RUN-COUNT).
           COMPUTE WS-RUN-RECORDS(WS-RUN-COUNT) = HI-SPOOL-COUNT + 1.
           COMPUTE WS-RUN-BYTES(WS-RUN-COUNT) =
               HI-SPOOL-BYTES + HI-OUTPUT-LEN.
           IF HI-DELIVERY-HASH IS NUMERIC
               MOVE HI-DELIVERY-HASH TO WS-RUN-HASH(WS-RUN-COUNT)
           ELSE
               MOVE SPACES TO WS-RUN-HASH-X(WS-RUN-COUNT)
           END-IF.
           MOVE HI-DELIVERY-SWITCH TO WS-RUN-DELIVERED(WS-RUN-COUNT).
           MOVE HI-TRAILER-SWITCH TO WS-RUN-TRAILER(WS-RUN-COUNT).
           MOVE HI-DELIVERY-DSNAME TO WS-RUN-DSNAME(WS-RUN-COUNT).
           MOVE 0 TO WS-RUN-AUDIT(WS-RUN-COUNT).
           IF HI-RUN-STAMP < WS-FIRST-STAMP
               MOVE HI-RUN-STAMP TO WS-FIRST-STAMP
           END-IF.
           IF HI-RUN-STAMP > WS-LAST-STAMP
               MOVE HI-RUN-STAMP TO WS-LAST-STAMP
           END-IF.

       LOAD-AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-READ.
           IF AUD-JOB-TAG NOT = "JOB="
               ADD 1 TO WS-BAD-AUDIT-COUNT
           ELSE
               IF AUD-RUN-DATE = WS-REPORT-DATE
                      OR AUD-RUN-DATE = WS-NEXT-DATE
                   MOVE AUD-RUN-DATE TO WS-AUDIT-STAMP(1:8)
                   MOVE AUD-RUN-TIME(1:8) TO WS-AUDIT-STAMP(9:8)
                   IF WS-AUDIT-STAMP <= WS-LAST-STAMP
                       PERFORM STORE-AUDIT-RUN
                   END-IF
               END-IF
           END-IF.

       STORE-AUDIT-RUN.
           IF WS-AUDIT-COUNT < 999
               ADD 1 TO WS-AUDIT-COUNT
               MOVE AUD-JOB-ID TO WS-AUD-JOB(WS-AUDIT-COUNT)
               MOVE WS-AUDIT-STAMP TO WS-AUD-STAMP(WS-AUDIT-COUNT)
               IF AUD-CYCLES-USED-X = SPACES
                   MOVE 0 TO WS-AUD-CYCLES(WS-AUDIT-COUNT)
               ELSE
                   COMPUTE WS-AUD-CYCLES(WS-AUDIT-COUNT) =
                       FUNCTION NUMVAL(AUD-CYCLES-USED-X)
               END-IF
               MOVE AUD-TERM-REASON TO WS-AUD-REASON(WS-AUDIT-COUNT)
               MOVE "N" TO WS-AUD-MATCHED(WS-AUDIT-COUNT)
           ELSE
               ADD 1 TO WS-AUDITS-DROPPED
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE "BF-RECON DELIVERY CONTROL-TOTAL RECONCILIATION"
               TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "PREPARED AT " DELIMITED BY SIZE,
                  FUNCTION CURRENT-DATE DELIMITED BY SIZE,
                  INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "RUNS OF THE PASS DATED " DELIMITED BY SIZE,
                  WS-REPORT-DATE DELIMITED BY SIZE,
                  " TIED TO BFAUDIT AND TO THE DELIVERY DATASETS"
                      DELIMITED BY SIZE,
                  INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           PERFORM WRITE-BLANK-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           MOVE "JOB" TO RECON-REPORT-LINE(3:3).
           MOVE "ENDED" TO RECON-REPORT-LINE(12:5).
           MOVE "ST" TO RECON-REPORT-LINE(22:2).
           MOVE "CYCLES" TO RECON-REPORT-LINE(25:6).
           MOVE "AUDIT" TO RECON-REPORT-LINE(33:5).
           MOVE "AUDIT REASON" TO RECON-REPORT-LINE(40:12).
           MOVE "RECORDS" TO RECON-REPORT-LINE(60:7).
           MOVE "BYTES" TO RECON-REPORT-LINE(77:5).
           MOVE "HASH TOTAL" TO RECON-REPORT-LINE(84:10).
           MOVE "TRL" TO RECON-REPORT-LINE(98:3).
           MOVE "RESULT" TO RECON-REPORT-LINE(103:6).
           WRITE RECON-REPORT-LINE.

       WRITE-BLANK-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

       RECONCILE-ONE-RUN.
           MOVE 0 TO WS-RUN-EXCEPTIONS.
           MOVE 0 TO WS-NOTE-COUNT.
           ADD WS-RUN-CYCLES(WS-RUN-SUB) TO WS-HIST-CYCLES.
           IF WS-RUN-STATUS(WS-RUN-SUB) = 7
                  OR WS-RUN-STATUS(WS-RUN-SUB) = 8
               ADD 1 TO WS-NOT-DISPATCHED-COUNT
               IF WS-RUN-STATUS(WS-RUN-SUB) = 7
                   MOVE "NOT RUN, SYMBOL" TO WS-RESULT-TEXT
               ELSE
                   MOVE "NOT RUN, INPUT CONTROLS" TO WS-RESULT-TEXT
               END-IF
               PERFORM WRITE-RUN-LINE
           ELSE
               ADD 1 TO WS-DISPATCHED-COUNT
               PERFORM MATCH-RUN-AUDIT
               IF WS-RUN-DELIVERED(WS-RUN-SUB) = "Y"
                      OR WS-RUN-DELIVERED(WS-RUN-SUB) = "E"
                   ADD 1 TO WS-DELIVERED-COUNT
                   ADD WS-RUN-RECORDS(WS-RUN-SUB) TO WS-DLVR-RECORDS
                   ADD WS-RUN-BYTES(WS-RUN-SUB) TO WS-DLVR-BYTES
               END-IF
               PERFORM CHECK-RUN-AUDIT
               PERFORM CHECK-RUN-DELIVERY
               IF WS-RUN-EXCEPTIONS = 0
                   MOVE "TIED" TO WS-RESULT-TEXT
               ELSE
                   MOVE "NOT TIED" TO WS-RESULT-TEXT
               END-IF
               PERFORM WRITE-RUN-LINE
               PERFORM WRITE-ONE-NOTE
                   VARYING WS-NOTE-SUB FROM 1 BY 1
                   UNTIL WS-NOTE-SUB > WS-NOTE-COUNT
           END-IF.

       WRITE-ONE-NOTE.
           MOVE SPACES TO RECON-REPORT-LINE.
           MOVE WS-NOTE-LINE(WS-NOTE-SUB) TO RECON-REPORT-LINE(7:120).
           WRITE RECON-REPORT-LINE.

       ADD-RUN-NOTE.
           IF WS-NOTE-COUNT < 8
               ADD 1 TO WS-NOTE-COUNT
               MOVE WS-EXCEPTION-TEXT TO WS-NOTE-LINE(WS-NOTE-COUNT)
           END-IF.
           MOVE SPACES TO WS-EXCEPTION-TEXT.

       MATCH-RUN-AUDIT.
           MOVE LOW-VALUES TO WS-AUDIT-FLOOR.
           IF WS-RUN-SUB > 1
               IF WS-RUN-JOB(WS-RUN-SUB - 1) = WS-RUN-JOB(WS-RUN-SUB)
                   MOVE WS-RUN-STAMP(WS-RUN-SUB - 1) TO WS-AUDIT-FLOOR
               END-IF
           END-IF.
           MOVE 0 TO WS-AUDIT-BEST.
           PERFORM CONSIDER-ONE-AUDIT
               VARYING WS-AUDIT-SUB FROM 1 BY 1
               UNTIL WS-AUDIT-SUB > WS-AUDIT-COUNT.
           IF WS-AUDIT-BEST > 0
               MOVE "Y" TO WS-AUD-MATCHED(WS-AUDIT-BEST)
               MOVE WS-AUDIT-BEST TO WS-RUN-AUDIT(WS-RUN-SUB)
               ADD 1 TO WS-MATCHED-COUNT
               ADD WS-AUD-CYCLES(WS-AUDIT-BEST) TO WS-AUDIT-CYCLES
           END-IF.

       CONSIDER-ONE-AUDIT.
           IF WS-AUD-JOB(WS-AUDIT-SUB) = WS-RUN-JOB(WS-RUN-SUB)
                  AND NOT AUDIT-MATCHED(WS-AUDIT-SUB)
                  AND WS-AUD-STAMP(WS-AUDIT-SUB)
                      <= WS-RUN-STAMP(WS-RUN-SUB)
                  AND WS-AUD-STAMP(WS-AUDIT-SUB) > WS-AUDIT-FLOOR
               IF WS-AUDIT-BEST = 0
                   MOVE WS-AUDIT-SUB TO WS-AUDIT-BEST
               ELSE
                   IF WS-AUD-STAMP(WS-AUDIT-SUB)
                          > WS-AUD-STAMP(WS-AUDIT-BEST)
                       MOVE WS-AUDIT-SUB TO WS-AUDIT-BEST
                   END-IF
               END-IF
           END-IF.

       WRITE-RUN-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           MOVE WS-RUN-JOB(WS-RUN-SUB) TO RECON-REPORT-LINE(3:8).
           STRING WS-RUN-STAMP(WS-RUN-SUB)(9:2) DELIMITED BY SIZE,
                  ":" DELIMITED BY SIZE,
                  WS-RUN-STAMP(WS-RUN-SUB)(11:2) DELIMITED BY SIZE,
                  ":" DELIMITED BY SIZE,
                  WS-RUN-STAMP(WS-RUN-SUB)(13:2) DELIMITED BY SIZE,
                  INTO RECON-REPORT-LINE(12:8).
           MOVE WS-RUN-STATUS(WS-RUN-SUB) TO WS-ED-STATUS.
           MOVE WS-ED-STATUS TO RECON-REPORT-LINE(22:2).
           MOVE WS-RUN-CYCLES(WS-RUN-SUB) TO WS-ED-CYCLES.
           MOVE WS-ED-CYCLES TO RECON-REPORT-LINE(26:5).
           IF WS-RUN-AUDIT(WS-RUN-SUB) > 0
               MOVE WS-AUD-CYCLES(WS-RUN-AUDIT(WS-RUN-SUB))
                   TO WS-ED-CYCLES
               MOVE WS-ED-CYCLES TO RECON-REPORT-LINE(33:5)
               MOVE WS-AUD-REASON(WS-RUN-AUDIT(WS-RUN-SUB))
                   TO RECON-REPORT-LINE(40:16)
           ELSE
               MOVE " NONE" TO RECON-REPORT-LINE(33:5)
           END-IF.
           IF WS-RUN-DELIVERED(WS-RUN-SUB) = "Y"
                  OR WS-RUN-DELIVERED(WS-RUN-SUB) = "E"
               MOVE WS-RUN-RECORDS(WS-RUN-SUB) TO WS-ED-RECORDS
               MOVE WS-ED-RECORDS TO RECON-REPORT-LINE(58:9)
               MOVE WS-RUN-BYTES(WS-RUN-SUB) TO WS-ED-NUMBER
               MOVE WS-ED-NUMBER TO RECON-REPORT-LINE(71:11)
               MOVE WS-RUN-HASH-X(WS-RUN-SUB)
                   TO RECON-REPORT-LINE(84:13)
               MOVE WS-RUN-TRAILER(WS-RUN-SUB)
                   TO RECON-REPORT-LINE(99:1)
           END-IF.
           MOVE WS-RESULT-TEXT TO RECON-REPORT-LINE(103:24).
           WRITE RECON-REPORT-LINE.

       CHECK-RUN-AUDIT.
           IF WS-RUN-AUDIT(WS-RUN-SUB) = 0
               MOVE "NO BFAUDIT RECORD FOR THIS RUN"
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-RUN-EXCEPTION
           ELSE
               IF WS-AUD-CYCLES(WS-RUN-AUDIT(WS-RUN-SUB))
                      NOT = WS-RUN-CYCLES(WS-RUN-SUB)
                   MOVE "CYCLES ON BFAUDIT DIFFER FROM RUN HISTORY"
                       TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-RUN-EXCEPTION
               END-IF
               PERFORM SET-STATUS-REASON
               IF WS-AUD-REASON(WS-RUN-AUDIT(WS-RUN-SUB))
                      NOT = WS-STATUS-REASON
                   MOVE SPACES TO WS-EXCEPTION-TEXT
                   STRING "BFAUDIT REASON DISAGREES WITH STATUS, "
                              DELIMITED BY SIZE,
                          "HISTORY SAYS " DELIMITED BY SIZE,
                          WS-STATUS-REASON DELIMITED BY SPACE,
                          INTO WS-EXCEPTION-TEXT
                   PERFORM WRITE-RUN-EXCEPTION
               END-IF
           END-IF.

       SET-STATUS-REASON.
           EVALUATE WS-RUN-STATUS(WS-RUN-SUB)
               WHEN 1
                   MOVE "BF-DIE" TO WS-STATUS-REASON
               WHEN 2
                   MOVE "TAPE-OVERRUN" TO WS-STATUS-REASON
               WHEN 3
                   MOVE "NEST-TOO-DEEP" TO WS-STATUS-REASON
               WHEN 4
                   MOVE "INPUT-EXHAUSTED" TO WS-STATUS-REASON
               WHEN 5
                   MOVE "OUTPUT-FAILURE" TO WS-STATUS-REASON
               WHEN 6
                   MOVE "CODE-LOAD-FAIL" TO WS-STATUS-REASON
               WHEN 9
                   MOVE "STATE-FAILURE" TO WS-STATUS-REASON
               WHEN OTHER
                   MOVE "CYCLE-LIMIT" TO WS-STATUS-REASON
           END-EVALUATE.

       CHECK-RUN-DELIVERY.
           EVALUATE WS-RUN-DELIVERED(WS-RUN-SUB)
               WHEN "Y"
               WHEN "E"
                   PERFORM CHECK-DELIVERY-SUPERSEDED
                   IF DELIVERY-SUPERSEDED
                       PERFORM WRITE-SUPERSEDED-NOTE
                   ELSE
                       PERFORM READ-BACK-DELIVERY
                   END-IF
               WHEN "N"
                   MOVE SPACES TO WS-EXCEPTION-TEXT
                   STRING "OUTPUT NOT DELIVERED TO " DELIMITED BY SIZE,
                          WS-RUN-DSNAME(WS-RUN-SUB) DELIMITED BY SPACE,
                          INTO WS-EXCEPTION-TEXT
                   PERFORM WRITE-RUN-EXCEPTION
               WHEN OTHER
                   MOVE "     NO DELIVERY TOTALS IN RUN HISTORY"
                       TO WS-EXCEPTION-TEXT
                   PERFORM ADD-RUN-NOTE
           END-EVALUATE.

       CHECK-DELIVERY-SUPERSEDED.
           MOVE "N" TO WS-SUPERSEDED-SWITCH.
           PERFORM CHECK-ONE-LATER-RUN
               VARYING WS-RUN-SCAN FROM 1 BY 1
               UNTIL WS-RUN-SCAN > WS-RUN-COUNT.

       CHECK-ONE-LATER-RUN.
           IF WS-RUN-SCAN NOT = WS-RUN-SUB
                  AND WS-RUN-DSNAME(WS-RUN-SCAN)
                      = WS-RUN-DSNAME(WS-RUN-SUB)
                  AND WS-RUN-STAMP(WS-RUN-SCAN)
                      > WS-RUN-STAMP(WS-RUN-SUB)
                  AND (WS-RUN-DELIVERED(WS-RUN-SCAN) = "Y"
                       OR WS-RUN-DELIVERED(WS-RUN-SCAN) = "E")
               SET DELIVERY-SUPERSEDED TO TRUE
           END-IF.

       WRITE-SUPERSEDED-NOTE.
           MOVE "     DELIVERY REPLACED BY A LATER RUN, NOT READ BACK"
               TO WS-EXCEPTION-TEXT.
           PERFORM ADD-RUN-NOTE.

       READ-BACK-DELIVERY.
           MOVE 0 TO WS-READ-RECORDS.
           MOVE 0 TO WS-READ-BYTES.
           MOVE 0 TO WS-READ-HASH.
           MOVE 0 TO WS-READ-TRAILERS.
           MOVE 0 TO WS-READ-AFTER-TRAILER.
           MOVE SPACES TO BF-DELIVERY-TRAILER.
           MOVE WS-RUN-DSNAME(WS-RUN-SUB) TO WS-DELIVERY-DSNAME.
           OPEN INPUT BF-DELIVERY.
           IF WS-DELIVERY-STATUS NOT = "00"
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING "DELIVERY " DELIMITED BY SIZE,
                      WS-DELIVERY-DSNAME DELIMITED BY SPACE,
                      " NOT READABLE, STATUS=" DELIMITED BY SIZE,
                      WS-DELIVERY-STATUS DELIMITED BY SIZE,
                      INTO WS-EXCEPTION-TEXT
               PERFORM WRITE-RUN-EXCEPTION
           ELSE
               ADD 1 TO WS-READBACK-COUNT
               PERFORM UNTIL WS-DELIVERY-STATUS NOT = "00"
                   READ BF-DELIVERY
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TALLY-DELIVERY-RECORD
                   END-READ
               END-PERFORM
               CLOSE BF-DELIVERY
               PERFORM CHECK-READ-BACK-TOTALS
           END-IF.

       TALLY-DELIVERY-RECORD.
           IF DLVR-TRAILER-RECORD
               ADD 1 TO WS-READ-TRAILERS
               MOVE DLVR-DATA TO BF-DELIVERY-TRAILER
           ELSE
               IF WS-READ-TRAILERS > 0
                   ADD 1 TO WS-READ-AFTER-TRAILER
               END-IF
               ADD 1 TO WS-READ-RECORDS
               IF DLVR-LEN > 512
                   ADD 512 TO WS-READ-BYTES
                   MOVE 512 TO DLVR-LEN
               ELSE
                   ADD DLVR-LEN TO WS-READ-BYTES
               END-IF
               IF DLVR-LEN > 0
                   PERFORM ADD-ONE-HASH-BYTE
                       VARYING WS-HASH-SUB FROM 1 BY 1
                       UNTIL WS-HASH-SUB > DLVR-LEN
               END-IF
           END-IF.

       ADD-ONE-HASH-BYTE.
           COMPUTE WS-READ-HASH = WS-READ-HASH
               + FUNCTION ORD(DLVR-DATA(WS-HASH-SUB:1)) - 1.

       CHECK-READ-BACK-TOTALS.
           IF WS-RUN-DELIVERED(WS-RUN-SUB) = "Y"
               IF WS-READ-RECORDS NOT = WS-RUN-RECORDS(WS-RUN-SUB)
                      OR WS-READ-BYTES NOT = WS-RUN-BYTES(WS-RUN-SUB)
                      OR (WS-RUN-HASH-X(WS-RUN-SUB) NOT = SPACES
                          AND WS-READ-HASH
                              NOT = WS-RUN-HASH(WS-RUN-SUB))
                   PERFORM WRITE-CHANGED-EXCEPTION
               END-IF
           ELSE
               MOVE WS-READ-RECORDS TO WS-ED-RECORDS
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING "     APPENDED DELIVERY NOW HOLDS "
                          DELIMITED BY SIZE,
                      WS-ED-RECORDS DELIMITED BY SIZE,
                      " RECORDS, NOT TIED TO ONE RUN"
                          DELIMITED BY SIZE,
                      INTO WS-EXCEPTION-TEXT
               PERFORM ADD-RUN-NOTE
           END-IF.
           IF WS-RUN-TRAILER(WS-RUN-SUB) = "Y"
               IF WS-READ-TRAILERS = 0
                   MOVE "TRAILER RECORD MISSING FROM DELIVERY"
                       TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-RUN-EXCEPTION
               END-IF
           END-IF.
           IF WS-READ-TRAILERS > 0
               ADD 1 TO WS-TRAILER-COUNT
               PERFORM CHECK-DELIVERY-TRAILER
           END-IF.

       WRITE-CHANGED-EXCEPTION.
           MOVE WS-READ-RECORDS TO WS-ED-RECORDS.
           MOVE WS-READ-BYTES TO WS-ED-NUMBER.
           MOVE SPACES TO WS-EXCEPTION-TEXT.
           STRING "DELIVERY CHANGED SINCE RUN, NOW RECORDS="
                      DELIMITED BY SIZE,
                  WS-ED-RECORDS DELIMITED BY SIZE,
                  " BYTES=" DELIMITED BY SIZE,
                  WS-ED-NUMBER DELIMITED BY SIZE,
                  " HASH=" DELIMITED BY SIZE,
                  WS-READ-HASH DELIMITED BY SIZE,
                  INTO WS-EXCEPTION-TEXT.
           PERFORM WRITE-RUN-EXCEPTION.

       CHECK-DELIVERY-TRAILER.
           IF WS-READ-TRAILERS > 1 OR WS-READ-AFTER-TRAILER > 0
               MOVE "TRAILER IS NOT THE LAST RECORD OF THE DELIVERY"
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-RUN-EXCEPTION
           END-IF.
           IF DT-RECORD-COUNT IS NOT NUMERIC
                  OR DT-BYTE-COUNT IS NOT NUMERIC
                  OR DT-HASH-TOTAL IS NOT NUMERIC
               MOVE "TRAILER TOTALS NOT NUMERIC"
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-RUN-EXCEPTION
           ELSE
               IF DT-RECORD-COUNT NOT = WS-READ-RECORDS
                      OR DT-BYTE-COUNT NOT = WS-READ-BYTES
                      OR DT-HASH-TOTAL NOT = WS-READ-HASH
                   MOVE DT-RECORD-COUNT TO WS-ED-RECORDS
                   MOVE DT-BYTE-COUNT TO WS-ED-NUMBER
                   MOVE SPACES TO WS-EXCEPTION-TEXT
                   STRING "TRAILER DISAGREES WITH DATA, TRAILER "
                              DELIMITED BY SIZE,
                          "RECORDS=" DELIMITED BY SIZE,
                          WS-ED-RECORDS DELIMITED BY SIZE,
                          " BYTES=" DELIMITED BY SIZE,
                          WS-ED-NUMBER DELIMITED BY SIZE,
                          " HASH=" DELIMITED BY SIZE,
                          DT-HASH-TOTAL DELIMITED BY SIZE,
                          INTO WS-EXCEPTION-TEXT
                   PERFORM WRITE-RUN-EXCEPTION
               END-IF
           END-IF.

       WRITE-RUN-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD 1 TO WS-RUN-EXCEPTIONS.
           IF WS-NOTE-COUNT < 8
               ADD 1 TO WS-NOTE-COUNT
               MOVE SPACES TO WS-NOTE-LINE(WS-NOTE-COUNT)
               STRING " *** " DELIMITED BY SIZE,
                      WS-EXCEPTION-TEXT DELIMITED BY SIZE,
                      INTO WS-NOTE-LINE(WS-NOTE-COUNT)
           END-IF.
           MOVE SPACES TO WS-EXCEPTION-TEXT.

       WRITE-ORPHAN-AUDITS.
           MOVE WS-FIRST-STAMP TO WS-WINDOW-START.
           PERFORM FIND-WINDOW-START
               VARYING WS-AUDIT-SUB FROM 1 BY 1
               UNTIL WS-AUDIT-SUB > WS-AUDIT-COUNT.
           PERFORM WRITE-BLANK-LINE.
           MOVE "BFAUDIT RUNS IN THE PASS WITH NO RUN HISTORY"
               TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           PERFORM WRITE-ONE-ORPHAN
               VARYING WS-AUDIT-SUB FROM 1 BY 1
               UNTIL WS-AUDIT-SUB > WS-AUDIT-COUNT.
           IF WS-ORPHAN-COUNT = 0
               MOVE "  (NONE)" TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF.

       FIND-WINDOW-START.
           IF AUDIT-MATCHED(WS-AUDIT-SUB)
                  AND WS-AUD-STAMP(WS-AUDIT-SUB) < WS-WINDOW-START
               MOVE WS-AUD-STAMP(WS-AUDIT-SUB) TO WS-WINDOW-START
           END-IF.

       WRITE-ONE-ORPHAN.
           IF NOT AUDIT-MATCHED(WS-AUDIT-SUB)
                  AND WS-AUD-STAMP(WS-AUDIT-SUB) >= WS-WINDOW-START
               ADD 1 TO WS-ORPHAN-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
               ADD WS-AUD-CYCLES(WS-AUDIT-SUB) TO WS-ORPHAN-CYCLES
               MOVE WS-AUD-CYCLES(WS-AUDIT-SUB) TO WS-ED-CYCLES
               MOVE SPACES TO RECON-REPORT-LINE
               STRING " *** JOB=" DELIMITED BY SIZE,
                      WS-AUD-JOB(WS-AUDIT-SUB) DELIMITED BY SIZE,
                      " AT=" DELIMITED BY SIZE,
                      WS-AUD-STAMP(WS-AUDIT-SUB) DELIMITED BY SIZE,
                      " CYCLES=" DELIMITED BY SIZE,
                      WS-ED-CYCLES DELIMITED BY SIZE,
                      " REASON=" DELIMITED BY SIZE,
                      WS-AUD-REASON(WS-AUDIT-SUB) DELIMITED BY SIZE,
                      " NOT IN RUN HISTORY" DELIMITED BY SIZE,
                      INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF.

       WRITE-NIGHT-TOTALS.
           PERFORM WRITE-BLANK-LINE.
           MOVE "PASS TOTALS" TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           MOVE WS-RUN-COUNT TO WS-ED-COUNT.
           STRING "  RUNS IN RUN HISTORY:       " DELIMITED BY SIZE,
                  WS-ED-COUNT DELIMITED BY SIZE,
                  INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           MOVE WS-DISPATCHED-COUNT TO WS-ED-COUNT.
           STRING "  RUNS DISPATCHED:           " DELIMITED BY SIZE,
                  WS-ED-COUNT DELIMITED BY SIZE,
                  INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           MOVE WS-NOT-DISPATCHED-COUNT TO WS-ED-COUNT.
           STRING "  FAILED BEFORE DISPATCH:    " DELIMITED BY SIZE,
                  WS-ED-COUNT DELIMITED BY SIZE,
                  INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           MOVE WS-MATCHED-COUNT TO WS-ED-COUNT.
           STRING "  TIED TO BFAUDIT:           " DELIMITED BY SIZE,
                  WS-ED-COUNT DELIMITED BY SIZE,
                  INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           MOVE WS-ORPHAN-COUNT TO WS-ED-COUNT.
           STRING "  AUDIT RUNS NOT IN HISTORY: " DELIMITED BY SIZE,
                  WS-ED-COUNT DELIMITED BY SIZE,
                  INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           MOVE WS-HIST-CYCLES TO WS-ED-NUMBER.
           STRING "  CYCLES PER RUN HISTORY:" DELIMITED BY SIZE,
                  WS-ED-NUMBER DELIMITED BY SIZE,
                  INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           ADD WS-ORPHAN-CYCLES TO WS-AUDIT-CYCLES.
           MOVE WS-AUDIT-CYCLES TO WS-ED-NUMBER.
           STRING "  CYCLES PER BFAUDIT:    " DELIMITED BY SIZE,
                  WS-ED-NUMBER DELIMITED BY SIZE,
                  INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           IF WS-AUDIT-CYCLES NOT = WS-HIST-CYCLES
               MOVE SPACES TO RECON-REPORT-LINE
               MOVE " *** CYCLE TOTALS DO NOT AGREE"
                   TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF.
           MOVE SPACES TO RECON-REPORT-LINE.
           MOVE WS-DELIVERED-COUNT TO WS-ED-COUNT.
           STRING "  DELIVERIES:                " DELIMITED BY SIZE,
                  WS-ED-COUNT DELIMITED BY SIZE,
                  INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           MOVE WS-DLVR-RECORDS TO WS-ED-NUMBER.
           STRING "  RECORDS DELIVERED:     " DELIMITED BY SIZE,
                  WS-ED-NUMBER DELIMITED BY SIZE,
                  INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           MOVE WS-DLVR-BYTES TO WS-ED-BYTES.
           STRING "  BYTES DELIVERED:    " DELIMITED BY SIZE,
                  WS-ED-BYTES DELIMITED BY SIZE,
                  INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           MOVE WS-READBACK-COUNT TO WS-ED-COUNT.
           STRING "  DELIVERIES READ BACK:      " DELIMITED BY SIZE,
                  WS-ED-COUNT DELIMITED BY SIZE,
                  INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           MOVE WS-TRAILER-COUNT TO WS-ED-COUNT.
           STRING "  TRAILERS CHECKED:          " DELIMITED BY SIZE,
                  WS-ED-COUNT DELIMITED BY SIZE,
                  INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           MOVE WS-EXCEPTION-COUNT TO WS-ED-COUNT.
           STRING "  EXCEPTIONS FLAGGED:        " DELIMITED BY SIZE,
                  WS-ED-COUNT DELIMITED BY SIZE,
                  INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           IF WS-BAD-AUDIT-COUNT > 0
               MOVE SPACES TO RECON-REPORT-LINE
               MOVE WS-BAD-AUDIT-COUNT TO WS-ED-COUNT
               STRING " *** BFAUDIT RECORDS NOT UNDERSTOOD: "
                          DELIMITED BY SIZE,
                      WS-ED-COUNT DELIMITED BY SIZE,
                      INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF.
           IF WS-RUNS-DROPPED > 0 OR WS-AUDITS-DROPPED > 0
               MOVE SPACES TO RECON-REPORT-LINE
               MOVE WS-RUNS-DROPPED TO WS-ED-COUNT
               STRING " *** TABLE FULL, RUNS NOT RECONCILED: "
                          DELIMITED BY SIZE,
                      WS-ED-COUNT DELIMITED BY SIZE,
                      INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
               MOVE SPACES TO RECON-REPORT-LINE
               MOVE WS-AUDITS-DROPPED TO WS-ED-COUNT
               STRING " *** TABLE FULL, BFAUDIT RECORDS SKIPPED: "
                          DELIMITED BY SIZE,
                      WS-ED-COUNT DELIMITED BY SIZE,
                      INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF.
