       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BF-TAPUTL".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BF-TAP-IN ASSIGN TO "BFTAPIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAP-IN-STATUS.
           SELECT BF-TAP-REPORT ASSIGN TO "BFTAPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BF-JOB-CATALOG ASSIGN TO "BFCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-JOB-ID
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT BF-TAPE-STATE ASSIGN TO "BFTAPST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-KEY
               FILE STATUS IS WS-STATE-STATUS.
           SELECT OPTIONAL BF-VIOLATIONS ASSIGN TO "BFSECVIO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIOLATION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BF-TAP-IN.
       01 TAP-CARD.
           03 TC-KEYWORD PIC X(8).
           03 FILLER PIC X.
           03 TC-VALUE PIC X(71).

       FD BF-TAP-REPORT.
       01 TAP-REPORT-LINE PIC X(132).

       FD BF-JOB-CATALOG.
       01 CAT-JOB-RECORD.
           03 CAT-JOB-ID PIC X(8).
           03 CAT-JOB-DATA PIC X(1492).

       FD BF-TAPE-STATE.
       COPY BFTAPST.

       FD BF-VIOLATIONS.
       COPY BFSECV.

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCHES.
           03 WS-CARD-EOF PIC X VALUE "N".
               88 TAP-IN-EOF VALUE "Y".
           03 WS-STATE-EOF PIC X.
               88 STATE-AT-EOF VALUE "Y".
       01 WS-FILE-STATUSES.
           03 WS-TAP-IN-STATUS PIC XX.
           03 WS-REPORT-STATUS PIC XX.
           03 WS-CATALOG-STATUS PIC XX.
           03 WS-STATE-STATUS PIC XX.
           03 WS-VIOLATION-STATUS PIC XX.
       01 WS-COUNTS.
           03 WS-CARD-COUNT PIC 9(5) VALUE 0.
           03 WS-LISTED-COUNT PIC 9(5) VALUE 0.
           03 WS-DUMPED-COUNT PIC 9(5) VALUE 0.
           03 WS-ROLLBACK-COUNT PIC 9(5) VALUE 0.
           03 WS-RESET-COUNT PIC 9(5) VALUE 0.
           03 WS-ROLLOFF-COUNT PIC 9(5) VALUE 0.
           03 WS-ERROR-COUNT PIC 9(5) VALUE 0.
           03 WS-VIOLATION-COUNT PIC 9(5) VALUE 0.
       01 WS-CURRENT-USER PIC X(8) VALUE SPACES.
       01 WS-WANTED-JOB PIC X(8).
       01 WS-CURRENT-JOB PIC X(8).
       01 WS-FOUND-SWITCH PIC X.
           88 ENTRY-FOUND VALUE "Y".
       01 WS-CATALOG-SWITCH PIC X.
           88 JOB-IN-CATALOG VALUE "Y".
       01 WS-HEADER-SWITCH PIC X.
           88 STATE-HEADER-PRESENT VALUE "Y".
       01 WS-STATE-WORK.
           03 WS-LAST-VERSION PIC 9(5).
           03 WS-CURRENT-VERSION PIC 9(5).
           03 WS-TARGET-VERSION PIC 9(5).
           03 WS-SCAN-VERSION PIC 9(6).
           03 WS-CUTOFF-VERSION PIC 9(5).
           03 WS-KEEP-VERSIONS PIC 99.
           03 WS-JOB-COUNT PIC 9(5).
           03 WS-NONZERO-COUNT PIC 9(4).
           03 WS-CELL-SUB PIC 9(5).
           03 WS-LINE-CELLS PIC 9.
           03 WS-LINE-PTR PIC 9(3).
       01 WS-AUTH-WORK.
           03 WS-AUTH-ACTION PIC X(8).
           03 WS-AUTH-SWITCH PIC X.
               88 ACTION-AUTHORIZED VALUE "Y".
           03 WS-AUTH-CLASS PIC X.
           03 WS-DENIED-REASON PIC X(40).
       01 WS-ROLL-TABLE.
           03 WS-ROLL-JOB PIC X(8) OCCURS 999 TIMES.
       01 WS-ROLL-COUNT PIC 9(3).
       01 WS-ROLL-SUB PIC 9(4).
       01 WS-ROLL-TABLE-SWITCH PIC X.
           88 ROLL-TABLE-FULL VALUE "Y".
       01 WS-STATE-TEXT PIC X(10).
       01 WS-ORIGIN-TEXT PIC X(5).
       01 WS-ED-VERSION PIC ZZZZ9.
       01 WS-ED-OTHER-VERSION PIC ZZZZ9.
       01 WS-ED-CYCLES PIC ZZZZ9.
       01 WS-ED-CELLPTR PIC ZZZ9.
       01 WS-ED-NONZERO PIC ZZZ9.
       01 WS-ED-CELLNUM PIC ZZZ9.
       01 WS-ED-CELLVAL PIC ---9.
       01 WS-ED-COUNT PIC ZZZZ9.
       01 WS-ED-KEEP PIC Z9.
       COPY BFJOB.
       COPY BFSECCK.

       PROCEDURE DIVISION.
           OPEN INPUT BF-TAP-IN.
           IF WS-TAP-IN-STATUS NOT = "00"
               DISPLAY "BF-TAPUTL: UNABLE TO OPEN BFTAPIN, STATUS="
                       WS-TAP-IN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BF-TAP-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "BF-TAPUTL: UNABLE TO OPEN BFTAPRPT, STATUS="
                       WS-REPORT-STATUS
               CLOSE BF-TAP-IN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BF-JOB-CATALOG.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "BF-TAPUTL: UNABLE TO OPEN BFCATLG, STATUS="
                       WS-CATALOG-STATUS
               CLOSE BF-TAP-IN BF-TAP-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O BF-TAPE-STATE.
           IF WS-STATE-STATUS NOT = "00"
               DISPLAY "BF-TAPUTL: UNABLE TO OPEN BFTAPST, STATUS="
                       WS-STATE-STATUS
               CLOSE BF-TAP-IN BF-TAP-REPORT BF-JOB-CATALOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND BF-VIOLATIONS.
           IF WS-VIOLATION-STATUS NOT = "00"
                  AND WS-VIOLATION-STATUS NOT = "05"
               OPEN OUTPUT BF-VIOLATIONS
           END-IF.
           IF WS-VIOLATION-STATUS NOT = "00"
                  AND WS-VIOLATION-STATUS NOT = "05"
               DISPLAY "BF-TAPUTL: UNABLE TO OPEN BFSECVIO, STATUS="
                       WS-VIOLATION-STATUS
               CLOSE BF-TAP-IN BF-TAP-REPORT BF-JOB-CATALOG
                     BF-TAPE-STATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SC-LOAD-TABLE TO TRUE.
           CALL "BF-SECCHK" USING SEC-CHECK-AREA.
           IF SC-TABLE-UNAVAILABLE
               DISPLAY "BF-TAPUTL: UNABLE TO OPEN BFSECTBL, STATUS="
                       SC-TABLE-STATUS
               CLOSE BF-TAP-IN BF-TAP-REPORT BF-JOB-CATALOG
                     BF-TAPE-STATE BF-VIOLATIONS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "BF-TAPUTL TAPE STATE REPORT" TO TAP-REPORT-LINE.
           WRITE TAP-REPORT-LINE.
           PERFORM WRITE-BLANK-LINE.
           PERFORM UNTIL TAP-IN-EOF
               READ BF-TAP-IN
                   AT END SET TAP-IN-EOF TO TRUE
                   NOT AT END PERFORM PROCESS-CARD
               END-READ
           END-PERFORM.
           PERFORM WRITE-BLANK-LINE.
           MOVE SPACES TO TAP-REPORT-LINE.
           STRING "CARDS READ: " DELIMITED BY SIZE,
                  WS-CARD-COUNT DELIMITED BY SIZE,
                  "  LISTED: " DELIMITED BY SIZE,
                  WS-LISTED-COUNT DELIMITED BY SIZE,
                  "  DUMPED: " DELIMITED BY SIZE,
                  WS-DUMPED-COUNT DELIMITED BY SIZE,
                  "  ROLLED BACK: " DELIMITED BY SIZE,
                  WS-ROLLBACK-COUNT DELIMITED BY SIZE,
                  "  RESET: " DELIMITED BY SIZE,
                  WS-RESET-COUNT DELIMITED BY SIZE,
                  "  ROLLED OFF: " DELIMITED BY SIZE,
                  WS-ROLLOFF-COUNT DELIMITED BY SIZE,
                  "  ERRORS: " DELIMITED BY SIZE,
                  WS-ERROR-COUNT DELIMITED BY SIZE,
                  INTO TAP-REPORT-LINE.
           WRITE TAP-REPORT-LINE.
           CLOSE BF-TAP-IN BF-TAP-REPORT BF-JOB-CATALOG
                 BF-TAPE-STATE BF-VIOLATIONS.
           DISPLAY "BF-TAPUTL COMPLETE, CARDS: " WS-CARD-COUNT
                   " ROLLED BACK: " WS-ROLLBACK-COUNT
                   " RESET: " WS-RESET-COUNT
                   " ROLLED OFF: " WS-ROLLOFF-COUNT
                   " ERRORS: " WS-ERROR-COUNT
                   " VIOLATIONS: " WS-VIOLATION-COUNT.
           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       PROCESS-CARD.
           ADD 1 TO WS-CARD-COUNT.
           IF TAP-CARD(1:1) = "*" OR TAP-CARD = SPACES
               CONTINUE
           ELSE
               EVALUATE TC-KEYWORD
                   WHEN "USER"
                       PERFORM SET-CURRENT-USER
                   WHEN "LIST"
                       PERFORM LIST-TAPE-STATES
                   WHEN "DUMP"
                       PERFORM DUMP-TAPE-STATE
                   WHEN "ROLLBACK"
                       PERFORM ROLL-BACK-REQUEST
                   WHEN "RESET"
                       PERFORM RESET-REQUEST
                   WHEN "ROLLOFF"
                       PERFORM ROLL-OFF-REQUEST
                   WHEN OTHER
                       PERFORM CARD-ERROR
               END-EVALUATE
           END-IF.

       SET-CURRENT-USER.
           IF TC-VALUE(1:8) = SPACES
               PERFORM CARD-ERROR
           ELSE
               MOVE "USER" TO WS-AUTH-ACTION
               MOVE SPACES TO WS-CURRENT-JOB
               MOVE SPACE TO WS-AUTH-CLASS
               IF WS-CURRENT-USER NOT = SPACES
                      AND WS-CURRENT-USER NOT = TC-VALUE(1:8)
                   MOVE "SECOND USER CARD IN ONE RUN, IGNORED"
                       TO WS-DENIED-REASON
                   PERFORM RECORD-ACCESS-VIOLATION
               ELSE
                   MOVE TC-VALUE(1:8) TO WS-CURRENT-USER
                   MOVE SPACES TO TAP-REPORT-LINE
                   STRING "CHANGES SUBMITTED BY " DELIMITED BY SIZE,
                          WS-CURRENT-USER DELIMITED BY SIZE,
                          INTO TAP-REPORT-LINE
                   WRITE TAP-REPORT-LINE
                   SET SC-CHECK-USER TO TRUE
                   MOVE WS-CURRENT-USER TO SC-USER-ID
                   CALL "BF-SECCHK" USING SEC-CHECK-AREA
                   IF NOT SC-AUTHORIZED
                       MOVE SC-REASON TO WS-DENIED-REASON
                       PERFORM RECORD-ACCESS-VIOLATION
                   END-IF
               END-IF
           END-IF.

       LIST-TAPE-STATES.
           MOVE TC-VALUE(1:8) TO WS-WANTED-JOB.
           MOVE 0 TO WS-JOB-COUNT.
           MOVE SPACES TO WS-CURRENT-JOB.
           MOVE 0 TO WS-CURRENT-VERSION.
           MOVE SPACES TO TAP-REPORT-LINE.
           STRING "TAPE STATE VERSIONS FOR " DELIMITED BY SIZE,
                  WS-WANTED-JOB DELIMITED BY SIZE,
                  INTO TAP-REPORT-LINE.
           WRITE TAP-REPORT-LINE.
           MOVE "N" TO WS-STATE-EOF.
           IF WS-WANTED-JOB = "ALL"
               MOVE LOW-VALUES TO TS-KEY
           ELSE
               MOVE WS-WANTED-JOB TO TS-JOB-ID
               MOVE 0 TO TS-VERSION
           END-IF.
           START BF-TAPE-STATE KEY IS NOT LESS THAN TS-KEY
               INVALID KEY SET STATE-AT-EOF TO TRUE
           END-START.
           PERFORM UNTIL STATE-AT-EOF
               READ BF-TAPE-STATE NEXT RECORD
                   AT END SET STATE-AT-EOF TO TRUE
                   NOT AT END PERFORM LIST-ONE-STATE-ENTRY
               END-READ
           END-PERFORM.
           IF WS-JOB-COUNT = 0
               MOVE "    (NO TAPE STATE)" TO TAP-REPORT-LINE
               WRITE TAP-REPORT-LINE
           END-IF.

       LIST-ONE-STATE-ENTRY.
           IF WS-WANTED-JOB NOT = "ALL"
                  AND TS-JOB-ID NOT = WS-WANTED-JOB
               SET STATE-AT-EOF TO TRUE
           ELSE
               IF TS-VERSION = 0
                   PERFORM LIST-JOB-HEADING
               ELSE
                   PERFORM LIST-ONE-VERSION
               END-IF
           END-IF.

       LIST-JOB-HEADING.
           MOVE TS-JOB-ID TO WS-CURRENT-JOB.
           MOVE TS-CURRENT-VERSION TO WS-CURRENT-VERSION.
           PERFORM FETCH-CATALOG-JOB.
           MOVE TS-CURRENT-VERSION TO WS-ED-VERSION.
           MOVE TS-LAST-VERSION TO WS-ED-OTHER-VERSION.
           MOVE SPACES TO TAP-REPORT-LINE.
           IF JOB-IN-CATALOG
               STRING "  JOB " DELIMITED BY SIZE,
                      TS-JOB-ID DELIMITED BY SIZE,
                      "  CURRENT VERSION " DELIMITED BY SIZE,
                      WS-ED-VERSION DELIMITED BY SIZE,
                      "  LAST VERSION " DELIMITED BY SIZE,
                      WS-ED-OTHER-VERSION DELIMITED BY SIZE,
                      "  KEEPTAPE " DELIMITED BY SIZE,
                      JR-STATE-SWITCH DELIMITED BY SIZE,
                      INTO TAP-REPORT-LINE
           ELSE
               STRING "  JOB " DELIMITED BY SIZE,
                      TS-JOB-ID DELIMITED BY SIZE,
                      "  CURRENT VERSION " DELIMITED BY SIZE,
                      WS-ED-VERSION DELIMITED BY SIZE,
                      "  LAST VERSION " DELIMITED BY SIZE,
                      WS-ED-OTHER-VERSION DELIMITED BY SIZE,
                      "  (NOT IN CATALOG)" DELIMITED BY SIZE,
                      INTO TAP-REPORT-LINE
           END-IF.
           WRITE TAP-REPORT-LINE.
           IF TS-CURRENT-VERSION = 0
               MOVE "    NEXT RUN STARTS FROM A ZERO TAPE"
                   TO TAP-REPORT-LINE
               WRITE TAP-REPORT-LINE
           END-IF.

       LIST-ONE-VERSION.
           IF TS-JOB-ID NOT = WS-CURRENT-JOB
               MOVE TS-JOB-ID TO WS-CURRENT-JOB
               MOVE 0 TO WS-CURRENT-VERSION
           END-IF.
           ADD 1 TO WS-JOB-COUNT.
           ADD 1 TO WS-LISTED-COUNT.
           PERFORM SET-VERSION-TEXT.
           MOVE TS-VERSION TO WS-ED-VERSION.
           MOVE TS-BASE-VERSION TO WS-ED-OTHER-VERSION.
           MOVE TS-CYCLES TO WS-ED-CYCLES.
           MOVE TS-CELL-PTR TO WS-ED-CELLPTR.
           MOVE TS-NONZERO-COUNT TO WS-ED-NONZERO.
           MOVE SPACES TO TAP-REPORT-LINE.
           STRING "    VER " DELIMITED BY SIZE,
                  WS-ED-VERSION DELIMITED BY SIZE,
                  "  " DELIMITED BY SIZE,
                  WS-STATE-TEXT DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-ORIGIN-TEXT DELIMITED BY SIZE,
                  " AT " DELIMITED BY SIZE,
                  TS-STAMP DELIMITED BY SIZE,
                  "  FROM " DELIMITED BY SIZE,
                  WS-ED-OTHER-VERSION DELIMITED BY SIZE,
                  "  CYCLES=" DELIMITED BY SIZE,
                  WS-ED-CYCLES DELIMITED BY SIZE,
                  "  CELL=" DELIMITED BY SIZE,
                  WS-ED-CELLPTR DELIMITED BY SIZE,
                  "  NON-ZERO=" DELIMITED BY SIZE,
                  WS-ED-NONZERO DELIMITED BY SIZE,
                  "  BY " DELIMITED BY SIZE,
                  TS-ACTION-BY DELIMITED BY SIZE,
                  INTO TAP-REPORT-LINE.
           IF TS-VERSION = WS-CURRENT-VERSION
               MOVE "<- CURRENT" TO TAP-REPORT-LINE(121:10)
           END-IF.
           WRITE TAP-REPORT-LINE.
           IF TS-BACKED-OUT
               MOVE SPACES TO TAP-REPORT-LINE
               STRING "               BACKED OUT AT " DELIMITED BY SIZE,
                      TS-BACKOUT-STAMP DELIMITED BY SIZE,
                      " BY " DELIMITED BY SIZE,
                      TS-BACKOUT-BY DELIMITED BY SIZE,
                      INTO TAP-REPORT-LINE
               WRITE TAP-REPORT-LINE
           END-IF.

       SET-VERSION-TEXT.
           IF TS-GOOD
               MOVE "GOOD" TO WS-STATE-TEXT
           ELSE
               MOVE "BACKED OUT" TO WS-STATE-TEXT
           END-IF.
           IF TS-FROM-RESET
               MOVE "RESET" TO WS-ORIGIN-TEXT
           ELSE
               MOVE "RUN" TO WS-ORIGIN-TEXT
           END-IF.

       FETCH-CATALOG-JOB.
           MOVE WS-CURRENT-JOB TO CAT-JOB-ID.
           READ BF-JOB-CATALOG
               INVALID KEY
                   MOVE "N" TO WS-CATALOG-SWITCH
                   MOVE SPACES TO BF-JOB-RECORD
               NOT INVALID KEY
                   SET JOB-IN-CATALOG TO TRUE
                   MOVE CAT-JOB-RECORD TO BF-JOB-RECORD
           END-READ.

       READ-STATE-HEADER.
           MOVE WS-CURRENT-JOB TO TS-JOB-ID.
           MOVE 0 TO TS-VERSION.
           READ BF-TAPE-STATE
               INVALID KEY
                   MOVE "N" TO WS-HEADER-SWITCH
                   MOVE 0 TO WS-LAST-VERSION
                   MOVE 0 TO WS-CURRENT-VERSION
               NOT INVALID KEY
                   SET STATE-HEADER-PRESENT TO TRUE
                   MOVE TS-LAST-VERSION TO WS-LAST-VERSION
                   MOVE TS-CURRENT-VERSION TO WS-CURRENT-VERSION
           END-READ.

       READ-STATE-VERSION.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE WS-CURRENT-JOB TO TS-JOB-ID.
           MOVE WS-TARGET-VERSION TO TS-VERSION.
           IF WS-TARGET-VERSION > 0
               READ BF-TAPE-STATE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ENTRY-FOUND TO TRUE
               END-READ
           END-IF.

       DUMP-TAPE-STATE.
           MOVE TC-VALUE(1:8) TO WS-CURRENT-JOB.
           IF TC-VALUE(10:5) NOT = SPACES
                  AND TC-VALUE(10:5) IS NOT NUMERIC
               ADD 1 TO WS-ERROR-COUNT
               MOVE " *** DUMP NEEDS JOBID AND OPTIONAL 5-DIGIT VERSION"
                   TO TAP-REPORT-LINE
               WRITE TAP-REPORT-LINE
           ELSE
               PERFORM READ-STATE-HEADER
               IF TC-VALUE(10:5) = SPACES
                   MOVE WS-CURRENT-VERSION TO WS-TARGET-VERSION
               ELSE
                   MOVE TC-VALUE(10:5) TO WS-TARGET-VERSION
               END-IF
               PERFORM READ-STATE-VERSION
               IF ENTRY-FOUND
                   PERFORM PRINT-TAPE-DUMP
               ELSE
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE WS-TARGET-VERSION TO WS-ED-VERSION
                   MOVE SPACES TO TAP-REPORT-LINE
                   IF WS-TARGET-VERSION = 0
                       STRING " *** JOB " DELIMITED BY SIZE,
                              WS-CURRENT-JOB DELIMITED BY SIZE,
                              " HAS NO CURRENT TAPE STATE"
                              DELIMITED BY SIZE,
                              INTO TAP-REPORT-LINE
                   ELSE
                       STRING " *** TAPE STATE VERSION "
                              DELIMITED BY SIZE,
                              WS-ED-VERSION DELIMITED BY SIZE,
                              " FOR JOB " DELIMITED BY SIZE,
                              WS-CURRENT-JOB DELIMITED BY SIZE,
                              " NOT KEPT" DELIMITED BY SIZE,
                              INTO TAP-REPORT-LINE
                   END-IF
                   WRITE TAP-REPORT-LINE
               END-IF
           END-IF.

       PRINT-TAPE-DUMP.
           ADD 1 TO WS-DUMPED-COUNT.
           PERFORM SET-VERSION-TEXT.
           MOVE TS-VERSION TO WS-ED-VERSION.
           MOVE TS-BASE-VERSION TO WS-ED-OTHER-VERSION.
           MOVE TS-CYCLES TO WS-ED-CYCLES.
           MOVE TS-CELL-PTR TO WS-ED-CELLPTR.
           MOVE SPACES TO TAP-REPORT-LINE.
           STRING "TAPE STATE DUMP, JOB " DELIMITED BY SIZE,
                  TS-JOB-ID DELIMITED BY SIZE,
                  " VERSION " DELIMITED BY SIZE,
                  WS-ED-VERSION DELIMITED BY SIZE,
                  "  " DELIMITED BY SIZE,
                  WS-STATE-TEXT DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-ORIGIN-TEXT DELIMITED BY SIZE,
                  " AT " DELIMITED BY SIZE,
                  TS-STAMP DELIMITED BY SIZE,
                  INTO TAP-REPORT-LINE.
           WRITE TAP-REPORT-LINE.
           MOVE SPACES TO TAP-REPORT-LINE.
           STRING "    FROM VERSION " DELIMITED BY SIZE,
                  WS-ED-OTHER-VERSION DELIMITED BY SIZE,
                  "  CYCLES=" DELIMITED BY SIZE,
                  WS-ED-CYCLES DELIMITED BY SIZE,
                  "  CELL POINTER=" DELIMITED BY SIZE,
                  WS-ED-CELLPTR DELIMITED BY SIZE,
                  INTO TAP-REPORT-LINE.
           WRITE TAP-REPORT-LINE.
           MOVE 0 TO WS-NONZERO-COUNT.
           MOVE 0 TO WS-LINE-CELLS.
           PERFORM DUMP-ONE-CELL
               VARYING WS-CELL-SUB FROM 1 BY 1
               UNTIL WS-CELL-SUB > 9999.
           IF WS-LINE-CELLS > 0
               WRITE TAP-REPORT-LINE
           END-IF.
           MOVE WS-NONZERO-COUNT TO WS-ED-NONZERO.
           MOVE SPACES TO TAP-REPORT-LINE.
           STRING "    NON-ZERO CELLS: " DELIMITED BY SIZE,
                  WS-ED-NONZERO DELIMITED BY SIZE,
                  INTO TAP-REPORT-LINE.
           WRITE TAP-REPORT-LINE.

       DUMP-ONE-CELL.
           IF TS-CELL(WS-CELL-SUB) NOT = 0
               ADD 1 TO WS-NONZERO-COUNT
               IF WS-LINE-CELLS = 0
                   MOVE SPACES TO TAP-REPORT-LINE
                   MOVE 5 TO WS-LINE-PTR
               END-IF
               MOVE WS-CELL-SUB TO WS-ED-CELLNUM
               MOVE TS-CELL(WS-CELL-SUB) TO WS-ED-CELLVAL
               STRING "MEM(" DELIMITED BY SIZE,
                      WS-ED-CELLNUM DELIMITED BY SIZE,
                      ")=" DELIMITED BY SIZE,
                      WS-ED-CELLVAL DELIMITED BY SIZE,
                      "  " DELIMITED BY SIZE,
                      INTO TAP-REPORT-LINE
                      WITH POINTER WS-LINE-PTR
               ADD 1 TO WS-LINE-CELLS
               IF WS-LINE-CELLS = 8
                   WRITE TAP-REPORT-LINE
                   MOVE 0 TO WS-LINE-CELLS
               END-IF
           END-IF.

       ROLL-BACK-REQUEST.
           MOVE TC-VALUE(1:8) TO WS-CURRENT-JOB.
           MOVE "ROLLBACK" TO WS-AUTH-ACTION.
           IF WS-CURRENT-JOB = SPACES
                  OR (TC-VALUE(10:5) NOT = SPACES
                      AND TC-VALUE(10:5) IS NOT NUMERIC)
               ADD 1 TO WS-ERROR-COUNT
               MOVE " *** ROLLBACK NEEDS JOBID AND OPTIONAL VERSION"
                   TO TAP-REPORT-LINE
               WRITE TAP-REPORT-LINE
           ELSE
               PERFORM AUTHORIZE-STATE-CHANGE
               IF ACTION-AUTHORIZED
                   PERFORM READ-STATE-HEADER
                   IF WS-CURRENT-VERSION = 0
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE SPACES TO TAP-REPORT-LINE
                       STRING " *** JOB " DELIMITED BY SIZE,
                              WS-CURRENT-JOB DELIMITED BY SIZE,
                              " HAS NO CURRENT TAPE STATE TO ROLL BACK"
                              DELIMITED BY SIZE,
                              INTO TAP-REPORT-LINE
                       WRITE TAP-REPORT-LINE
                   ELSE
                       IF TC-VALUE(10:5) = SPACES
                           PERFORM FIND-PRIOR-GOOD-VERSION
                       ELSE
                           MOVE TC-VALUE(10:5) TO WS-TARGET-VERSION
                           PERFORM CHECK-ROLLBACK-TARGET
                       END-IF
                       IF ENTRY-FOUND
                           PERFORM BACK-OUT-NEWER-VERSIONS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-PRIOR-GOOD-VERSION.
           MOVE "N" TO WS-FOUND-SWITCH.
           COMPUTE WS-SCAN-VERSION = WS-CURRENT-VERSION - 1.
           PERFORM CHECK-PRIOR-VERSION
               VARYING WS-SCAN-VERSION FROM WS-SCAN-VERSION BY -1
               UNTIL WS-SCAN-VERSION = 0 OR ENTRY-FOUND.
           IF NOT ENTRY-FOUND
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO TAP-REPORT-LINE
               STRING " *** NO EARLIER GOOD TAPE STATE FOR JOB "
                      DELIMITED BY SIZE,
                      WS-CURRENT-JOB DELIMITED BY SIZE,
                      ", USE RESET" DELIMITED BY SIZE,
                      INTO TAP-REPORT-LINE
               WRITE TAP-REPORT-LINE
           END-IF.

       CHECK-PRIOR-VERSION.
           MOVE WS-CURRENT-JOB TO TS-JOB-ID.
           MOVE WS-SCAN-VERSION TO TS-VERSION.
           READ BF-TAPE-STATE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TS-GOOD
                       SET ENTRY-FOUND TO TRUE
                       MOVE WS-SCAN-VERSION TO WS-TARGET-VERSION
                   END-IF
           END-READ.

       CHECK-ROLLBACK-TARGET.
           MOVE WS-TARGET-VERSION TO WS-ED-VERSION.
           MOVE WS-CURRENT-VERSION TO WS-ED-OTHER-VERSION.
           IF WS-TARGET-VERSION NOT < WS-CURRENT-VERSION
               MOVE "N" TO WS-FOUND-SWITCH
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO TAP-REPORT-LINE
               STRING " *** VERSION " DELIMITED BY SIZE,
                      WS-ED-VERSION DELIMITED BY SIZE,
                      " IS NOT EARLIER THAN CURRENT VERSION "
                      DELIMITED BY SIZE,
                      WS-ED-OTHER-VERSION DELIMITED BY SIZE,
                      " OF JOB " DELIMITED BY SIZE,
                      WS-CURRENT-JOB DELIMITED BY SIZE,
                      INTO TAP-REPORT-LINE
               WRITE TAP-REPORT-LINE
           ELSE
               PERFORM READ-STATE-VERSION
               IF NOT ENTRY-FOUND
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO TAP-REPORT-LINE
                   STRING " *** TAPE STATE VERSION " DELIMITED BY SIZE,
                          WS-ED-VERSION DELIMITED BY SIZE,
                          " FOR JOB " DELIMITED BY SIZE,
                          WS-CURRENT-JOB DELIMITED BY SIZE,
                          " NOT KEPT, USE RESET FOR A ZERO TAPE"
                          DELIMITED BY SIZE,
                          INTO TAP-REPORT-LINE
                   WRITE TAP-REPORT-LINE
               ELSE
                   IF NOT TS-GOOD
                       MOVE "N" TO WS-FOUND-SWITCH
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE SPACES TO TAP-REPORT-LINE
                       STRING " *** TAPE STATE VERSION "
                              DELIMITED BY SIZE,
                              WS-ED-VERSION DELIMITED BY SIZE,
                              " FOR JOB " DELIMITED BY SIZE,
                              WS-CURRENT-JOB DELIMITED BY SIZE,
                              " IS BACKED OUT" DELIMITED BY SIZE,
                              INTO TAP-REPORT-LINE
                       WRITE TAP-REPORT-LINE
                   END-IF
               END-IF
           END-IF.

       BACK-OUT-NEWER-VERSIONS.
           MOVE 0 TO WS-JOB-COUNT.
           COMPUTE WS-SCAN-VERSION = WS-TARGET-VERSION + 1.
           PERFORM BACK-OUT-ONE-VERSION
               VARYING WS-SCAN-VERSION FROM WS-SCAN-VERSION BY 1
               UNTIL WS-SCAN-VERSION > WS-LAST-VERSION.
           MOVE WS-TARGET-VERSION TO WS-CURRENT-VERSION.
           PERFORM WRITE-STATE-HEADER.
           ADD 1 TO WS-ROLLBACK-COUNT.
           MOVE WS-TARGET-VERSION TO WS-ED-VERSION.
           MOVE WS-JOB-COUNT TO WS-ED-COUNT.
           MOVE SPACES TO TAP-REPORT-LINE.
           STRING "JOB " DELIMITED BY SIZE,
                  WS-CURRENT-JOB DELIMITED BY SIZE,
                  " ROLLED BACK TO TAPE STATE VERSION "
                  DELIMITED BY SIZE,
                  WS-ED-VERSION DELIMITED BY SIZE,
                  ", VERSIONS BACKED OUT: " DELIMITED BY SIZE,
                  WS-ED-COUNT DELIMITED BY SIZE,
                  INTO TAP-REPORT-LINE.
           WRITE TAP-REPORT-LINE.

       BACK-OUT-ONE-VERSION.
           MOVE WS-CURRENT-JOB TO TS-JOB-ID.
           MOVE WS-SCAN-VERSION TO TS-VERSION.
           READ BF-TAPE-STATE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TS-GOOD
                       SET TS-BACKED-OUT TO TRUE
                       MOVE FUNCTION CURRENT-DATE(1:16)
                           TO TS-BACKOUT-STAMP
                       MOVE WS-CURRENT-USER TO TS-BACKOUT-BY
                       REWRITE BF-TAPE-STATE-REC
                           INVALID KEY
                               ADD 1 TO WS-ERROR-COUNT
                           NOT INVALID KEY
                               ADD 1 TO WS-JOB-COUNT
                       END-REWRITE
                   END-IF
           END-READ.

       WRITE-STATE-HEADER.
           MOVE SPACES TO BF-TAPE-STATE-REC.
           MOVE WS-CURRENT-JOB TO TS-JOB-ID.
           MOVE 0 TO TS-VERSION.
           MOVE FUNCTION CURRENT-DATE(1:16) TO TS-STAMP.
           MOVE 0 TO TS-BASE-VERSION.
           MOVE 0 TO TS-CYCLES.
           MOVE 0 TO TS-CELL-PTR.
           MOVE 0 TO TS-NONZERO-COUNT.
           MOVE WS-CURRENT-USER TO TS-ACTION-BY.
           MOVE WS-LAST-VERSION TO TS-LAST-VERSION.
           MOVE WS-CURRENT-VERSION TO TS-CURRENT-VERSION.
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
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO TAP-REPORT-LINE
               STRING " *** TAPE STATE HEADER NOT UPDATED, JOB "
                      DELIMITED BY SIZE,
                      WS-CURRENT-JOB DELIMITED BY SIZE,
                      " STATUS=" DELIMITED BY SIZE,
                      WS-STATE-STATUS DELIMITED BY SIZE,
                      INTO TAP-REPORT-LINE
               WRITE TAP-REPORT-LINE
           ELSE
               SET STATE-HEADER-PRESENT TO TRUE
           END-IF.

       RESET-REQUEST.
           MOVE TC-VALUE(1:8) TO WS-CURRENT-JOB.
           MOVE "RESET" TO WS-AUTH-ACTION.
           IF WS-CURRENT-JOB = SPACES
               PERFORM CARD-ERROR
           ELSE
               PERFORM AUTHORIZE-STATE-CHANGE
               IF ACTION-AUTHORIZED
                   PERFORM READ-STATE-HEADER
                   IF WS-LAST-VERSION = 99999
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE SPACES TO TAP-REPORT-LINE
                       STRING " *** TAPE STATE VERSIONS EXHAUSTED, JOB "
                              DELIMITED BY SIZE,
                              WS-CURRENT-JOB DELIMITED BY SIZE,
                              INTO TAP-REPORT-LINE
                       WRITE TAP-REPORT-LINE
                   ELSE
                       PERFORM WRITE-RESET-VERSION
                   END-IF
               END-IF
           END-IF.

       WRITE-RESET-VERSION.
           MOVE SPACES TO BF-TAPE-STATE-REC.
           MOVE WS-CURRENT-JOB TO TS-JOB-ID.
           COMPUTE TS-VERSION = WS-LAST-VERSION + 1.
           SET TS-GOOD TO TRUE.
           SET TS-FROM-RESET TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:16) TO TS-STAMP.
           MOVE WS-CURRENT-VERSION TO TS-BASE-VERSION.
           MOVE 0 TO TS-CYCLES.
           MOVE 1 TO TS-CELL-PTR.
           MOVE 0 TO TS-NONZERO-COUNT.
           MOVE WS-CURRENT-USER TO TS-ACTION-BY.
           MOVE 0 TO TS-LAST-VERSION.
           MOVE 0 TO TS-CURRENT-VERSION.
           PERFORM ZERO-STATE-CELL
               VARYING WS-CELL-SUB FROM 1 BY 1
               UNTIL WS-CELL-SUB > 9999.
           WRITE BF-TAPE-STATE-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO TAP-REPORT-LINE
                   STRING " *** TAPE STATE RESET NOT WRITTEN, JOB "
                          DELIMITED BY SIZE,
                          WS-CURRENT-JOB DELIMITED BY SIZE,
                          " STATUS=" DELIMITED BY SIZE,
                          WS-STATE-STATUS DELIMITED BY SIZE,
                          INTO TAP-REPORT-LINE
                   WRITE TAP-REPORT-LINE
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-CURRENT-VERSION TO WS-ED-OTHER-VERSION
                   MOVE TS-VERSION TO WS-LAST-VERSION
                   MOVE TS-VERSION TO WS-CURRENT-VERSION
                   PERFORM WRITE-STATE-HEADER
                   ADD 1 TO WS-RESET-COUNT
                   MOVE WS-CURRENT-VERSION TO WS-ED-VERSION
                   MOVE SPACES TO TAP-REPORT-LINE
                   STRING "JOB " DELIMITED BY SIZE,
                          WS-CURRENT-JOB DELIMITED BY SIZE,
                          " TAPE STATE RESET TO ZERO AS VERSION "
                          DELIMITED BY SIZE,
                          WS-ED-VERSION DELIMITED BY SIZE,
                          ", REPLACING VERSION " DELIMITED BY SIZE,
                          WS-ED-OTHER-VERSION DELIMITED BY SIZE,
                          INTO TAP-REPORT-LINE
                   WRITE TAP-REPORT-LINE
           END-WRITE.

       ZERO-STATE-CELL.
           MOVE 0 TO TS-CELL(WS-CELL-SUB).

       ROLL-OFF-REQUEST.
           MOVE TC-VALUE(1:8) TO WS-WANTED-JOB.
           MOVE "ROLLOFF" TO WS-AUTH-ACTION.
           IF WS-WANTED-JOB = SPACES
                  OR TC-VALUE(10:2) IS NOT NUMERIC
                  OR TC-VALUE(10:2) = "00"
               ADD 1 TO WS-ERROR-COUNT
               MOVE " *** ROLLOFF NEEDS JOBID OR ALL AND 2-DIGIT COUNT"
                   TO TAP-REPORT-LINE
               WRITE TAP-REPORT-LINE
           ELSE
               MOVE TC-VALUE(10:2) TO WS-KEEP-VERSIONS
               IF WS-WANTED-JOB = "ALL"
                   PERFORM COLLECT-ROLL-JOBS
                   PERFORM ROLL-OFF-LISTED-JOB
                       VARYING WS-ROLL-SUB FROM 1 BY 1
                       UNTIL WS-ROLL-SUB > WS-ROLL-COUNT
               ELSE
                   MOVE WS-WANTED-JOB TO WS-CURRENT-JOB
                   PERFORM ROLL-OFF-AUTHORIZED-JOB
               END-IF
           END-IF.

       COLLECT-ROLL-JOBS.
           MOVE 0 TO WS-ROLL-COUNT.
           MOVE "N" TO WS-ROLL-TABLE-SWITCH.
           MOVE "N" TO WS-STATE-EOF.
           MOVE LOW-VALUES TO TS-KEY.
           START BF-TAPE-STATE KEY IS NOT LESS THAN TS-KEY
               INVALID KEY SET STATE-AT-EOF TO TRUE
           END-START.
           PERFORM UNTIL STATE-AT-EOF
               READ BF-TAPE-STATE NEXT RECORD
                   AT END SET STATE-AT-EOF TO TRUE
                   NOT AT END PERFORM NOTE-ROLL-JOB
               END-READ
           END-PERFORM.
           IF ROLL-TABLE-FULL
               ADD 1 TO WS-ERROR-COUNT
               MOVE " *** MORE THAN 999 JOBS, ROLLOFF ALL INCOMPLETE"
                   TO TAP-REPORT-LINE
               WRITE TAP-REPORT-LINE
           END-IF.

       NOTE-ROLL-JOB.
           IF TS-VERSION = 0
               IF WS-ROLL-COUNT < 999
                   ADD 1 TO WS-ROLL-COUNT
                   MOVE TS-JOB-ID TO WS-ROLL-JOB(WS-ROLL-COUNT)
               ELSE
                   SET ROLL-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       ROLL-OFF-LISTED-JOB.
           MOVE WS-ROLL-JOB(WS-ROLL-SUB) TO WS-CURRENT-JOB.
           PERFORM ROLL-OFF-AUTHORIZED-JOB.

       ROLL-OFF-AUTHORIZED-JOB.
           PERFORM AUTHORIZE-STATE-CHANGE.
           IF ACTION-AUTHORIZED
               PERFORM ROLL-OFF-ONE-JOB
           END-IF.

       ROLL-OFF-ONE-JOB.
           PERFORM READ-STATE-HEADER.
           MOVE 0 TO WS-CUTOFF-VERSION.
           IF WS-LAST-VERSION > WS-KEEP-VERSIONS
               COMPUTE WS-CUTOFF-VERSION =
                   WS-LAST-VERSION - WS-KEEP-VERSIONS
           END-IF.
           MOVE 0 TO WS-JOB-COUNT.
           IF WS-CUTOFF-VERSION > 0
               MOVE "N" TO WS-STATE-EOF
               MOVE WS-CURRENT-JOB TO TS-JOB-ID
               MOVE 1 TO TS-VERSION
               START BF-TAPE-STATE KEY IS NOT LESS THAN TS-KEY
                   INVALID KEY SET STATE-AT-EOF TO TRUE
               END-START
               PERFORM UNTIL STATE-AT-EOF
                   READ BF-TAPE-STATE NEXT RECORD
                       AT END SET STATE-AT-EOF TO TRUE
                       NOT AT END PERFORM ROLL-OFF-ONE-VERSION
                   END-READ
               END-PERFORM
           END-IF.
           MOVE WS-JOB-COUNT TO WS-ED-COUNT.
           MOVE WS-KEEP-VERSIONS TO WS-ED-KEEP.
           MOVE SPACES TO TAP-REPORT-LINE.
           STRING "JOB " DELIMITED BY SIZE,
                  WS-CURRENT-JOB DELIMITED BY SIZE,
                  " KEEP " DELIMITED BY SIZE,
                  WS-ED-KEEP DELIMITED BY SIZE,
                  ", TAPE STATE VERSIONS ROLLED OFF: "
                  DELIMITED BY SIZE,
                  WS-ED-COUNT DELIMITED BY SIZE,
                  INTO TAP-REPORT-LINE.
           WRITE TAP-REPORT-LINE.

       ROLL-OFF-ONE-VERSION.
           IF TS-JOB-ID NOT = WS-CURRENT-JOB
                  OR TS-VERSION > WS-CUTOFF-VERSION
               SET STATE-AT-EOF TO TRUE
           ELSE
               IF TS-VERSION NOT = WS-CURRENT-VERSION
                   DELETE BF-TAPE-STATE
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                           MOVE SPACES TO TAP-REPORT-LINE
                           STRING " *** UNABLE TO DELETE TAPE STATE "
                                  DELIMITED BY SIZE,
                                  WS-CURRENT-JOB DELIMITED BY SIZE,
                                  " STATUS=" DELIMITED BY SIZE,
                                  WS-STATE-STATUS DELIMITED BY SIZE,
                                  INTO TAP-REPORT-LINE
                           WRITE TAP-REPORT-LINE
                           END-WRITE
                       NOT INVALID KEY
                           ADD 1 TO WS-JOB-COUNT
                           ADD 1 TO WS-ROLLOFF-COUNT
                   END-DELETE
               END-IF
           END-IF.

       AUTHORIZE-STATE-CHANGE.
           SET ACTION-AUTHORIZED TO TRUE.
           PERFORM FETCH-CATALOG-JOB.
           MOVE JR-PRIORITY-CLASS TO WS-AUTH-CLASS.
           SET SC-CHECK-RIGHT TO TRUE.
           SET SC-RIGHT-REP TO TRUE.
           MOVE WS-CURRENT-USER TO SC-USER-ID.
           MOVE WS-CURRENT-JOB TO SC-JOB-ID.
           MOVE WS-AUTH-CLASS TO SC-CLASS.
           CALL "BF-SECCHK" USING SEC-CHECK-AREA.
           IF NOT SC-AUTHORIZED
               MOVE "N" TO WS-AUTH-SWITCH
               MOVE SC-REASON TO WS-DENIED-REASON
               PERFORM RECORD-ACCESS-VIOLATION
           END-IF.

       RECORD-ACCESS-VIOLATION.
           ADD 1 TO WS-VIOLATION-COUNT.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO BF-SECV-REC.
           MOVE FUNCTION CURRENT-DATE(1:16) TO SV-STAMP.
           MOVE "BF-TAPUTL" TO SV-PROGRAM.
           MOVE WS-CURRENT-USER TO SV-USER-ID.
           MOVE WS-AUTH-ACTION TO SV-ACTION.
           MOVE WS-CURRENT-JOB TO SV-JOB-ID.
           MOVE WS-AUTH-CLASS TO SV-CLASS.
           MOVE WS-DENIED-REASON TO SV-REASON.
           WRITE BF-SECV-REC.
           MOVE SPACES TO TAP-REPORT-LINE.
           IF WS-CURRENT-JOB = SPACES
               STRING " *** ACCESS DENIED, " DELIMITED BY SIZE,
                      WS-AUTH-ACTION DELIMITED BY SPACE,
                      ": " DELIMITED BY SIZE,
                      WS-DENIED-REASON DELIMITED BY SIZE,
                      INTO TAP-REPORT-LINE
           ELSE
               STRING " *** ACCESS DENIED, " DELIMITED BY SIZE,
                      WS-AUTH-ACTION DELIMITED BY SPACE,
                      " JOB " DELIMITED BY SIZE,
                      WS-CURRENT-JOB DELIMITED BY SIZE,
                      " NOT APPLIED: " DELIMITED BY SIZE,
                      WS-DENIED-REASON DELIMITED BY SIZE,
                      INTO TAP-REPORT-LINE
           END-IF.
           WRITE TAP-REPORT-LINE.

       CARD-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO TAP-REPORT-LINE.
           STRING " *** CARD NOT UNDERSTOOD: " DELIMITED BY SIZE,
                  TAP-CARD(1:40) DELIMITED BY SIZE,
                  INTO TAP-REPORT-LINE.
           WRITE TAP-REPORT-LINE.

       WRITE-BLANK-LINE.
           MOVE SPACES TO TAP-REPORT-LINE.
           WRITE TAP-REPORT-LINE.
