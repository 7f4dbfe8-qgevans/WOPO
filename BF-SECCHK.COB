       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BF-SECCHK".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BF-SECURITY-TABLE ASSIGN TO "BFSECTBL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECTBL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BF-SECURITY-TABLE.
       COPY BFSEC.

       WORKING-STORAGE SECTION.
       01 WS-SECTBL-STATUS PIC XX VALUE "00".
       01 WS-LOAD-SWITCH PIC X VALUE "N".
           88 TABLE-LOADED VALUE "Y".
           88 TABLE-UNAVAILABLE VALUE "E".
       01 WS-SECTBL-EOF-SWITCH PIC X VALUE "N".
           88 SECTBL-AT-EOF VALUE "Y".
       01 WS-SEC-COUNT PIC 9(3) VALUE 0.
       01 WS-SEC-DROPPED PIC 9(5) VALUE 0.
       01 WS-SEC-TABLE.
           03 WS-SEC-ENTRY OCCURS 500 TIMES.
               05 WS-SEC-USER PIC X(8).
               05 WS-SEC-PREFIX PIC X(8).
               05 WS-SEC-PREFIX-LEN PIC 9.
               05 WS-SEC-CLASSES PIC X(9).
               05 WS-SEC-RIGHTS PIC X(5).
       01 WS-SEC-SUB PIC 9(3).
       01 WS-PREFIX-WORK.
           03 WS-PREFIX-TO-STAR PIC 99.
           03 WS-PREFIX-TO-SPACE PIC 99.
       01 WS-CHECK-WORK.
           03 WS-RIGHT-SUB PIC 9.
           03 WS-RIGHT-NAME PIC X(7).
           03 WS-CHECK-CLASS PIC X.
           03 WS-CLASS-TALLY PIC 99.
           03 WS-USER-FOUND PIC X.
               88 USER-IN-TABLE VALUE "Y".
           03 WS-ENTRY-MATCH PIC X.
               88 ENTRY-MATCHES VALUE "Y".

       LINKAGE SECTION.
       COPY BFSECCK.

       PROCEDURE DIVISION USING SEC-CHECK-AREA.
           IF NOT TABLE-LOADED AND NOT TABLE-UNAVAILABLE
               PERFORM LOAD-SECURITY-TABLE
           END-IF.
           MOVE WS-SECTBL-STATUS TO SC-TABLE-STATUS.
           MOVE WS-SEC-COUNT TO SC-ENTRY-COUNT.
           MOVE SPACES TO SC-REASON.
           IF TABLE-UNAVAILABLE
               SET SC-TABLE-UNAVAILABLE TO TRUE
               MOVE "SECURITY TABLE NOT AVAILABLE" TO SC-REASON
           ELSE
               EVALUATE TRUE
                   WHEN SC-LOAD-TABLE
                       SET SC-AUTHORIZED TO TRUE
                   WHEN SC-CHECK-USER
                       PERFORM CHECK-USER-KNOWN
                   WHEN OTHER
                       PERFORM CHECK-USER-RIGHT
               END-EVALUATE
           END-IF.
           EXIT PROGRAM.

       LOAD-SECURITY-TABLE.
           OPEN INPUT BF-SECURITY-TABLE.
           IF WS-SECTBL-STATUS NOT = "00"
               DISPLAY "BF-SECCHK: UNABLE TO OPEN BFSECTBL, STATUS="
                       WS-SECTBL-STATUS
               SET TABLE-UNAVAILABLE TO TRUE
           ELSE
               PERFORM UNTIL SECTBL-AT-EOF
                   READ BF-SECURITY-TABLE
                       AT END SET SECTBL-AT-EOF TO TRUE
                       NOT AT END PERFORM LOAD-SECURITY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BF-SECURITY-TABLE
               SET TABLE-LOADED TO TRUE
               IF WS-SEC-DROPPED > 0
                   DISPLAY "BF-SECCHK: SECURITY TABLE OVER 500 "
                           "ENTRIES, IGNORED: " WS-SEC-DROPPED
               END-IF
           END-IF.

       LOAD-SECURITY-ENTRY.
           IF BF-SEC-REC(1:1) = "*" OR BF-SEC-REC = SPACES
                  OR SEC-USER-ID = SPACES OR SEC-JOB-PREFIX = SPACES
               CONTINUE
           ELSE
               IF WS-SEC-COUNT < 500
                   ADD 1 TO WS-SEC-COUNT
                   MOVE SEC-USER-ID TO WS-SEC-USER(WS-SEC-COUNT)
                   MOVE SEC-JOB-PREFIX TO WS-SEC-PREFIX(WS-SEC-COUNT)
                   MOVE SEC-CLASSES TO WS-SEC-CLASSES(WS-SEC-COUNT)
                   MOVE SEC-RIGHTS TO WS-SEC-RIGHTS(WS-SEC-COUNT)
                   MOVE 0 TO WS-PREFIX-TO-STAR
                   MOVE 0 TO WS-PREFIX-TO-SPACE
                   INSPECT SEC-JOB-PREFIX TALLYING WS-PREFIX-TO-STAR
                       FOR CHARACTERS BEFORE INITIAL "*"
                   INSPECT SEC-JOB-PREFIX TALLYING WS-PREFIX-TO-SPACE
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF WS-PREFIX-TO-STAR < WS-PREFIX-TO-SPACE
                       MOVE WS-PREFIX-TO-STAR
                           TO WS-SEC-PREFIX-LEN(WS-SEC-COUNT)
                   ELSE
                       MOVE WS-PREFIX-TO-SPACE
                           TO WS-SEC-PREFIX-LEN(WS-SEC-COUNT)
                   END-IF
               ELSE
                   ADD 1 TO WS-SEC-DROPPED
               END-IF
           END-IF.

       CHECK-USER-KNOWN.
           MOVE "N" TO WS-USER-FOUND.
           PERFORM FIND-USER-ENTRY
               VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > WS-SEC-COUNT OR USER-IN-TABLE.
           IF USER-IN-TABLE
               SET SC-AUTHORIZED TO TRUE
           ELSE
               SET SC-DENIED TO TRUE
               STRING "USER " DELIMITED BY SIZE,
                      SC-USER-ID DELIMITED BY SPACE,
                      " NOT IN SECURITY TABLE" DELIMITED BY SIZE,
                      INTO SC-REASON
           END-IF.

       FIND-USER-ENTRY.
           IF WS-SEC-USER(WS-SEC-SUB) = SC-USER-ID
               SET USER-IN-TABLE TO TRUE
           END-IF.

       CHECK-USER-RIGHT.
           SET SC-DENIED TO TRUE.
           EVALUATE TRUE
               WHEN SC-RIGHT-ADD
                   MOVE 1 TO WS-RIGHT-SUB
                   MOVE "ADD" TO WS-RIGHT-NAME
               WHEN SC-RIGHT-REP
                   MOVE 2 TO WS-RIGHT-SUB
                   MOVE "REP" TO WS-RIGHT-NAME
               WHEN SC-RIGHT-DEL
                   MOVE 3 TO WS-RIGHT-SUB
                   MOVE "DEL" TO WS-RIGHT-NAME
               WHEN SC-RIGHT-HOLD
                   MOVE 4 TO WS-RIGHT-SUB
                   MOVE "HOLD" TO WS-RIGHT-NAME
               WHEN SC-RIGHT-PROMOTE
                   MOVE 5 TO WS-RIGHT-SUB
                   MOVE "PROMOTE" TO WS-RIGHT-NAME
               WHEN OTHER
                   MOVE 0 TO WS-RIGHT-SUB
           END-EVALUATE.
           IF SC-CLASS = SPACE
               MOVE "5" TO WS-CHECK-CLASS
           ELSE
               MOVE SC-CLASS TO WS-CHECK-CLASS
           END-IF.
           IF SC-USER-ID = SPACES
               MOVE "NO USER CARD, SUBMITTER UNKNOWN" TO SC-REASON
           ELSE
               IF WS-RIGHT-SUB = 0
                   MOVE "UNKNOWN RIGHT REQUESTED" TO SC-REASON
               ELSE
                   MOVE "N" TO WS-USER-FOUND
                   PERFORM CHECK-ONE-ENTRY
                       VARYING WS-SEC-SUB FROM 1 BY 1
                       UNTIL WS-SEC-SUB > WS-SEC-COUNT
                          OR SC-AUTHORIZED
                   IF NOT SC-AUTHORIZED
                       PERFORM SET-DENIED-REASON
                   END-IF
               END-IF
           END-IF.

       CHECK-ONE-ENTRY.
           IF WS-SEC-USER(WS-SEC-SUB) = SC-USER-ID
               SET USER-IN-TABLE TO TRUE
               MOVE "N" TO WS-ENTRY-MATCH
               IF WS-SEC-RIGHTS(WS-SEC-SUB)(WS-RIGHT-SUB:1) = "Y"
                   IF WS-SEC-PREFIX-LEN(WS-SEC-SUB) = 0
                       SET ENTRY-MATCHES TO TRUE
                   ELSE
                       IF SC-JOB-ID(1:WS-SEC-PREFIX-LEN(WS-SEC-SUB))
                              = WS-SEC-PREFIX(WS-SEC-SUB)
                                (1:WS-SEC-PREFIX-LEN(WS-SEC-SUB))
                           SET ENTRY-MATCHES TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF ENTRY-MATCHES
                   IF WS-SEC-CLASSES(WS-SEC-SUB)(1:1) = "*"
                       SET SC-AUTHORIZED TO TRUE
                   ELSE
                       MOVE 0 TO WS-CLASS-TALLY
                       INSPECT WS-SEC-CLASSES(WS-SEC-SUB)
                           TALLYING WS-CLASS-TALLY
                           FOR ALL WS-CHECK-CLASS
                       IF WS-CLASS-TALLY > 0
                           SET SC-AUTHORIZED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SET-DENIED-REASON.
           IF USER-IN-TABLE
               STRING "NO " DELIMITED BY SIZE,
                      WS-RIGHT-NAME DELIMITED BY SPACE,
                      " RIGHT, JOB " DELIMITED BY SIZE,
                      SC-JOB-ID DELIMITED BY SPACE,
                      " CLASS " DELIMITED BY SIZE,
                      WS-CHECK-CLASS DELIMITED BY SIZE,
                      INTO SC-REASON
           ELSE
               STRING "USER " DELIMITED BY SIZE,
                      SC-USER-ID DELIMITED BY SPACE,
                      " NOT IN SECURITY TABLE" DELIMITED BY SIZE,
                      INTO SC-REASON
           END-IF.
