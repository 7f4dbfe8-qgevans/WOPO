               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-JOB-ID
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT OPTIONAL BF-PENDING ASSIGN TO "BFCATPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-CHANGE-NO
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT OPTIONAL BF-VIOLATIONS ASSIGN TO "BFSECVIO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIOLATION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BF-JOB-CATALOG.
       01 CAT-JOB-RECORD.
           03 CAT-JOB-ID PIC X(8).
           03 CAT-JOB-DATA PIC X(1492).

       FD BF-PENDING.
       COPY BFPEND.

       FD BF-VIOLATIONS.
       COPY BFSECV.

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCHES.
           03 WS-REPORT-STATUS PIC XX.
           03 WS-JOURNAL-STATUS PIC XX.
           03 WS-CATALOG-STATUS PIC XX.
           03 WS-PENDING-STATUS PIC XX.
           03 WS-VIOLATION-STATUS PIC XX.
       01 WS-COUNTS.
           03 WS-CARD-COUNT PIC 9(5) VALUE 0.
           03 WS-RESTORE-COUNT PIC 9(5) VALUE 0.
           03 WS-ERROR-COUNT PIC 9(5) VALUE 0.
           03 WS-STAGED-COUNT PIC 9(5) VALUE 0.
           03 WS-VIOLATION-COUNT PIC 9(5) VALUE 0.
       01 WS-ENTRY-SEQ PIC 9(5).
       01 WS-WANTED-SEQ PIC 9(5).
       01 WS-WANTED-JOB PIC X(8).
       01 WS-FOUND-SWITCH PIC X.
           88 ENTRY-FOUND VALUE "Y".
       01 WS-RESTORE-IMAGE PIC X(1500).
       01 WS-RESTORE-VERB PIC X(3).
       01 WS-RESTORE-STAMP PIC X(21).
       01 WS-LIST-COUNT PIC 9(5).
       01 WS-ED-SEQ PIC ZZZZ9.
       01 WS-APPLY-VERB PIC X(3).
       01 WS-CURRENT-USER PIC X(8) VALUE SPACES.
       01 WS-AUTHORITY-WORK.
           03 WS-AUTH-ACTION PIC X(8).
           03 WS-AUTH-JOB PIC X(8).
           03 WS-OLD-CLASS PIC X.
               88 OLD-CLASS-PRODUCTION VALUES "1" "2" "3".
           03 WS-NEW-CLASS PIC X.
               88 NEW-CLASS-PRODUCTION VALUES "1" "2" "3".
           03 WS-RIGHTS-NEEDED PIC X(5).
           03 WS-RIGHT-SUB PIC 9.
           03 WS-AUTH-SWITCH PIC X.
               88 CHANGE-AUTHORIZED VALUE "Y".
           03 WS-DENIED-REASON PIC X(40).
       01 WS-PENDING-WORK.
           03 WS-LAST-CHANGE-NO PIC 9(6) VALUE 0.
           03 WS-PENDING-EOF-SWITCH PIC X.
               88 PENDING-SCAN-EOF VALUE "Y".
           03 WS-PENDING-FOUND-SWITCH PIC X.
               88 PENDING-CHANGE-FOUND VALUE "Y".
           03 WS-PENDING-FOUND-NO PIC 9(6).
           03 WS-CATALOG-FOUND-SWITCH PIC X.
               88 JOB-IN-CATALOG VALUE "Y".
           03 WS-CATALOG-IMAGE PIC X(1500).
       COPY BFJOB.
       COPY BFJOB REPLACING ==BF-JOB-RECORD== BY ==OLD-JOB-RECORD==
           LEADING ==JR-== BY ==OJ-==.
       COPY BFSECCK.

       PROCEDURE DIVISION.
           OPEN INPUT BF-RESTORE-IN.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O BF-PENDING.
           IF WS-PENDING-STATUS NOT = "00"
                  AND WS-PENDING-STATUS NOT = "05"
               DISPLAY "BF-JNLRST: UNABLE TO OPEN BFCATPND, STATUS="
                       WS-PENDING-STATUS
               CLOSE BF-RESTORE-IN BF-RESTORE-REPORT BF-JOB-CATALOG
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
               DISPLAY "BF-JNLRST: UNABLE TO OPEN BFSECVIO, STATUS="
                       WS-VIOLATION-STATUS
               CLOSE BF-RESTORE-IN BF-RESTORE-REPORT BF-JOB-CATALOG
                     BF-PENDING
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SC-LOAD-TABLE TO TRUE.
           CALL "BF-SECCHK" USING SEC-CHECK-AREA.
           IF SC-TABLE-UNAVAILABLE
               DISPLAY "BF-JNLRST: UNABLE TO OPEN BFSECTBL, STATUS="
                       SC-TABLE-STATUS
               CLOSE BF-RESTORE-IN BF-RESTORE-REPORT BF-JOB-CATALOG
                     BF-PENDING BF-VIOLATIONS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-AUTH-JOB.
           PERFORM SCAN-PENDING-CHANGES.
           MOVE "BF-JNLRST CATALOG RESTORE REPORT"
               TO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.
                  WS-CARD-COUNT DELIMITED BY SIZE,
                  "  RESTORED: " DELIMITED BY SIZE,
                  WS-RESTORE-COUNT DELIMITED BY SIZE,
                  "  STAGED: " DELIMITED BY SIZE,
                  WS-STAGED-COUNT DELIMITED BY SIZE,
                  "  ERRORS: " DELIMITED BY SIZE,
                  WS-ERROR-COUNT DELIMITED BY SIZE,
                  "  ACCESS VIOLATIONS: " DELIMITED BY SIZE,
                  WS-VIOLATION-COUNT DELIMITED BY SIZE,
                  INTO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.
           CLOSE BF-RESTORE-IN BF-RESTORE-REPORT BF-JOB-CATALOG
                 BF-PENDING BF-VIOLATIONS.
           DISPLAY "BF-JNLRST COMPLETE, CARDS: " WS-CARD-COUNT
                   " RESTORED: " WS-RESTORE-COUNT
                   " STAGED: " WS-STAGED-COUNT
                   " ERRORS: " WS-ERROR-COUNT
                   " VIOLATIONS: " WS-VIOLATION-COUNT.
           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
                       PERFORM LIST-JOURNAL
                   WHEN "RESTORE"
                       PERFORM RESTORE-FROM-ENTRY
                   WHEN "USER"
                       PERFORM SET-CURRENT-USER
                   WHEN OTHER
                       PERFORM CARD-ERROR
               END-EVALUATE
           END-IF.

       APPLY-RESTORE-IMAGE.
           PERFORM READ-CATALOG-IMAGE.
           IF WS-RESTORE-IMAGE = SPACES AND NOT JOB-IN-CATALOG
               PERFORM NOTE-ALREADY-ABSENT
           ELSE
               PERFORM AUTHORIZE-RESTORE
               IF CHANGE-AUTHORIZED
                   IF OLD-CLASS-PRODUCTION OR NEW-CLASS-PRODUCTION
                       PERFORM STAGE-RESTORE
                   ELSE
                       IF WS-APPLY-VERB = "DEL"
                           PERFORM RESTORE-AS-DELETED
                       ELSE
                           PERFORM RESTORE-AS-PRESENT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       READ-CATALOG-IMAGE.
           MOVE "N" TO WS-CATALOG-FOUND-SWITCH.
           MOVE SPACES TO WS-CATALOG-IMAGE.
           MOVE WS-WANTED-JOB TO CAT-JOB-ID.
           READ BF-JOB-CATALOG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET JOB-IN-CATALOG TO TRUE
                   MOVE CAT-JOB-RECORD TO WS-CATALOG-IMAGE
           END-READ.

       NOTE-ALREADY-ABSENT.
           MOVE SPACES TO RESTORE-REPORT-LINE.
           STRING "JOB " DELIMITED BY SIZE,
                  WS-WANTED-JOB DELIMITED BY SIZE,
                  " ALREADY ABSENT, ENTRY IS A DELETE"
                  DELIMITED BY SIZE,
                  INTO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.
           ADD 1 TO WS-RESTORE-COUNT.

       RESTORE-AS-DELETED.
           MOVE WS-WANTED-JOB TO CAT-JOB-ID.
           DELETE BF-JOB-CATALOG
               INVALID KEY
                   PERFORM NOTE-ALREADY-ABSENT
               NOT INVALID KEY
                   ADD 1 TO WS-RESTORE-COUNT
                   PERFORM WRITE-RESTORE-TEXT
                  ")" DELIMITED BY SIZE,
                  INTO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.
           PERFORM JOURNAL-RESTORED-CHANGE.

       JOURNAL-RESTORED-CHANGE.
           OPEN EXTEND BF-JOURNAL.
           IF WS-JOURNAL-STATUS NOT = "00"
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO RESTORE-REPORT-LINE
               STRING " *** JOB " DELIMITED BY SIZE,
                      WS-WANTED-JOB DELIMITED BY SIZE,
                      " RESTORED BUT NOT JOURNALED, BFJRNL STATUS="
                      DELIMITED BY SIZE,
                      WS-JOURNAL-STATUS DELIMITED BY SIZE,
                      INTO RESTORE-REPORT-LINE
               WRITE RESTORE-REPORT-LINE
           ELSE
               MOVE WS-APPLY-VERB TO JN-VERB
               MOVE WS-WANTED-JOB TO JN-JOB-ID
               MOVE FUNCTION CURRENT-DATE TO JN-STAMP
               MOVE WS-CATALOG-IMAGE TO JN-BEFORE-IMAGE
               MOVE WS-RESTORE-IMAGE TO JN-AFTER-IMAGE
               WRITE BF-JOURNAL-REC
               CLOSE BF-JOURNAL
           END-IF.

       SET-CURRENT-USER.
           IF RC-VALUE(1:8) = SPACES
               PERFORM CARD-ERROR
           ELSE
               MOVE "USER" TO WS-AUTH-ACTION
               MOVE SPACES TO WS-AUTH-JOB
               MOVE SPACE TO WS-OLD-CLASS
               MOVE SPACE TO WS-NEW-CLASS
               IF WS-CURRENT-USER NOT = SPACES
                      AND WS-CURRENT-USER NOT = RC-VALUE(1:8)
                   MOVE "SECOND USER CARD IN ONE RUN, IGNORED"
                       TO WS-DENIED-REASON
                   PERFORM RECORD-ACCESS-VIOLATION
               ELSE
                   MOVE RC-VALUE(1:8) TO WS-CURRENT-USER
                   MOVE SPACES TO RESTORE-REPORT-LINE
                   STRING "RESTORES SUBMITTED BY " DELIMITED BY SIZE,
                          WS-CURRENT-USER DELIMITED BY SIZE,
                          INTO RESTORE-REPORT-LINE
                   WRITE RESTORE-REPORT-LINE
                   SET SC-CHECK-USER TO TRUE
                   MOVE WS-CURRENT-USER TO SC-USER-ID
                   CALL "BF-SECCHK" USING SEC-CHECK-AREA
                   IF NOT SC-AUTHORIZED
                       MOVE SC-REASON TO WS-DENIED-REASON
                       PERFORM RECORD-ACCESS-VIOLATION
                   END-IF
               END-IF
           END-IF.

       AUTHORIZE-RESTORE.
           MOVE "RESTORE" TO WS-AUTH-ACTION.
           MOVE WS-WANTED-JOB TO WS-AUTH-JOB.
           MOVE SPACES TO WS-RIGHTS-NEEDED.
           MOVE SPACE TO WS-OLD-CLASS.
           MOVE SPACE TO WS-NEW-CLASS.
           IF JOB-IN-CATALOG
               MOVE WS-CATALOG-IMAGE TO OLD-JOB-RECORD
               MOVE OJ-PRIORITY-CLASS TO WS-OLD-CLASS
               IF WS-OLD-CLASS = SPACE
                   MOVE "5" TO WS-OLD-CLASS
               END-IF
           END-IF.
           IF WS-RESTORE-IMAGE NOT = SPACES
               MOVE WS-RESTORE-IMAGE TO BF-JOB-RECORD
               MOVE JR-PRIORITY-CLASS TO WS-NEW-CLASS
               IF WS-NEW-CLASS = SPACE
                   MOVE "5" TO WS-NEW-CLASS
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-RESTORE-IMAGE = SPACES
                   MOVE "DEL" TO WS-APPLY-VERB
                   MOVE "D" TO WS-RIGHTS-NEEDED(3:1)
               WHEN JOB-IN-CATALOG
                   MOVE "REP" TO WS-APPLY-VERB
                   MOVE "R" TO WS-RIGHTS-NEEDED(2:1)
               WHEN OTHER
                   MOVE "ADD" TO WS-APPLY-VERB
                   MOVE "A" TO WS-RIGHTS-NEEDED(1:1)
           END-EVALUATE.
           PERFORM CHECK-NEEDED-RIGHTS.
           IF NOT CHANGE-AUTHORIZED
               PERFORM RECORD-ACCESS-VIOLATION
           END-IF.

       CHECK-NEEDED-RIGHTS.
           SET CHANGE-AUTHORIZED TO TRUE.
           MOVE SPACES TO WS-DENIED-REASON.
           PERFORM CHECK-ONE-NEEDED-RIGHT
               VARYING WS-RIGHT-SUB FROM 1 BY 1
               UNTIL WS-RIGHT-SUB > 5 OR NOT CHANGE-AUTHORIZED.

       CHECK-ONE-NEEDED-RIGHT.
           IF WS-RIGHTS-NEEDED(WS-RIGHT-SUB:1) NOT = SPACE
               MOVE WS-RIGHTS-NEEDED(WS-RIGHT-SUB:1) TO SC-RIGHT
               IF WS-NEW-CLASS NOT = SPACE
                   MOVE WS-NEW-CLASS TO SC-CLASS
                   PERFORM CALL-SECURITY-CHECK
               END-IF
               IF CHANGE-AUTHORIZED AND WS-OLD-CLASS NOT = SPACE
                      AND WS-OLD-CLASS NOT = WS-NEW-CLASS
                   MOVE WS-OLD-CLASS TO SC-CLASS
                   PERFORM CALL-SECURITY-CHECK
               END-IF
           END-IF.

       CALL-SECURITY-CHECK.
           SET SC-CHECK-RIGHT TO TRUE.
           MOVE WS-CURRENT-USER TO SC-USER-ID.
           MOVE WS-AUTH-JOB TO SC-JOB-ID.
           CALL "BF-SECCHK" USING SEC-CHECK-AREA.
           IF NOT SC-AUTHORIZED
               MOVE "N" TO WS-AUTH-SWITCH
               MOVE SC-REASON TO WS-DENIED-REASON
           END-IF.

       RECORD-ACCESS-VIOLATION.
           ADD 1 TO WS-VIOLATION-COUNT.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO BF-SECV-REC.
           MOVE FUNCTION CURRENT-DATE(1:16) TO SV-STAMP.
           MOVE "BF-JNLRST" TO SV-PROGRAM.
           MOVE WS-CURRENT-USER TO SV-USER-ID.
           MOVE WS-AUTH-ACTION TO SV-ACTION.
           MOVE WS-AUTH-JOB TO SV-JOB-ID.
           IF WS-NEW-CLASS NOT = SPACE
               MOVE WS-NEW-CLASS TO SV-CLASS
           ELSE
               MOVE WS-OLD-CLASS TO SV-CLASS
           END-IF.
           MOVE WS-DENIED-REASON TO SV-REASON.
           WRITE BF-SECV-REC.
           MOVE SPACES TO RESTORE-REPORT-LINE.
           IF WS-AUTH-JOB = SPACES
               STRING " *** ACCESS DENIED, " DELIMITED BY SIZE,
                      WS-AUTH-ACTION DELIMITED BY SPACE,
                      ": " DELIMITED BY SIZE,
                      WS-DENIED-REASON DELIMITED BY SIZE,
                      INTO RESTORE-REPORT-LINE
           ELSE
               STRING " *** ACCESS DENIED, " DELIMITED BY SIZE,
                      WS-AUTH-ACTION DELIMITED BY SPACE,
                      " JOB " DELIMITED BY SIZE,
                      WS-AUTH-JOB DELIMITED BY SIZE,
                      " NOT RESTORED: " DELIMITED BY SIZE,
                      WS-DENIED-REASON DELIMITED BY SIZE,
                      INTO RESTORE-REPORT-LINE
           END-IF.
           WRITE RESTORE-REPORT-LINE.

       SCAN-PENDING-CHANGES.
           MOVE "N" TO WS-PENDING-EOF-SWITCH.
           MOVE "N" TO WS-PENDING-FOUND-SWITCH.
           MOVE 0 TO PD-CHANGE-NO.
           START BF-PENDING KEY NOT LESS THAN PD-CHANGE-NO
               INVALID KEY SET PENDING-SCAN-EOF TO TRUE
           END-START.
           PERFORM SCAN-NEXT-PENDING UNTIL PENDING-SCAN-EOF.

       SCAN-NEXT-PENDING.
           READ BF-PENDING NEXT
               AT END SET PENDING-SCAN-EOF TO TRUE
               NOT AT END
                   IF PD-CHANGE-NO > WS-LAST-CHANGE-NO
                       MOVE PD-CHANGE-NO TO WS-LAST-CHANGE-NO
                   END-IF
                   IF PD-PENDING AND PD-JOB-ID = WS-AUTH-JOB
                       SET PENDING-CHANGE-FOUND TO TRUE
                       MOVE PD-CHANGE-NO TO WS-PENDING-FOUND-NO
                   END-IF
           END-READ.

       STAGE-RESTORE.
           PERFORM SCAN-PENDING-CHANGES.
           IF PENDING-CHANGE-FOUND
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO RESTORE-REPORT-LINE
               STRING " *** JOB " DELIMITED BY SIZE,
                      WS-WANTED-JOB DELIMITED BY SIZE,
                      " ALREADY HAS CHANGE " DELIMITED BY SIZE,
                      WS-PENDING-FOUND-NO DELIMITED BY SIZE,
                      " PENDING, RESTORE NOT STAGED" DELIMITED BY SIZE,
                      INTO RESTORE-REPORT-LINE
               WRITE RESTORE-REPORT-LINE
           ELSE
               ADD 1 TO WS-LAST-CHANGE-NO
               MOVE SPACES TO BF-PEND-REC
               MOVE WS-LAST-CHANGE-NO TO PD-CHANGE-NO
               SET PD-PENDING TO TRUE
               SET PD-FROM-RESTORE TO TRUE
               MOVE WS-APPLY-VERB TO PD-VERB
               MOVE WS-WANTED-JOB TO PD-JOB-ID
               MOVE WS-OLD-CLASS TO PD-OLD-CLASS
               MOVE WS-NEW-CLASS TO PD-NEW-CLASS
               MOVE WS-RIGHTS-NEEDED TO PD-RIGHTS-NEEDED
               MOVE WS-CURRENT-USER TO PD-STAGED-BY
               MOVE FUNCTION CURRENT-DATE(1:16) TO PD-STAGED-STAMP
               MOVE WS-CATALOG-IMAGE TO PD-BEFORE-IMAGE
               MOVE WS-RESTORE-IMAGE TO PD-AFTER-IMAGE
               WRITE BF-PEND-REC
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE SPACES TO RESTORE-REPORT-LINE
                       STRING " *** UNABLE TO STAGE JOB "
                              DELIMITED BY SIZE,
                              WS-WANTED-JOB DELIMITED BY SIZE,
                              ", BFCATPND STATUS=" DELIMITED BY SIZE,
                              WS-PENDING-STATUS DELIMITED BY SIZE,
                              INTO RESTORE-REPORT-LINE
                       WRITE RESTORE-REPORT-LINE
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1 TO WS-STAGED-COUNT
                       MOVE WS-WANTED-SEQ TO WS-ED-SEQ
                       MOVE SPACES TO RESTORE-REPORT-LINE
                       STRING "JOB " DELIMITED BY SIZE,
                              WS-WANTED-JOB DELIMITED BY SIZE,
                              " " DELIMITED BY SIZE,
                              WS-APPLY-VERB DELIMITED BY SIZE,
                              " AS OF ENTRY " DELIMITED BY SIZE,
                              WS-ED-SEQ DELIMITED BY SIZE,
                              " STAGED AS CHANGE " DELIMITED BY SIZE,
                              PD-CHANGE-NO DELIMITED BY SIZE,
                              ", AWAITING APPROVAL BY A SECOND USER"
                              DELIMITED BY SIZE,
                              INTO RESTORE-REPORT-LINE
                       WRITE RESTORE-REPORT-LINE
                       END-WRITE
               END-WRITE
           END-IF.

       CARD-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
