           SELECT OPTIONAL BF-JOURNAL ASSIGN TO "BFJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
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

       FD BF-JOURNAL.
       COPY BFJRNL.

       FD BF-PENDING.
       COPY BFPEND.

       FD BF-VIOLATIONS.
       COPY BFSECV.

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 MAINT-IN-EOF VALUE "Y".
           03 WS-REPORT-STATUS PIC XX.
           03 WS-CATALOG-STATUS PIC XX.
           03 WS-JOURNAL-STATUS PIC XX.
           03 WS-PENDING-STATUS PIC XX.
           03 WS-VIOLATION-STATUS PIC XX.
       01 WS-JOURNAL-WORK.
           03 WS-JOURNAL-VERB PIC X(3).
           03 WS-JOURNAL-JOB PIC X(8).
           03 WS-BEFORE-IMAGE PIC X(1500).
           03 WS-AFTER-IMAGE PIC X(1500).
       01 WS-TRANSACTION-SWITCH PIC X VALUE "N".
           88 TRANSACTION-OPEN VALUE "Y".
       01 WS-TRANSACTION-VERB PIC X(3).
           03 WS-CARD-COUNT PIC 9(5) VALUE 0.
           03 WS-APPLIED-COUNT PIC 9(5) VALUE 0.
           03 WS-ERROR-COUNT PIC 9(5) VALUE 0.
           03 WS-STAGED-COUNT PIC 9(5) VALUE 0.
           03 WS-DECIDED-COUNT PIC 9(5) VALUE 0.
           03 WS-VIOLATION-COUNT PIC 9(5) VALUE 0.
       01 WS-ERROR-SUB PIC 99.
       01 WS-BROWSE-EOF-SWITCH PIC X.
           88 BROWSE-EOF VALUE "Y".
       01 WS-CHUNK-START PIC 9(3).
       01 WS-CHUNK-LEN PIC 9(3).
       01 WS-CURRENT-USER PIC X(8) VALUE SPACES.
       01 WS-AUTHORITY-WORK.
           03 WS-AUTH-ACTION PIC X(8).
           03 WS-AUTH-JOB PIC X(8).
           03 WS-AUTH-CHANGE-NO PIC X(6).
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
           03 WS-APPLY-SWITCH PIC X.
               88 CHANGE-APPLIED VALUE "Y".
           03 WS-FAIL-REASON PIC X(40).
           03 WS-DECISION-TEXT PIC X(8).
       COPY BFJOB.
       COPY BFJOB REPLACING ==BF-JOB-RECORD== BY ==OLD-JOB-RECORD==
           LEADING ==JR-== BY ==OJ-==.
       COPY BFJOB REPLACING ==BF-JOB-RECORD== BY ==CMP-JOB-RECORD==
           LEADING ==JR-== BY ==CJ-==.
       COPY BFEDIT.
       COPY BFSECCK.

       PROCEDURE DIVISION.
           OPEN INPUT BF-MAINT-IN.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O BF-PENDING.
           IF WS-PENDING-STATUS NOT = "00"
                  AND WS-PENDING-STATUS NOT = "05"
               DISPLAY "BF-JOBMNT: UNABLE TO OPEN BFCATPND, STATUS="
                       WS-PENDING-STATUS
               CLOSE BF-MAINT-IN BF-MAINT-REPORT BF-JOB-CATALOG
                     BF-JOURNAL
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
               DISPLAY "BF-JOBMNT: UNABLE TO OPEN BFSECVIO, STATUS="
                       WS-VIOLATION-STATUS
               CLOSE BF-MAINT-IN BF-MAINT-REPORT BF-JOB-CATALOG
                     BF-JOURNAL BF-PENDING
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SC-LOAD-TABLE TO TRUE.
           CALL "BF-SECCHK" USING SEC-CHECK-AREA.
           IF SC-TABLE-UNAVAILABLE
               DISPLAY "BF-JOBMNT: UNABLE TO OPEN BFSECTBL, STATUS="
                       SC-TABLE-STATUS
               CLOSE BF-MAINT-IN BF-MAINT-REPORT BF-JOB-CATALOG
                     BF-JOURNAL BF-PENDING BF-VIOLATIONS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-AUTH-JOB.
           PERFORM SCAN-PENDING-CHANGES.
           MOVE "BF-JOBMNT CATALOG MAINTENANCE REPORT"
               TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
                  WS-CARD-COUNT DELIMITED BY SIZE,
                  "  APPLIED: " DELIMITED BY SIZE,
                  WS-APPLIED-COUNT DELIMITED BY SIZE,
                  "  STAGED: " DELIMITED BY SIZE,
                  WS-STAGED-COUNT DELIMITED BY SIZE,
                  "  DECIDED: " DELIMITED BY SIZE,
                  WS-DECIDED-COUNT DELIMITED BY SIZE,
                  "  ERRORS: " DELIMITED BY SIZE,
                  WS-ERROR-COUNT DELIMITED BY SIZE,
                  "  ACCESS VIOLATIONS: " DELIMITED BY SIZE,
                  WS-VIOLATION-COUNT DELIMITED BY SIZE,
                  INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           CLOSE BF-MAINT-IN BF-MAINT-REPORT BF-JOB-CATALOG
                 BF-JOURNAL BF-PENDING BF-VIOLATIONS.
           DISPLAY "BF-JOBMNT COMPLETE, CARDS: " WS-CARD-COUNT
                   " APPLIED: " WS-APPLIED-COUNT
                   " STAGED: " WS-STAGED-COUNT
                   " ERRORS: " WS-ERROR-COUNT
                   " VIOLATIONS: " WS-VIOLATION-COUNT.
           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
                       PERFORM DELETE-JOB
                   WHEN "BRO"
                       PERFORM BROWSE-REQUEST
                   WHEN "USER"
                       PERFORM SET-CURRENT-USER
                   WHEN "APPROVE"
                   WHEN "REJECT"
                       PERFORM DECIDE-PENDING-CHANGE
                   WHEN OTHER
                       PERFORM FIELD-CARD
               END-EVALUATE
           MOVE "N" TO JR-RESTART-SWITCH.
           MOVE "D" TO JR-SCHED-MODE.
           MOVE ZEROES TO JR-SCHED-DOM.
           MOVE ZEROES TO JR-RETAIN-GENS.
           MOVE "M" TO JR-NOTIFY-PREF.
           MOVE ZEROES TO JR-MAX-ELAPSED.
           MOVE "N" TO JR-INPUT-CONTROL-SWITCH.
           MOVE "N" TO JR-TRAILER-SWITCH.
           MOVE "N" TO JR-STATE-SWITCH.

       FIELD-CARD.
           IF NOT TRANSACTION-OPEN
                       MOVE MC-VALUE(1:8) TO JR-EFF-FROM
                   WHEN "EFFTO"
                       MOVE MC-VALUE(1:8) TO JR-EFF-TO
                   WHEN "RETAIN"
                       MOVE MC-VALUE(1:2) TO JR-RETAIN-GENS
                   WHEN "OWNER"
                       MOVE MC-VALUE(1:8) TO JR-OWNER-ID
                   WHEN "ESCALATE"
                       MOVE MC-VALUE(1:24) TO JR-ESCALATION-CONTACT
                   WHEN "NOTIFY"
                       MOVE MC-VALUE(1:1) TO JR-NOTIFY-PREF
                   WHEN "COSTCTR"
                       MOVE MC-VALUE(1:8) TO JR-COST-CENTER
                   WHEN "DLVRBY"
                       MOVE MC-VALUE(1:4) TO JR-DELIVER-BY
                   WHEN "MAXELAP"
                       MOVE MC-VALUE(1:4) TO JR-MAX-ELAPSED
                   WHEN "INCTL"
                       MOVE MC-VALUE(1:1) TO JR-INPUT-CONTROL-SWITCH
                   WHEN "TRAILER"
                       MOVE MC-VALUE(1:1) TO JR-TRAILER-SWITCH
                   WHEN "KEEPTAPE"
                       MOVE MC-VALUE(1:1) TO JR-STATE-SWITCH
                   WHEN OTHER
                       PERFORM CARD-ERROR
               END-EVALUATE
                       VARYING WS-ERROR-SUB FROM 1 BY 1
                       UNTIL WS-ERROR-SUB > JE-ERROR-COUNT
               ELSE
                   PERFORM AUTHORIZE-TRANSACTION
                   IF CHANGE-AUTHORIZED
                       IF OLD-CLASS-PRODUCTION OR NEW-CLASS-PRODUCTION
                           PERFORM STAGE-TRANSACTION
                       ELSE
                           PERFORM WRITE-OR-REWRITE-JOB
                       END-IF
                   END-IF
               END-IF
               MOVE "N" TO WS-TRANSACTION-SWITCH
           END-IF.

       STAGE-TRANSACTION.
           MOVE BF-JOB-RECORD TO WS-AFTER-IMAGE.
           IF ADD-TRANSACTION
               MOVE JR-JOB-ID TO CAT-JOB-ID
               READ BF-JOB-CATALOG
                   INVALID KEY
                       PERFORM STAGE-PENDING-CHANGE
                   NOT INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       PERFORM WRITE-REPORT-TEXT-JOB
                       MOVE " *** ALREADY IN CATALOG, USE REP"
                           TO MAINT-REPORT-LINE
                       WRITE MAINT-REPORT-LINE
                       END-WRITE
               END-READ
           ELSE
               PERFORM STAGE-PENDING-CHANGE
           END-IF.

       WRITE-OR-REWRITE-JOB.
           MOVE BF-JOB-RECORD TO CAT-JOB-RECORD.
           IF ADD-TRANSACTION
                       END-WRITE
                   NOT INVALID KEY
                       MOVE CAT-JOB-RECORD TO WS-BEFORE-IMAGE
                       PERFORM AUTHORIZE-DELETE
                       IF CHANGE-AUTHORIZED
                           IF OLD-CLASS-PRODUCTION
                               MOVE SPACES TO WS-AFTER-IMAGE
                               PERFORM STAGE-PENDING-CHANGE
                           ELSE
                               PERFORM DELETE-READ-JOB
                           END-IF
                       END-IF
               END-READ
           END-IF.

           MOVE WS-AFTER-IMAGE TO JN-AFTER-IMAGE.
           WRITE BF-JOURNAL-REC.

       SET-CURRENT-USER.
           IF TRANSACTION-OPEN OR MC-VALUE(1:8) = SPACES
               PERFORM CARD-ERROR
           ELSE
               MOVE "USER" TO WS-AUTH-ACTION
               MOVE SPACES TO WS-AUTH-JOB
               MOVE SPACES TO WS-AUTH-CHANGE-NO
               MOVE SPACE TO WS-OLD-CLASS
               MOVE SPACE TO WS-NEW-CLASS
               IF WS-CURRENT-USER NOT = SPACES
                      AND WS-CURRENT-USER NOT = MC-VALUE(1:8)
                   MOVE "SECOND USER CARD IN ONE RUN, IGNORED"
                       TO WS-DENIED-REASON
                   PERFORM RECORD-ACCESS-VIOLATION
               ELSE
                   MOVE MC-VALUE(1:8) TO WS-CURRENT-USER
                   MOVE SPACES TO MAINT-REPORT-LINE
                   STRING "CHANGES SUBMITTED BY " DELIMITED BY SIZE,
                          WS-CURRENT-USER DELIMITED BY SIZE,
                          INTO MAINT-REPORT-LINE
                   WRITE MAINT-REPORT-LINE
                   SET SC-CHECK-USER TO TRUE
                   MOVE WS-CURRENT-USER TO SC-USER-ID
                   CALL "BF-SECCHK" USING SEC-CHECK-AREA
                   IF NOT SC-AUTHORIZED
                       MOVE SC-REASON TO WS-DENIED-REASON
                       PERFORM RECORD-ACCESS-VIOLATION
                   END-IF
               END-IF
           END-IF.

       AUTHORIZE-TRANSACTION.
           MOVE WS-TRANSACTION-VERB TO WS-AUTH-ACTION.
           MOVE JR-JOB-ID TO WS-AUTH-JOB.
           MOVE SPACES TO WS-AUTH-CHANGE-NO.
           MOVE SPACES TO WS-RIGHTS-NEEDED.
           MOVE SPACE TO WS-OLD-CLASS.
           MOVE JR-PRIORITY-CLASS TO WS-NEW-CLASS.
           IF WS-NEW-CLASS = SPACE
               MOVE "5" TO WS-NEW-CLASS
           END-IF.
           IF ADD-TRANSACTION
               MOVE "A" TO WS-RIGHTS-NEEDED(1:1)
           ELSE
               MOVE WS-BEFORE-IMAGE TO OLD-JOB-RECORD
               MOVE OJ-PRIORITY-CLASS TO WS-OLD-CLASS
               IF WS-OLD-CLASS = SPACE
                   MOVE "5" TO WS-OLD-CLASS
               END-IF
               MOVE BF-JOB-RECORD TO CMP-JOB-RECORD
               MOVE OJ-HOLD-SWITCH TO CJ-HOLD-SWITCH
               MOVE OJ-ACTIVE-SWITCH TO CJ-ACTIVE-SWITCH
               IF CMP-JOB-RECORD NOT = OLD-JOB-RECORD
                   MOVE "R" TO WS-RIGHTS-NEEDED(2:1)
               END-IF
               IF JR-HOLD-SWITCH NOT = OJ-HOLD-SWITCH
                      OR JR-ACTIVE-SWITCH NOT = OJ-ACTIVE-SWITCH
                   MOVE "H" TO WS-RIGHTS-NEEDED(4:1)
               END-IF
               IF WS-RIGHTS-NEEDED = SPACES
                   MOVE "R" TO WS-RIGHTS-NEEDED(2:1)
               END-IF
           END-IF.
           PERFORM CHECK-NEEDED-RIGHTS.
           IF NOT CHANGE-AUTHORIZED
               PERFORM RECORD-ACCESS-VIOLATION
           END-IF.

       AUTHORIZE-DELETE.
           MOVE "DEL" TO WS-AUTH-ACTION.
           MOVE MC-VALUE(1:8) TO WS-AUTH-JOB.
           MOVE SPACES TO WS-AUTH-CHANGE-NO.
           MOVE SPACES TO WS-RIGHTS-NEEDED.
           MOVE "D" TO WS-RIGHTS-NEEDED(3:1).
           MOVE WS-BEFORE-IMAGE TO OLD-JOB-RECORD.
           MOVE OJ-PRIORITY-CLASS TO WS-OLD-CLASS.
           IF WS-OLD-CLASS = SPACE
               MOVE "5" TO WS-OLD-CLASS
           END-IF.
           MOVE SPACE TO WS-NEW-CLASS.
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
           MOVE "BF-JOBMNT" TO SV-PROGRAM.
           MOVE WS-CURRENT-USER TO SV-USER-ID.
           MOVE WS-AUTH-ACTION TO SV-ACTION.
           MOVE WS-AUTH-JOB TO SV-JOB-ID.
           IF WS-NEW-CLASS NOT = SPACE
               MOVE WS-NEW-CLASS TO SV-CLASS
           ELSE
               MOVE WS-OLD-CLASS TO SV-CLASS
           END-IF.
           MOVE WS-AUTH-CHANGE-NO TO SV-CHANGE-NO.
           MOVE WS-DENIED-REASON TO SV-REASON.
           WRITE BF-SECV-REC.
           MOVE SPACES TO MAINT-REPORT-LINE.
           IF WS-AUTH-JOB = SPACES
               STRING " *** ACCESS DENIED, " DELIMITED BY SIZE,
                      WS-AUTH-ACTION DELIMITED BY SPACE,
                      ": " DELIMITED BY SIZE,
                      WS-DENIED-REASON DELIMITED BY SIZE,
                      INTO MAINT-REPORT-LINE
           ELSE
               STRING " *** ACCESS DENIED, " DELIMITED BY SIZE,
                      WS-AUTH-ACTION DELIMITED BY SPACE,
                      " JOB " DELIMITED BY SIZE,
                      WS-AUTH-JOB DELIMITED BY SIZE,
                      " NOT APPLIED: " DELIMITED BY SIZE,
                      WS-DENIED-REASON DELIMITED BY SIZE,
                      INTO MAINT-REPORT-LINE
           END-IF.
           WRITE MAINT-REPORT-LINE.

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

       STAGE-PENDING-CHANGE.
           PERFORM SCAN-PENDING-CHANGES.
           IF PENDING-CHANGE-FOUND
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO MAINT-REPORT-LINE
               STRING " *** JOB " DELIMITED BY SIZE,
                      WS-AUTH-JOB DELIMITED BY SIZE,
                      " ALREADY HAS CHANGE " DELIMITED BY SIZE,
                      WS-PENDING-FOUND-NO DELIMITED BY SIZE,
                      " PENDING, " DELIMITED BY SIZE,
                      WS-AUTH-ACTION DELIMITED BY SPACE,
                      " NOT STAGED" DELIMITED BY SIZE,
                      INTO MAINT-REPORT-LINE
               WRITE MAINT-REPORT-LINE
           ELSE
               ADD 1 TO WS-LAST-CHANGE-NO
               MOVE SPACES TO BF-PEND-REC
               MOVE WS-LAST-CHANGE-NO TO PD-CHANGE-NO
               SET PD-PENDING TO TRUE
               SET PD-FROM-MAINT TO TRUE
               MOVE WS-AUTH-ACTION TO PD-VERB
               MOVE WS-AUTH-JOB TO PD-JOB-ID
               MOVE WS-OLD-CLASS TO PD-OLD-CLASS
               MOVE WS-NEW-CLASS TO PD-NEW-CLASS
               MOVE WS-RIGHTS-NEEDED TO PD-RIGHTS-NEEDED
               MOVE WS-CURRENT-USER TO PD-STAGED-BY
               MOVE FUNCTION CURRENT-DATE(1:16) TO PD-STAGED-STAMP
               MOVE WS-BEFORE-IMAGE TO PD-BEFORE-IMAGE
               MOVE WS-AFTER-IMAGE TO PD-AFTER-IMAGE
               WRITE BF-PEND-REC
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE SPACES TO MAINT-REPORT-LINE
                       STRING " *** UNABLE TO STAGE JOB "
                              DELIMITED BY SIZE,
                              WS-AUTH-JOB DELIMITED BY SIZE,
                              ", BFCATPND STATUS=" DELIMITED BY SIZE,
                              WS-PENDING-STATUS DELIMITED BY SIZE,
                              INTO MAINT-REPORT-LINE
                       WRITE MAINT-REPORT-LINE
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1 TO WS-STAGED-COUNT
                       MOVE SPACES TO MAINT-REPORT-LINE
                       STRING "JOB " DELIMITED BY SIZE,
                              WS-AUTH-JOB DELIMITED BY SIZE,
                              " " DELIMITED BY SIZE,
                              WS-AUTH-ACTION DELIMITED BY SPACE,
                              " STAGED AS CHANGE " DELIMITED BY SIZE,
                              PD-CHANGE-NO DELIMITED BY SIZE,
                              ", AWAITING APPROVAL BY A SECOND USER"
                              DELIMITED BY SIZE,
                              INTO MAINT-REPORT-LINE
                       WRITE MAINT-REPORT-LINE
                       END-WRITE
               END-WRITE
           END-IF.

       DECIDE-PENDING-CHANGE.
           IF TRANSACTION-OPEN OR MC-VALUE(1:6) NOT NUMERIC
               PERFORM CARD-ERROR
           ELSE
               MOVE MC-KEYWORD TO WS-AUTH-ACTION
               MOVE MC-VALUE(1:6) TO WS-AUTH-CHANGE-NO
               MOVE MC-VALUE(1:6) TO PD-CHANGE-NO
               READ BF-PENDING
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE SPACES TO MAINT-REPORT-LINE
                       STRING " *** CHANGE " DELIMITED BY SIZE,
                              WS-AUTH-CHANGE-NO DELIMITED BY SIZE,
                              " NOT ON BFCATPND, " DELIMITED BY SIZE,
                              WS-AUTH-ACTION DELIMITED BY SPACE,
                              " IGNORED" DELIMITED BY SIZE,
                              INTO MAINT-REPORT-LINE
                       WRITE MAINT-REPORT-LINE
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM DECIDE-READ-CHANGE
               END-READ
           END-IF.

       DECIDE-READ-CHANGE.
           MOVE PD-JOB-ID TO WS-AUTH-JOB.
           MOVE PD-OLD-CLASS TO WS-OLD-CLASS.
           MOVE PD-NEW-CLASS TO WS-NEW-CLASS.
           MOVE PD-RIGHTS-NEEDED TO WS-RIGHTS-NEEDED.
           IF NOT PD-PENDING
               ADD 1 TO WS-ERROR-COUNT
               PERFORM SET-DECISION-TEXT
               MOVE SPACES TO MAINT-REPORT-LINE
               STRING " *** CHANGE " DELIMITED BY SIZE,
                      WS-AUTH-CHANGE-NO DELIMITED BY SIZE,
                      " ALREADY " DELIMITED BY SIZE,
                      WS-DECISION-TEXT DELIMITED BY SPACE,
                      " BY " DELIMITED BY SIZE,
                      PD-DECIDED-BY DELIMITED BY SPACE,
                      ", " DELIMITED BY SIZE,
                      WS-AUTH-ACTION DELIMITED BY SPACE,
                      " IGNORED" DELIMITED BY SIZE,
                      INTO MAINT-REPORT-LINE
               WRITE MAINT-REPORT-LINE
           ELSE
               IF WS-CURRENT-USER = PD-STAGED-BY
                   MOVE "SUBMITTER MAY NOT DECIDE OWN CHANGE"
                       TO WS-DENIED-REASON
                   PERFORM RECORD-ACCESS-VIOLATION
               ELSE
                   PERFORM CHECK-NEEDED-RIGHTS
                   IF NOT CHANGE-AUTHORIZED
                       PERFORM RECORD-ACCESS-VIOLATION
                   ELSE
                       IF WS-AUTH-ACTION = "APPROVE"
                           PERFORM APPLY-APPROVED-CHANGE
                       ELSE
                           PERFORM REJECT-PENDING-CHANGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       APPLY-APPROVED-CHANGE.
           MOVE "N" TO WS-CATALOG-FOUND-SWITCH.
           MOVE SPACES TO WS-CATALOG-IMAGE.
           MOVE PD-JOB-ID TO CAT-JOB-ID.
           READ BF-JOB-CATALOG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET JOB-IN-CATALOG TO TRUE
                   MOVE CAT-JOB-RECORD TO WS-CATALOG-IMAGE
           END-READ.
           IF WS-CATALOG-IMAGE NOT = PD-BEFORE-IMAGE
               MOVE "CATALOG CHANGED SINCE CHANGE WAS STAGED"
                   TO WS-FAIL-REASON
               PERFORM FAIL-PENDING-CHANGE
           ELSE
               SET CHANGE-APPLIED TO TRUE
               EVALUATE PD-VERB
                   WHEN "ADD"
                       MOVE PD-AFTER-IMAGE TO CAT-JOB-RECORD
                       WRITE CAT-JOB-RECORD
                           INVALID KEY MOVE "N" TO WS-APPLY-SWITCH
                       END-WRITE
                   WHEN "REP"
                       MOVE PD-AFTER-IMAGE TO CAT-JOB-RECORD
                       REWRITE CAT-JOB-RECORD
                           INVALID KEY MOVE "N" TO WS-APPLY-SWITCH
                       END-REWRITE
                   WHEN OTHER
                       DELETE BF-JOB-CATALOG
                           INVALID KEY MOVE "N" TO WS-APPLY-SWITCH
                       END-DELETE
               END-EVALUATE
               IF CHANGE-APPLIED
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE PD-VERB TO WS-JOURNAL-VERB
                   MOVE PD-JOB-ID TO WS-JOURNAL-JOB
                   MOVE PD-BEFORE-IMAGE TO WS-BEFORE-IMAGE
                   MOVE PD-AFTER-IMAGE TO WS-AFTER-IMAGE
                   PERFORM WRITE-JOURNAL-RECORD
                   SET PD-APPROVED TO TRUE
                   MOVE MC-VALUE(8:40) TO PD-DECISION-NOTE
                   PERFORM RECORD-DECISION
               ELSE
                   MOVE SPACES TO WS-FAIL-REASON
                   STRING "CATALOG UPDATE FAILED, STATUS="
                          DELIMITED BY SIZE,
                          WS-CATALOG-STATUS DELIMITED BY SIZE,
                          INTO WS-FAIL-REASON
                   PERFORM FAIL-PENDING-CHANGE
               END-IF
           END-IF.

       REJECT-PENDING-CHANGE.
           SET PD-REJECTED TO TRUE.
           MOVE MC-VALUE(8:40) TO PD-DECISION-NOTE.
           PERFORM RECORD-DECISION.

       FAIL-PENDING-CHANGE.
           ADD 1 TO WS-ERROR-COUNT.
           SET PD-FAILED TO TRUE.
           MOVE WS-FAIL-REASON TO PD-DECISION-NOTE.
           PERFORM RECORD-DECISION.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING " *** CHANGE " DELIMITED BY SIZE,
                  PD-CHANGE-NO DELIMITED BY SIZE,
                  " NOT APPLIED: " DELIMITED BY SIZE,
                  WS-FAIL-REASON DELIMITED BY SIZE,
                  INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

       RECORD-DECISION.
           MOVE WS-CURRENT-USER TO PD-DECIDED-BY.
           MOVE FUNCTION CURRENT-DATE(1:16) TO PD-DECIDED-STAMP.
           REWRITE BF-PEND-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO MAINT-REPORT-LINE
                   STRING " *** UNABLE TO UPDATE CHANGE "
                          DELIMITED BY SIZE,
                          PD-CHANGE-NO DELIMITED BY SIZE,
                          " ON BFCATPND, STATUS=" DELIMITED BY SIZE,
                          WS-PENDING-STATUS DELIMITED BY SIZE,
                          INTO MAINT-REPORT-LINE
                   WRITE MAINT-REPORT-LINE
                   END-WRITE
           END-REWRITE.
           ADD 1 TO WS-DECIDED-COUNT.
           PERFORM SET-DECISION-TEXT.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "CHANGE " DELIMITED BY SIZE,
                  PD-CHANGE-NO DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-DECISION-TEXT DELIMITED BY SPACE,
                  " BY " DELIMITED BY SIZE,
                  PD-DECIDED-BY DELIMITED BY SPACE,
                  ": JOB " DELIMITED BY SIZE,
                  PD-JOB-ID DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  PD-VERB DELIMITED BY SIZE,
                  " STAGED BY " DELIMITED BY SIZE,
                  PD-STAGED-BY DELIMITED BY SIZE,
                  INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

       SET-DECISION-TEXT.
           EVALUATE TRUE
               WHEN PD-APPROVED
                   MOVE "APPROVED" TO WS-DECISION-TEXT
               WHEN PD-REJECTED
                   MOVE "REJECTED" TO WS-DECISION-TEXT
               WHEN PD-FAILED
                   MOVE "FAILED" TO WS-DECISION-TEXT
               WHEN OTHER
                   MOVE "PENDING" TO WS-DECISION-TEXT
           END-EVALUATE.

       BROWSE-REQUEST.
           IF TRANSACTION-OPEN
               PERFORM CARD-ERROR
                  JR-EFF-FROM DELIMITED BY SIZE,
                  " EFFTO=" DELIMITED BY SIZE,
                  JR-EFF-TO DELIMITED BY SIZE,
                  " RETAIN=" DELIMITED BY SIZE,
                  JR-RETAIN-GENS DELIMITED BY SIZE,
                  INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "    OWNER=" DELIMITED BY SIZE,
                  JR-OWNER-ID DELIMITED BY SIZE,
                  " NOTIFY=" DELIMITED BY SIZE,
                  JR-NOTIFY-PREF DELIMITED BY SIZE,
                  " ESCALATE=" DELIMITED BY SIZE,
                  JR-ESCALATION-CONTACT DELIMITED BY SIZE,
                  " COSTCTR=" DELIMITED BY SIZE,
                  JR-COST-CENTER DELIMITED BY SIZE,
                  " DLVRBY=" DELIMITED BY SIZE,
                  JR-DELIVER-BY DELIMITED BY SIZE,
                  " MAXELAP=" DELIMITED BY SIZE,
                  JR-MAX-ELAPSED DELIMITED BY SIZE,
                  " INCTL=" DELIMITED BY SIZE,
                  JR-INPUT-CONTROL-SWITCH DELIMITED BY SIZE,
                  " TRAILER=" DELIMITED BY SIZE,
                  JR-TRAILER-SWITCH DELIMITED BY SIZE,
                  " KEEPTAPE=" DELIMITED BY SIZE,
                  JR-STATE-SWITCH DELIMITED BY SIZE,
                  INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           MOVE SPACES TO MAINT-REPORT-LINE.
