               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TGT-JOB-ID
               FILE STATUS IS WS-TARGET-STATUS.
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
       FD BF-SOURCE-CATALOG.
       01 SRC-JOB-RECORD.
           03 SRC-JOB-ID PIC X(8).
           03 SRC-JOB-DATA PIC X(1492).

       FD BF-TARGET-CATALOG.
       01 TGT-JOB-RECORD.
           03 TGT-JOB-ID PIC X(8).
           03 TGT-JOB-DATA PIC X(1492).

       FD BF-PENDING.
       COPY BFPEND.

       FD BF-VIOLATIONS.
       COPY BFSECV.

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           03 WS-REPORT-STATUS PIC XX.
           03 WS-SOURCE-STATUS PIC XX.
           03 WS-TARGET-STATUS PIC XX.
           03 WS-PENDING-STATUS PIC XX.
           03 WS-VIOLATION-STATUS PIC XX.
       01 WS-OPTIONS.
           03 WS-REPLACE-OPTION PIC X VALUE "N".
               88 REPLACE-ALLOWED VALUE "Y".
           03 WS-CARD-COUNT PIC 9(5) VALUE 0.
           03 WS-PROMOTED-COUNT PIC 9(5) VALUE 0.
           03 WS-ERROR-COUNT PIC 9(5) VALUE 0.
           03 WS-STAGED-COUNT PIC 9(5) VALUE 0.
           03 WS-VIOLATION-COUNT PIC 9(5) VALUE 0.
       01 WS-TARGET-FOUND PIC X.
           88 JOB-IN-TARGET VALUE "Y".
       01 WS-CHAIN-WORK.
       01 WS-CHUNK-START PIC 9(3).
       01 WS-CHUNK-LEN PIC 9(3).
       01 WS-ERROR-SUB PIC 99.
       01 WS-CURRENT-USER PIC X(8) VALUE SPACES.
       01 WS-AUTHORITY-WORK.
           03 WS-AUTH-ACTION PIC X(8).
           03 WS-AUTH-JOB PIC X(8).
           03 WS-OLD-CLASS PIC X.
               88 OLD-CLASS-PRODUCTION VALUES "1" "2" "3".
           03 WS-NEW-CLASS PIC X.
               88 NEW-CLASS-PRODUCTION VALUES "1" "2" "3".
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
       COPY BFJOB.
       COPY BFJOB REPLACING ==BF-JOB-RECORD== BY ==OLD-JOB-RECORD==
           LEADING ==JR-== BY ==OJ-==.
       COPY BFEDIT.
       COPY BFSECCK.

       PROCEDURE DIVISION.
           OPEN INPUT BF-PROMOTE-IN.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O BF-PENDING.
           IF WS-PENDING-STATUS NOT = "00"
                  AND WS-PENDING-STATUS NOT = "05"
               DISPLAY "BF-CATPROM: UNABLE TO OPEN BFCATPND, STATUS="
                       WS-PENDING-STATUS
               CLOSE BF-PROMOTE-IN BF-PROMOTE-REPORT
                     BF-SOURCE-CATALOG BF-TARGET-CATALOG
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
               DISPLAY "BF-CATPROM: UNABLE TO OPEN BFSECVIO, STATUS="
                       WS-VIOLATION-STATUS
               CLOSE BF-PROMOTE-IN BF-PROMOTE-REPORT
                     BF-SOURCE-CATALOG BF-TARGET-CATALOG BF-PENDING
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET SC-LOAD-TABLE TO TRUE.
           CALL "BF-SECCHK" USING SEC-CHECK-AREA.
           IF SC-TABLE-UNAVAILABLE
               DISPLAY "BF-CATPROM: UNABLE TO OPEN BFSECTBL, STATUS="
                       SC-TABLE-STATUS
               CLOSE BF-PROMOTE-IN BF-PROMOTE-REPORT
                     BF-SOURCE-CATALOG BF-TARGET-CATALOG BF-PENDING
                     BF-VIOLATIONS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-AUTH-JOB.
           PERFORM SCAN-PENDING-CHANGES.
           MOVE "BF-CATPROM CATALOG PROMOTION REPORT"
               TO PROMOTE-REPORT-LINE.
           WRITE PROMOTE-REPORT-LINE.
                  WS-CARD-COUNT DELIMITED BY SIZE,
                  "  PROMOTED: " DELIMITED BY SIZE,
                  WS-PROMOTED-COUNT DELIMITED BY SIZE,
                  "  STAGED: " DELIMITED BY SIZE,
                  WS-STAGED-COUNT DELIMITED BY SIZE,
                  "  ERRORS: " DELIMITED BY SIZE,
                  WS-ERROR-COUNT DELIMITED BY SIZE,
                  "  ACCESS VIOLATIONS: " DELIMITED BY SIZE,
                  WS-VIOLATION-COUNT DELIMITED BY SIZE,
                  INTO PROMOTE-REPORT-LINE.
           WRITE PROMOTE-REPORT-LINE.
           CLOSE BF-PROMOTE-IN BF-PROMOTE-REPORT
                 BF-SOURCE-CATALOG BF-TARGET-CATALOG
                 BF-PENDING BF-VIOLATIONS.
           DISPLAY "BF-CATPROM COMPLETE, CARDS: " WS-CARD-COUNT
                   " PROMOTED: " WS-PROMOTED-COUNT
                   " STAGED: " WS-STAGED-COUNT
                   " ERRORS: " WS-ERROR-COUNT
                   " VIOLATIONS: " WS-VIOLATION-COUNT.
           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
                       MOVE PC-VALUE(1:1) TO WS-CHAIN-OPTION
                   WHEN "PROMOTE"
                       PERFORM PROMOTE-REQUEST
                   WHEN "USER"
                       PERFORM SET-CURRENT-USER
                   WHEN OTHER
                       PERFORM CARD-ERROR
               END-EVALUATE
                          INTO PROMOTE-REPORT-LINE
                   WRITE PROMOTE-REPORT-LINE
               ELSE
                   PERFORM AUTHORIZE-PROMOTION
                   IF CHANGE-AUTHORIZED
                       IF OLD-CLASS-PRODUCTION OR NEW-CLASS-PRODUCTION
                           PERFORM STAGE-PROMOTION
                       ELSE
                           PERFORM WRITE-TARGET-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SET-CURRENT-USER.
           IF PC-VALUE(1:8) = SPACES
               PERFORM CARD-ERROR
           ELSE
               MOVE "USER" TO WS-AUTH-ACTION
               MOVE SPACES TO WS-AUTH-JOB
               MOVE SPACE TO WS-OLD-CLASS
               MOVE SPACE TO WS-NEW-CLASS
               IF WS-CURRENT-USER NOT = SPACES
                      AND WS-CURRENT-USER NOT = PC-VALUE(1:8)
                   MOVE "SECOND USER CARD IN ONE RUN, IGNORED"
                       TO WS-DENIED-REASON
                   PERFORM RECORD-ACCESS-VIOLATION
               ELSE
                   MOVE PC-VALUE(1:8) TO WS-CURRENT-USER
                   MOVE SPACES TO PROMOTE-REPORT-LINE
                   STRING "PROMOTIONS SUBMITTED BY " DELIMITED BY SIZE,
                          WS-CURRENT-USER DELIMITED BY SIZE,
                          INTO PROMOTE-REPORT-LINE
                   WRITE PROMOTE-REPORT-LINE
                   SET SC-CHECK-USER TO TRUE
                   MOVE WS-CURRENT-USER TO SC-USER-ID
                   CALL "BF-SECCHK" USING SEC-CHECK-AREA
                   IF NOT SC-AUTHORIZED
                       MOVE SC-REASON TO WS-DENIED-REASON
                       PERFORM RECORD-ACCESS-VIOLATION
                   END-IF
               END-IF
           END-IF.

       AUTHORIZE-PROMOTION.
           MOVE "PROMOTE" TO WS-AUTH-ACTION.
           MOVE JR-JOB-ID TO WS-AUTH-JOB.
           MOVE JR-PRIORITY-CLASS TO WS-NEW-CLASS.
           IF WS-NEW-CLASS = SPACE
               MOVE "5" TO WS-NEW-CLASS
           END-IF.
           MOVE SPACE TO WS-OLD-CLASS.
           IF JOB-IN-TARGET
               MOVE OJ-PRIORITY-CLASS TO WS-OLD-CLASS
               IF WS-OLD-CLASS = SPACE
                   MOVE "5" TO WS-OLD-CLASS
               END-IF
           END-IF.
           SET CHANGE-AUTHORIZED TO TRUE.
           MOVE SPACES TO WS-DENIED-REASON.
           SET SC-RIGHT-PROMOTE TO TRUE.
           MOVE WS-NEW-CLASS TO SC-CLASS.
           PERFORM CALL-SECURITY-CHECK.
           IF CHANGE-AUTHORIZED AND WS-OLD-CLASS NOT = SPACE
                  AND WS-OLD-CLASS NOT = WS-NEW-CLASS
               MOVE WS-OLD-CLASS TO SC-CLASS
               PERFORM CALL-SECURITY-CHECK
           END-IF.
           IF NOT CHANGE-AUTHORIZED
               PERFORM RECORD-ACCESS-VIOLATION
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
           MOVE "BF-CATPROM" TO SV-PROGRAM.
           MOVE WS-CURRENT-USER TO SV-USER-ID.
           MOVE WS-AUTH-ACTION TO SV-ACTION.
           MOVE WS-AUTH-JOB TO SV-JOB-ID.
           MOVE WS-NEW-CLASS TO SV-CLASS.
           MOVE WS-DENIED-REASON TO SV-REASON.
           WRITE BF-SECV-REC.
           MOVE SPACES TO PROMOTE-REPORT-LINE.
           IF WS-AUTH-JOB = SPACES
               STRING " *** ACCESS DENIED, " DELIMITED BY SIZE,
                      WS-AUTH-ACTION DELIMITED BY SPACE,
                      ": " DELIMITED BY SIZE,
                      WS-DENIED-REASON DELIMITED BY SIZE,
                      INTO PROMOTE-REPORT-LINE
           ELSE
               STRING " *** ACCESS DENIED, " DELIMITED BY SIZE,
                      WS-AUTH-ACTION DELIMITED BY SPACE,
                      " JOB " DELIMITED BY SIZE,
                      WS-AUTH-JOB DELIMITED BY SIZE,
                      " NOT PROMOTED: " DELIMITED BY SIZE,
                      WS-DENIED-REASON DELIMITED BY SIZE,
                      INTO PROMOTE-REPORT-LINE
           END-IF.
           WRITE PROMOTE-REPORT-LINE.

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

       STAGE-PROMOTION.
           PERFORM SCAN-PENDING-CHANGES.
           IF PENDING-CHANGE-FOUND
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO PROMOTE-REPORT-LINE
               STRING " *** JOB " DELIMITED BY SIZE,
                      JR-JOB-ID DELIMITED BY SIZE,
                      " ALREADY HAS CHANGE " DELIMITED BY SIZE,
                      WS-PENDING-FOUND-NO DELIMITED BY SIZE,
                      " PENDING, NOT PROMOTED" DELIMITED BY SIZE,
                      INTO PROMOTE-REPORT-LINE
               WRITE PROMOTE-REPORT-LINE
           ELSE
               ADD 1 TO WS-LAST-CHANGE-NO
               MOVE SPACES TO BF-PEND-REC
               MOVE WS-LAST-CHANGE-NO TO PD-CHANGE-NO
               SET PD-PENDING TO TRUE
               SET PD-FROM-PROMOTE TO TRUE
               IF JOB-IN-TARGET
                   MOVE "REP" TO PD-VERB
               ELSE
                   MOVE "ADD" TO PD-VERB
               END-IF
               MOVE JR-JOB-ID TO PD-JOB-ID
               MOVE WS-OLD-CLASS TO PD-OLD-CLASS
               MOVE WS-NEW-CLASS TO PD-NEW-CLASS
               MOVE "P" TO PD-RIGHTS-NEEDED(5:1)
               MOVE WS-CURRENT-USER TO PD-STAGED-BY
               MOVE FUNCTION CURRENT-DATE(1:16) TO PD-STAGED-STAMP
               MOVE OLD-JOB-RECORD TO PD-BEFORE-IMAGE
               MOVE BF-JOB-RECORD TO PD-AFTER-IMAGE
               WRITE BF-PEND-REC
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE SPACES TO PROMOTE-REPORT-LINE
                       STRING " *** UNABLE TO STAGE JOB "
                              DELIMITED BY SIZE,
                              JR-JOB-ID DELIMITED BY SIZE,
                              ", BFCATPND STATUS=" DELIMITED BY SIZE,
                              WS-PENDING-STATUS DELIMITED BY SIZE,
                              INTO PROMOTE-REPORT-LINE
                       WRITE PROMOTE-REPORT-LINE
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1 TO WS-STAGED-COUNT
                       PERFORM WRITE-BLANK-LINE
                       MOVE SPACES TO PROMOTE-REPORT-LINE
                       STRING "JOB " DELIMITED BY SIZE,
                              JR-JOB-ID DELIMITED BY SIZE,
                              " STAGED AS CHANGE " DELIMITED BY SIZE,
                              PD-CHANGE-NO DELIMITED BY SIZE,
                              ", AWAITING APPROVAL, FIELDS:"
                              DELIMITED BY SIZE,
                              INTO PROMOTE-REPORT-LINE
                       WRITE PROMOTE-REPORT-LINE
                       END-WRITE
                       PERFORM COMPARE-PROMOTE-FIELDS
               END-WRITE
           END-IF.

       READ-TARGET-RECORD.
           MOVE "N" TO WS-TARGET-FOUND.
           MOVE SPACES TO OLD-JOB-RECORD.
           MOVE OJ-EFF-TO TO WS-CMP-OLD.
           MOVE JR-EFF-TO TO WS-CMP-NEW.
           PERFORM COMPARE-ONE-FIELD.
           MOVE "RETAIN" TO WS-CMP-NAME.
           MOVE OJ-RETAIN-GENS TO WS-CMP-OLD.
           MOVE JR-RETAIN-GENS TO WS-CMP-NEW.
           PERFORM COMPARE-ONE-FIELD.
           MOVE "OWNER" TO WS-CMP-NAME.
           MOVE OJ-OWNER-ID TO WS-CMP-OLD.
           MOVE JR-OWNER-ID TO WS-CMP-NEW.
           PERFORM COMPARE-ONE-FIELD.
           MOVE "ESCALATE" TO WS-CMP-NAME.
           MOVE OJ-ESCALATION-CONTACT TO WS-CMP-OLD.
           MOVE JR-ESCALATION-CONTACT TO WS-CMP-NEW.
           PERFORM COMPARE-ONE-FIELD.
           MOVE "NOTIFY" TO WS-CMP-NAME.
           MOVE OJ-NOTIFY-PREF TO WS-CMP-OLD.
           MOVE JR-NOTIFY-PREF TO WS-CMP-NEW.
           PERFORM COMPARE-ONE-FIELD.
           MOVE "COSTCTR" TO WS-CMP-NAME.
           MOVE OJ-COST-CENTER TO WS-CMP-OLD.
           MOVE JR-COST-CENTER TO WS-CMP-NEW.
           PERFORM COMPARE-ONE-FIELD.
           MOVE "DLVRBY" TO WS-CMP-NAME.
           MOVE OJ-DELIVER-BY TO WS-CMP-OLD.
           MOVE JR-DELIVER-BY TO WS-CMP-NEW.
           PERFORM COMPARE-ONE-FIELD.
           MOVE "MAXELAP" TO WS-CMP-NAME.
           MOVE OJ-MAX-ELAPSED TO WS-CMP-OLD.
           MOVE JR-MAX-ELAPSED TO WS-CMP-NEW.
           PERFORM COMPARE-ONE-FIELD.
           MOVE "INCTL" TO WS-CMP-NAME.
           MOVE OJ-INPUT-CONTROL-SWITCH TO WS-CMP-OLD.
           MOVE JR-INPUT-CONTROL-SWITCH TO WS-CMP-NEW.
           PERFORM COMPARE-ONE-FIELD.
           MOVE "TRAILER" TO WS-CMP-NAME.
           MOVE OJ-TRAILER-SWITCH TO WS-CMP-OLD.
           MOVE JR-TRAILER-SWITCH TO WS-CMP-NEW.
           PERFORM COMPARE-ONE-FIELD.
           MOVE "KEEPTAPE" TO WS-CMP-NAME.
           MOVE OJ-STATE-SWITCH TO WS-CMP-OLD.
           MOVE JR-STATE-SWITCH TO WS-CMP-NEW.
           PERFORM COMPARE-ONE-FIELD.
           IF OJ-BF-CODE NOT = JR-BF-CODE
               ADD 1 TO WS-DIFF-COUNT
               MOVE "    CODE CHANGED, OLD:" TO PROMOTE-REPORT-LINE
