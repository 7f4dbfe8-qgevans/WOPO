       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BF-SECRPT".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BF-PENDING ASSIGN TO "BFCATPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-CHANGE-NO
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT OPTIONAL BF-VIOLATIONS ASSIGN TO "BFSECVIO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIOLATION-STATUS.
           SELECT OPTIONAL BF-SECRPT-IN ASSIGN TO "BFSECIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECRPT-IN-STATUS.
           SELECT BF-SECRPT-REPORT ASSIGN TO "BFSECRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BF-PENDING.
       COPY BFPEND.

       FD BF-VIOLATIONS.
       COPY BFSECV.

       FD BF-SECRPT-IN.
       01 SECRPT-CARD.
           03 SR-KEYWORD PIC X(8).
           03 FILLER PIC X.
           03 SR-VALUE PIC X(71).

       FD BF-SECRPT-REPORT.
       01 SECRPT-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCHES.
           03 WS-PENDING-EOF PIC X VALUE "N".
               88 PENDING-AT-EOF VALUE "Y".
           03 WS-VIOLATION-EOF PIC X VALUE "N".
               88 VIOLATIONS-AT-EOF VALUE "Y".
           03 WS-SECRPT-IN-EOF PIC X VALUE "N".
               88 SECRPT-IN-EOF VALUE "Y".
       01 WS-FILE-STATUSES.
           03 WS-PENDING-STATUS PIC XX.
           03 WS-VIOLATION-STATUS PIC XX.
           03 WS-SECRPT-IN-STATUS PIC XX.
           03 WS-REPORT-STATUS PIC XX.
       01 WS-CARD-ERROR-SWITCH PIC X VALUE "N".
           88 SECRPT-CARD-BAD VALUE "Y".
       01 WS-PERIOD.
           03 WS-FROM-DATE PIC X(8) VALUE SPACES.
           03 WS-TO-DATE PIC X(8) VALUE SPACES.
       01 WS-PASS-SWITCH PIC X.
           88 LISTING-PENDING VALUE "P".
           88 LISTING-DECIDED VALUE "D".
       01 WS-COUNTS.
           03 WS-PENDING-COUNT PIC 9(5) VALUE 0.
           03 WS-DECIDED-COUNT PIC 9(5) VALUE 0.
           03 WS-VIOLATION-COUNT PIC 9(5) VALUE 0.
       01 WS-ED-STAMP.
           03 WS-ED-STAMP-DATE PIC X(8).
           03 FILLER PIC X VALUE SPACE.
           03 WS-ED-STAMP-HH PIC XX.
           03 FILLER PIC X VALUE ":".
           03 WS-ED-STAMP-MM PIC XX.
           03 FILLER PIC X VALUE ":".
           03 WS-ED-STAMP-SS PIC XX.
       01 WS-STAMP-IN PIC X(16).
       01 WS-ORIGIN-TEXT PIC X(7).
       01 WS-RESULT-TEXT PIC X(8).

       PROCEDURE DIVISION.
           PERFORM READ-SECRPT-CARDS.
           IF SECRPT-CARD-BAD
               DISPLAY "BF-SECRPT: CONTROL CARD NOT RECOGNIZED,"
                       " NO REPORT PRODUCED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-TO-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TO-DATE
           END-IF.
           IF WS-FROM-DATE = SPACES
               MOVE WS-TO-DATE(1:6) TO WS-FROM-DATE(1:6)
               MOVE "01" TO WS-FROM-DATE(7:2)
           END-IF.
           OPEN INPUT BF-PENDING.
           IF WS-PENDING-STATUS NOT = "00"
                  AND WS-PENDING-STATUS NOT = "05"
               DISPLAY "BF-SECRPT: UNABLE TO OPEN BFCATPND, STATUS="
                       WS-PENDING-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BF-VIOLATIONS.
           IF WS-VIOLATION-STATUS NOT = "00"
                  AND WS-VIOLATION-STATUS NOT = "05"
               DISPLAY "BF-SECRPT: UNABLE TO OPEN BFSECVIO, STATUS="
                       WS-VIOLATION-STATUS
               CLOSE BF-PENDING
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BF-SECRPT-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "BF-SECRPT: UNABLE TO OPEN BFSECRPT, STATUS="
                       WS-REPORT-STATUS
               CLOSE BF-PENDING BF-VIOLATIONS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM WRITE-PENDING-SECTION.
           PERFORM WRITE-DECIDED-SECTION.
           PERFORM WRITE-VIOLATION-SECTION.
           PERFORM WRITE-BLANK-LINE.
           MOVE SPACES TO SECRPT-REPORT-LINE.
           STRING "CHANGES PENDING: " DELIMITED BY SIZE,
                  WS-PENDING-COUNT DELIMITED BY SIZE,
                  "  DECIDED IN PERIOD: " DELIMITED BY SIZE,
                  WS-DECIDED-COUNT DELIMITED BY SIZE,
                  "  ACCESS VIOLATIONS IN PERIOD: " DELIMITED BY SIZE,
                  WS-VIOLATION-COUNT DELIMITED BY SIZE,
                  INTO SECRPT-REPORT-LINE.
           WRITE SECRPT-REPORT-LINE.
           CLOSE BF-PENDING BF-VIOLATIONS BF-SECRPT-REPORT.
           DISPLAY "BF-SECRPT COMPLETE, " WS-FROM-DATE " TO "
                   WS-TO-DATE " PENDING: " WS-PENDING-COUNT
                   " VIOLATIONS: " WS-VIOLATION-COUNT.
           IF WS-VIOLATION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-SECRPT-CARDS.
           OPEN INPUT BF-SECRPT-IN.
           IF WS-SECRPT-IN-STATUS = "00"
               PERFORM UNTIL SECRPT-IN-EOF
                   READ BF-SECRPT-IN
                       AT END SET SECRPT-IN-EOF TO TRUE
                       NOT AT END PERFORM PARSE-SECRPT-CARD
                   END-READ
               END-PERFORM
               CLOSE BF-SECRPT-IN
           END-IF.

       PARSE-SECRPT-CARD.
           EVALUATE TRUE
               WHEN SECRPT-CARD(1:1) = "*"
               WHEN SECRPT-CARD = SPACES
                   CONTINUE
               WHEN SR-KEYWORD = "FROM" AND SR-VALUE(1:8) IS NUMERIC
                   MOVE SR-VALUE(1:8) TO WS-FROM-DATE
               WHEN SR-KEYWORD = "TO" AND SR-VALUE(1:8) IS NUMERIC
                   MOVE SR-VALUE(1:8) TO WS-TO-DATE
               WHEN OTHER
                   DISPLAY "BF-SECRPT: BAD CARD: " SECRPT-CARD
                   SET SECRPT-CARD-BAD TO TRUE
           END-EVALUATE.

       WRITE-REPORT-HEADING.
           MOVE "BF-SECRPT CATALOG SECURITY AUDIT REPORT"
               TO SECRPT-REPORT-LINE.
           WRITE SECRPT-REPORT-LINE.
           MOVE SPACES TO SECRPT-REPORT-LINE.
           STRING "PREPARED AT " DELIMITED BY SIZE,
                  FUNCTION CURRENT-DATE DELIMITED BY SIZE,
                  INTO SECRPT-REPORT-LINE.
           WRITE SECRPT-REPORT-LINE.
           MOVE SPACES TO SECRPT-REPORT-LINE.
           STRING "DECISIONS AND VIOLATIONS DATED " DELIMITED BY SIZE,
                  WS-FROM-DATE DELIMITED BY SIZE,
                  " THROUGH " DELIMITED BY SIZE,
                  WS-TO-DATE DELIMITED BY SIZE,
                  INTO SECRPT-REPORT-LINE.
           WRITE SECRPT-REPORT-LINE.

       WRITE-PENDING-SECTION.
           PERFORM WRITE-BLANK-LINE.
           MOVE "CATALOG CHANGES AWAITING APPROVAL"
               TO SECRPT-REPORT-LINE.
           WRITE SECRPT-REPORT-LINE.
           MOVE SPACES TO SECRPT-REPORT-LINE.
           MOVE "CHANGE" TO SECRPT-REPORT-LINE(3:6).
           MOVE "JOB" TO SECRPT-REPORT-LINE(11:3).
           MOVE "VERB" TO SECRPT-REPORT-LINE(21:4).
           MOVE "ORIGIN" TO SECRPT-REPORT-LINE(26:6).
           MOVE "OLD" TO SECRPT-REPORT-LINE(35:3).
           MOVE "NEW" TO SECRPT-REPORT-LINE(39:3).
           MOVE "RIGHTS" TO SECRPT-REPORT-LINE(43:6).
           MOVE "STAGED BY" TO SECRPT-REPORT-LINE(50:9).
           MOVE "STAGED AT" TO SECRPT-REPORT-LINE(60:9).
           WRITE SECRPT-REPORT-LINE.
           SET LISTING-PENDING TO TRUE.
           PERFORM BROWSE-PENDING-FILE.
           IF WS-PENDING-COUNT = 0
               MOVE "  (NO CHANGES PENDING)" TO SECRPT-REPORT-LINE
               WRITE SECRPT-REPORT-LINE
           END-IF.

       WRITE-DECIDED-SECTION.
           PERFORM WRITE-BLANK-LINE.
           MOVE "CATALOG CHANGES DECIDED IN PERIOD"
               TO SECRPT-REPORT-LINE.
           WRITE SECRPT-REPORT-LINE.
           MOVE SPACES TO SECRPT-REPORT-LINE.
           MOVE "CHANGE" TO SECRPT-REPORT-LINE(3:6).
           MOVE "JOB" TO SECRPT-REPORT-LINE(11:3).
           MOVE "VERB" TO SECRPT-REPORT-LINE(21:4).
           MOVE "ORIGIN" TO SECRPT-REPORT-LINE(26:6).
           MOVE "RESULT" TO SECRPT-REPORT-LINE(35:6).
           MOVE "STAGED BY" TO SECRPT-REPORT-LINE(45:9).
           MOVE "DECIDED BY" TO SECRPT-REPORT-LINE(55:10).
           MOVE "DECIDED AT" TO SECRPT-REPORT-LINE(66:10).
           MOVE "NOTE" TO SECRPT-REPORT-LINE(85:4).
           WRITE SECRPT-REPORT-LINE.
           SET LISTING-DECIDED TO TRUE.
           PERFORM BROWSE-PENDING-FILE.
           IF WS-DECIDED-COUNT = 0
               MOVE "  (NO CHANGES DECIDED)" TO SECRPT-REPORT-LINE
               WRITE SECRPT-REPORT-LINE
           END-IF.

       BROWSE-PENDING-FILE.
           MOVE "N" TO WS-PENDING-EOF.
           MOVE 0 TO PD-CHANGE-NO.
           START BF-PENDING KEY NOT LESS THAN PD-CHANGE-NO
               INVALID KEY SET PENDING-AT-EOF TO TRUE
           END-START.
           PERFORM UNTIL PENDING-AT-EOF
               READ BF-PENDING NEXT RECORD
                   AT END SET PENDING-AT-EOF TO TRUE
                   NOT AT END PERFORM EXAMINE-PENDING-RECORD
               END-READ
           END-PERFORM.

       EXAMINE-PENDING-RECORD.
           EVALUATE TRUE
               WHEN PD-FROM-PROMOTE
                   MOVE "PROMOTE" TO WS-ORIGIN-TEXT
               WHEN PD-FROM-RESTORE
                   MOVE "RESTORE" TO WS-ORIGIN-TEXT
               WHEN OTHER
                   MOVE "MAINT" TO WS-ORIGIN-TEXT
           END-EVALUATE.
           IF LISTING-PENDING
               IF PD-PENDING
                   PERFORM WRITE-PENDING-LINE
               END-IF
           ELSE
               IF NOT PD-PENDING
                      AND PD-DECIDED-STAMP(1:8) NOT < WS-FROM-DATE
                      AND PD-DECIDED-STAMP(1:8) NOT > WS-TO-DATE
                   PERFORM WRITE-DECIDED-LINE
               END-IF
           END-IF.

       WRITE-PENDING-LINE.
           ADD 1 TO WS-PENDING-COUNT.
           MOVE SPACES TO SECRPT-REPORT-LINE.
           MOVE PD-CHANGE-NO TO SECRPT-REPORT-LINE(3:6).
           MOVE PD-JOB-ID TO SECRPT-REPORT-LINE(11:8).
           MOVE PD-VERB TO SECRPT-REPORT-LINE(21:3).
           MOVE WS-ORIGIN-TEXT TO SECRPT-REPORT-LINE(26:7).
           MOVE PD-OLD-CLASS TO SECRPT-REPORT-LINE(36:1).
           MOVE PD-NEW-CLASS TO SECRPT-REPORT-LINE(40:1).
           MOVE PD-RIGHTS-NEEDED TO SECRPT-REPORT-LINE(43:5).
           MOVE PD-STAGED-BY TO SECRPT-REPORT-LINE(50:8).
           MOVE PD-STAGED-STAMP TO WS-STAMP-IN.
           PERFORM EDIT-STAMP.
           MOVE WS-ED-STAMP TO SECRPT-REPORT-LINE(60:17).
           WRITE SECRPT-REPORT-LINE.

       WRITE-DECIDED-LINE.
           ADD 1 TO WS-DECIDED-COUNT.
           EVALUATE TRUE
               WHEN PD-APPROVED
                   MOVE "APPROVED" TO WS-RESULT-TEXT
               WHEN PD-REJECTED
                   MOVE "REJECTED" TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE "FAILED" TO WS-RESULT-TEXT
           END-EVALUATE.
           MOVE SPACES TO SECRPT-REPORT-LINE.
           MOVE PD-CHANGE-NO TO SECRPT-REPORT-LINE(3:6).
           MOVE PD-JOB-ID TO SECRPT-REPORT-LINE(11:8).
           MOVE PD-VERB TO SECRPT-REPORT-LINE(21:3).
           MOVE WS-ORIGIN-TEXT TO SECRPT-REPORT-LINE(26:7).
           MOVE WS-RESULT-TEXT TO SECRPT-REPORT-LINE(35:8).
           MOVE PD-STAGED-BY TO SECRPT-REPORT-LINE(45:8).
           MOVE PD-DECIDED-BY TO SECRPT-REPORT-LINE(55:8).
           MOVE PD-DECIDED-STAMP TO WS-STAMP-IN.
           PERFORM EDIT-STAMP.
           MOVE WS-ED-STAMP TO SECRPT-REPORT-LINE(66:17).
           MOVE PD-DECISION-NOTE TO SECRPT-REPORT-LINE(85:40).
           WRITE SECRPT-REPORT-LINE.

       WRITE-VIOLATION-SECTION.
           PERFORM WRITE-BLANK-LINE.
           MOVE "ACCESS VIOLATIONS IN PERIOD" TO SECRPT-REPORT-LINE.
           WRITE SECRPT-REPORT-LINE.
           MOVE SPACES TO SECRPT-REPORT-LINE.
           MOVE "ATTEMPTED AT" TO SECRPT-REPORT-LINE(3:12).
           MOVE "PROGRAM" TO SECRPT-REPORT-LINE(22:7).
           MOVE "USER" TO SECRPT-REPORT-LINE(34:4).
           MOVE "ACTION" TO SECRPT-REPORT-LINE(44:6).
           MOVE "JOB" TO SECRPT-REPORT-LINE(54:3).
           MOVE "CL" TO SECRPT-REPORT-LINE(63:2).
           MOVE "CHANGE" TO SECRPT-REPORT-LINE(67:6).
           MOVE "REASON" TO SECRPT-REPORT-LINE(75:6).
           WRITE SECRPT-REPORT-LINE.
           PERFORM UNTIL VIOLATIONS-AT-EOF
               READ BF-VIOLATIONS
                   AT END SET VIOLATIONS-AT-EOF TO TRUE
                   NOT AT END PERFORM EXAMINE-VIOLATION-RECORD
               END-READ
           END-PERFORM.
           IF WS-VIOLATION-COUNT = 0
               MOVE "  (NO ACCESS VIOLATIONS)" TO SECRPT-REPORT-LINE
               WRITE SECRPT-REPORT-LINE
           END-IF.

       EXAMINE-VIOLATION-RECORD.
           IF SV-STAMP(1:8) NOT < WS-FROM-DATE
                  AND SV-STAMP(1:8) NOT > WS-TO-DATE
               ADD 1 TO WS-VIOLATION-COUNT
               MOVE SPACES TO SECRPT-REPORT-LINE
               MOVE SV-STAMP TO WS-STAMP-IN
               PERFORM EDIT-STAMP
               MOVE WS-ED-STAMP TO SECRPT-REPORT-LINE(3:17)
               MOVE SV-PROGRAM TO SECRPT-REPORT-LINE(22:10)
               MOVE SV-USER-ID TO SECRPT-REPORT-LINE(34:8)
               MOVE SV-ACTION TO SECRPT-REPORT-LINE(44:8)
               MOVE SV-JOB-ID TO SECRPT-REPORT-LINE(54:8)
               MOVE SV-CLASS TO SECRPT-REPORT-LINE(64:1)
               MOVE SV-CHANGE-NO TO SECRPT-REPORT-LINE(67:6)
               MOVE SV-REASON TO SECRPT-REPORT-LINE(75:40)
               WRITE SECRPT-REPORT-LINE
           END-IF.

       EDIT-STAMP.
           MOVE WS-STAMP-IN(1:8) TO WS-ED-STAMP-DATE.
           MOVE WS-STAMP-IN(9:2) TO WS-ED-STAMP-HH.
           MOVE WS-STAMP-IN(11:2) TO WS-ED-STAMP-MM.
           MOVE WS-STAMP-IN(13:2) TO WS-ED-STAMP-SS.

       WRITE-BLANK-LINE.
           MOVE SPACES TO SECRPT-REPORT-LINE.
           WRITE SECRPT-REPORT-LINE.
