       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BF-OPCMD".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BF-OPCMD-CARDS ASSIGN TO "BFOPIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT BF-OPCMD-REPORT ASSIGN TO "BFOPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPTIONAL BF-OPCMD-OUT ASSIGN TO "BFOPCMD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPCMD-STATUS.
           SELECT BF-JOB-CATALOG ASSIGN TO "BFCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-JOB-ID
               FILE STATUS IS WS-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BF-OPCMD-CARDS.
       01 OPCMD-CARD.
           03 OPC-KEYWORD PIC X(8).
           03 FILLER PIC X.
           03 OPC-VALUE PIC X(71).

       FD BF-OPCMD-REPORT.
       01 OPCMD-REPORT-LINE PIC X(132).

       FD BF-OPCMD-OUT.
       COPY BFOPCMD.

       FD BF-JOB-CATALOG.
       01 CAT-JOB-RECORD.
           03 CAT-JOB-ID PIC X(8).
           03 CAT-JOB-DATA PIC X(1492).

       WORKING-STORAGE SECTION.
       01 WS-CARD-EOF-SWITCH PIC X VALUE "N".
           88 CARDS-AT-EOF VALUE "Y".
       01 WS-FILE-STATUSES.
           03 WS-CARD-STATUS PIC XX.
           03 WS-REPORT-STATUS PIC XX.
           03 WS-OPCMD-STATUS PIC XX.
           03 WS-CATALOG-STATUS PIC XX.
       01 WS-CATALOG-SWITCH PIC X VALUE "N".
           88 CATALOG-OPEN VALUE "Y".
       01 WS-OPCMD-SWITCH PIC X VALUE "N".
           88 OPCMD-FILE-OPEN VALUE "Y".
       01 WS-COUNTS.
           03 WS-CARD-COUNT PIC 9(5) VALUE 0.
           03 WS-POSTED-COUNT PIC 9(5) VALUE 0.
           03 WS-REJECT-COUNT PIC 9(5) VALUE 0.
       01 WS-CURRENT-USER PIC X(8) VALUE SPACES.
       01 WS-CARD-WORK.
           03 WS-CARD-WORD PIC X(20).
           03 WS-CARD-PTR PIC 99.
           03 WS-CARD-REST PIC X(71).
           03 WS-CARD-CLASS PIC X.
       01 WS-CARD-REJECT PIC X(40).
       01 WS-COMMAND-TEXT PIC X(24).
       01 WS-POST-STAMP PIC X(16).

       PROCEDURE DIVISION.
           OPEN INPUT BF-OPCMD-CARDS.
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "BF-OPCMD: UNABLE TO OPEN BFOPIN, STATUS="
                       WS-CARD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BF-OPCMD-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "BF-OPCMD: UNABLE TO OPEN BFOPRPT, STATUS="
                       WS-REPORT-STATUS
               CLOSE BF-OPCMD-CARDS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND BF-OPCMD-OUT.
           IF WS-OPCMD-STATUS NOT = "00" AND WS-OPCMD-STATUS NOT = "05"
               OPEN OUTPUT BF-OPCMD-OUT
           END-IF.
           IF WS-OPCMD-STATUS NOT = "00" AND WS-OPCMD-STATUS NOT = "05"
               DISPLAY "BF-OPCMD: UNABLE TO OPEN BFOPCMD, STATUS="
                       WS-OPCMD-STATUS
               CLOSE BF-OPCMD-CARDS BF-OPCMD-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET OPCMD-FILE-OPEN TO TRUE.
           OPEN INPUT BF-JOB-CATALOG.
           IF WS-CATALOG-STATUS = "00"
               SET CATALOG-OPEN TO TRUE
           ELSE
               DISPLAY "BF-OPCMD: UNABLE TO OPEN BFCATLG, STATUS="
                       WS-CATALOG-STATUS ", JOB= COMMANDS REFUSED"
           END-IF.
           MOVE "BF-OPCMD OPERATOR COMMAND POSTING"
               TO OPCMD-REPORT-LINE.
           WRITE OPCMD-REPORT-LINE.
           MOVE SPACES TO OPCMD-REPORT-LINE.
           STRING "PREPARED AT " DELIMITED BY SIZE,
                  FUNCTION CURRENT-DATE DELIMITED BY SIZE,
                  INTO OPCMD-REPORT-LINE.
           WRITE OPCMD-REPORT-LINE.
           PERFORM WRITE-BLANK-LINE.
           PERFORM UNTIL CARDS-AT-EOF
               READ BF-OPCMD-CARDS
                   AT END SET CARDS-AT-EOF TO TRUE
                   NOT AT END PERFORM PROCESS-CARD
               END-READ
           END-PERFORM.
           PERFORM WRITE-BLANK-LINE.
           MOVE SPACES TO OPCMD-REPORT-LINE.
           STRING "CARDS READ: " DELIMITED BY SIZE,
                  WS-CARD-COUNT DELIMITED BY SIZE,
                  "  COMMANDS POSTED: " DELIMITED BY SIZE,
                  WS-POSTED-COUNT DELIMITED BY SIZE,
                  "  REJECTED: " DELIMITED BY SIZE,
                  WS-REJECT-COUNT DELIMITED BY SIZE,
                  INTO OPCMD-REPORT-LINE.
           WRITE OPCMD-REPORT-LINE.
           IF OPCMD-FILE-OPEN
               CLOSE BF-OPCMD-OUT
           END-IF.
           IF CATALOG-OPEN
               CLOSE BF-JOB-CATALOG
           END-IF.
           CLOSE BF-OPCMD-CARDS BF-OPCMD-REPORT.
           DISPLAY "BF-OPCMD COMPLETE, COMMANDS POSTED: "
                   WS-POSTED-COUNT " REJECTED: " WS-REJECT-COUNT.
           IF WS-REJECT-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       PROCESS-CARD.
           ADD 1 TO WS-CARD-COUNT.
           IF OPCMD-CARD(1:1) = "*" OR OPCMD-CARD = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO WS-CARD-REJECT
               MOVE SPACES TO BF-OPCMD-REC
               MOVE OPC-KEYWORD TO OC-VERB
               MOVE WS-CURRENT-USER TO OC-USER
               EVALUATE OPC-KEYWORD
                   WHEN "USER"
                       PERFORM SET-COMMAND-USER
                   WHEN "DRAIN"
                   WHEN "CANCEL"
                   WHEN "PAUSE"
                   WHEN "RESUME"
                       MOVE OPC-VALUE TO OC-TEXT
                       PERFORM POST-COMMAND
                   WHEN "HOLD"
                       PERFORM SPLIT-TARGET-WORD
                       PERFORM EDIT-HOLD-TARGET
                       PERFORM POST-COMMAND
                   WHEN "RELEASE"
                       PERFORM SPLIT-TARGET-WORD
                       IF WS-CARD-WORD = "ALL"
                           MOVE "ALL" TO OC-TARGET
                       ELSE
                           PERFORM EDIT-HOLD-TARGET
                       END-IF
                       PERFORM POST-COMMAND
                   WHEN "CLEAR"
                       PERFORM CLEAR-COMMAND-DATASET
                   WHEN OTHER
                       MOVE "CARD NOT UNDERSTOOD" TO WS-CARD-REJECT
                       PERFORM REJECT-CARD
               END-EVALUATE
           END-IF.

       SET-COMMAND-USER.
           IF OPC-VALUE(1:8) = SPACES OR OPC-VALUE(9:63) NOT = SPACES
               MOVE "USER NEEDS ONE ID OF 1-8 CHARACTERS"
                   TO WS-CARD-REJECT
               PERFORM REJECT-CARD
           ELSE
               MOVE OPC-VALUE(1:8) TO WS-CURRENT-USER
               MOVE SPACES TO OPCMD-REPORT-LINE
               STRING "COMMANDS BELOW ISSUED BY " DELIMITED BY SIZE,
                      WS-CURRENT-USER DELIMITED BY SIZE,
                      INTO OPCMD-REPORT-LINE
               WRITE OPCMD-REPORT-LINE
           END-IF.

       SPLIT-TARGET-WORD.
           MOVE SPACES TO WS-CARD-WORD WS-CARD-REST.
           MOVE 1 TO WS-CARD-PTR.
           UNSTRING OPC-VALUE DELIMITED BY ALL SPACE
               INTO WS-CARD-WORD
               WITH POINTER WS-CARD-PTR
           END-UNSTRING.
           IF WS-CARD-PTR <= 71
               MOVE OPC-VALUE(WS-CARD-PTR:) TO WS-CARD-REST
           END-IF.
           MOVE WS-CARD-REST TO OC-TEXT.

       EDIT-HOLD-TARGET.
           EVALUATE TRUE
               WHEN WS-CARD-WORD(1:4) = "JOB="
                   MOVE "J" TO OC-SCOPE
                   MOVE WS-CARD-WORD(5:8) TO OC-TARGET
                   PERFORM EDIT-TARGET-JOB
               WHEN WS-CARD-WORD(1:6) = "CLASS="
                   MOVE "C" TO OC-SCOPE
                   MOVE WS-CARD-WORD(7:1) TO WS-CARD-CLASS
                   MOVE WS-CARD-CLASS TO OC-TARGET
                   IF WS-CARD-CLASS IS NOT NUMERIC
                          OR WS-CARD-CLASS = "0"
                          OR WS-CARD-WORD(8:13) NOT = SPACES
                       MOVE "CLASS MUST BE 1-9" TO WS-CARD-REJECT
                   END-IF
               WHEN OTHER
                   IF OPC-KEYWORD = "RELEASE"
                       MOVE "RELEASE NEEDS JOB=, CLASS= OR ALL"
                           TO WS-CARD-REJECT
                   ELSE
                       MOVE "HOLD NEEDS JOB= OR CLASS="
                           TO WS-CARD-REJECT
                   END-IF
           END-EVALUATE.

       EDIT-TARGET-JOB.
           IF OC-TARGET = SPACES OR WS-CARD-WORD(13:8) NOT = SPACES
               MOVE "JOB= NEEDS A JOB ID OF 1-8 CHARACTERS"
                   TO WS-CARD-REJECT
           ELSE
               IF NOT CATALOG-OPEN
                   MOVE "CATALOG NOT AVAILABLE TO CHECK JOB"
                       TO WS-CARD-REJECT
               ELSE
                   MOVE OC-TARGET TO CAT-JOB-ID
                   READ BF-JOB-CATALOG
                       INVALID KEY
                           MOVE "JOB NOT IN CATALOG" TO WS-CARD-REJECT
                   END-READ
               END-IF
           END-IF.

       POST-COMMAND.
           IF WS-CARD-REJECT = SPACES AND WS-CURRENT-USER = SPACES
               MOVE "NO USER CARD BEFORE COMMAND" TO WS-CARD-REJECT
           END-IF.
           IF WS-CARD-REJECT NOT = SPACES
               PERFORM REJECT-CARD
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:16) TO WS-POST-STAMP
               MOVE WS-POST-STAMP TO OC-STAMP
               WRITE BF-OPCMD-REC
               ADD 1 TO WS-POSTED-COUNT
               MOVE SPACES TO WS-COMMAND-TEXT
               EVALUATE TRUE
                   WHEN OC-SCOPE-JOB
                       STRING OC-VERB DELIMITED BY SPACE,
                              " JOB=" DELIMITED BY SIZE,
                              OC-TARGET DELIMITED BY SPACE,
                              INTO WS-COMMAND-TEXT
                   WHEN OC-SCOPE-CLASS
                       STRING OC-VERB DELIMITED BY SPACE,
                              " CLASS=" DELIMITED BY SIZE,
                              OC-TARGET(1:1) DELIMITED BY SIZE,
                              INTO WS-COMMAND-TEXT
                   WHEN OTHER
                       STRING OC-VERB DELIMITED BY SPACE,
                              " " DELIMITED BY SIZE,
                              OC-TARGET DELIMITED BY SPACE,
                              INTO WS-COMMAND-TEXT
               END-EVALUATE
               MOVE SPACES TO OPCMD-REPORT-LINE
               MOVE "POSTED" TO OPCMD-REPORT-LINE(1:6)
               MOVE WS-COMMAND-TEXT TO OPCMD-REPORT-LINE(10:24)
               MOVE "BY" TO OPCMD-REPORT-LINE(35:2)
               MOVE OC-USER TO OPCMD-REPORT-LINE(38:8)
               MOVE OC-STAMP(1:8) TO OPCMD-REPORT-LINE(47:8)
               MOVE OC-STAMP(9:2) TO OPCMD-REPORT-LINE(56:2)
               MOVE ":" TO OPCMD-REPORT-LINE(58:1)
               MOVE OC-STAMP(11:2) TO OPCMD-REPORT-LINE(59:2)
               MOVE ":" TO OPCMD-REPORT-LINE(61:1)
               MOVE OC-STAMP(13:2) TO OPCMD-REPORT-LINE(62:2)
               MOVE OC-TEXT TO OPCMD-REPORT-LINE(66:39)
               WRITE OPCMD-REPORT-LINE
           END-IF.

       CLEAR-COMMAND-DATASET.
           IF WS-CURRENT-USER = SPACES
               MOVE "NO USER CARD BEFORE COMMAND" TO WS-CARD-REJECT
               PERFORM REJECT-CARD
           ELSE
               CLOSE BF-OPCMD-OUT
               OPEN OUTPUT BF-OPCMD-OUT
               IF WS-OPCMD-STATUS NOT = "00"
                   MOVE "N" TO WS-OPCMD-SWITCH
                   DISPLAY "BF-OPCMD: UNABLE TO CLEAR BFOPCMD, STATUS="
                           WS-OPCMD-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET CARDS-AT-EOF TO TRUE
               ELSE
                   MOVE SPACES TO OPCMD-REPORT-LINE
                   STRING "COMMAND DATASET CLEARED BY "
                              DELIMITED BY SIZE,
                          WS-CURRENT-USER DELIMITED BY SIZE,
                          INTO OPCMD-REPORT-LINE
                   WRITE OPCMD-REPORT-LINE
               END-IF
           END-IF.

       REJECT-CARD.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO OPCMD-REPORT-LINE.
           STRING " *** REJECTED: " DELIMITED BY SIZE,
                  OPCMD-CARD(1:40) DELIMITED BY SIZE,
                  " - " DELIMITED BY SIZE,
                  WS-CARD-REJECT DELIMITED BY SIZE,
                  INTO OPCMD-REPORT-LINE.
           WRITE OPCMD-REPORT-LINE.

       WRITE-BLANK-LINE.
           MOVE SPACES TO OPCMD-REPORT-LINE.
           WRITE OPCMD-REPORT-LINE.
