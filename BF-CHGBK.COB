       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BF-CHGBK".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BF-AUDIT-LOG ASSIGN TO "BFAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT BF-JOB-CATALOG ASSIGN TO "BFCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-JOB-ID
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT BF-RATE-TABLE ASSIGN TO "BFRATES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT OPTIONAL BF-CHGBK-IN ASSIGN TO "BFCHGIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGBK-IN-STATUS.
           SELECT BF-GL-OUT ASSIGN TO "BFGLOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT BF-INVOICE-REPORT ASSIGN TO "BFCHGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD BF-JOB-CATALOG.
       01 CAT-JOB-RECORD.
           03 CAT-JOB-ID PIC X(8).
           03 CAT-JOB-DATA PIC X(1492).

       FD BF-RATE-TABLE.
       COPY BFRATE.

       FD BF-CHGBK-IN.
       01 CHGBK-CARD.
           03 CC-KEYWORD PIC X(8).
           03 FILLER PIC X.
           03 CC-VALUE PIC X(71).

       FD BF-GL-OUT.
       COPY BFGLIF.

       FD BF-INVOICE-REPORT.
       01 INVOICE-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCHES.
           03 WS-AUDIT-EOF PIC X VALUE "N".
               88 AUDIT-LOG-EOF VALUE "Y".
           03 WS-CATALOG-EOF PIC X VALUE "N".
               88 CATALOG-AT-EOF VALUE "Y".
           03 WS-RATE-EOF PIC X VALUE "N".
               88 RATE-TABLE-EOF VALUE "Y".
           03 WS-CHGBK-IN-EOF PIC X VALUE "N".
               88 CHGBK-IN-EOF VALUE "Y".
       01 WS-FILE-STATUSES.
           03 WS-AUDIT-STATUS PIC XX.
           03 WS-CATALOG-STATUS PIC XX.
           03 WS-RATE-STATUS PIC XX.
           03 WS-CHGBK-IN-STATUS PIC XX.
           03 WS-GL-STATUS PIC XX.
           03 WS-REPORT-STATUS PIC XX.
       01 WS-CARD-ERROR-SWITCH PIC X VALUE "N".
           88 CHGBK-CARD-BAD VALUE "Y".
       01 WS-RATE-ERROR-SWITCH PIC X VALUE "N".
           88 RATE-CARD-BAD VALUE "Y".
       01 WS-BILLING-PERIOD.
           03 WS-FROM-DATE PIC X(8) VALUE SPACES.
           03 WS-TO-DATE PIC X(8) VALUE SPACES.
           03 WS-GL-PERIOD PIC X(6).
       01 WS-PERIOD-WORK.
           03 WS-PERIOD-MONTH PIC X(6).
           03 WS-PERIOD-MONTH-SPLIT REDEFINES WS-PERIOD-MONTH.
               05 WS-PERIOD-YYYY PIC 9(4).
               05 WS-PERIOD-MM PIC 99.
           03 WS-NEXT-FIRST PIC 9(8).
           03 WS-MONTH-END-DATE PIC 9(8).
       01 WS-DATE-CHECK.
           03 WS-CHECK-DATE PIC X(8).
           03 WS-CHECK-DATE-SPLIT REDEFINES WS-CHECK-DATE.
               05 WS-CHECK-YYYY PIC 9(4).
               05 WS-CHECK-MM PIC 99.
               05 WS-CHECK-DD PIC 99.
           03 WS-CHECK-SWITCH PIC X.
               88 CHECK-DATE-BAD VALUE "Y".
       01 WS-RATE-TABLE.
           03 WS-CLASS-RATE-ENTRY OCCURS 9 TIMES.
               05 WS-CLASS-RATE PIC 9(3)V9(6).
               05 WS-CLASS-RATE-SET PIC X.
       01 WS-DEFAULT-RATE PIC 9(3)V9(6) VALUE 0.
       01 WS-DEFAULT-RATE-SET PIC X VALUE "N".
       01 WS-WEEKEND-PCT PIC 9(3)V99 VALUE 0.
       01 WS-MONTH-END-PCT PIC 9(3)V99 VALUE 0.
       01 WS-RATE-SUB PIC 99.
       01 WS-CATALOG-TABLE.
           03 WS-CAT-ENTRY OCCURS 999 TIMES.
               05 WS-CAT-JOB PIC X(8).
               05 WS-CAT-CLASS PIC X.
               05 WS-CAT-COST-CENTER PIC X(8).
       01 WS-CAT-COUNT PIC 9(3) VALUE 0.
       01 WS-CAT-SUB PIC 9(4).
       01 WS-CAT-FOUND PIC 9(3).
       01 WS-CAT-FULL-SWITCH PIC X VALUE "N".
           88 CATALOG-TABLE-FULL VALUE "Y".
       01 WS-RUN-WORK.
           03 WS-RUN-DATE PIC X(8).
           03 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
           03 WS-RUN-COST-CENTER PIC X(8).
           03 WS-RUN-CLASS PIC X.
           03 WS-RUN-CLASS-NUM REDEFINES WS-RUN-CLASS PIC 9.
           03 WS-RUN-CYCLES PIC 9(9).
           03 WS-RUN-RATE PIC 9(3)V9(6).
           03 WS-RUN-PCT PIC 9(4)V99.
           03 WS-RUN-BASE PIC 9(9)V99.
           03 WS-RUN-SURCHARGE PIC 9(9)V99.
           03 WS-RUN-CHARGE PIC 9(9)V99.
           03 WS-RUN-DATE-INT PIC 9(7).
           03 WS-RUN-DOW PIC 9.
           03 WS-RUN-NEXT-DAY PIC 9(8).
           03 WS-RUN-NEXT-SPLIT REDEFINES WS-RUN-NEXT-DAY.
               05 FILLER PIC X(6).
               05 WS-RUN-NEXT-DD PIC 99.
           03 WS-RUN-CREDIT-SWITCH PIC X.
               88 RUN-IS-CREDITED VALUE "Y".
       01 WS-CHARGE-TABLE.
           03 WS-CHG-ENTRY OCCURS 999 TIMES.
               05 WS-CHG-KEY.
                   07 WS-CHG-COST-CENTER PIC X(8).
                   07 WS-CHG-JOB PIC X(8).
               05 WS-CHG-RUNS PIC 9(5).
               05 WS-CHG-CYCLES PIC 9(9).
               05 WS-CHG-SURCHARGE PIC 9(9)V99.
               05 WS-CHG-AMOUNT PIC 9(9)V99.
               05 WS-CHG-CREDIT-RUNS PIC 9(5).
               05 WS-CHG-CREDIT-CYCLES PIC 9(9).
               05 WS-CHG-CREDIT PIC 9(9)V99.
       01 WS-CHG-COUNT PIC 9(4) VALUE 0.
       01 WS-CHG-SUB PIC 9(4).
       01 WS-CHG-MOVE PIC 9(4).
       01 WS-CHG-FOUND PIC 9(4).
       01 WS-NEW-KEY.
           03 WS-NEW-COST-CENTER PIC X(8).
           03 WS-NEW-JOB PIC X(8).
       01 WS-CREDIT-TABLE.
           03 WS-CRD-ENTRY OCCURS 500 TIMES.
               05 WS-CRD-JOB PIC X(8).
               05 WS-CRD-COST-CENTER PIC X(8).
               05 WS-CRD-DATE PIC X(8).
               05 WS-CRD-TIME PIC X(13).
               05 WS-CRD-REASON PIC X(16).
               05 WS-CRD-CYCLES PIC 9(9).
               05 WS-CRD-AMOUNT PIC 9(9)V99.
       01 WS-CRD-COUNT PIC 9(3) VALUE 0.
       01 WS-CRD-SUB PIC 9(3).
       01 WS-CENTER-TOTALS.
           03 WS-CTR-COST-CENTER PIC X(8).
           03 WS-CTR-RUNS PIC 9(7).
           03 WS-CTR-CYCLES PIC 9(11).
           03 WS-CTR-SURCHARGE PIC 9(11)V99.
           03 WS-CTR-AMOUNT PIC 9(11)V99.
           03 WS-CTR-CREDIT-RUNS PIC 9(7).
           03 WS-CTR-CREDIT-CYCLES PIC 9(11).
           03 WS-CTR-CREDIT PIC 9(11)V99.
       01 WS-GRAND-TOTALS.
           03 WS-GRD-RUNS PIC 9(7) VALUE 0.
           03 WS-GRD-CYCLES PIC 9(11) VALUE 0.
           03 WS-GRD-SURCHARGE PIC 9(11)V99 VALUE 0.
           03 WS-GRD-AMOUNT PIC 9(11)V99 VALUE 0.
           03 WS-GRD-CREDIT-RUNS PIC 9(7) VALUE 0.
           03 WS-GRD-CREDIT-CYCLES PIC 9(11) VALUE 0.
           03 WS-GRD-CREDIT PIC 9(11)V99 VALUE 0.
           03 WS-UNASSIGNED-AMOUNT PIC 9(11)V99 VALUE 0.
       01 WS-COUNTS.
           03 WS-RECORD-COUNT PIC 9(7) VALUE 0.
           03 WS-PRICED-COUNT PIC 9(7) VALUE 0.
           03 WS-OUTSIDE-COUNT PIC 9(7) VALUE 0.
           03 WS-BAD-RECORD-COUNT PIC 9(7) VALUE 0.
           03 WS-NO-RATE-COUNT PIC 9(7) VALUE 0.
           03 WS-UNASSIGNED-COUNT PIC 9(7) VALUE 0.
           03 WS-DROPPED-COUNT PIC 9(7) VALUE 0.
           03 WS-CRD-DROPPED-COUNT PIC 9(7) VALUE 0.
           03 WS-GL-COUNT PIC 9(5) VALUE 0.
       01 WS-EDITED-FIELDS.
           03 WS-ED-COUNT PIC ZZZ,ZZ9.
           03 WS-ED-RUNS PIC ZZ,ZZ9.
           03 WS-ED-CYCLES PIC ZZZ,ZZZ,ZZ9.
           03 WS-ED-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           03 WS-ED-RATE PIC ZZ9.999999.
           03 WS-ED-PCT PIC ZZ9.99.
       COPY BFJOB.

       PROCEDURE DIVISION.
           PERFORM READ-CHGBK-CARDS.
           IF CHGBK-CARD-BAD
               DISPLAY "BF-CHGBK: CONTROL CARD NOT RECOGNIZED,"
                       " NO INVOICE PRODUCED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SET-BILLING-PERIOD.
           PERFORM LOAD-RATE-TABLE.
           IF RATE-CARD-BAD
               DISPLAY "BF-CHGBK: RATE TABLE NOT USABLE,"
                       " NO INVOICE PRODUCED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BF-JOB-CATALOG.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "BF-CHGBK: UNABLE TO OPEN BFCATLG, STATUS="
                       WS-CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-CATALOG-TABLE.
           CLOSE BF-JOB-CATALOG.
           OPEN INPUT BF-AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "BF-CHGBK: UNABLE TO OPEN BFAUDIT, STATUS="
                       WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BF-GL-OUT.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "BF-CHGBK: UNABLE TO OPEN BFGLOUT, STATUS="
                       WS-GL-STATUS
               CLOSE BF-AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BF-INVOICE-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "BF-CHGBK: UNABLE TO OPEN BFCHGRPT, STATUS="
                       WS-REPORT-STATUS
               CLOSE BF-AUDIT-LOG BF-GL-OUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL AUDIT-LOG-EOF
               READ BF-AUDIT-LOG
                   AT END SET AUDIT-LOG-EOF TO TRUE
                   NOT AT END PERFORM PRICE-ONE-RUN
               END-READ
           END-PERFORM.
           PERFORM WRITE-INVOICE.
           CLOSE BF-AUDIT-LOG BF-GL-OUT BF-INVOICE-REPORT.
           DISPLAY "BF-CHGBK COMPLETE, PERIOD " WS-FROM-DATE "-"
                   WS-TO-DATE " RUNS PRICED: " WS-PRICED-COUNT
                   " GL RECORDS: " WS-GL-COUNT.
           IF WS-NO-RATE-COUNT > 0 OR WS-UNASSIGNED-COUNT > 0
                  OR WS-DROPPED-COUNT > 0 OR WS-BAD-RECORD-COUNT > 0
                  OR WS-CRD-DROPPED-COUNT > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       READ-CHGBK-CARDS.
           OPEN INPUT BF-CHGBK-IN.
           IF WS-CHGBK-IN-STATUS = "00"
               PERFORM UNTIL CHGBK-IN-EOF
                   READ BF-CHGBK-IN
                       AT END SET CHGBK-IN-EOF TO TRUE
                       NOT AT END PERFORM PARSE-CHGBK-CARD
                   END-READ
               END-PERFORM
               CLOSE BF-CHGBK-IN
           END-IF.

       PARSE-CHGBK-CARD.
           EVALUATE TRUE
               WHEN CHGBK-CARD(1:1) = "*"
               WHEN CHGBK-CARD = SPACES
                   CONTINUE
               WHEN CC-KEYWORD = "FROM"
                   MOVE CC-VALUE(1:8) TO WS-CHECK-DATE
                   PERFORM CHECK-CARD-DATE
                   MOVE WS-CHECK-DATE TO WS-FROM-DATE
               WHEN CC-KEYWORD = "TO"
                   MOVE CC-VALUE(1:8) TO WS-CHECK-DATE
                   PERFORM CHECK-CARD-DATE
                   MOVE WS-CHECK-DATE TO WS-TO-DATE
               WHEN CC-KEYWORD = "PERIOD"
                   MOVE CC-VALUE(1:6) TO WS-CHECK-DATE(1:6)
                   MOVE "01" TO WS-CHECK-DATE(7:2)
                   PERFORM CHECK-CARD-DATE
                   IF NOT CHECK-DATE-BAD
                       MOVE CC-VALUE(1:6) TO WS-PERIOD-MONTH
                       PERFORM SET-MONTH-RANGE
                   END-IF
               WHEN OTHER
                   DISPLAY "BF-CHGBK: BAD CARD: " CHGBK-CARD
                   SET CHGBK-CARD-BAD TO TRUE
           END-EVALUATE.

       CHECK-CARD-DATE.
           MOVE "N" TO WS-CHECK-SWITCH.
           IF WS-CHECK-DATE NOT NUMERIC
               SET CHECK-DATE-BAD TO TRUE
           ELSE
               IF WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
                      OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
                   SET CHECK-DATE-BAD TO TRUE
               END-IF
           END-IF.
           IF CHECK-DATE-BAD
               DISPLAY "BF-CHGBK: BAD DATE ON CARD: " CHGBK-CARD
               SET CHGBK-CARD-BAD TO TRUE
           END-IF.

       SET-BILLING-PERIOD.
           IF WS-FROM-DATE = SPACES AND WS-TO-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIOD-MONTH
               IF WS-PERIOD-MM = 1
                   SUBTRACT 1 FROM WS-PERIOD-YYYY
                   MOVE 12 TO WS-PERIOD-MM
               ELSE
                   SUBTRACT 1 FROM WS-PERIOD-MM
               END-IF
               PERFORM SET-MONTH-RANGE
           END-IF.
           IF WS-FROM-DATE = SPACES
               MOVE WS-TO-DATE(1:6) TO WS-FROM-DATE(1:6)
               MOVE "01" TO WS-FROM-DATE(7:2)
           END-IF.
           IF WS-TO-DATE = SPACES
               MOVE WS-FROM-DATE(1:6) TO WS-PERIOD-MONTH
               MOVE WS-FROM-DATE TO WS-CHECK-DATE
               PERFORM SET-MONTH-RANGE
               MOVE WS-CHECK-DATE TO WS-FROM-DATE
           END-IF.
           MOVE WS-TO-DATE(1:6) TO WS-GL-PERIOD.

       SET-MONTH-RANGE.
           IF WS-PERIOD-MM = 12
               COMPUTE WS-NEXT-FIRST =
                   (WS-PERIOD-YYYY + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-FIRST =
                   WS-PERIOD-YYYY * 10000 + (WS-PERIOD-MM + 1) * 100
                   + 1
           END-IF.
           COMPUTE WS-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1).
           MOVE WS-PERIOD-MONTH TO WS-FROM-DATE(1:6).
           MOVE "01" TO WS-FROM-DATE(7:2).
           MOVE WS-MONTH-END-DATE TO WS-TO-DATE.

       LOAD-RATE-TABLE.
           PERFORM CLEAR-CLASS-RATE
               VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > 9.
           OPEN INPUT BF-RATE-TABLE.
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "BF-CHGBK: UNABLE TO OPEN BFRATES, STATUS="
                       WS-RATE-STATUS
               SET RATE-CARD-BAD TO TRUE
           ELSE
               PERFORM UNTIL RATE-TABLE-EOF
                   READ BF-RATE-TABLE
                       AT END SET RATE-TABLE-EOF TO TRUE
                       NOT AT END PERFORM STORE-RATE-CARD
                   END-READ
               END-PERFORM
               CLOSE BF-RATE-TABLE
           END-IF.

       CLEAR-CLASS-RATE.
           MOVE 0 TO WS-CLASS-RATE(WS-RATE-SUB).
           MOVE "N" TO WS-CLASS-RATE-SET(WS-RATE-SUB).

       STORE-RATE-CARD.
           EVALUATE TRUE
               WHEN BF-RATE-REC(1:1) = "*"
               WHEN BF-RATE-REC = SPACES
                   CONTINUE
               WHEN RT-CLASS-RATE
                   IF RT-CYCLE-RATE NOT NUMERIC
                       DISPLAY "BF-CHGBK: BAD RATE CARD: " BF-RATE-REC
                       SET RATE-CARD-BAD TO TRUE
                   ELSE
                       IF RT-CLASS = "*"
                           MOVE RT-CYCLE-RATE TO WS-DEFAULT-RATE
                           MOVE "Y" TO WS-DEFAULT-RATE-SET
                       ELSE
                           IF RT-CLASS >= "1" AND RT-CLASS <= "9"
                               MOVE RT-CLASS TO WS-RUN-CLASS
                               MOVE RT-CYCLE-RATE
                                   TO WS-CLASS-RATE(WS-RUN-CLASS-NUM)
                               MOVE "Y" TO
                                   WS-CLASS-RATE-SET(WS-RUN-CLASS-NUM)
                           ELSE
                               DISPLAY "BF-CHGBK: BAD RATE CARD: "
                                       BF-RATE-REC
                               SET RATE-CARD-BAD TO TRUE
                           END-IF
                       END-IF
                   END-IF
               WHEN RT-WEEKEND-SURCHARGE
                   IF RT-SURCHARGE-PCT NOT NUMERIC
                       DISPLAY "BF-CHGBK: BAD RATE CARD: " BF-RATE-REC
                       SET RATE-CARD-BAD TO TRUE
                   ELSE
                       MOVE RT-SURCHARGE-PCT TO WS-WEEKEND-PCT
                   END-IF
               WHEN RT-MONTH-END-SURCHARGE
                   IF RT-SURCHARGE-PCT NOT NUMERIC
                       DISPLAY "BF-CHGBK: BAD RATE CARD: " BF-RATE-REC
                       SET RATE-CARD-BAD TO TRUE
                   ELSE
                       MOVE RT-SURCHARGE-PCT TO WS-MONTH-END-PCT
                   END-IF
               WHEN OTHER
                   DISPLAY "BF-CHGBK: BAD RATE CARD: " BF-RATE-REC
                   SET RATE-CARD-BAD TO TRUE
           END-EVALUATE.

       LOAD-CATALOG-TABLE.
           MOVE LOW-VALUES TO CAT-JOB-ID.
           START BF-JOB-CATALOG KEY IS NOT LESS THAN CAT-JOB-ID
               INVALID KEY SET CATALOG-AT-EOF TO TRUE
           END-START.
           PERFORM UNTIL CATALOG-AT-EOF
               READ BF-JOB-CATALOG NEXT RECORD
                   AT END SET CATALOG-AT-EOF TO TRUE
                   NOT AT END PERFORM STORE-CATALOG-ENTRY
               END-READ
           END-PERFORM.
           IF CATALOG-TABLE-FULL
               DISPLAY "BF-CHGBK: MORE THAN 999 CATALOG JOBS,"
                       " LATER JOBS BILLED AS UNASSIGNED"
           END-IF.

       STORE-CATALOG-ENTRY.
           IF WS-CAT-COUNT < 999
               MOVE CAT-JOB-RECORD TO BF-JOB-RECORD
               ADD 1 TO WS-CAT-COUNT
               MOVE JR-JOB-ID TO WS-CAT-JOB(WS-CAT-COUNT)
               MOVE JR-PRIORITY-CLASS TO WS-CAT-CLASS(WS-CAT-COUNT)
               MOVE JR-COST-CENTER
                   TO WS-CAT-COST-CENTER(WS-CAT-COUNT)
           ELSE
               SET CATALOG-TABLE-FULL TO TRUE
           END-IF.

       FIND-CATALOG-ENTRY.
           MOVE 0 TO WS-CAT-FOUND.
           PERFORM MATCH-CATALOG-ENTRY
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-COUNT OR WS-CAT-FOUND > 0.

       MATCH-CATALOG-ENTRY.
           IF WS-CAT-JOB(WS-CAT-SUB) = AUD-JOB-ID
               MOVE WS-CAT-SUB TO WS-CAT-FOUND
           END-IF.

       PRICE-ONE-RUN.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE AUD-RUN-DATE TO WS-RUN-DATE.
           IF AUD-JOB-TAG NOT = "JOB=" OR WS-RUN-DATE NOT NUMERIC
               ADD 1 TO WS-BAD-RECORD-COUNT
           ELSE
               IF WS-RUN-DATE < WS-FROM-DATE
                      OR WS-RUN-DATE > WS-TO-DATE
                   ADD 1 TO WS-OUTSIDE-COUNT
               ELSE
                   ADD 1 TO WS-PRICED-COUNT
                   PERFORM SET-RUN-BILLING-DATA
                   PERFORM COMPUTE-RUN-CHARGE
                   PERFORM POST-RUN-CHARGE
               END-IF
           END-IF.

       SET-RUN-BILLING-DATA.
           IF AUD-CYCLES-USED-X = SPACES
               MOVE 0 TO WS-RUN-CYCLES
           ELSE
               COMPUTE WS-RUN-CYCLES =
                   FUNCTION NUMVAL(AUD-CYCLES-USED-X)
           END-IF.
           PERFORM FIND-CATALOG-ENTRY.
           IF WS-CAT-FOUND = 0
               MOVE SPACES TO WS-RUN-COST-CENTER
               MOVE "5" TO WS-RUN-CLASS
           ELSE
               MOVE WS-CAT-COST-CENTER(WS-CAT-FOUND)
                   TO WS-RUN-COST-CENTER
               MOVE WS-CAT-CLASS(WS-CAT-FOUND) TO WS-RUN-CLASS
               IF WS-RUN-CLASS < "1" OR WS-RUN-CLASS > "9"
                   MOVE "5" TO WS-RUN-CLASS
               END-IF
           END-IF.
           IF WS-RUN-COST-CENTER = SPACES
               MOVE "*NONE*" TO WS-RUN-COST-CENTER
               ADD 1 TO WS-UNASSIGNED-COUNT
           END-IF.
           IF AUD-TERM-REASON = "OUTPUT-FAILURE"
                  OR AUD-TERM-REASON = "CODE-LOAD-FAIL"
                  OR AUD-TERM-REASON = "STATE-FAILURE"
               SET RUN-IS-CREDITED TO TRUE
           ELSE
               MOVE "N" TO WS-RUN-CREDIT-SWITCH
           END-IF.

       COMPUTE-RUN-CHARGE.
           IF WS-CLASS-RATE-SET(WS-RUN-CLASS-NUM) = "Y"
               MOVE WS-CLASS-RATE(WS-RUN-CLASS-NUM) TO WS-RUN-RATE
           ELSE
               IF WS-DEFAULT-RATE-SET = "Y"
                   MOVE WS-DEFAULT-RATE TO WS-RUN-RATE
               ELSE
                   MOVE 0 TO WS-RUN-RATE
                   ADD 1 TO WS-NO-RATE-COUNT
               END-IF
           END-IF.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           COMPUTE WS-RUN-DOW =
               FUNCTION MOD(WS-RUN-DATE-INT - 1, 7) + 1.
           COMPUTE WS-RUN-NEXT-DAY =
               FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INT + 1).
           MOVE 0 TO WS-RUN-PCT.
           IF WS-RUN-DOW > 5
               ADD WS-WEEKEND-PCT TO WS-RUN-PCT
           END-IF.
           IF WS-RUN-NEXT-DD = 1
               ADD WS-MONTH-END-PCT TO WS-RUN-PCT
           END-IF.
           COMPUTE WS-RUN-BASE ROUNDED = WS-RUN-CYCLES * WS-RUN-RATE.
           COMPUTE WS-RUN-SURCHARGE ROUNDED =
               WS-RUN-BASE * WS-RUN-PCT / 100.
           COMPUTE WS-RUN-CHARGE = WS-RUN-BASE + WS-RUN-SURCHARGE.

       POST-RUN-CHARGE.
           MOVE WS-RUN-COST-CENTER TO WS-NEW-COST-CENTER.
           MOVE AUD-JOB-ID TO WS-NEW-JOB.
           PERFORM FIND-CHARGE-SLOT.
           IF WS-CHG-FOUND > 0
               IF RUN-IS-CREDITED
                   ADD 1 TO WS-CHG-CREDIT-RUNS(WS-CHG-FOUND)
                   ADD WS-RUN-CYCLES
                       TO WS-CHG-CREDIT-CYCLES(WS-CHG-FOUND)
                   ADD WS-RUN-CHARGE TO WS-CHG-CREDIT(WS-CHG-FOUND)
                   PERFORM NOTE-CREDITED-RUN
               ELSE
                   ADD 1 TO WS-CHG-RUNS(WS-CHG-FOUND)
                   ADD WS-RUN-CYCLES TO WS-CHG-CYCLES(WS-CHG-FOUND)
                   ADD WS-RUN-SURCHARGE
                       TO WS-CHG-SURCHARGE(WS-CHG-FOUND)
                   ADD WS-RUN-CHARGE TO WS-CHG-AMOUNT(WS-CHG-FOUND)
               END-IF
           END-IF.

       FIND-CHARGE-SLOT.
           MOVE 0 TO WS-CHG-FOUND.
           MOVE 1 TO WS-CHG-SUB.
           PERFORM SKIP-LOWER-CHARGE-KEY
               UNTIL WS-CHG-SUB > WS-CHG-COUNT
               OR WS-CHG-KEY(WS-CHG-SUB) NOT < WS-NEW-KEY.
           IF WS-CHG-SUB <= WS-CHG-COUNT
               IF WS-CHG-KEY(WS-CHG-SUB) = WS-NEW-KEY
                   MOVE WS-CHG-SUB TO WS-CHG-FOUND
               END-IF
           END-IF.
           IF WS-CHG-FOUND = 0
               IF WS-CHG-COUNT < 999
                   PERFORM SHIFT-CHARGE-ENTRY
                       VARYING WS-CHG-MOVE FROM WS-CHG-COUNT BY -1
                       UNTIL WS-CHG-MOVE < WS-CHG-SUB
                   ADD 1 TO WS-CHG-COUNT
                   MOVE WS-CHG-SUB TO WS-CHG-FOUND
                   MOVE WS-NEW-KEY TO WS-CHG-KEY(WS-CHG-FOUND)
                   MOVE 0 TO WS-CHG-RUNS(WS-CHG-FOUND)
                   MOVE 0 TO WS-CHG-CYCLES(WS-CHG-FOUND)
                   MOVE 0 TO WS-CHG-SURCHARGE(WS-CHG-FOUND)
                   MOVE 0 TO WS-CHG-AMOUNT(WS-CHG-FOUND)
                   MOVE 0 TO WS-CHG-CREDIT-RUNS(WS-CHG-FOUND)
                   MOVE 0 TO WS-CHG-CREDIT-CYCLES(WS-CHG-FOUND)
                   MOVE 0 TO WS-CHG-CREDIT(WS-CHG-FOUND)
               ELSE
                   ADD 1 TO WS-DROPPED-COUNT
               END-IF
           END-IF.

       SKIP-LOWER-CHARGE-KEY.
           ADD 1 TO WS-CHG-SUB.

       SHIFT-CHARGE-ENTRY.
           MOVE WS-CHG-ENTRY(WS-CHG-MOVE)
               TO WS-CHG-ENTRY(WS-CHG-MOVE + 1).

       NOTE-CREDITED-RUN.
           IF WS-CRD-COUNT < 500
               ADD 1 TO WS-CRD-COUNT
               MOVE AUD-JOB-ID TO WS-CRD-JOB(WS-CRD-COUNT)
               MOVE WS-RUN-COST-CENTER
                   TO WS-CRD-COST-CENTER(WS-CRD-COUNT)
               MOVE AUD-RUN-DATE TO WS-CRD-DATE(WS-CRD-COUNT)
               MOVE AUD-RUN-TIME TO WS-CRD-TIME(WS-CRD-COUNT)
               MOVE AUD-TERM-REASON TO WS-CRD-REASON(WS-CRD-COUNT)
               MOVE WS-RUN-CYCLES TO WS-CRD-CYCLES(WS-CRD-COUNT)
               MOVE WS-RUN-CHARGE TO WS-CRD-AMOUNT(WS-CRD-COUNT)
           ELSE
               ADD 1 TO WS-CRD-DROPPED-COUNT
           END-IF.

       WRITE-INVOICE.
           MOVE "BF-CHGBK INTERPRETER CYCLE CHARGEBACK INVOICE"
               TO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.
           MOVE SPACES TO INVOICE-REPORT-LINE.
           STRING "PREPARED AT " DELIMITED BY SIZE,
                  FUNCTION CURRENT-DATE DELIMITED BY SIZE,
                  INTO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.
           MOVE SPACES TO INVOICE-REPORT-LINE.
           STRING "BILLING PERIOD " DELIMITED BY SIZE,
                  WS-FROM-DATE DELIMITED BY SIZE,
                  " THROUGH " DELIMITED BY SIZE,
                  WS-TO-DATE DELIMITED BY SIZE,
                  "   LEDGER PERIOD " DELIMITED BY SIZE,
                  WS-GL-PERIOD DELIMITED BY SIZE,
                  INTO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.
           PERFORM WRITE-BLANK-LINE.
           PERFORM WRITE-RATE-SECTION.
           MOVE SPACES TO WS-CTR-COST-CENTER.
           PERFORM WRITE-CHARGE-LINE
               VARYING WS-CHG-SUB FROM 1 BY 1
               UNTIL WS-CHG-SUB > WS-CHG-COUNT.
           IF WS-CHG-COUNT = 0
               MOVE "  (NO RUNS IN THE BILLING PERIOD)"
                   TO INVOICE-REPORT-LINE
               WRITE INVOICE-REPORT-LINE
           ELSE
               PERFORM WRITE-CENTER-TOTAL
           END-IF.
           PERFORM WRITE-BLANK-LINE.
           PERFORM WRITE-GRAND-TOTAL.
           PERFORM WRITE-CREDIT-SECTION.
           PERFORM WRITE-INVOICE-EXCEPTIONS.

       WRITE-BLANK-LINE.
           MOVE SPACES TO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.

       WRITE-RATE-SECTION.
           MOVE "RATES PER CYCLE BY PRIORITY CLASS"
               TO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.
           PERFORM WRITE-RATE-LINE
               VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > 9.
           IF WS-DEFAULT-RATE-SET = "Y"
               MOVE SPACES TO INVOICE-REPORT-LINE
               MOVE "OTHER CLASSES" TO INVOICE-REPORT-LINE(3:13)
               MOVE WS-DEFAULT-RATE TO WS-ED-RATE
               MOVE WS-ED-RATE TO INVOICE-REPORT-LINE(18:10)
               WRITE INVOICE-REPORT-LINE
           END-IF.
           MOVE SPACES TO INVOICE-REPORT-LINE.
           MOVE WS-WEEKEND-PCT TO WS-ED-PCT.
           STRING "  WEEKEND SURCHARGE " DELIMITED BY SIZE,
                  WS-ED-PCT DELIMITED BY SIZE,
                  " PCT" DELIMITED BY SIZE,
                  INTO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.
           MOVE SPACES TO INVOICE-REPORT-LINE.
           MOVE WS-MONTH-END-PCT TO WS-ED-PCT.
           STRING "  MONTH-END SURCHARGE " DELIMITED BY SIZE,
                  WS-ED-PCT DELIMITED BY SIZE,
                  " PCT" DELIMITED BY SIZE,
                  INTO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.
           PERFORM WRITE-BLANK-LINE.

       WRITE-RATE-LINE.
           IF WS-CLASS-RATE-SET(WS-RATE-SUB) = "Y"
               MOVE SPACES TO INVOICE-REPORT-LINE
               MOVE "CLASS" TO INVOICE-REPORT-LINE(3:5)
               MOVE WS-RATE-SUB(2:1) TO INVOICE-REPORT-LINE(9:1)
               MOVE WS-CLASS-RATE(WS-RATE-SUB) TO WS-ED-RATE
               MOVE WS-ED-RATE TO INVOICE-REPORT-LINE(18:10)
               WRITE INVOICE-REPORT-LINE
           END-IF.

       WRITE-CHARGE-LINE.
           IF WS-CHG-COST-CENTER(WS-CHG-SUB) NOT = WS-CTR-COST-CENTER
               IF WS-CTR-COST-CENTER NOT = SPACES
                   PERFORM WRITE-CENTER-TOTAL
                   PERFORM WRITE-BLANK-LINE
               END-IF
               PERFORM START-COST-CENTER
           END-IF.
           MOVE SPACES TO INVOICE-REPORT-LINE.
           MOVE WS-CHG-JOB(WS-CHG-SUB) TO INVOICE-REPORT-LINE(3:8).
           MOVE WS-CHG-RUNS(WS-CHG-SUB) TO WS-ED-RUNS.
           MOVE WS-ED-RUNS TO INVOICE-REPORT-LINE(13:6).
           MOVE WS-CHG-CYCLES(WS-CHG-SUB) TO WS-ED-CYCLES.
           MOVE WS-ED-CYCLES TO INVOICE-REPORT-LINE(21:11).
           MOVE WS-CHG-SURCHARGE(WS-CHG-SUB) TO WS-ED-AMOUNT.
           MOVE WS-ED-AMOUNT TO INVOICE-REPORT-LINE(34:14).
           MOVE WS-CHG-AMOUNT(WS-CHG-SUB) TO WS-ED-AMOUNT.
           MOVE WS-ED-AMOUNT TO INVOICE-REPORT-LINE(50:14).
           MOVE WS-CHG-CREDIT-RUNS(WS-CHG-SUB) TO WS-ED-RUNS.
           MOVE WS-ED-RUNS TO INVOICE-REPORT-LINE(68:6).
           MOVE WS-CHG-CREDIT-CYCLES(WS-CHG-SUB) TO WS-ED-CYCLES.
           MOVE WS-ED-CYCLES TO INVOICE-REPORT-LINE(76:11).
           MOVE WS-CHG-CREDIT(WS-CHG-SUB) TO WS-ED-AMOUNT.
           MOVE WS-ED-AMOUNT TO INVOICE-REPORT-LINE(89:14).
           WRITE INVOICE-REPORT-LINE.
           ADD WS-CHG-RUNS(WS-CHG-SUB) TO WS-CTR-RUNS.
           ADD WS-CHG-CYCLES(WS-CHG-SUB) TO WS-CTR-CYCLES.
           ADD WS-CHG-SURCHARGE(WS-CHG-SUB) TO WS-CTR-SURCHARGE.
           ADD WS-CHG-AMOUNT(WS-CHG-SUB) TO WS-CTR-AMOUNT.
           ADD WS-CHG-CREDIT-RUNS(WS-CHG-SUB) TO WS-CTR-CREDIT-RUNS.
           ADD WS-CHG-CREDIT-CYCLES(WS-CHG-SUB)
               TO WS-CTR-CREDIT-CYCLES.
           ADD WS-CHG-CREDIT(WS-CHG-SUB) TO WS-CTR-CREDIT.
           PERFORM WRITE-GL-RECORD.

       START-COST-CENTER.
           MOVE WS-CHG-COST-CENTER(WS-CHG-SUB) TO WS-CTR-COST-CENTER.
           MOVE 0 TO WS-CTR-RUNS WS-CTR-CYCLES WS-CTR-SURCHARGE
                     WS-CTR-AMOUNT WS-CTR-CREDIT-RUNS
                     WS-CTR-CREDIT-CYCLES WS-CTR-CREDIT.
           MOVE SPACES TO INVOICE-REPORT-LINE.
           STRING "COST CENTER " DELIMITED BY SIZE,
                  WS-CTR-COST-CENTER DELIMITED BY SIZE,
                  INTO INVOICE-REPORT-LINE.
           IF WS-CTR-COST-CENTER = "*NONE*"
               MOVE "(NO COST CENTER ON CATALOG, NOT SENT TO LEDGER)"
                   TO INVOICE-REPORT-LINE(22:47)
           END-IF.
           WRITE INVOICE-REPORT-LINE.
           MOVE SPACES TO INVOICE-REPORT-LINE.
           MOVE "BILLED" TO INVOICE-REPORT-LINE(13:6).
           MOVE "CREDITED" TO INVOICE-REPORT-LINE(68:8).
           WRITE INVOICE-REPORT-LINE.
           MOVE SPACES TO INVOICE-REPORT-LINE.
           MOVE "JOB" TO INVOICE-REPORT-LINE(3:3).
           MOVE "RUNS" TO INVOICE-REPORT-LINE(14:4).
           MOVE "CYCLES" TO INVOICE-REPORT-LINE(26:6).
           MOVE "SURCHARGE" TO INVOICE-REPORT-LINE(39:9).
           MOVE "CHARGE" TO INVOICE-REPORT-LINE(58:6).
           MOVE "RUNS" TO INVOICE-REPORT-LINE(70:4).
           MOVE "CYCLES" TO INVOICE-REPORT-LINE(81:6).
           MOVE "CREDIT" TO INVOICE-REPORT-LINE(97:6).
           WRITE INVOICE-REPORT-LINE.

       WRITE-CENTER-TOTAL.
           MOVE SPACES TO INVOICE-REPORT-LINE.
           MOVE "TOTAL" TO INVOICE-REPORT-LINE(3:5).
           MOVE WS-CTR-RUNS TO WS-ED-RUNS.
           MOVE WS-ED-RUNS TO INVOICE-REPORT-LINE(13:6).
           MOVE WS-CTR-CYCLES TO WS-ED-CYCLES.
           MOVE WS-ED-CYCLES TO INVOICE-REPORT-LINE(21:11).
           MOVE WS-CTR-SURCHARGE TO WS-ED-AMOUNT.
           MOVE WS-ED-AMOUNT TO INVOICE-REPORT-LINE(34:14).
           MOVE WS-CTR-AMOUNT TO WS-ED-AMOUNT.
           MOVE WS-ED-AMOUNT TO INVOICE-REPORT-LINE(50:14).
           MOVE WS-CTR-CREDIT-RUNS TO WS-ED-RUNS.
           MOVE WS-ED-RUNS TO INVOICE-REPORT-LINE(68:6).
           MOVE WS-CTR-CREDIT-CYCLES TO WS-ED-CYCLES.
           MOVE WS-ED-CYCLES TO INVOICE-REPORT-LINE(76:11).
           MOVE WS-CTR-CREDIT TO WS-ED-AMOUNT.
           MOVE WS-ED-AMOUNT TO INVOICE-REPORT-LINE(89:14).
           WRITE INVOICE-REPORT-LINE.
           ADD WS-CTR-RUNS TO WS-GRD-RUNS.
           ADD WS-CTR-CYCLES TO WS-GRD-CYCLES.
           ADD WS-CTR-SURCHARGE TO WS-GRD-SURCHARGE.
           ADD WS-CTR-CREDIT-RUNS TO WS-GRD-CREDIT-RUNS.
           ADD WS-CTR-CREDIT-CYCLES TO WS-GRD-CREDIT-CYCLES.
           ADD WS-CTR-CREDIT TO WS-GRD-CREDIT.
           IF WS-CTR-COST-CENTER = "*NONE*"
               ADD WS-CTR-AMOUNT TO WS-UNASSIGNED-AMOUNT
           ELSE
               ADD WS-CTR-AMOUNT TO WS-GRD-AMOUNT
           END-IF.

       WRITE-GL-RECORD.
           IF WS-CHG-COST-CENTER(WS-CHG-SUB) NOT = "*NONE*"
                  AND WS-CHG-RUNS(WS-CHG-SUB) > 0
               MOVE SPACES TO BF-GL-REC
               MOVE WS-GL-PERIOD TO GL-PERIOD
               MOVE WS-CHG-COST-CENTER(WS-CHG-SUB) TO GL-COST-CENTER
               MOVE WS-CHG-JOB(WS-CHG-SUB) TO GL-JOB-ID
               MOVE WS-CHG-RUNS(WS-CHG-SUB) TO GL-RUN-COUNT
               MOVE WS-CHG-CYCLES(WS-CHG-SUB) TO GL-CYCLES
               MOVE WS-CHG-AMOUNT(WS-CHG-SUB) TO GL-AMOUNT
               MOVE WS-FROM-DATE TO GL-FROM-DATE
               MOVE WS-TO-DATE TO GL-TO-DATE
               WRITE BF-GL-REC
               IF WS-GL-STATUS NOT = "00"
                   DISPLAY "BF-CHGBK: BFGLOUT WRITE FAILED, STATUS="
                           WS-GL-STATUS " JOB="
                           WS-CHG-JOB(WS-CHG-SUB)
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-GL-COUNT
               END-IF
           END-IF.

       WRITE-GRAND-TOTAL.
           MOVE SPACES TO INVOICE-REPORT-LINE.
           MOVE "ALL CENTERS" TO INVOICE-REPORT-LINE(1:11).
           MOVE WS-GRD-RUNS TO WS-ED-RUNS.
           MOVE WS-ED-RUNS TO INVOICE-REPORT-LINE(13:6).
           MOVE WS-GRD-CYCLES TO WS-ED-CYCLES.
           MOVE WS-ED-CYCLES TO INVOICE-REPORT-LINE(21:11).
           MOVE WS-GRD-SURCHARGE TO WS-ED-AMOUNT.
           MOVE WS-ED-AMOUNT TO INVOICE-REPORT-LINE(34:14).
           MOVE WS-GRD-CREDIT-RUNS TO WS-ED-RUNS.
           MOVE WS-ED-RUNS TO INVOICE-REPORT-LINE(68:6).
           MOVE WS-GRD-CREDIT-CYCLES TO WS-ED-CYCLES.
           MOVE WS-ED-CYCLES TO INVOICE-REPORT-LINE(76:11).
           MOVE WS-GRD-CREDIT TO WS-ED-AMOUNT.
           MOVE WS-ED-AMOUNT TO INVOICE-REPORT-LINE(89:14).
           WRITE INVOICE-REPORT-LINE.
           MOVE SPACES TO INVOICE-REPORT-LINE.
           MOVE WS-GRD-AMOUNT TO WS-ED-AMOUNT.
           STRING "BILLED TO LEDGER: " DELIMITED BY SIZE,
                  WS-ED-AMOUNT DELIMITED BY SIZE,
                  INTO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.
           IF WS-UNASSIGNED-AMOUNT > 0
               MOVE SPACES TO INVOICE-REPORT-LINE
               MOVE WS-UNASSIGNED-AMOUNT TO WS-ED-AMOUNT
               STRING "UNASSIGNED, NOT BILLED: " DELIMITED BY SIZE,
                      WS-ED-AMOUNT DELIMITED BY SIZE,
                      INTO INVOICE-REPORT-LINE
               WRITE INVOICE-REPORT-LINE
           END-IF.
           PERFORM WRITE-BLANK-LINE.

       WRITE-CREDIT-SECTION.
           MOVE "RUNS CREDITED FOR SYSTEM-CAUSED FAILURE"
               TO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.
           IF WS-CRD-COUNT = 0
               MOVE "  (NONE)" TO INVOICE-REPORT-LINE
               WRITE INVOICE-REPORT-LINE
           ELSE
               MOVE SPACES TO INVOICE-REPORT-LINE
               MOVE "JOB" TO INVOICE-REPORT-LINE(3:3)
               MOVE "COST CTR" TO INVOICE-REPORT-LINE(13:8)
               MOVE "RUN DATE" TO INVOICE-REPORT-LINE(23:8)
               MOVE "REASON" TO INVOICE-REPORT-LINE(33:6)
               MOVE "CYCLES" TO INVOICE-REPORT-LINE(56:6)
               MOVE "CREDIT" TO INVOICE-REPORT-LINE(72:6)
               WRITE INVOICE-REPORT-LINE
               PERFORM WRITE-CREDIT-LINE
                   VARYING WS-CRD-SUB FROM 1 BY 1
                   UNTIL WS-CRD-SUB > WS-CRD-COUNT
           END-IF.
           PERFORM WRITE-BLANK-LINE.

       WRITE-CREDIT-LINE.
           MOVE SPACES TO INVOICE-REPORT-LINE.
           MOVE WS-CRD-JOB(WS-CRD-SUB) TO INVOICE-REPORT-LINE(3:8).
           MOVE WS-CRD-COST-CENTER(WS-CRD-SUB)
               TO INVOICE-REPORT-LINE(13:8).
           MOVE WS-CRD-DATE(WS-CRD-SUB) TO INVOICE-REPORT-LINE(23:8).
           MOVE WS-CRD-REASON(WS-CRD-SUB)
               TO INVOICE-REPORT-LINE(33:16).
           MOVE WS-CRD-CYCLES(WS-CRD-SUB) TO WS-ED-CYCLES.
           MOVE WS-ED-CYCLES TO INVOICE-REPORT-LINE(51:11).
           MOVE WS-CRD-AMOUNT(WS-CRD-SUB) TO WS-ED-AMOUNT.
           MOVE WS-ED-AMOUNT TO INVOICE-REPORT-LINE(64:14).
           WRITE INVOICE-REPORT-LINE.

       WRITE-INVOICE-EXCEPTIONS.
           MOVE SPACES TO INVOICE-REPORT-LINE.
           MOVE WS-RECORD-COUNT TO WS-ED-COUNT.
           STRING "AUDIT RECORDS READ: " DELIMITED BY SIZE,
                  WS-ED-COUNT DELIMITED BY SIZE,
                  INTO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.
           MOVE SPACES TO INVOICE-REPORT-LINE.
           MOVE WS-PRICED-COUNT TO WS-ED-COUNT.
           STRING "RUNS IN PERIOD PRICED: " DELIMITED BY SIZE,
                  WS-ED-COUNT DELIMITED BY SIZE,
                  INTO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.
           MOVE SPACES TO INVOICE-REPORT-LINE.
           MOVE WS-GL-COUNT TO WS-ED-COUNT.
           STRING "LEDGER RECORDS WRITTEN: " DELIMITED BY SIZE,
                  WS-ED-COUNT DELIMITED BY SIZE,
                  INTO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.
           IF WS-BAD-RECORD-COUNT > 0
               MOVE SPACES TO INVOICE-REPORT-LINE
               MOVE WS-BAD-RECORD-COUNT TO WS-ED-COUNT
               STRING " *** RECORDS NOT UNDERSTOOD: " DELIMITED BY SIZE,
                      WS-ED-COUNT DELIMITED BY SIZE,
                      INTO INVOICE-REPORT-LINE
               WRITE INVOICE-REPORT-LINE
           END-IF.
           IF WS-NO-RATE-COUNT > 0
               MOVE SPACES TO INVOICE-REPORT-LINE
               MOVE WS-NO-RATE-COUNT TO WS-ED-COUNT
               STRING " *** RUNS PRICED AT ZERO, NO RATE FOR CLASS: "
                      DELIMITED BY SIZE,
                      WS-ED-COUNT DELIMITED BY SIZE,
                      INTO INVOICE-REPORT-LINE
               WRITE INVOICE-REPORT-LINE
           END-IF.
           IF WS-UNASSIGNED-COUNT > 0
               MOVE SPACES TO INVOICE-REPORT-LINE
               MOVE WS-UNASSIGNED-COUNT TO WS-ED-COUNT
               STRING " *** RUNS WITH NO COST CENTER: "
                      DELIMITED BY SIZE,
                      WS-ED-COUNT DELIMITED BY SIZE,
                      INTO INVOICE-REPORT-LINE
               WRITE INVOICE-REPORT-LINE
           END-IF.
           IF WS-DROPPED-COUNT > 0
               MOVE SPACES TO INVOICE-REPORT-LINE
               MOVE WS-DROPPED-COUNT TO WS-ED-COUNT
               STRING " *** RUNS NOT PRICED, OVER 999 JOBS: "
                      DELIMITED BY SIZE,
                      WS-ED-COUNT DELIMITED BY SIZE,
                      INTO INVOICE-REPORT-LINE
               WRITE INVOICE-REPORT-LINE
           END-IF.
           IF WS-CRD-DROPPED-COUNT > 0
               MOVE SPACES TO INVOICE-REPORT-LINE
               MOVE WS-CRD-DROPPED-COUNT TO WS-ED-COUNT
               STRING " *** CREDITED RUNS NOT LISTED, OVER 500: "
                      DELIMITED BY SIZE,
                      WS-ED-COUNT DELIMITED BY SIZE,
                      INTO INVOICE-REPORT-LINE
               WRITE INVOICE-REPORT-LINE
           END-IF.
