       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BF-GENUTL".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BF-GEN-IN ASSIGN TO "BFGENIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-IN-STATUS.
           SELECT BF-GEN-REPORT ASSIGN TO "BFGENRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BF-JOB-CATALOG ASSIGN TO "BFCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-JOB-ID
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT BF-GEN-INDEX ASSIGN TO "BFGENIX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GX-KEY
               FILE STATUS IS WS-GEN-INDEX-STATUS.
           SELECT BF-GEN-STORE ASSIGN TO "BFGENST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-KEY
               FILE STATUS IS WS-GEN-STORE-STATUS.
           SELECT OPTIONAL BF-DELIVERY
               ASSIGN TO DYNAMIC WS-DELIVERY-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BF-GEN-IN.
       01 GEN-CARD.
           03 GC-KEYWORD PIC X(8).
           03 FILLER PIC X.
           03 GC-VALUE PIC X(71).

       FD BF-GEN-REPORT.
       01 GEN-REPORT-LINE PIC X(132).

       FD BF-JOB-CATALOG.
       01 CAT-JOB-RECORD.
           03 CAT-JOB-ID PIC X(8).
           03 CAT-JOB-DATA PIC X(1492).

       FD BF-GEN-INDEX.
       COPY BFGENIX.

       FD BF-GEN-STORE.
       COPY BFGENST.

       FD BF-DELIVERY.
       01 BF-DELIVERY-REC.
           03 DLVR-LEN PIC 999.
               88 DLVR-TRAILER-RECORD VALUE 999.
           03 DLVR-DATA PIC X(512).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCHES.
           03 WS-CARD-EOF PIC X VALUE "N".
               88 GEN-IN-EOF VALUE "Y".
           03 WS-INDEX-EOF PIC X.
               88 INDEX-AT-EOF VALUE "Y".
           03 WS-STORE-EOF PIC X.
               88 STORE-AT-EOF VALUE "Y".
       01 WS-FILE-STATUSES.
           03 WS-GEN-IN-STATUS PIC XX.
           03 WS-REPORT-STATUS PIC XX.
           03 WS-CATALOG-STATUS PIC XX.
           03 WS-GEN-INDEX-STATUS PIC XX.
           03 WS-GEN-STORE-STATUS PIC XX.
           03 WS-DELIVERY-STATUS PIC XX.
       01 WS-COUNTS.
           03 WS-CARD-COUNT PIC 9(5) VALUE 0.
           03 WS-LISTED-COUNT PIC 9(5) VALUE 0.
           03 WS-REDELIVER-COUNT PIC 9(5) VALUE 0.
           03 WS-ROLLOFF-COUNT PIC 9(5) VALUE 0.
           03 WS-ERROR-COUNT PIC 9(5) VALUE 0.
       01 WS-DELIVERY-DSNAME PIC X(64).
       01 WS-WANTED-JOB PIC X(8).
       01 WS-WANTED-GEN PIC 9(5).
       01 WS-CURRENT-JOB PIC X(8).
       01 WS-FOUND-SWITCH PIC X.
           88 ENTRY-FOUND VALUE "Y".
       01 WS-CATALOG-SWITCH PIC X.
           88 JOB-IN-CATALOG VALUE "Y".
       01 WS-GEN-WORK.
           03 WS-LAST-GEN PIC 9(5).
           03 WS-RETAIN-GENS PIC 99.
           03 WS-CUTOFF-GEN PIC 9(5).
           03 WS-JOB-LIST-COUNT PIC 9(5).
           03 WS-JOB-ROLLED PIC 9(5).
           03 WS-RECORD-COUNT PIC 9(7).
           03 WS-AMP-COUNT PIC 99.
       01 WS-ROLL-TABLE.
           03 WS-ROLL-JOB PIC X(8) OCCURS 999 TIMES.
       01 WS-ROLL-COUNT PIC 9(3).
       01 WS-ROLL-SUB PIC 9(4).
       01 WS-ROLL-TABLE-SWITCH PIC X.
           88 ROLL-TABLE-FULL VALUE "Y".
       01 WS-ED-GEN PIC ZZZZ9.
       01 WS-ED-STATUS PIC Z9.
       01 WS-ED-RECORDS PIC Z(6)9.
       01 WS-ED-BYTES PIC Z(8)9.
       01 WS-ED-RETAIN PIC Z9.
       COPY BFJOB.

       PROCEDURE DIVISION.
           OPEN INPUT BF-GEN-IN.
           IF WS-GEN-IN-STATUS NOT = "00"
               DISPLAY "BF-GENUTL: UNABLE TO OPEN BFGENIN, STATUS="
                       WS-GEN-IN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BF-GEN-REPORT.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "BF-GENUTL: UNABLE TO OPEN BFGENRPT, STATUS="
                       WS-REPORT-STATUS
               CLOSE BF-GEN-IN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BF-JOB-CATALOG.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "BF-GENUTL: UNABLE TO OPEN BFCATLG, STATUS="
                       WS-CATALOG-STATUS
               CLOSE BF-GEN-IN BF-GEN-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O BF-GEN-INDEX.
           IF WS-GEN-INDEX-STATUS NOT = "00"
               DISPLAY "BF-GENUTL: UNABLE TO OPEN BFGENIX, STATUS="
                       WS-GEN-INDEX-STATUS
               CLOSE BF-GEN-IN BF-GEN-REPORT BF-JOB-CATALOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O BF-GEN-STORE.
           IF WS-GEN-STORE-STATUS NOT = "00"
               DISPLAY "BF-GENUTL: UNABLE TO OPEN BFGENST, STATUS="
                       WS-GEN-STORE-STATUS
               CLOSE BF-GEN-IN BF-GEN-REPORT BF-JOB-CATALOG
                     BF-GEN-INDEX
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "BF-GENUTL DELIVERY GENERATION REPORT"
               TO GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.
           PERFORM WRITE-BLANK-LINE.
           PERFORM UNTIL GEN-IN-EOF
               READ BF-GEN-IN
                   AT END SET GEN-IN-EOF TO TRUE
                   NOT AT END PERFORM PROCESS-CARD
               END-READ
           END-PERFORM.
           PERFORM WRITE-BLANK-LINE.
           MOVE SPACES TO GEN-REPORT-LINE.
           STRING "CARDS READ: " DELIMITED BY SIZE,
                  WS-CARD-COUNT DELIMITED BY SIZE,
                  "  LISTED: " DELIMITED BY SIZE,
                  WS-LISTED-COUNT DELIMITED BY SIZE,
                  "  REDELIVERED: " DELIMITED BY SIZE,
                  WS-REDELIVER-COUNT DELIMITED BY SIZE,
                  "  ROLLED OFF: " DELIMITED BY SIZE,
                  WS-ROLLOFF-COUNT DELIMITED BY SIZE,
                  "  ERRORS: " DELIMITED BY SIZE,
                  WS-ERROR-COUNT DELIMITED BY SIZE,
                  INTO GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.
           CLOSE BF-GEN-IN BF-GEN-REPORT BF-JOB-CATALOG
                 BF-GEN-INDEX BF-GEN-STORE.
           DISPLAY "BF-GENUTL COMPLETE, CARDS: " WS-CARD-COUNT
                   " REDELIVERED: " WS-REDELIVER-COUNT
                   " ROLLED OFF: " WS-ROLLOFF-COUNT
                   " ERRORS: " WS-ERROR-COUNT.
           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       PROCESS-CARD.
           ADD 1 TO WS-CARD-COUNT.
           IF GEN-CARD(1:1) = "*" OR GEN-CARD = SPACES
               CONTINUE
           ELSE
               EVALUATE GC-KEYWORD
                   WHEN "LIST"
                       PERFORM LIST-GENERATIONS
                   WHEN "REDELIVR"
                       PERFORM REDELIVER-GENERATION
                   WHEN "ROLLOFF"
                       PERFORM ROLL-OFF-REQUEST
                   WHEN OTHER
                       PERFORM CARD-ERROR
               END-EVALUATE
           END-IF.

       LIST-GENERATIONS.
           MOVE GC-VALUE(1:8) TO WS-WANTED-JOB.
           MOVE 0 TO WS-JOB-LIST-COUNT.
           MOVE SPACES TO WS-CURRENT-JOB.
           MOVE SPACES TO GEN-REPORT-LINE.
           STRING "DELIVERY GENERATIONS FOR " DELIMITED BY SIZE,
                  WS-WANTED-JOB DELIMITED BY SIZE,
                  INTO GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.
           MOVE "N" TO WS-INDEX-EOF.
           IF WS-WANTED-JOB = "ALL"
               MOVE LOW-VALUES TO GX-KEY
           ELSE
               MOVE WS-WANTED-JOB TO GX-JOB-ID
               MOVE 0 TO GX-GEN-NUMBER
           END-IF.
           START BF-GEN-INDEX KEY IS NOT LESS THAN GX-KEY
               INVALID KEY SET INDEX-AT-EOF TO TRUE
           END-START.
           PERFORM UNTIL INDEX-AT-EOF
               READ BF-GEN-INDEX NEXT RECORD
                   AT END SET INDEX-AT-EOF TO TRUE
                   NOT AT END PERFORM LIST-ONE-INDEX-ENTRY
               END-READ
           END-PERFORM.
           IF WS-JOB-LIST-COUNT = 0
               MOVE "    (NO GENERATIONS)" TO GEN-REPORT-LINE
               WRITE GEN-REPORT-LINE
           END-IF.

       LIST-ONE-INDEX-ENTRY.
           IF WS-WANTED-JOB NOT = "ALL"
                  AND GX-JOB-ID NOT = WS-WANTED-JOB
               SET INDEX-AT-EOF TO TRUE
           ELSE
               IF GX-GEN-NUMBER = 0
                   PERFORM LIST-JOB-HEADING
               ELSE
                   PERFORM LIST-ONE-GENERATION
               END-IF
           END-IF.

       LIST-JOB-HEADING.
           MOVE GX-JOB-ID TO WS-CURRENT-JOB.
           PERFORM FETCH-RETENTION.
           MOVE GX-LAST-GEN TO WS-ED-GEN.
           MOVE WS-RETAIN-GENS TO WS-ED-RETAIN.
           MOVE SPACES TO GEN-REPORT-LINE.
           IF JOB-IN-CATALOG
               STRING "  JOB " DELIMITED BY SIZE,
                      GX-JOB-ID DELIMITED BY SIZE,
                      "  LAST GENERATION " DELIMITED BY SIZE,
                      WS-ED-GEN DELIMITED BY SIZE,
                      "  RETAIN " DELIMITED BY SIZE,
                      WS-ED-RETAIN DELIMITED BY SIZE,
                      INTO GEN-REPORT-LINE
           ELSE
               STRING "  JOB " DELIMITED BY SIZE,
                      GX-JOB-ID DELIMITED BY SIZE,
                      "  LAST GENERATION " DELIMITED BY SIZE,
                      WS-ED-GEN DELIMITED BY SIZE,
                      "  (NOT IN CATALOG)" DELIMITED BY SIZE,
                      INTO GEN-REPORT-LINE
           END-IF.
           WRITE GEN-REPORT-LINE.

       LIST-ONE-GENERATION.
           ADD 1 TO WS-JOB-LIST-COUNT.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE GX-GEN-NUMBER TO WS-ED-GEN.
           MOVE GX-STATUS TO WS-ED-STATUS.
           MOVE GX-RECORD-COUNT TO WS-ED-RECORDS.
           MOVE GX-BYTE-COUNT TO WS-ED-BYTES.
           MOVE SPACES TO GEN-REPORT-LINE.
           STRING "    GEN " DELIMITED BY SIZE,
                  WS-ED-GEN DELIMITED BY SIZE,
                  "  RUN " DELIMITED BY SIZE,
                  GX-RUN-DATE DELIMITED BY SIZE,
                  " AT " DELIMITED BY SIZE,
                  GX-RUN-STAMP DELIMITED BY SIZE,
                  "  STATUS=" DELIMITED BY SIZE,
                  WS-ED-STATUS DELIMITED BY SIZE,
                  "  RECORDS=" DELIMITED BY SIZE,
                  WS-ED-RECORDS DELIMITED BY SIZE,
                  "  BYTES=" DELIMITED BY SIZE,
                  WS-ED-BYTES DELIMITED BY SIZE,
                  "  CHAIN=" DELIMITED BY SIZE,
                  GX-CHAIN-HEAD DELIMITED BY SIZE,
                  INTO GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.
           MOVE SPACES TO GEN-REPORT-LINE.
           STRING "              DSN=" DELIMITED BY SIZE,
                  GX-DELIVERY-DSNAME DELIMITED BY SIZE,
                  INTO GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.

       FETCH-RETENTION.
           MOVE WS-CURRENT-JOB TO CAT-JOB-ID.
           MOVE 0 TO WS-RETAIN-GENS.
           READ BF-JOB-CATALOG
               INVALID KEY
                   MOVE "N" TO WS-CATALOG-SWITCH
                   MOVE SPACES TO BF-JOB-RECORD
               NOT INVALID KEY
                   SET JOB-IN-CATALOG TO TRUE
                   MOVE CAT-JOB-RECORD TO BF-JOB-RECORD
                   IF JR-RETAIN-GENS IS NUMERIC
                       MOVE JR-RETAIN-GENS TO WS-RETAIN-GENS
                   END-IF
           END-READ.

       REDELIVER-GENERATION.
           MOVE GC-VALUE(1:8) TO WS-WANTED-JOB.
           IF GC-VALUE(10:5) IS NOT NUMERIC
               ADD 1 TO WS-ERROR-COUNT
               MOVE " *** REDELIVR NEEDS JOBID AND 5-DIGIT GENERATION"
                   TO GEN-REPORT-LINE
               WRITE GEN-REPORT-LINE
           ELSE
               MOVE GC-VALUE(10:5) TO WS-WANTED-GEN
               MOVE WS-WANTED-JOB TO GX-JOB-ID
               MOVE WS-WANTED-GEN TO GX-GEN-NUMBER
               MOVE "N" TO WS-FOUND-SWITCH
               IF WS-WANTED-GEN > 0
                   READ BF-GEN-INDEX
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET ENTRY-FOUND TO TRUE
                   END-READ
               END-IF
               IF NOT ENTRY-FOUND
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO GEN-REPORT-LINE
                   STRING " *** GENERATION " DELIMITED BY SIZE,
                          GC-VALUE(10:5) DELIMITED BY SIZE,
                          " FOR JOB " DELIMITED BY SIZE,
                          WS-WANTED-JOB DELIMITED BY SIZE,
                          " NOT RETAINED" DELIMITED BY SIZE,
                          INTO GEN-REPORT-LINE
                   WRITE GEN-REPORT-LINE
               ELSE
                   PERFORM SET-REDELIVERY-TARGET
                   PERFORM COPY-GENERATION-OUT
               END-IF
           END-IF.

       SET-REDELIVERY-TARGET.
           MOVE WS-WANTED-JOB TO WS-CURRENT-JOB.
           PERFORM FETCH-RETENTION.
           MOVE 0 TO WS-AMP-COUNT.
           IF JOB-IN-CATALOG
               INSPECT JR-OUTPUT-DSNAME
                   TALLYING WS-AMP-COUNT FOR ALL "&"
           END-IF.
           IF JOB-IN-CATALOG
                  AND JR-OUTPUT-DSNAME NOT = SPACES
                  AND WS-AMP-COUNT = 0
               MOVE JR-OUTPUT-DSNAME TO WS-DELIVERY-DSNAME
           ELSE
               MOVE GX-DELIVERY-DSNAME TO WS-DELIVERY-DSNAME
               MOVE WS-WANTED-JOB TO GX-JOB-ID
               MOVE 0 TO GX-GEN-NUMBER
               READ BF-GEN-INDEX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GX-LAST-GEN TO GX-GEN-NUMBER
                       READ BF-GEN-INDEX
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE GX-DELIVERY-DSNAME
                                   TO WS-DELIVERY-DSNAME
                       END-READ
               END-READ
           END-IF.

       COPY-GENERATION-OUT.
           OPEN OUTPUT BF-DELIVERY.
           IF WS-DELIVERY-STATUS NOT = "00"
                  AND WS-DELIVERY-STATUS NOT = "05"
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO GEN-REPORT-LINE
               STRING " *** UNABLE TO OPEN " DELIMITED BY SIZE,
                      WS-DELIVERY-DSNAME DELIMITED BY SIZE,
                      " STATUS=" DELIMITED BY SIZE,
                      WS-DELIVERY-STATUS DELIMITED BY SIZE,
                      INTO GEN-REPORT-LINE
               WRITE GEN-REPORT-LINE
           ELSE
               MOVE 0 TO WS-RECORD-COUNT
               MOVE "N" TO WS-STORE-EOF
               MOVE WS-WANTED-JOB TO GS-JOB-ID
               MOVE WS-WANTED-GEN TO GS-GEN-NUMBER
               MOVE 0 TO GS-RECORD-SEQ
               START BF-GEN-STORE KEY IS NOT LESS THAN GS-KEY
                   INVALID KEY SET STORE-AT-EOF TO TRUE
               END-START
               PERFORM UNTIL STORE-AT-EOF
                   READ BF-GEN-STORE NEXT RECORD
                       AT END SET STORE-AT-EOF TO TRUE
                       NOT AT END PERFORM REDELIVER-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE BF-DELIVERY
               ADD 1 TO WS-REDELIVER-COUNT
               MOVE WS-WANTED-GEN TO WS-ED-GEN
               MOVE WS-RECORD-COUNT TO WS-ED-RECORDS
               MOVE SPACES TO GEN-REPORT-LINE
               STRING "JOB " DELIMITED BY SIZE,
                      WS-WANTED-JOB DELIMITED BY SIZE,
                      " GENERATION " DELIMITED BY SIZE,
                      WS-ED-GEN DELIMITED BY SIZE,
                      " REDELIVERED, RECORDS=" DELIMITED BY SIZE,
                      WS-ED-RECORDS DELIMITED BY SIZE,
                      " TO " DELIMITED BY SIZE,
                      WS-DELIVERY-DSNAME DELIMITED BY SIZE,
                      INTO GEN-REPORT-LINE
               WRITE GEN-REPORT-LINE
           END-IF.

       REDELIVER-ONE-RECORD.
           IF GS-JOB-ID NOT = WS-WANTED-JOB
                  OR GS-GEN-NUMBER NOT = WS-WANTED-GEN
               SET STORE-AT-EOF TO TRUE
           ELSE
               MOVE GS-DLVR-LEN TO DLVR-LEN
               MOVE GS-DLVR-DATA TO DLVR-DATA
               WRITE BF-DELIVERY-REC
               IF NOT DLVR-TRAILER-RECORD
                   ADD 1 TO WS-RECORD-COUNT
               END-IF
           END-IF.

       ROLL-OFF-REQUEST.
           MOVE GC-VALUE(1:8) TO WS-WANTED-JOB.
           IF WS-WANTED-JOB = "ALL"
               PERFORM COLLECT-ROLL-JOBS
               PERFORM ROLL-OFF-LISTED-JOB
                   VARYING WS-ROLL-SUB FROM 1 BY 1
                   UNTIL WS-ROLL-SUB > WS-ROLL-COUNT
           ELSE
               MOVE WS-WANTED-JOB TO WS-CURRENT-JOB
               PERFORM FETCH-RETENTION
               IF NOT JOB-IN-CATALOG
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO GEN-REPORT-LINE
                   STRING " *** JOB " DELIMITED BY SIZE,
                          WS-WANTED-JOB DELIMITED BY SIZE,
                          " NOT IN CATALOG, ROLLOFF IGNORED"
                          DELIMITED BY SIZE,
                          INTO GEN-REPORT-LINE
                   WRITE GEN-REPORT-LINE
               ELSE
                   PERFORM ROLL-OFF-ONE-JOB
               END-IF
           END-IF.

       COLLECT-ROLL-JOBS.
           MOVE 0 TO WS-ROLL-COUNT.
           MOVE "N" TO WS-ROLL-TABLE-SWITCH.
           MOVE "N" TO WS-INDEX-EOF.
           MOVE LOW-VALUES TO GX-KEY.
           START BF-GEN-INDEX KEY IS NOT LESS THAN GX-KEY
               INVALID KEY SET INDEX-AT-EOF TO TRUE
           END-START.
           PERFORM UNTIL INDEX-AT-EOF
               READ BF-GEN-INDEX NEXT RECORD
                   AT END SET INDEX-AT-EOF TO TRUE
                   NOT AT END PERFORM NOTE-ROLL-JOB
               END-READ
           END-PERFORM.
           IF ROLL-TABLE-FULL
               ADD 1 TO WS-ERROR-COUNT
               MOVE " *** MORE THAN 999 JOBS, ROLLOFF ALL INCOMPLETE"
                   TO GEN-REPORT-LINE
               WRITE GEN-REPORT-LINE
           END-IF.

       NOTE-ROLL-JOB.
           IF GX-GEN-NUMBER = 0
               IF WS-ROLL-COUNT < 999
                   ADD 1 TO WS-ROLL-COUNT
                   MOVE GX-JOB-ID TO WS-ROLL-JOB(WS-ROLL-COUNT)
               ELSE
                   SET ROLL-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       ROLL-OFF-LISTED-JOB.
           MOVE WS-ROLL-JOB(WS-ROLL-SUB) TO WS-CURRENT-JOB.
           PERFORM FETCH-RETENTION.
           IF JOB-IN-CATALOG
               PERFORM ROLL-OFF-ONE-JOB
           ELSE
               MOVE SPACES TO GEN-REPORT-LINE
               STRING "JOB " DELIMITED BY SIZE,
                      WS-CURRENT-JOB DELIMITED BY SIZE,
                      " NOT IN CATALOG, GENERATIONS KEPT"
                      DELIMITED BY SIZE,
                      INTO GEN-REPORT-LINE
               WRITE GEN-REPORT-LINE
           END-IF.

       ROLL-OFF-ONE-JOB.
           MOVE WS-CURRENT-JOB TO GX-JOB-ID.
           MOVE 0 TO GX-GEN-NUMBER.
           MOVE 0 TO WS-LAST-GEN.
           READ BF-GEN-INDEX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GX-LAST-GEN TO WS-LAST-GEN
           END-READ.
           MOVE 0 TO WS-CUTOFF-GEN.
           IF WS-LAST-GEN > WS-RETAIN-GENS
               COMPUTE WS-CUTOFF-GEN = WS-LAST-GEN - WS-RETAIN-GENS
           END-IF.
           MOVE 0 TO WS-JOB-ROLLED.
           IF WS-CUTOFF-GEN > 0
               MOVE "N" TO WS-INDEX-EOF
               MOVE WS-CURRENT-JOB TO GX-JOB-ID
               MOVE 1 TO GX-GEN-NUMBER
               START BF-GEN-INDEX KEY IS NOT LESS THAN GX-KEY
                   INVALID KEY SET INDEX-AT-EOF TO TRUE
               END-START
               PERFORM UNTIL INDEX-AT-EOF
                   READ BF-GEN-INDEX NEXT RECORD
                       AT END SET INDEX-AT-EOF TO TRUE
                       NOT AT END PERFORM ROLL-OFF-ONE-ENTRY
                   END-READ
               END-PERFORM
           END-IF.
           MOVE WS-JOB-ROLLED TO WS-ED-GEN.
           MOVE WS-RETAIN-GENS TO WS-ED-RETAIN.
           MOVE SPACES TO GEN-REPORT-LINE.
           STRING "JOB " DELIMITED BY SIZE,
                  WS-CURRENT-JOB DELIMITED BY SIZE,
                  " RETAIN " DELIMITED BY SIZE,
                  WS-ED-RETAIN DELIMITED BY SIZE,
                  ", GENERATIONS ROLLED OFF: " DELIMITED BY SIZE,
                  WS-ED-GEN DELIMITED BY SIZE,
                  INTO GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.

       ROLL-OFF-ONE-ENTRY.
           IF GX-JOB-ID NOT = WS-CURRENT-JOB
                  OR GX-GEN-NUMBER > WS-CUTOFF-GEN
               SET INDEX-AT-EOF TO TRUE
           ELSE
               MOVE GX-GEN-NUMBER TO WS-WANTED-GEN
               PERFORM PURGE-GENERATION-STORE
               DELETE BF-GEN-INDEX
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE SPACES TO GEN-REPORT-LINE
                       STRING " *** UNABLE TO DELETE GENERATION "
                              DELIMITED BY SIZE,
                              WS-CURRENT-JOB DELIMITED BY SIZE,
                              " STATUS=" DELIMITED BY SIZE,
                              WS-GEN-INDEX-STATUS DELIMITED BY SIZE,
                              INTO GEN-REPORT-LINE
                       WRITE GEN-REPORT-LINE
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1 TO WS-JOB-ROLLED
                       ADD 1 TO WS-ROLLOFF-COUNT
               END-DELETE
           END-IF.

       PURGE-GENERATION-STORE.
           MOVE "N" TO WS-STORE-EOF.
           MOVE WS-CURRENT-JOB TO GS-JOB-ID.
           MOVE WS-WANTED-GEN TO GS-GEN-NUMBER.
           MOVE 0 TO GS-RECORD-SEQ.
           START BF-GEN-STORE KEY IS NOT LESS THAN GS-KEY
               INVALID KEY SET STORE-AT-EOF TO TRUE
           END-START.
           PERFORM UNTIL STORE-AT-EOF
               READ BF-GEN-STORE NEXT RECORD
                   AT END SET STORE-AT-EOF TO TRUE
                   NOT AT END PERFORM PURGE-ONE-STORE-RECORD
               END-READ
           END-PERFORM.

       PURGE-ONE-STORE-RECORD.
           IF GS-JOB-ID NOT = WS-CURRENT-JOB
                  OR GS-GEN-NUMBER NOT = WS-WANTED-GEN
               SET STORE-AT-EOF TO TRUE
           ELSE
               DELETE BF-GEN-STORE
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
               END-DELETE
           END-IF.

       CARD-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO GEN-REPORT-LINE.
           STRING " *** CARD NOT UNDERSTOOD: " DELIMITED BY SIZE,
                  GEN-CARD(1:40) DELIMITED BY SIZE,
                  INTO GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.

       WRITE-BLANK-LINE.
           MOVE SPACES TO GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.
