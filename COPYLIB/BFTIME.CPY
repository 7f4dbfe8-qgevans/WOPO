       01 BF-TIMING-REC.
           03 TM-JOB-ID PIC X(8).
           03 TM-RUN-DATE PIC X(8).
           03 TM-EVENT PIC X.
               88 TM-DISPATCHED VALUE "R".
               88 TM-CARRIED VALUE "C".
               88 TM-NOT-RUN VALUE "U".
           03 TM-SKIP-REASON PIC X.
           03 TM-SELECT-MODE PIC X.
           03 TM-STREAM PIC 9.
           03 TM-PASS-START PIC X(16).
           03 TM-START-STAMP PIC X(16).
           03 TM-END-STAMP PIC X(16).
           03 TM-ELAPSED-SECS PIC 9(7).
           03 TM-STATUS PIC 99.
           03 TM-CHAIN-HEAD PIC X(8).
           03 FILLER PIC X(15).
