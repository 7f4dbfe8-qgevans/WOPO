       01 BF-HISTORY-REC.
           03 HI-KEY.
               05 HI-JOB-ID PIC X(8).
               05 HI-RUN-STAMP PIC X(16).
           03 HI-RUN-DATE PIC X(8).
           03 HI-STATUS PIC 99.
           03 HI-CYCLES-USED PIC 9(5).
           03 HI-CYCLE-LIMIT PIC 9(5).
           03 HI-OUTPUT-LEN PIC 9(3).
           03 HI-SPOOL-COUNT PIC 9(7).
           03 HI-SPOOL-BYTES PIC 9(9).
           03 HI-DELIVERY-DSNAME PIC X(64).
           03 HI-CHAIN-HEAD PIC X(8).
           03 HI-DELIVERY-SWITCH PIC X.
               88 HI-DELIVERED-NEW VALUE "Y".
               88 HI-DELIVERED-APPENDED VALUE "E".
           03 HI-TRAILER-SWITCH PIC X.
               88 HI-TRAILER-WRITTEN VALUE "Y".
           03 HI-DELIVERY-HASH PIC 9(13).
