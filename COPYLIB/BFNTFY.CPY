       01 BF-NOTIFY-REC.
           03 NT-OWNER-ID PIC X(8).
           03 NT-CONTACT PIC X(24).
           03 NT-NOTIFY-PREF PIC X.
           03 NT-ROLE PIC X.
               88 NT-JOB-OWNER VALUE "O".
               88 NT-CHAIN-OWNER VALUE "C".
           03 NT-JOB-ID PIC X(8).
           03 NT-REASON PIC X(40).
           03 NT-CYCLES PIC 9(5).
           03 NT-CHAIN-HEAD PIC X(8).
           03 NT-RUN-DATE PIC X(8).
           03 FILLER PIC X(17).
