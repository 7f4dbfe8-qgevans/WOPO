       01 BF-SKIP-REC.
           03 SK-JOB-ID PIC X(8).
           03 SK-REASON PIC X.
               88 SK-PREDECESSOR-FAILED VALUE "F".
               88 SK-FEED-FAILED VALUE "E".
               88 SK-NOT-AVAILABLE VALUE "N".
               88 SK-PARKED VALUE "P".
               88 SK-UNREACHED VALUE "U".
               88 SK-OPERATOR-HELD VALUE "H".
               88 SK-OPERATOR-CANCEL VALUE "O".
           03 SK-CHAIN-HEAD PIC X(8).
           03 SK-RUN-DATE PIC X(8).
           03 FILLER PIC X(15).
