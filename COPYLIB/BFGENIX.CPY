       01 BF-GEN-INDEX-REC.
           03 GX-KEY.
               05 GX-JOB-ID PIC X(8).
               05 GX-GEN-NUMBER PIC 9(5).
           03 GX-RUN-STAMP PIC X(16).
           03 GX-RUN-DATE PIC X(8).
           03 GX-STATUS PIC 99.
           03 GX-RECORD-COUNT PIC 9(7).
           03 GX-BYTE-COUNT PIC 9(9).
           03 GX-DELIVERY-DSNAME PIC X(64).
           03 GX-CHAIN-HEAD PIC X(8).
           03 GX-LAST-GEN PIC 9(5).
           03 FILLER PIC X(18).
