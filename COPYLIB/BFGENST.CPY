       01 BF-GEN-STORE-REC.
           03 GS-KEY.
               05 GS-JOB-ID PIC X(8).
               05 GS-GEN-NUMBER PIC 9(5).
               05 GS-RECORD-SEQ PIC 9(7).
           03 GS-DLVR-LEN PIC 999.
           03 GS-DLVR-DATA PIC X(512).
