           03 JN-VERB PIC X(3).
           03 JN-JOB-ID PIC X(8).
           03 JN-STAMP PIC X(21).
           03 JN-BEFORE-IMAGE PIC X(1500).
           03 JN-AFTER-IMAGE PIC X(1500).
