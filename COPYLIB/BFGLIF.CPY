       01 BF-GL-REC.
           03 GL-PERIOD PIC X(6).
           03 GL-COST-CENTER PIC X(8).
           03 GL-JOB-ID PIC X(8).
           03 GL-RUN-COUNT PIC 9(5).
           03 GL-CYCLES PIC 9(9).
           03 GL-AMOUNT PIC 9(9)V99.
           03 GL-FROM-DATE PIC X(8).
           03 GL-TO-DATE PIC X(8).
           03 FILLER PIC X(17).
