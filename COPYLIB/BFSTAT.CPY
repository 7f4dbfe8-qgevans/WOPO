           03 ST-FAIL-COUNT PIC 9(5).
           03 ST-REMAIN-COUNT PIC 9(5).
           03 ST-WORST-STATUS PIC 99.
           03 ST-PASS-START PIC X(16).
           03 ST-JOB-START PIC X(16).
           03 ST-DELIVER-BY PIC X(4).
           03 ST-MAX-ELAPSED PIC 9(4).
           03 ST-CMD-STAMP PIC X(16).
           03 ST-CMD-USER PIC X(8).
           03 ST-CMD-TEXT PIC X(24).
           03 ST-STOP-REQUEST PIC X(8).
           03 ST-HOLD-COUNT PIC 9(3).
