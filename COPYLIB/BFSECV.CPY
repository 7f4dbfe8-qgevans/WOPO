       01 BF-SECV-REC.
           03 SV-STAMP PIC X(16).
           03 SV-PROGRAM PIC X(10).
           03 SV-USER-ID PIC X(8).
           03 SV-ACTION PIC X(8).
           03 SV-JOB-ID PIC X(8).
           03 SV-CLASS PIC X.
           03 SV-CHANGE-NO PIC X(6).
           03 SV-REASON PIC X(40).
           03 FILLER PIC X(23).
