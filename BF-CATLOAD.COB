       DATA DIVISION.
       FILE SECTION.
       FD BF-VALID-JOBS.
       01 VALID-JOB-RECORD PIC X(1500).

       FD BF-JOB-CATALOG.
       01 CAT-JOB-RECORD.
           03 CAT-JOB-ID PIC X(8).
           03 CAT-JOB-DATA PIC X(1492).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE "N".
