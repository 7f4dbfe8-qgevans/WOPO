       FD BF-JOB-CATALOG.
       01 CAT-JOB-RECORD.
           03 CAT-JOB-ID PIC X(8).
           03 CAT-JOB-DATA PIC X(1492).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           MOVE WS-TEST-CODE-DSNAME TO BF-CODE-DSNAME.
           MOVE "P" TO BF-OUTPUT-MODE.
           MOVE "S" TO BF-AUDIT-SWITCH.
           MOVE "N" TO BF-STATE-SWITCH.

       APPEND-PENDING-OUTPUT.
           IF BF-OUTPUT-LEN > 0
