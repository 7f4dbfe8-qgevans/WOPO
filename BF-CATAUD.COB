       FD BF-JOB-CATALOG.
       01 CAT-JOB-RECORD.
           03 CAT-JOB-ID PIC X(8).
           03 CAT-JOB-DATA PIC X(1492).

       FD BF-AUDIT-LOG.
       01 BF-AUDIT-REC.
