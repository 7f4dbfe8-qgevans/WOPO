       COPY BFJOB.

       FD BF-VALID-JOBS.
       01 VALID-JOB-RECORD PIC X(1500).

       FD BF-VALID-REPORT.
       01 VALID-REPORT-LINE PIC X(132).
