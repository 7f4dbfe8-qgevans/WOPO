       01 BF-PEND-REC.
           03 PD-CHANGE-NO PIC 9(6).
           03 PD-STATUS PIC X.
               88 PD-PENDING VALUE "P".
               88 PD-APPROVED VALUE "A".
               88 PD-REJECTED VALUE "R".
               88 PD-FAILED VALUE "F".
           03 PD-ORIGIN PIC X.
               88 PD-FROM-MAINT VALUE "M".
               88 PD-FROM-PROMOTE VALUE "P".
               88 PD-FROM-RESTORE VALUE "R".
           03 PD-VERB PIC X(3).
           03 PD-JOB-ID PIC X(8).
           03 PD-OLD-CLASS PIC X.
           03 PD-NEW-CLASS PIC X.
           03 PD-RIGHTS-NEEDED PIC X(5).
           03 PD-STAGED-BY PIC X(8).
           03 PD-STAGED-STAMP PIC X(16).
           03 PD-DECIDED-BY PIC X(8).
           03 PD-DECIDED-STAMP PIC X(16).
           03 PD-DECISION-NOTE PIC X(40).
           03 PD-BEFORE-IMAGE PIC X(1500).
           03 PD-AFTER-IMAGE PIC X(1500).
           03 FILLER PIC X(86).
