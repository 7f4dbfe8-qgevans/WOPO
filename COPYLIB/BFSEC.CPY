       01 BF-SEC-REC.
           03 SEC-USER-ID PIC X(8).
           03 FILLER PIC X.
           03 SEC-JOB-PREFIX PIC X(8).
           03 FILLER PIC X.
           03 SEC-CLASSES PIC X(9).
           03 FILLER PIC X.
           03 SEC-RIGHTS.
               05 SEC-ADD-RIGHT PIC X.
               05 SEC-REP-RIGHT PIC X.
               05 SEC-DEL-RIGHT PIC X.
               05 SEC-HOLD-RIGHT PIC X.
               05 SEC-PROMOTE-RIGHT PIC X.
           03 FILLER PIC X.
           03 SEC-COMMENT PIC X(46).
