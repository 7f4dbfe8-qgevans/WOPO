       01 BF-TAPE-STATE-REC.
           03 TS-KEY.
               05 TS-JOB-ID PIC X(8).
               05 TS-VERSION PIC 9(5).
           03 TS-STATUS PIC X.
               88 TS-GOOD VALUE "G".
               88 TS-BACKED-OUT VALUE "B".
           03 TS-ORIGIN PIC X.
               88 TS-FROM-RUN VALUE "R".
               88 TS-FROM-RESET VALUE "Z".
           03 TS-STAMP PIC X(16).
           03 TS-BASE-VERSION PIC 9(5).
           03 TS-CYCLES PIC 9(5).
           03 TS-CELL-PTR PIC 9(4).
           03 TS-NONZERO-COUNT PIC 9(4).
           03 TS-ACTION-BY PIC X(8).
           03 TS-BACKOUT-STAMP PIC X(16).
           03 TS-BACKOUT-BY PIC X(8).
           03 TS-LAST-VERSION PIC 9(5).
           03 TS-CURRENT-VERSION PIC 9(5).
           03 FILLER PIC X(9).
           03 TS-MEMORY.
               05 TS-CELL PIC S999
                           USAGE COMPUTATIONAL
                           OCCURS 9999 TIMES.
