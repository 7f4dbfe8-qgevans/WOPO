       01 SEC-CHECK-AREA.
           03 SC-REQUEST PIC X.
               88 SC-LOAD-TABLE VALUE "L".
               88 SC-CHECK-USER VALUE "U".
               88 SC-CHECK-RIGHT VALUE "C".
           03 SC-USER-ID PIC X(8).
           03 SC-JOB-ID PIC X(8).
           03 SC-CLASS PIC X.
           03 SC-RIGHT PIC X.
               88 SC-RIGHT-ADD VALUE "A".
               88 SC-RIGHT-REP VALUE "R".
               88 SC-RIGHT-DEL VALUE "D".
               88 SC-RIGHT-HOLD VALUE "H".
               88 SC-RIGHT-PROMOTE VALUE "P".
           03 SC-RESULT PIC X.
               88 SC-AUTHORIZED VALUE "Y".
               88 SC-DENIED VALUE "N".
               88 SC-TABLE-UNAVAILABLE VALUE "E".
           03 SC-REASON PIC X(40).
           03 SC-TABLE-STATUS PIC XX.
           03 SC-ENTRY-COUNT PIC 9(3).
