               88 BF-STATUS-INPUT-EXHAUSTED VALUE 4.
               88 BF-STATUS-OUTPUT-FAILURE VALUE 5.
               88 BF-STATUS-CODE-LOAD-FAILURE VALUE 6.
               88 BF-STATUS-STATE-FAILURE VALUE 9.
           03 BF-CYCLES-USED PIC 9(5).
           03 BF-CHECKPOINT-SAVED-FLAG PIC X.
               88 BF-CHECKPOINT-SAVED VALUE "Y".
               88 BF-OUTPUT-EBCDIC VALUE "E".
           03 BF-AUDIT-SWITCH PIC X.
               88 BF-AUDIT-SUPPRESSED VALUE "S".
           03 BF-STATE-SWITCH PIC X.
               88 BF-STATE-RETAINED VALUE "Y".
           03 BF-STATE-VERSION PIC 9(5).
