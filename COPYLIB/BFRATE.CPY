       01 BF-RATE-REC.
           03 RT-TYPE PIC X(8).
               88 RT-CLASS-RATE VALUE "CLASS".
               88 RT-WEEKEND-SURCHARGE VALUE "WEEKEND".
               88 RT-MONTH-END-SURCHARGE VALUE "MONTHEND".
           03 FILLER PIC X.
           03 RT-CLASS PIC X.
           03 FILLER PIC X.
           03 RT-CYCLE-RATE PIC 9(3)V9(6).
           03 FILLER PIC X.
           03 RT-SURCHARGE-PCT PIC 9(3)V99.
           03 FILLER PIC X(54).
