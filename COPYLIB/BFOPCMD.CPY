       01 BF-OPCMD-REC.
           03 OC-STAMP PIC X(16).
           03 OC-USER PIC X(8).
           03 OC-VERB PIC X(8).
               88 OC-DRAIN VALUE "DRAIN".
               88 OC-CANCEL VALUE "CANCEL".
               88 OC-HOLD VALUE "HOLD".
               88 OC-RELEASE VALUE "RELEASE".
               88 OC-PAUSE VALUE "PAUSE".
               88 OC-RESUME VALUE "RESUME".
           03 OC-SCOPE PIC X.
               88 OC-SCOPE-JOB VALUE "J".
               88 OC-SCOPE-CLASS VALUE "C".
               88 OC-SCOPE-ALL VALUE " ".
           03 OC-TARGET PIC X(8).
           03 OC-TEXT PIC X(39).
