       01 BF-OPLOG-REC.
           03 OL-ACTED-STAMP PIC X(16).
           03 OL-PASS-START PIC X(16).
           03 OL-STREAM PIC 9.
           03 OL-CMD-STAMP PIC X(16).
           03 OL-USER PIC X(8).
           03 OL-VERB PIC X(8).
           03 OL-SCOPE PIC X.
           03 OL-TARGET PIC X(8).
           03 OL-TEXT PIC X(39).
           03 OL-RESULT PIC X(8).
               88 OL-APPLIED VALUE "APPLIED".
               88 OL-IGNORED VALUE "IGNORED".
           03 OL-NOTE PIC X(30).
           03 FILLER PIC X(9).
