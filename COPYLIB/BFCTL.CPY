       01 BF-CONTROL-HEADER.
           03 CH-TAG PIC X(3).
               88 CH-TAG-VALID VALUE "HDR".
           03 CH-FEED-DATE PIC X(8).
           03 CH-SOURCE-ID PIC X(8).
           03 FILLER PIC X(5).
       01 BF-CONTROL-TRAILER.
           03 CT-TAG PIC X(3).
               88 CT-TAG-VALID VALUE "TRL".
           03 CT-BYTE-COUNT PIC 9(9).
           03 CT-HASH-TOTAL PIC 9(13).
           03 FILLER PIC X(7).
       01 BF-DELIVERY-TRAILER.
           03 DT-TAG PIC X(3).
           03 DT-JOB-ID PIC X(8).
           03 DT-RECORD-COUNT PIC 9(7).
           03 DT-BYTE-COUNT PIC 9(9).
           03 DT-HASH-TOTAL PIC 9(13).
           03 FILLER PIC X(472).
