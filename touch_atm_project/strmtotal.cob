           02 STRM-AMOUNT                      PIC 9(5)V9(2).
           02 STRM-TIMESTAMP                   PIC 9(14).
           02 STRM-CARDHOLDER-ID               PIC X(2).
           02 STRM-TRANS-REF                   PIC X(24).

       WORKING-STORAGE SECTION.
       01  STREAM-FILE-STATUS                  PIC 99.
