           02 GEN-AMOUNT                       PIC 9(5)V9(2).
           02 GEN-TIMESTAMP                    PIC 9(14).
           02 GEN-CARDHOLDER-ID               PIC X(2).
           02 GEN-TRANS-REF                   PIC X(24).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD                      PIC X(84).

       WORKING-STORAGE SECTION.
       01  ARCHIVE-CATALOG-FILE-DSN            PIC X(40).
           02 EX-TERMINAL                      PIC 9(3).
           02 EX-PREFIX-2                      PIC X(2)
              VALUE "  ".
           02 EX-RAW-RECORD                    PIC X(64).

       PROCEDURE DIVISION.
       INITIALIZE-FILE-NAMES.
