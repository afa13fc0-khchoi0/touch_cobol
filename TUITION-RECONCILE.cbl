           02 EXC-AMOUNT PIC 9(5)V9(2).
           02 EXC-TIMESTAMP PIC 9(14).
           02 EXC-CARDHOLDER-ID PIC X(2).
           02 EXC-TRANS-REF PIC X(24).

       WORKING-STORAGE SECTION.
       01  MANDATE-FILE-STATUS PIC 9(2).
           ADD 1 TO REVERSED-COUNT.
           DISPLAY "REVERSED " INV-AMOUNT " FOR STUDENT "
              MATCHED-STUDENT-ID " (COLLECTION NOT PAID)".
           IF EXC-TRANS-REF NOT = SPACES THEN
              DISPLAY "  COLLECTION REF " EXC-TRANS-REF
           END-IF.

       END PROGRAM TUITION-RECONCILE.
