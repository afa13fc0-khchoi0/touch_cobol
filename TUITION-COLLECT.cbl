           02 COLL-AMOUNT PIC 9(5)V9(2).
           02 COLL-TIMESTAMP PIC 9(14).
           02 COLL-CARDHOLDER-ID PIC X(2).
           02 COLL-TRANS-REF PIC X(24).

       WORKING-STORAGE SECTION.
       01  MANDATE-FILE-STATUS PIC 9(2).
       01  STUDENT-OUTSTANDING PIC S9(7)V9(2).
       01  COLLECTED-COUNT PIC 9(4) VALUE 0.
       01  COLLECTION-TIMESTAMP PIC 9(14).
       01  TRANS-REF-SOURCE PIC X(4) VALUE "TUIT".

       PROCEDURE DIVISION.
       MAIN.
           MOVE STUDENT-OUTSTANDING TO COLL-AMOUNT.
           MOVE COLLECTION-TIMESTAMP TO COLL-TIMESTAMP.
           MOVE "00" TO COLL-CARDHOLDER-ID.
           CALL "TRANREF" USING TRANS-REF-SOURCE COLL-TRANS-REF
              ON EXCEPTION
                 DISPLAY "[ABORT]: TRANREF MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           WRITE COLLECTION-TRANS-RECORD.
           CLOSE COLLECTION-TRANS-FILE.


           ADD 1 TO COLLECTED-COUNT.
           DISPLAY "COLLECTING " INV-AMOUNT " FROM ACCT "
              COLL-ACCT-NUMBER " FOR STUDENT " MAND-STUDENT-ID
              " REF " COLL-TRANS-REF.

       END PROGRAM TUITION-COLLECT.
