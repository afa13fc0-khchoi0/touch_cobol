              88 CASE-IS-PROVISIONAL           VALUE "P".
              88 CASE-IS-UPHELD                VALUE "U".
              88 CASE-IS-REVERSED              VALUE "R".
           02 CASE-TRANS-REF                   PIC X(24).

       FD  NEW-CASE-FILE.
       01  NEW-CASE-RECORD                     PIC X(84).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
              88 MSTR-ACCT-FROZEN              VALUE "F".
           02 MSTR-ACCT-OVERDRAFT-LIMIT        PIC 9(9)V9(2).
           02 MSTR-CUST-NUMBER                 PIC 9(8).
           02 MSTR-PRODUCT-CODE                PIC X(2).

       FD  DISPUTE-TRANS-FILE.
       01  DISPUTE-TRANS-RECORD.
           02 DSPT-AMOUNT                      PIC 9(5)V9(2).
           02 DSPT-TIMESTAMP                   PIC 9(14).
           02 DSPT-CARDHOLDER-ID               PIC X(2).
           02 DSPT-TRANS-REF                   PIC X(24).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
       01  ENTRY-TIMESTAMP                     PIC 9(14).
       01  ENTRY-AMOUNT                        PIC 9(5)V9(2).
       01  ENTRY-CASE-NUMBER                   PIC 9(6).
       01  ENTRY-TRANS-REF                     PIC X(24).
       01  TRANS-REF-SOURCE                    PIC X(4) VALUE "DISP".

       01  ACCOUNT-FOUND-FLAG                  PIC X VALUE "N".
           88 ACCOUNT-WAS-FOUND                VALUE "Y".
           DISPLAY "=> DISPUTED TRANSACTION TIMESTAMP (14 DIGITS)"
           ACCEPT ENTRY-TIMESTAMP.

           DISPLAY "=> DISPUTED TRANSACTION REFERENCE (BLANK IF NOT "
              "KNOWN)"
           MOVE SPACES TO ENTRY-TRANS-REF.
           ACCEPT ENTRY-TRANS-REF.
           INSPECT ENTRY-TRANS-REF CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           DISPLAY "=> DISPUTED AMOUNT"
           ACCEPT ENTRY-AMOUNT.

           MOVE TODAY-DATE        TO CASE-OPEN-DATE.
           MOVE 0                 TO CASE-RESOLVE-DATE.
           MOVE "O"               TO CASE-STATUS.
           MOVE ENTRY-TRANS-REF   TO CASE-TRANS-REF.
           WRITE CASE-RECORD.
           CLOSE CASE-FILE.

           DISPLAY "=====> CASE " CASE-NUMBER " OPENED FOR ACCT "
              ENTRY-ACCT-NUMBER " DISPUTED STAMP " ENTRY-TIMESTAMP.
           IF ENTRY-TRANS-REF NOT = SPACES
           THEN
              DISPLAY "=====> DISPUTED REFERENCE " ENTRY-TRANS-REF
           END-IF.
           MOVE "CASEOPEN" TO LOG-ACTION-TEXT.
           MOVE CASE-NUMBER TO LOG-KEY-TEXT.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.
                 WRITE-DISPUTE-POSTING-EXIT
              DISPLAY "=====> PROVISIONAL CREDIT OF "
                 SELECTED-AMOUNT " QUEUED FOR ACCT "
                 SELECTED-ACCT-NUMBER " REF " DSPT-TRANS-REF
              MOVE "CASEPROV" TO LOG-ACTION-TEXT
           END-IF.
           IF UPHOLD-CASE
                    WRITE-DISPUTE-POSTING-EXIT
                 DISPLAY "=====> PROVISIONAL CREDIT OF "
                    SELECTED-AMOUNT " REVERSED FOR ACCT "
                    SELECTED-ACCT-NUMBER " REF " DSPT-TRANS-REF
              ELSE
                 DISPLAY "=====> CASE " ENTRY-CASE-NUMBER
                    " CLOSED -- NO CREDIT HAD BEEN GIVEN"
           MOVE SELECTED-AMOUNT      TO DSPT-AMOUNT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO DSPT-TIMESTAMP.
           MOVE "00"                 TO DSPT-CARDHOLDER-ID.
           CALL "TRANREF" USING TRANS-REF-SOURCE DSPT-TRANS-REF
              ON EXCEPTION
                 DISPLAY "[ABORT]: TRANREF MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           WRITE DISPUTE-TRANS-RECORD.
           CLOSE DISPUTE-TRANS-FILE.

           MOVE DATECALC-DAYS TO CASE-AGE-DAYS.
           DISPLAY "=====> CASE " CASE-NUMBER " ACCT "
              CASE-ACCT-NUMBER " AMOUNT " CASE-AMOUNT " STATUS "
              CASE-STATUS " OPEN " CASE-AGE-DAYS " DAY(S) REF "
              CASE-TRANS-REF.
           GO TO WRITE-AGING-REPORT-LOOP.

       LIST-ALL-CASES.
