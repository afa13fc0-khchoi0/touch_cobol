           02 ONE-AMOUNT                    PIC 9(5)V9(2).
           02 ONE-TIMESTAMP                 PIC 9(14).
           02 ONE-CARDHOLDER-ID               PIC X(2).
           02 ONE-TRANS-REF                 PIC X(24).

       FD  T71-THREE-FILE.
       01  T71-THREE-RECORD.
           02 THREE-AMOUNT                  PIC 9(5)V9(2).
           02 THREE-TIMESTAMP               PIC 9(14).
           02 THREE-CARDHOLDER-ID             PIC X(2).
           02 THREE-TRANS-REF               PIC X(24).

       FD  T71-FIVE-FILE.
       01  T71-FIVE-RECORD.
           02 FIVE-AMOUNT                   PIC 9(5)V9(2).
           02 FIVE-TIMESTAMP                PIC 9(14).
           02 FIVE-CARDHOLDER-ID              PIC X(2).
           02 FIVE-TRANS-REF                PIC X(24).

       FD  VOID-LOG-FILE.
       01  VOID-LOG-RECORD                  PIC X(170).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           02 PRIOR-ONE-AMOUNT              PIC 9(5)V9(2).
           02 PRIOR-ONE-TIMESTAMP           PIC 9(14).
           02 PRIOR-ONE-CARDHOLDER-ID         PIC X(2).
           02 PRIOR-ONE-TRANS-REF           PIC X(24).

       FD  PRIOR-THREE-FILE.
       01  PRIOR-THREE-RECORD.
           02 PRIOR-THREE-AMOUNT            PIC 9(5)V9(2).
           02 PRIOR-THREE-TIMESTAMP         PIC 9(14).
           02 PRIOR-THREE-CARDHOLDER-ID       PIC X(2).
           02 PRIOR-THREE-TRANS-REF         PIC X(24).

       FD  PRIOR-FIVE-FILE.
       01  PRIOR-FIVE-RECORD.
           02 PRIOR-FIVE-AMOUNT             PIC 9(5)V9(2).
           02 PRIOR-FIVE-TIMESTAMP          PIC 9(14).
           02 PRIOR-FIVE-CARDHOLDER-ID        PIC X(2).
           02 PRIOR-FIVE-TRANS-REF          PIC X(24).

       WORKING-STORAGE SECTION.
       01  T71-ONE-FILE-DSN                 PIC X(40).
       01  VOID-ACCT-NUMBER                 PIC 9(16).
       01  VOID-TIMESTAMP                   PIC 9(14).
       01  VOID-NOW-TIMESTAMP               PIC 9(14).
       01  VOID-TRANS-REF                   PIC X(24).
       01  TRANS-REF-SOURCE                 PIC X(4) VALUE "VOID".
       01  REVERSAL-TRANS-REF               PIC X(24).

       01  FOUND-FLAG                       PIC X VALUE "N".
           88 ORIGINAL-WAS-FOUND            VALUE "Y".
       01  ORIGINAL-OPERATION               PIC A.
       01  ORIGINAL-AMOUNT                  PIC 9(5)V9(2).
       01  ORIGINAL-CARDHOLDER-ID           PIC X(2).
       01  ORIGINAL-TIMESTAMP               PIC 9(14).
       01  ORIGINAL-TRANS-REF               PIC X(24).
       01  REVERSAL-OPERATION               PIC A.

       01  IF-CONTINUE-CHOICE               PIC X.
           02 VL-PREFIX-5                    PIC X(11)
              VALUE " VOID-TIME ".
           02 VL-VOID-TIMESTAMP              PIC 9(14).
           02 VL-PREFIX-6                    PIC X(10)
              VALUE " ORIG-REF ".
           02 VL-ORIGINAL-TRANS-REF          PIC X(24).
           02 VL-PREFIX-7                    PIC X(10)
              VALUE " VOID-REF ".
           02 VL-VOID-TRANS-REF              PIC X(24).

       PROCEDURE DIVISION.
       INITIALIZE-FILE-NAMES.
           DISPLAY "=> ACCOUNT NUMBER OF THE TRANSACTION TO VOID"
           ACCEPT VOID-ACCT-NUMBER.

           DISPLAY "=> REFERENCE OF THE TRANSACTION TO VOID (BLANK "
              "TO FIND IT BY TIMESTAMP)"
           MOVE SPACES TO VOID-TRANS-REF.
           ACCEPT VOID-TRANS-REF.
           INSPECT VOID-TRANS-REF CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE 0 TO VOID-TIMESTAMP.
           IF VOID-TRANS-REF = SPACES
           THEN
              DISPLAY "=> EXACT TIMESTAMP OF THE TRANSACTION TO VOID"
              ACCEPT VOID-TIMESTAMP
           END-IF.

           IF ATM-71-ONE
           THEN
       SCAN-ONE-LOOP.
           IF
              ONE-ACCT-NUMBER = VOID-ACCT-NUMBER AND
              ((VOID-TRANS-REF NOT = SPACES AND
                ONE-TRANS-REF = VOID-TRANS-REF) OR
               (VOID-TRANS-REF = SPACES AND
                ONE-TIMESTAMP = VOID-TIMESTAMP))
           THEN
              SET ORIGINAL-WAS-FOUND TO TRUE
              MOVE ONE-OPERATION TO ORIGINAL-OPERATION
              MOVE ONE-AMOUNT TO ORIGINAL-AMOUNT
              MOVE ONE-CARDHOLDER-ID TO ORIGINAL-CARDHOLDER-ID
              MOVE ONE-TIMESTAMP TO ORIGINAL-TIMESTAMP
              MOVE ONE-TRANS-REF TO ORIGINAL-TRANS-REF
              GO TO SCAN-ONE-DONE
           END-IF.

       SCAN-ONE-PRIOR-LOOP.
           IF
              PRIOR-ONE-ACCT-NUMBER = VOID-ACCT-NUMBER AND
              ((VOID-TRANS-REF NOT = SPACES AND
                PRIOR-ONE-TRANS-REF = VOID-TRANS-REF) OR
               (VOID-TRANS-REF = SPACES AND
                PRIOR-ONE-TIMESTAMP = VOID-TIMESTAMP))
           THEN
              SET ORIGINAL-WAS-FOUND TO TRUE
              MOVE PRIOR-ONE-OPERATION TO ORIGINAL-OPERATION
              MOVE PRIOR-ONE-AMOUNT TO ORIGINAL-AMOUNT
              MOVE PRIOR-ONE-CARDHOLDER-ID TO ORIGINAL-CARDHOLDER-ID
              MOVE PRIOR-ONE-TIMESTAMP TO ORIGINAL-TIMESTAMP
              MOVE PRIOR-ONE-TRANS-REF TO ORIGINAL-TRANS-REF
              GO TO SCAN-ONE-PRIOR-DONE
           END-IF.

       SCAN-THREE-LOOP.
           IF
              THREE-ACCT-NUMBER = VOID-ACCT-NUMBER AND
              ((VOID-TRANS-REF NOT = SPACES AND
                THREE-TRANS-REF = VOID-TRANS-REF) OR
               (VOID-TRANS-REF = SPACES AND
                THREE-TIMESTAMP = VOID-TIMESTAMP))
           THEN
              SET ORIGINAL-WAS-FOUND TO TRUE
              MOVE THREE-OPERATION TO ORIGINAL-OPERATION
              MOVE THREE-AMOUNT TO ORIGINAL-AMOUNT
              MOVE THREE-CARDHOLDER-ID TO ORIGINAL-CARDHOLDER-ID
              MOVE THREE-TIMESTAMP TO ORIGINAL-TIMESTAMP
              MOVE THREE-TRANS-REF TO ORIGINAL-TRANS-REF
              GO TO SCAN-THREE-DONE
           END-IF.

       SCAN-THREE-PRIOR-LOOP.
           IF
              PRIOR-THREE-ACCT-NUMBER = VOID-ACCT-NUMBER AND
              ((VOID-TRANS-REF NOT = SPACES AND
                PRIOR-THREE-TRANS-REF = VOID-TRANS-REF) OR
               (VOID-TRANS-REF = SPACES AND
                PRIOR-THREE-TIMESTAMP = VOID-TIMESTAMP))
           THEN
              SET ORIGINAL-WAS-FOUND TO TRUE
              MOVE PRIOR-THREE-OPERATION TO ORIGINAL-OPERATION
              MOVE PRIOR-THREE-AMOUNT TO ORIGINAL-AMOUNT
              MOVE PRIOR-THREE-CARDHOLDER-ID TO ORIGINAL-CARDHOLDER-ID
              MOVE PRIOR-THREE-TIMESTAMP TO ORIGINAL-TIMESTAMP
              MOVE PRIOR-THREE-TRANS-REF TO ORIGINAL-TRANS-REF
              GO TO SCAN-THREE-PRIOR-DONE
           END-IF.

       SCAN-FIVE-LOOP.
           IF
              FIVE-ACCT-NUMBER = VOID-ACCT-NUMBER AND
              ((VOID-TRANS-REF NOT = SPACES AND
                FIVE-TRANS-REF = VOID-TRANS-REF) OR
               (VOID-TRANS-REF = SPACES AND
                FIVE-TIMESTAMP = VOID-TIMESTAMP))
           THEN
              SET ORIGINAL-WAS-FOUND TO TRUE
              MOVE FIVE-OPERATION TO ORIGINAL-OPERATION
              MOVE FIVE-AMOUNT TO ORIGINAL-AMOUNT
              MOVE FIVE-CARDHOLDER-ID TO ORIGINAL-CARDHOLDER-ID
              MOVE FIVE-TIMESTAMP TO ORIGINAL-TIMESTAMP
              MOVE FIVE-TRANS-REF TO ORIGINAL-TRANS-REF
              GO TO SCAN-FIVE-DONE
           END-IF.

       SCAN-FIVE-PRIOR-LOOP.
           IF
              PRIOR-FIVE-ACCT-NUMBER = VOID-ACCT-NUMBER AND
              ((VOID-TRANS-REF NOT = SPACES AND
                PRIOR-FIVE-TRANS-REF = VOID-TRANS-REF) OR
               (VOID-TRANS-REF = SPACES AND
                PRIOR-FIVE-TIMESTAMP = VOID-TIMESTAMP))
           THEN
              SET ORIGINAL-WAS-FOUND TO TRUE
              MOVE PRIOR-FIVE-OPERATION TO ORIGINAL-OPERATION
              MOVE PRIOR-FIVE-AMOUNT TO ORIGINAL-AMOUNT
              MOVE PRIOR-FIVE-CARDHOLDER-ID TO ORIGINAL-CARDHOLDER-ID
              MOVE PRIOR-FIVE-TIMESTAMP TO ORIGINAL-TIMESTAMP
              MOVE PRIOR-FIVE-TRANS-REF TO ORIGINAL-TRANS-REF
              GO TO SCAN-FIVE-PRIOR-DONE
           END-IF.

           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO VOID-NOW-TIMESTAMP.
           CALL "TRANREF" USING TRANS-REF-SOURCE REVERSAL-TRANS-REF
              ON EXCEPTION
                 DISPLAY "[ABORT]: TRANREF MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.

           IF ATM-71-ONE
           THEN
           MOVE ORIGINAL-AMOUNT TO ONE-AMOUNT.
           MOVE VOID-NOW-TIMESTAMP TO ONE-TIMESTAMP.
           MOVE ORIGINAL-CARDHOLDER-ID TO ONE-CARDHOLDER-ID.
           MOVE REVERSAL-TRANS-REF TO ONE-TRANS-REF.
           WRITE T71-ONE-RECORD.
           CLOSE T71-ONE-FILE.
           MOVE T71-ONE-FILE-DSN TO CONTROL-TOTAL-DSN.
           MOVE ORIGINAL-AMOUNT TO THREE-AMOUNT.
           MOVE VOID-NOW-TIMESTAMP TO THREE-TIMESTAMP.
           MOVE ORIGINAL-CARDHOLDER-ID TO THREE-CARDHOLDER-ID.
           MOVE REVERSAL-TRANS-REF TO THREE-TRANS-REF.
           WRITE T71-THREE-RECORD.
           CLOSE T71-THREE-FILE.
           MOVE T71-THREE-FILE-DSN TO CONTROL-TOTAL-DSN.
           MOVE ORIGINAL-AMOUNT TO FIVE-AMOUNT.
           MOVE VOID-NOW-TIMESTAMP TO FIVE-TIMESTAMP.
           MOVE ORIGINAL-CARDHOLDER-ID TO FIVE-CARDHOLDER-ID.
           MOVE REVERSAL-TRANS-REF TO FIVE-TRANS-REF.
           WRITE T71-FIVE-RECORD.
           CLOSE T71-FIVE-FILE.
           MOVE T71-FIVE-FILE-DSN TO CONTROL-TOTAL-DSN.
           MOVE VOID-ACCT-NUMBER TO VL-ACCT-NUMBER.
           MOVE ORIGINAL-OPERATION TO VL-ORIGINAL-OPERATION.
           MOVE ORIGINAL-AMOUNT TO VL-AMOUNT.
           MOVE ORIGINAL-TIMESTAMP TO VL-ORIGINAL-TIMESTAMP.
           MOVE VOID-NOW-TIMESTAMP TO VL-VOID-TIMESTAMP.
           MOVE ORIGINAL-TRANS-REF TO VL-ORIGINAL-TRANS-REF.
           MOVE REVERSAL-TRANS-REF TO VL-VOID-TRANS-REF.
           WRITE VOID-LOG-RECORD FROM VOID-LOG-BUFFER.
           CLOSE VOID-LOG-FILE.

           DISPLAY "=====> REVERSAL POSTED: ACCOUNT " VOID-ACCT-NUMBER
              " OP " REVERSAL-OPERATION " AMOUNT " ORIGINAL-AMOUNT.
           DISPLAY "=====> REVERSAL REFERENCE " REVERSAL-TRANS-REF.
           MOVE "VOID" TO LOG-ACTION-TEXT.
           MOVE VOID-ACCT-NUMBER TO LOG-KEY-TEXT.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.
