              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FEE-PAYMENT-FILE-STATUS.

           SELECT
              OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS OPERATOR-FILE-STATUS.

           SELECT
              TILL-FILE ASSIGN TO "TILLTXN.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS TILL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-PAYMENT-FILE.
           02 PAY-AMOUNT PIC 9(5)V9(2).
           02 PAY-DATE PIC 9(8).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           02 OPR-ID PIC X(8).
           02 OPR-PASSWORD PIC 9(6).
           02 OPR-ROLE PIC X.

       FD  TILL-FILE.
       01  TILL-TRANSACTION-RECORD.
           02 TLT-DATE PIC 9(8).
           02 TLT-TIME PIC 9(6).
           02 TLT-STORE-ID PIC 9(2).
           02 TLT-OPERATOR PIC X(8).
           02 TLT-TYPE PIC X.
              88 TILL-FEE-PAYMENT VALUE "F".
           02 TLT-TENDER PIC X.
           02 TLT-AMOUNT PIC 9(5)V9(2).
           02 TLT-RENTER-ID PIC X(10).
           02 TLT-VIDEO-CODE PIC 9(5).

       WORKING-STORAGE SECTION.
       01  FEE-PAYMENT-FILE-STATUS PIC 9(2).
           88 FEE-PAYMENT-FILE-NOT-FOUND VALUE 35.
       01  OPERATOR-FILE-STATUS PIC 9(2).
           88 OPERATOR-FILE-NOT-FOUND VALUE 35.
       01  TILL-FILE-STATUS PIC 9(2).
           88 TILL-FILE-NOT-FOUND VALUE 35.
       01  SESSION-STORE-ID PIC 9(2).
       01  SIGNON-OPERATOR-ID PIC X(8).
       01  SIGNON-PASSWORD PIC 9(6).
       01  SIGNON-OK-FLAG PIC X VALUE "N".
           88 SIGNON-IS-OK VALUE "Y".
       01  HASHED-PIN-VALUE PIC 9(6).
       01  OPERATOR-EOF-FLAG PIC X VALUE "N".
           88 OPERATOR-AT-END VALUE "Y".
       01  TENDER-CHOICE PIC X.
           88 TENDER-CASH VALUE "C", "c".
           88 TENDER-CARD VALUE "K", "k".

       01  ENTRY-RENTER-ID PIC X(10).
       01  ENTRY-AMOUNT PIC 9(5)V9(2).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "ENTER STORE ID (2 DIGITS) --> "
              WITH NO ADVANCING.
           ACCEPT SESSION-STORE-ID.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT SIGNON-IS-OK THEN
              DISPLAY "SIGN-ON FAILED"
              STOP RUN
           END-IF.

       TAKE-RECEIPT.
           DISPLAY "ENTER RENTER ID (10 CHARS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-RENTER-ID.
           IF ENTRY-AMOUNT = 0 THEN
              DISPLAY "ZERO RECEIPT -- NOT POSTED"
           ELSE
              MOVE SPACE TO TENDER-CHOICE
              PERFORM UNTIL TENDER-CASH OR TENDER-CARD
                 DISPLAY "TENDER C = CASH, K = CARD --> "
                    WITH NO ADVANCING
                 ACCEPT TENDER-CHOICE
              END-PERFORM
              OPEN EXTEND FEE-PAYMENT-FILE
              IF FEE-PAYMENT-FILE-NOT-FOUND THEN
                 OPEN OUTPUT FEE-PAYMENT-FILE
              ACCEPT PAY-DATE FROM DATE YYYYMMDD
              WRITE FEE-PAYMENT-RECORD
              CLOSE FEE-PAYMENT-FILE
              PERFORM WRITE-TILL-TRANSACTION
              ADD 1 TO POSTED-COUNT
              DISPLAY "RECEIPT POSTED FOR " ENTRY-RENTER-ID
           END-IF.
           DISPLAY "ANOTHER RECEIPT? (Y/N) --> " WITH NO ADVANCING.
           ACCEPT IF-CONTINUE-CHOICE.
           IF CONTINUE-YES THEN
              GO TO TAKE-RECEIPT
           END-IF.
           DISPLAY POSTED-COUNT " RECEIPT(S) POSTED -- RUN FEE-POST "
              "TO REFRESH FEEBAL.DAT".
           STOP RUN.

       SIGN-ON-OPERATOR.
           MOVE "N" TO SIGNON-OK-FLAG.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-NOT-FOUND THEN
              DISPLAY "[ABORT]: NO OPERATOR FILE -- SET OPERATORS "
                 "UP IN OPER-MAINT FIRST"
              STOP RUN
           END-IF.
           CLOSE OPERATOR-FILE.
           DISPLAY "OPERATOR ID (8 CHARS) --> " WITH NO ADVANCING.
           ACCEPT SIGNON-OPERATOR-ID.
           DISPLAY "PASSWORD (6 DIGITS) --> " WITH NO ADVANCING.
           ACCEPT SIGNON-PASSWORD.
           CALL "PINHASH" USING SIGNON-PASSWORD HASHED-PIN-VALUE
              ON EXCEPTION
                 DISPLAY "[ABORT]: PINHASH MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           MOVE "N" TO OPERATOR-EOF-FLAG.
           OPEN INPUT OPERATOR-FILE.
           PERFORM UNTIL OPERATOR-AT-END OR SIGNON-IS-OK
              READ OPERATOR-FILE
                 AT END SET OPERATOR-AT-END TO TRUE
              END-READ
              IF NOT OPERATOR-AT-END AND
                 OPR-ID = SIGNON-OPERATOR-ID AND
                 OPR-PASSWORD = HASHED-PIN-VALUE THEN
                 SET SIGNON-IS-OK TO TRUE
              END-IF
           END-PERFORM.
           CLOSE OPERATOR-FILE.

       WRITE-TILL-TRANSACTION.
           OPEN EXTEND TILL-FILE.
           IF TILL-FILE-NOT-FOUND THEN
              OPEN OUTPUT TILL-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TLT-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO TLT-TIME.
           MOVE SESSION-STORE-ID TO TLT-STORE-ID.
           MOVE SIGNON-OPERATOR-ID TO TLT-OPERATOR.
           SET TILL-FEE-PAYMENT TO TRUE.
           IF TENDER-CARD THEN
              MOVE "K" TO TLT-TENDER
           ELSE
              MOVE "C" TO TLT-TENDER
           END-IF.
           MOVE ENTRY-AMOUNT TO TLT-AMOUNT.
           MOVE ENTRY-RENTER-ID TO TLT-RENTER-ID.
           MOVE 0 TO TLT-VIDEO-CODE.
           WRITE TILL-TRANSACTION-RECORD.
           CLOSE TILL-FILE.

       END PROGRAM FEE-PAYMENT.
