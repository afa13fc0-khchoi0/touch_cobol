              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FEE-PAYMENT-FILE-STATUS.

           SELECT
              SUBSCRIPTION-BILL-FILE ASSIGN TO "SUBBILL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS SUBSCRIPTION-BILL-FILE-STATUS.

           SELECT
              FEE-BALANCE-FILE ASSIGN TO "FEEBAL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FEE-BALANCE-FILE-STATUS.

           SELECT
              PREPAID-FILE ASSIGN TO "PREPAID.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS PREPAID-FILE-STATUS.

           SELECT
              HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS HOUSEHOLD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
           02 PAY-AMOUNT PIC 9(5)V9(2).
           02 PAY-DATE PIC 9(8).

       FD  SUBSCRIPTION-BILL-FILE.
       01  SUBSCRIPTION-BILL-RECORD.
           88 END-OF-SUBSCRIPTION-BILL-FILE VALUE HIGH-VALUES.
           02 SBL-MEMBER-ID PIC X(10).
           02 SBL-PLAN-CODE PIC X(4).
           02 SBL-PERIOD-START PIC 9(8).
           02 SBL-PERIOD-END PIC 9(8).
           02 SBL-AMOUNT PIC 9(3)V9(2).
           02 SBL-BILL-DATE PIC 9(8).

       FD  FEE-BALANCE-FILE.
       01  FEE-BALANCE-RECORD.
           02 FB-RENTER-ID PIC X(10).
           02 FB-BALANCE PIC S9(5)V9(2)
                         SIGN LEADING SEPARATE.

       FD  PREPAID-FILE.
       01  PREPAID-RECORD.
           88 END-OF-PREPAID-FILE VALUE HIGH-VALUES.
           02 PPD-MEMBER-ID PIC X(10).
           02 PPD-DATE PIC 9(8).
           02 PPD-TIME PIC 9(6).
           02 PPD-TYPE PIC X.
              88 PREPAID-TOP-UP VALUE "T".
              88 PREPAID-FEE-CLEARED VALUE "F".
           02 PPD-AMOUNT PIC 9(5)V9(2).
           02 PPD-STORE-ID PIC 9(2).
           02 PPD-OPERATOR PIC X(8).
           02 PPD-VIDEO-CODE PIC 9(5).

       FD  HOUSEHOLD-FILE.
       01  HOUSEHOLD-RECORD.
           02 HH-DEPENDANT-ID PIC X(10).
           02 HH-PRIMARY-ID PIC X(10).
           02 HH-MAX-RATING PIC X.
           02 HH-LINKED-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  LEDGER-FILE-STATUS PIC 9(2).
           88 LEDGER-FILE-NOT-FOUND VALUE 35.
       01  FEE-PAYMENT-FILE-STATUS PIC 9(2).
           88 FEE-PAYMENT-FILE-NOT-FOUND VALUE 35.
       01  FEE-BALANCE-FILE-STATUS PIC 9(2).
       01  SUBSCRIPTION-BILL-FILE-STATUS PIC 9(2).
           88 SUBSCRIPTION-BILL-NOT-FOUND VALUE 35.

       01  RENTER-COUNT PIC 9(4) VALUE 0.
       01  RENTER-SUBSCRIPT PIC 9(4) VALUE 0.
       01  RENTER-FOUND-FLAG PIC X.
           88 RENTER-WAS-FOUND VALUE "Y".
       01  WRITTEN-COUNT PIC 9(4) VALUE 0.
       01  PREPAID-FILE-STATUS PIC 9(2).
           88 PREPAID-FILE-NOT-FOUND VALUE 35.
       01  PREPAID-COUNT PIC 9(4) VALUE 0.
       01  PREPAID-SUBSCRIPT PIC 9(4) VALUE 0.
       01  PREPAID-BALANCE-TABLE.
           02 PREPAID-BALANCE-ENTRY OCCURS 1000 TIMES.
              03 PBT-MEMBER-ID PIC X(10).
              03 PBT-BALANCE PIC S9(7)V9(2).
       01  PREPAID-AMOUNT PIC S9(7)V9(2).
       01  PREPAID-FOUND-FLAG PIC X.
           88 PREPAID-WAS-FOUND VALUE "Y".
       01  CLEARED-AMOUNT PIC 9(5)V9(2).
       01  CLEARED-COUNT PIC 9(4) VALUE 0.
       01  CLEARING-DATE PIC 9(8).
       01  CLEARING-TIME PIC 9(6).
       01  HOUSEHOLD-FILE-STATUS PIC 9(2).
           88 HOUSEHOLD-FILE-NOT-FOUND VALUE 35.
       01  HOUSEHOLD-EOF-FLAG PIC X VALUE "N".
           88 HOUSEHOLD-AT-END VALUE "Y".
       01  HOUSEHOLD-COUNT PIC 9(4) VALUE 0.
       01  HOUSEHOLD-SUBSCRIPT PIC 9(4) VALUE 0.
       01  HOUSEHOLD-TABLE.
           02 HOUSEHOLD-ENTRY OCCURS 1000 TIMES.
              03 HT-DEPENDANT-ID PIC X(10).
              03 HT-PRIMARY-ID PIC X(10).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM LOAD-HOUSEHOLD-TABLE.
           PERFORM POST-LEDGER-FEES.
           PERFORM POST-SUBSCRIPTION-CHARGES.
           PERFORM POST-PAYMENTS.
           PERFORM CLEAR-FEES-FROM-PREPAID.
           PERFORM WRITE-BALANCE-FILE.
           DISPLAY CLEARED-COUNT " FEE BALANCE(S) CLEARED FROM "
              "PREPAID CREDIT".
           DISPLAY WRITTEN-COUNT " RENTER FEE BALANCE(S) WRITTEN "
              "TO FEEBAL.DAT".
           STOP RUN.
              CLOSE LEDGER-FILE
           END-IF.

       POST-SUBSCRIPTION-CHARGES.
           OPEN INPUT SUBSCRIPTION-BILL-FILE.
           IF SUBSCRIPTION-BILL-NOT-FOUND THEN
              CONTINUE
           ELSE
              READ SUBSCRIPTION-BILL-FILE
                 AT END SET END-OF-SUBSCRIPTION-BILL-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-SUBSCRIPTION-BILL-FILE
                 MOVE SBL-MEMBER-ID TO LOOKUP-RENTER-ID
                 MOVE SBL-AMOUNT TO LOOKUP-AMOUNT
                 PERFORM ADD-TO-RENTER-BALANCE
                 READ SUBSCRIPTION-BILL-FILE
                    AT END SET END-OF-SUBSCRIPTION-BILL-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE SUBSCRIPTION-BILL-FILE
           END-IF.

       POST-PAYMENTS.
           OPEN INPUT FEE-PAYMENT-FILE.
           IF FEE-PAYMENT-FILE-NOT-FOUND THEN
              CLOSE FEE-PAYMENT-FILE
           END-IF.

       CLEAR-FEES-FROM-PREPAID.
           PERFORM LOAD-PREPAID-BALANCES.
           IF PREPAID-COUNT > 0 THEN
              MOVE FUNCTION CURRENT-DATE(1:8) TO CLEARING-DATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO CLEARING-TIME
              OPEN EXTEND PREPAID-FILE
              OPEN EXTEND FEE-PAYMENT-FILE
              IF FEE-PAYMENT-FILE-NOT-FOUND THEN
                 OPEN OUTPUT FEE-PAYMENT-FILE
              END-IF
              PERFORM VARYING RENTER-SUBSCRIPT FROM 1 BY 1
                 UNTIL RENTER-SUBSCRIPT > RENTER-COUNT
                 IF RBT-BALANCE(RENTER-SUBSCRIPT) > 0 THEN
                    PERFORM CLEAR-ONE-RENTER-BALANCE
                 END-IF
              END-PERFORM
              CLOSE FEE-PAYMENT-FILE
              CLOSE PREPAID-FILE
           END-IF.

       CLEAR-ONE-RENTER-BALANCE.
           PERFORM VARYING PREPAID-SUBSCRIPT FROM 1 BY 1
              UNTIL PREPAID-SUBSCRIPT > PREPAID-COUNT
              IF PBT-MEMBER-ID(PREPAID-SUBSCRIPT) =
                 RBT-RENTER-ID(RENTER-SUBSCRIPT) AND
                 PBT-BALANCE(PREPAID-SUBSCRIPT) > 0 THEN
                 IF PBT-BALANCE(PREPAID-SUBSCRIPT) <
                    RBT-BALANCE(RENTER-SUBSCRIPT) THEN
                    MOVE PBT-BALANCE(PREPAID-SUBSCRIPT)
                       TO CLEARED-AMOUNT
                 ELSE
                    MOVE RBT-BALANCE(RENTER-SUBSCRIPT)
                       TO CLEARED-AMOUNT
                 END-IF
                 MOVE RBT-RENTER-ID(RENTER-SUBSCRIPT) TO PPD-MEMBER-ID
                 MOVE CLEARING-DATE TO PPD-DATE
                 MOVE CLEARING-TIME TO PPD-TIME
                 SET PREPAID-FEE-CLEARED TO TRUE
                 MOVE CLEARED-AMOUNT TO PPD-AMOUNT
                 MOVE 0 TO PPD-STORE-ID
                 MOVE "FEEPOST" TO PPD-OPERATOR
                 MOVE 0 TO PPD-VIDEO-CODE
                 WRITE PREPAID-RECORD
                 MOVE RBT-RENTER-ID(RENTER-SUBSCRIPT) TO PAY-RENTER-ID
                 MOVE CLEARED-AMOUNT TO PAY-AMOUNT
                 MOVE CLEARING-DATE TO PAY-DATE
                 WRITE FEE-PAYMENT-RECORD
                 SUBTRACT CLEARED-AMOUNT
                    FROM RBT-BALANCE(RENTER-SUBSCRIPT)
                 SUBTRACT CLEARED-AMOUNT
                    FROM PBT-BALANCE(PREPAID-SUBSCRIPT)
                 ADD 1 TO CLEARED-COUNT
                 MOVE PREPAID-COUNT TO PREPAID-SUBSCRIPT
              END-IF
           END-PERFORM.

       LOAD-PREPAID-BALANCES.
           OPEN INPUT PREPAID-FILE.
           IF PREPAID-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              READ PREPAID-FILE
                 AT END SET END-OF-PREPAID-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-PREPAID-FILE
                 IF PREPAID-TOP-UP THEN
                    MOVE PPD-AMOUNT TO PREPAID-AMOUNT
                 ELSE
                    COMPUTE PREPAID-AMOUNT = 0 - PPD-AMOUNT
                 END-IF
                 PERFORM ADD-TO-PREPAID-BALANCE
                 READ PREPAID-FILE
                    AT END SET END-OF-PREPAID-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE PREPAID-FILE
           END-IF.

       ADD-TO-PREPAID-BALANCE.
           MOVE "N" TO PREPAID-FOUND-FLAG.
           PERFORM VARYING PREPAID-SUBSCRIPT FROM 1 BY 1
              UNTIL PREPAID-SUBSCRIPT > PREPAID-COUNT
              IF PBT-MEMBER-ID(PREPAID-SUBSCRIPT) = PPD-MEMBER-ID THEN
                 ADD PREPAID-AMOUNT TO PBT-BALANCE(PREPAID-SUBSCRIPT)
                 SET PREPAID-WAS-FOUND TO TRUE
                 MOVE PREPAID-COUNT TO PREPAID-SUBSCRIPT
              END-IF
           END-PERFORM.
           IF NOT PREPAID-WAS-FOUND AND PREPAID-COUNT < 1000 THEN
              ADD 1 TO PREPAID-COUNT
              MOVE PPD-MEMBER-ID TO PBT-MEMBER-ID(PREPAID-COUNT)
              MOVE PREPAID-AMOUNT TO PBT-BALANCE(PREPAID-COUNT)
           END-IF.

       ADD-TO-RENTER-BALANCE.
           PERFORM VARYING HOUSEHOLD-SUBSCRIPT FROM 1 BY 1
              UNTIL HOUSEHOLD-SUBSCRIPT > HOUSEHOLD-COUNT
              IF HT-DEPENDANT-ID(HOUSEHOLD-SUBSCRIPT) =
                 LOOKUP-RENTER-ID THEN
                 MOVE HT-PRIMARY-ID(HOUSEHOLD-SUBSCRIPT)
                    TO LOOKUP-RENTER-ID
                 MOVE HOUSEHOLD-COUNT TO HOUSEHOLD-SUBSCRIPT
              END-IF
           END-PERFORM.
           MOVE "N" TO RENTER-FOUND-FLAG.
           PERFORM VARYING RENTER-SUBSCRIPT FROM 1 BY 1
              UNTIL RENTER-SUBSCRIPT > RENTER-COUNT
              MOVE LOOKUP-AMOUNT TO RBT-BALANCE(RENTER-COUNT)
           END-IF.

       LOAD-HOUSEHOLD-TABLE.
           OPEN INPUT HOUSEHOLD-FILE.
           IF HOUSEHOLD-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              PERFORM UNTIL HOUSEHOLD-AT-END
                 READ HOUSEHOLD-FILE
                    AT END SET HOUSEHOLD-AT-END TO TRUE
                 END-READ
                 IF NOT HOUSEHOLD-AT-END THEN
                    IF HOUSEHOLD-COUNT = 1000 THEN
                       DISPLAY "[ABORT]: MORE THAN 1000 HOUSEHOLD "
                          "LINKS"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO HOUSEHOLD-COUNT
                    MOVE HH-DEPENDANT-ID
                       TO HT-DEPENDANT-ID(HOUSEHOLD-COUNT)
                    MOVE HH-PRIMARY-ID TO HT-PRIMARY-ID(HOUSEHOLD-COUNT)
                 END-IF
              END-PERFORM
              CLOSE HOUSEHOLD-FILE
           END-IF.

       WRITE-BALANCE-FILE.
           OPEN OUTPUT FEE-BALANCE-FILE.
           PERFORM VARYING RENTER-SUBSCRIPT FROM 1 BY 1
