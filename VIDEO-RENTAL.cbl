
           SELECT
              LEDGER-FILE ASSIGN TO "RENTLEDG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS LEDGER-FILE-STATUS.

           SELECT
              RESERVATION-FILE ASSIGN TO "RESERVE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS PROMO-LOG-FILE-STATUS.

           SELECT
              OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS OPERATOR-FILE-STATUS.

           SELECT
              TILL-FILE ASSIGN TO "TILLTXN.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS TILL-FILE-STATUS.

           SELECT
              PLAN-FILE ASSIGN TO "PLAN.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS PLAN-FILE-STATUS.

           SELECT
              SUBSCRIPTION-FILE ASSIGN TO "SUBSCRIB.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS SUBSCRIPTION-FILE-STATUS.

           SELECT
              PREPAID-FILE ASSIGN TO "PREPAID.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS PREPAID-FILE-STATUS.

           SELECT
              MEMBER-TIER-FILE ASSIGN TO "MEMBTIER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS MEMBER-TIER-FILE-STATUS.

           SELECT
              DEPOSIT-FILE ASSIGN TO "RENTDEP.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS DEPOSIT-FILE-STATUS.

           SELECT
              HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS HOUSEHOLD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VIDEO-FILE.
           02 PML-DISCOUNT PIC 9(3)V9(2).
           02 PML-CHARGED PIC 9(3)V9(2).

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
              88 TILL-RENTAL VALUE "R".
              88 TILL-FEE-PAYMENT VALUE "F".
              88 TILL-REPLACEMENT VALUE "D".
           02 TLT-TENDER PIC X.
           02 TLT-AMOUNT PIC 9(5)V9(2).
           02 TLT-RENTER-ID PIC X(10).
           02 TLT-VIDEO-CODE PIC 9(5).

       FD  PLAN-FILE.
       01  PLAN-RECORD.
           02 PLN-PLAN-CODE PIC X(4).
           02 PLN-DESCRIPTION PIC X(30).
           02 PLN-MONTHLY-FEE PIC 9(3)V9(2).
           02 PLN-MAX-OUT PIC 9(2).
           02 PLN-MONTHLY-RENTALS PIC 9(3).

       FD  SUBSCRIPTION-FILE.
       01  SUBSCRIPTION-RECORD.
           02 SUB-MEMBER-ID PIC X(10).
           02 SUB-PLAN-CODE PIC X(4).
           02 SUB-START-DATE PIC 9(8).
           02 SUB-PERIOD-START PIC 9(8).
           02 SUB-RENEWAL-DATE PIC 9(8).
           02 SUB-STATUS PIC X.
              88 SUB-ACTIVE VALUE "A".
              88 SUB-CANCELLED VALUE "C".
           02 SUB-STATUS-DATE PIC 9(8).

       FD  PREPAID-FILE.
       01  PREPAID-RECORD.
           02 PPD-MEMBER-ID PIC X(10).
           02 PPD-DATE PIC 9(8).
           02 PPD-TIME PIC 9(6).
           02 PPD-TYPE PIC X.
              88 PREPAID-TOP-UP VALUE "T".
           02 PPD-AMOUNT PIC 9(5)V9(2).
           02 PPD-STORE-ID PIC 9(2).
           02 PPD-OPERATOR PIC X(8).
           02 PPD-VIDEO-CODE PIC 9(5).

       FD  MEMBER-TIER-FILE.
       01  MEMBER-TIER-RECORD.
           02 MTR-MEMBER-ID PIC X(10).
           02 MTR-TIER-CODE PIC X.
           02 MTR-SCORE PIC 9(4).
           02 MTR-MAX-OUT PIC 9(2).
           02 MTR-NEW-RELEASES PIC X.
           02 MTR-DEPOSIT PIC 9(3)V9(2).
           02 MTR-RUN-DATE PIC 9(8).
           02 MTR-LATE-RETURNS PIC 9(4).
           02 MTR-DAYS-LATE PIC 9(5).
           02 MTR-CHARGES PIC 9(3).
           02 MTR-FEE-BALANCE PIC S9(5)V9(2)
                              SIGN LEADING SEPARATE.

       FD  DEPOSIT-FILE.
       01  DEPOSIT-RECORD.
           02 DEP-VIDEO-CODE PIC 9(5).
           02 DEP-MEMBER-ID PIC X(10).
           02 DEP-ACTION PIC X.
              88 DEPOSIT-HELD VALUE "H".
              88 DEPOSIT-RELEASED VALUE "R".
           02 DEP-DATE PIC 9(8).
           02 DEP-AMOUNT PIC 9(3)V9(2).
           02 DEP-APPLIED PIC 9(3)V9(2).
           02 DEP-STORE-ID PIC 9(2).
           02 DEP-OPERATOR PIC X(8).

       FD  HOUSEHOLD-FILE.
       01  HOUSEHOLD-RECORD.
           02 HH-DEPENDANT-ID PIC X(10).
           02 HH-PRIMARY-ID PIC X(10).
           02 HH-MAX-RATING PIC X.
           02 HH-LINKED-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  VIDEO-STATUS PIC X(2).
           88 RECORD-FOUND VALUE "00".
       01  DATECALC-DATE-2 PIC 9(8).
       01  DATECALC-DAYS PIC S9(5).
       01  SESSION-STORE-ID PIC 9(2).
       01  OPERATOR-FILE-STATUS PIC 9(2).
           88 OPERATOR-FILE-NOT-FOUND VALUE 35.
       01  TILL-FILE-STATUS PIC 9(2).
           88 TILL-FILE-NOT-FOUND VALUE 35.
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
           88 TENDER-POINTS VALUE "P", "p".
           88 TENDER-ON-ACCOUNT VALUE "A", "a".
           88 TENDER-PREPAID VALUE "V", "v".
       01  TENDER-OK-FLAG PIC X.
           88 TENDER-IS-OK VALUE "Y".
       01  POINTS-TENDERED PIC 9(5).
       01  TILL-TYPE PIC X.
       01  TILL-TENDER PIC X.
       01  TILL-AMOUNT PIC 9(5)V9(2).
       01  TILL-RENTER-ID PIC X(10).
       01  LEDGER-FILE-STATUS PIC 9(2).
           88 LEDGER-FILE-NOT-FOUND VALUE 35.
       01  END-OF-LEDGER-FLAG PIC X VALUE "N".
           88 END-OF-LEDGER VALUE "Y".
       01  PLAN-FILE-STATUS PIC 9(2).
           88 PLAN-FILE-NOT-FOUND VALUE 35.
       01  SUBSCRIPTION-FILE-STATUS PIC 9(2).
           88 SUBSCRIPTION-FILE-NOT-FOUND VALUE 35.
       01  PLAN-EOF-FLAG PIC X VALUE "N".
           88 PLAN-AT-END VALUE "Y".
       01  SUBSCRIPTION-EOF-FLAG PIC X VALUE "N".
           88 SUBSCRIPTION-AT-END VALUE "Y".
       01  SUBSCRIPTION-FLAG PIC X VALUE "N".
           88 SUBSCRIPTION-IS-CURRENT VALUE "Y".
       01  PLAN-FOUND-FLAG PIC X VALUE "N".
           88 PLAN-WAS-FOUND VALUE "Y".
       01  PLAN-LIMIT-FLAG PIC X VALUE "N".
           88 PLAN-LIMIT-REACHED VALUE "Y".
       01  PLAN-COVER-FLAG PIC X VALUE "N".
           88 PLAN-COVERS-RENTAL VALUE "Y".
       01  MEMBER-PLAN-CODE PIC X(4).
       01  MEMBER-PERIOD-START PIC 9(8).
       01  MEMBER-PLAN-DESCRIPTION PIC X(30).
       01  MEMBER-PLAN-MAX-OUT PIC 9(2).
       01  MEMBER-PLAN-RENTALS PIC 9(3).
       01  MEMBER-COPIES-OUT PIC 9(3).
       01  MEMBER-PERIOD-RENTALS PIC 9(3).
       01  SAVED-VIDEO-RECORD PIC X(77).
       01  PREPAID-FILE-STATUS PIC 9(2).
           88 PREPAID-FILE-NOT-FOUND VALUE 35.
       01  PREPAID-EOF-FLAG PIC X VALUE "N".
           88 PREPAID-AT-END VALUE "Y".
       01  PREPAID-MEMBER-ID PIC X(10).
       01  PREPAID-BALANCE PIC S9(7)V9(2).
       01  PREPAID-SPEND-TYPE PIC X.
       01  PREPAID-SPEND-AMOUNT PIC 9(5)V9(2).
       01  LATE-FEE-DUE PIC 9(3)V9(2).
       01  MEMBER-TIER-FILE-STATUS PIC 9(2).
           88 MEMBER-TIER-FILE-NOT-FOUND VALUE 35.
       01  MEMBER-TIER-EOF-FLAG PIC X VALUE "N".
           88 MEMBER-TIER-AT-END VALUE "Y".
       01  MEMBER-TIER-FOUND-FLAG PIC X VALUE "N".
           88 MEMBER-TIER-WAS-FOUND VALUE "Y".
       01  RISK-TIER-FLAG PIC X VALUE "N".
           88 RISK-TIER-REFUSED VALUE "Y".
       01  MEMBER-TIER-CODE PIC X.
       01  MEMBER-TIER-MAX-OUT PIC 9(2).
       01  MEMBER-TIER-NEW-RELEASES PIC X.
           88 TIER-ALLOWS-NEW-RELEASES VALUE "Y".
       01  MEMBER-TIER-DEPOSIT PIC 9(3)V9(2) VALUE 0.
       01  DEPOSIT-FILE-STATUS PIC 9(2).
           88 DEPOSIT-FILE-NOT-FOUND VALUE 35.
       01  DEPOSIT-EOF-FLAG PIC X VALUE "N".
           88 DEPOSIT-AT-END VALUE "Y".
       01  DEPOSIT-HELD-AMOUNT PIC 9(3)V9(2).
       01  DEPOSIT-APPLIED PIC 9(3)V9(2).
       01  DEPOSIT-REFUND PIC 9(3)V9(2).
       01  HOUSEHOLD-FILE-STATUS PIC 9(2).
           88 HOUSEHOLD-FILE-NOT-FOUND VALUE 35.
       01  HOUSEHOLD-EOF-FLAG PIC X VALUE "N".
           88 HOUSEHOLD-AT-END VALUE "Y".
       01  HOUSEHOLD-PRIMARY-ID PIC X(10).
       01  HOUSEHOLD-MAX-RATING PIC X VALUE SPACE.
           88 NO-PARENTAL-LIMIT VALUE SPACE.
       01  PARENTAL-LIMIT-FLAG PIC X VALUE "N".
           88 PARENTAL-LIMIT-EXCEEDED VALUE "Y".
       01  RATING-TO-RANK PIC X.
       01  RATING-RANK PIC 9.
       01  TITLE-RATING-RANK PIC 9.
       01  LIMIT-RATING-RANK PIC 9.

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

           OPEN I-O VIDEO-FILE.

                 DISPLAY "MEMBER " ENTERED-RENTER-ID
                    " IS SUSPENDED -- CHECKOUT REFUSED"
              ELSE
              PERFORM LOOK-UP-HOUSEHOLD
              PERFORM LOOK-UP-FEE-BALANCE
              IF RENTER-FEE-BALANCE > FEE-BLOCK-THRESHOLD THEN
                 DISPLAY "MEMBER " HOUSEHOLD-PRIMARY-ID " OWES "
                    RENTER-FEE-BALANCE " IN LATE FEES -- CHECKOUT "
                    "REFUSED UNTIL PAID"
              ELSE
                 DISPLAY "THIS TITLE IS RATED " VIDEO-RATING
                    " -- CHECKOUT REFUSED"
              ELSE
              PERFORM CHECK-PLAN-ENTITLEMENT
              IF PLAN-LIMIT-REACHED THEN
                 DISPLAY "PLAN " MEMBER-PLAN-CODE " ALLOWS "
                    MEMBER-PLAN-MAX-OUT " COPIES OUT AT A TIME, "
                    "MEMBER HAS " MEMBER-COPIES-OUT
                    " -- CHECKOUT REFUSED"
              ELSE
              PERFORM CHECK-RISK-TIER
              IF RISK-TIER-REFUSED THEN
                 DISPLAY "MEMBER IS IN RISK TIER " MEMBER-TIER-CODE
                    " -- CHECKOUT REFUSED"
              ELSE
                 IF MEMBER-TIER-DEPOSIT > 0 THEN
                    DISPLAY "RISK TIER " MEMBER-TIER-CODE
                       " -- REFUNDABLE DEPOSIT OF "
                       MEMBER-TIER-DEPOSIT " IS PAYABLE IN CASH"
                 END-IF
                 DISPLAY "MEMBER: " MEMBER-LOOKUP-NAME
                    " -- CONFIRM? (Y/N) --> " WITH NO ADVANCING
                 ACCEPT CONFIRM-CHOICE
                    SET VIDEO-CHECKED-OUT TO TRUE
                    ACCEPT RENTAL-DATE FROM DATE YYYYMMDD
                    PERFORM LOOK-UP-RATE-CARD
                    IF PLAN-COVERS-RENTAL THEN
                       MOVE 0 TO RENTAL-PRICE
                       DISPLAY "RENTAL COVERED BY PLAN "
                          MEMBER-PLAN-CODE " " MEMBER-PLAN-DESCRIPTION
                    ELSE
                       PERFORM APPLY-PROMOTIONS
                    END-IF
                    PERFORM COMPUTE-DUE-DATE
                    IF RENTAL-PRICE > 0 THEN
                       PERFORM TAKE-RENTAL-TENDER
                    END-IF
                    REWRITE VIDEO-REC
                       INVALID KEY
                          PERFORM DISPLAY-VIDEO-STATUS-MESSAGE
                    END-REWRITE
                    PERFORM WRITE-CHECKOUT-LEDGER-ENTRY
                    IF RENTAL-PRICE > 0 THEN
                       PERFORM RECORD-RENTAL-TAKING
                    END-IF
                    IF MEMBER-TIER-DEPOSIT > 0 THEN
                       PERFORM HOLD-RENTAL-DEPOSIT
                    END-IF
                    DISPLAY "CHECKED OUT: " VIDEO-TITLE " TO "
                       RENTER-ID
                    DISPLAY "RENTAL PRICE: " RENTAL-PRICE
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF
           END-IF
           END-IF.
              WHEN "8" MOVE 18 TO RATING-MIN-AGE
              WHEN OTHER MOVE 0 TO RATING-MIN-AGE
           END-EVALUATE.
           PERFORM CHECK-PARENTAL-LIMIT.
           IF PARENTAL-LIMIT-EXCEEDED OR RATING-MIN-AGE = 0 THEN
              CONTINUE
           ELSE
              IF MEMBER-LOOKUP-DOB = 0 THEN
              END-IF
           END-IF.

       CHECK-PARENTAL-LIMIT.
           MOVE "N" TO PARENTAL-LIMIT-FLAG.
           IF NOT NO-PARENTAL-LIMIT THEN
              MOVE VIDEO-RATING TO RATING-TO-RANK
              PERFORM RANK-VIDEO-RATING
              MOVE RATING-RANK TO TITLE-RATING-RANK
              MOVE HOUSEHOLD-MAX-RATING TO RATING-TO-RANK
              PERFORM RANK-VIDEO-RATING
              MOVE RATING-RANK TO LIMIT-RATING-RANK
              IF TITLE-RATING-RANK > LIMIT-RATING-RANK THEN
                 DISPLAY "PARENT OF " ENTERED-RENTER-ID " ALLOWS "
                    "RATING " HOUSEHOLD-MAX-RATING " AT MOST -- NO "
                    "OVERRIDE"
                 SET PARENTAL-LIMIT-EXCEEDED TO TRUE
                 MOVE "N" TO AGE-OK-FLAG
              END-IF
           END-IF.

       RANK-VIDEO-RATING.
           EVALUATE RATING-TO-RANK
              WHEN "P" MOVE 2 TO RATING-RANK
              WHEN "1" MOVE 3 TO RATING-RANK
              WHEN "5" MOVE 4 TO RATING-RANK
              WHEN "8" MOVE 5 TO RATING-RANK
              WHEN OTHER MOVE 1 TO RATING-RANK
           END-EVALUATE.

       LOOK-UP-HOUSEHOLD.
           MOVE ENTERED-RENTER-ID TO HOUSEHOLD-PRIMARY-ID.
           MOVE SPACE TO HOUSEHOLD-MAX-RATING.
           MOVE "N" TO HOUSEHOLD-EOF-FLAG.
           OPEN INPUT HOUSEHOLD-FILE.
           IF HOUSEHOLD-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              PERFORM UNTIL HOUSEHOLD-AT-END
                 READ HOUSEHOLD-FILE
                    AT END SET HOUSEHOLD-AT-END TO TRUE
                 END-READ
                 IF NOT HOUSEHOLD-AT-END AND
                    HH-DEPENDANT-ID = ENTERED-RENTER-ID THEN
                    MOVE HH-PRIMARY-ID TO HOUSEHOLD-PRIMARY-ID
                    MOVE HH-MAX-RATING TO HOUSEHOLD-MAX-RATING
                    SET HOUSEHOLD-AT-END TO TRUE
                 END-IF
              END-PERFORM
              CLOSE HOUSEHOLD-FILE
           END-IF.
           IF HOUSEHOLD-PRIMARY-ID NOT = ENTERED-RENTER-ID THEN
              DISPLAY "MEMBER " ENTERED-RENTER-ID " IS IN THE "
                 "HOUSEHOLD OF " HOUSEHOLD-PRIMARY-ID
           END-IF.

       WRITE-AGE-OVERRIDE.
           OPEN EXTEND AGE-OVERRIDE-FILE.
           IF AGE-OVERRIDE-FILE-NOT-FOUND THEN
                    AT END SET FEE-BALANCE-AT-END TO TRUE
                 END-READ
                 IF NOT FEE-BALANCE-AT-END AND
                    FB-RENTER-ID = HOUSEHOLD-PRIMARY-ID THEN
                    MOVE FB-BALANCE TO RENTER-FEE-BALANCE
                    SET FEE-BALANCE-AT-END TO TRUE
                 END-IF
              MOVE RENTER-ID TO SAVED-RENTER-ID
              ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
              PERFORM COMPUTE-LATE-FEE
              MOVE LEDGER-LATE-FEE TO LATE-FEE-DUE
              DISPLAY "RETURNED DAMAGED? (Y/N) --> "
                 WITH NO ADVANCING
              ACCEPT DAMAGED-CHOICE
                 DISPLAY "   " DAYS-LATE " DAYS LATE, FEE DUE: "
                    LEDGER-LATE-FEE
              END-IF
              PERFORM RELEASE-RENTAL-DEPOSIT
              IF LATE-FEE-DUE > 0 THEN
                 PERFORM TAKE-LATE-FEE-FROM-PREPAID
              END-IF
              END-IF
           END-IF.

           END-IF.
           ADD REPLACEMENT-CHARGE TO LEDGER-LATE-FEE.
           PERFORM WRITE-REPLACEMENT-CHARGE.
           IF REPLACEMENT-CHARGE > 0 THEN
              PERFORM TAKE-REPLACEMENT-TENDER
           END-IF.
           MOVE 0 TO RENTAL-DATE.
           MOVE SPACES TO RENTER-ID.
           REWRITE VIDEO-REC
           DISPLAY "CHECKED IN DAMAGED: " VIDEO-TITLE
              " -- REPLACEMENT CHARGE " REPLACEMENT-CHARGE
              " BILLED TO " SAVED-RENTER-ID.
           PERFORM RELEASE-RENTAL-DEPOSIT.
           IF LATE-FEE-DUE > 0 THEN
              PERFORM TAKE-LATE-FEE-FROM-PREPAID
           END-IF.

       CHECK-PLAN-ENTITLEMENT.
           MOVE "N" TO PLAN-LIMIT-FLAG.
           MOVE "N" TO PLAN-COVER-FLAG.
           PERFORM LOOK-UP-SUBSCRIPTION.
           IF SUBSCRIPTION-IS-CURRENT THEN
              PERFORM LOOK-UP-PLAN
              IF NOT PLAN-WAS-FOUND THEN
                 DISPLAY "PLAN " MEMBER-PLAN-CODE " IS NOT ON FILE "
                    "-- RENTAL CHARGED AT THE RATE CARD"
              ELSE
                 IF MEMBER-PLAN-MAX-OUT > 0 THEN
                    PERFORM COUNT-MEMBER-COPIES-OUT
                    IF MEMBER-COPIES-OUT NOT < MEMBER-PLAN-MAX-OUT THEN
                       SET PLAN-LIMIT-REACHED TO TRUE
                    END-IF
                 END-IF
                 IF NOT PLAN-LIMIT-REACHED THEN
                    IF MEMBER-PLAN-RENTALS = 0 THEN
                       SET PLAN-COVERS-RENTAL TO TRUE
                    ELSE
                       PERFORM COUNT-PERIOD-RENTALS
                       IF MEMBER-PERIOD-RENTALS <
                          MEMBER-PLAN-RENTALS THEN
                          SET PLAN-COVERS-RENTAL TO TRUE
                       ELSE
                          DISPLAY "PLAN " MEMBER-PLAN-CODE
                             " ALLOWANCE OF " MEMBER-PLAN-RENTALS
                             " RENTAL(S) USED SINCE "
                             MEMBER-PERIOD-START
                             " -- RENTAL CHARGED AT THE RATE CARD"
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       CHECK-RISK-TIER.
           MOVE "N" TO RISK-TIER-FLAG.
           PERFORM LOOK-UP-MEMBER-TIER.
           IF MEMBER-TIER-WAS-FOUND THEN
              IF VIDEO-CATEGORY = "N" AND
                 NOT TIER-ALLOWS-NEW-RELEASES THEN
                 DISPLAY "RISK TIER " MEMBER-TIER-CODE
                    " DOES NOT ALLOW NEW RELEASES"
                 SET RISK-TIER-REFUSED TO TRUE
              ELSE
                 IF MEMBER-TIER-MAX-OUT > 0 THEN
                    PERFORM COUNT-MEMBER-COPIES-OUT
                    IF MEMBER-COPIES-OUT NOT < MEMBER-TIER-MAX-OUT
                       THEN
                       DISPLAY "RISK TIER " MEMBER-TIER-CODE
                          " ALLOWS " MEMBER-TIER-MAX-OUT
                          " COPIES OUT AT A TIME, MEMBER HAS "
                          MEMBER-COPIES-OUT
                       SET RISK-TIER-REFUSED TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.

       LOOK-UP-MEMBER-TIER.
           MOVE "N" TO MEMBER-TIER-FOUND-FLAG.
           MOVE "N" TO MEMBER-TIER-EOF-FLAG.
           MOVE SPACE TO MEMBER-TIER-CODE.
           MOVE 0 TO MEMBER-TIER-MAX-OUT.
           MOVE "Y" TO MEMBER-TIER-NEW-RELEASES.
           MOVE 0 TO MEMBER-TIER-DEPOSIT.
           OPEN INPUT MEMBER-TIER-FILE.
           IF MEMBER-TIER-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              PERFORM UNTIL MEMBER-TIER-AT-END OR
                 MEMBER-TIER-WAS-FOUND
                 READ MEMBER-TIER-FILE
                    AT END SET MEMBER-TIER-AT-END TO TRUE
                 END-READ
                 IF NOT MEMBER-TIER-AT-END AND
                    MTR-MEMBER-ID = ENTERED-RENTER-ID THEN
                    SET MEMBER-TIER-WAS-FOUND TO TRUE
                    MOVE MTR-TIER-CODE TO MEMBER-TIER-CODE
                    MOVE MTR-MAX-OUT TO MEMBER-TIER-MAX-OUT
                    MOVE MTR-NEW-RELEASES TO MEMBER-TIER-NEW-RELEASES
                    MOVE MTR-DEPOSIT TO MEMBER-TIER-DEPOSIT
                 END-IF
              END-PERFORM
              CLOSE MEMBER-TIER-FILE
           END-IF.

       HOLD-RENTAL-DEPOSIT.
           OPEN EXTEND DEPOSIT-FILE.
           IF DEPOSIT-FILE-NOT-FOUND THEN
              OPEN OUTPUT DEPOSIT-FILE
           END-IF.
           MOVE VIDEO-CODE TO DEP-VIDEO-CODE.
           MOVE ENTERED-RENTER-ID TO DEP-MEMBER-ID.
           SET DEPOSIT-HELD TO TRUE.
           MOVE RENTAL-DATE TO DEP-DATE.
           MOVE MEMBER-TIER-DEPOSIT TO DEP-AMOUNT.
           MOVE 0 TO DEP-APPLIED.
           MOVE SESSION-STORE-ID TO DEP-STORE-ID.
           MOVE SIGNON-OPERATOR-ID TO DEP-OPERATOR.
           WRITE DEPOSIT-RECORD.
           CLOSE DEPOSIT-FILE.
           MOVE "H" TO TILL-TYPE.
           MOVE "C" TO TILL-TENDER.
           MOVE MEMBER-TIER-DEPOSIT TO TILL-AMOUNT.
           MOVE ENTERED-RENTER-ID TO TILL-RENTER-ID.
           PERFORM WRITE-TILL-TRANSACTION.
           DISPLAY "DEPOSIT OF " MEMBER-TIER-DEPOSIT
              " TAKEN IN CASH -- REFUNDED WHEN THE COPY IS RETURNED".

       RELEASE-RENTAL-DEPOSIT.
           MOVE 0 TO DEPOSIT-HELD-AMOUNT.
           MOVE "N" TO DEPOSIT-EOF-FLAG.
           OPEN INPUT DEPOSIT-FILE.
           IF DEPOSIT-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              PERFORM UNTIL DEPOSIT-AT-END
                 READ DEPOSIT-FILE
                    AT END SET DEPOSIT-AT-END TO TRUE
                 END-READ
                 IF NOT DEPOSIT-AT-END AND
                    DEP-VIDEO-CODE = VIDEO-CODE THEN
                    IF DEPOSIT-HELD AND
                       DEP-MEMBER-ID = SAVED-RENTER-ID THEN
                       MOVE DEP-AMOUNT TO DEPOSIT-HELD-AMOUNT
                    ELSE
                       MOVE 0 TO DEPOSIT-HELD-AMOUNT
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE DEPOSIT-FILE
           END-IF.
           IF DEPOSIT-HELD-AMOUNT > 0 THEN
              IF LATE-FEE-DUE < DEPOSIT-HELD-AMOUNT THEN
                 MOVE LATE-FEE-DUE TO DEPOSIT-APPLIED
              ELSE
                 MOVE DEPOSIT-HELD-AMOUNT TO DEPOSIT-APPLIED
              END-IF
              COMPUTE DEPOSIT-REFUND =
                 DEPOSIT-HELD-AMOUNT - DEPOSIT-APPLIED
              OPEN EXTEND DEPOSIT-FILE
              IF DEPOSIT-FILE-NOT-FOUND THEN
                 OPEN OUTPUT DEPOSIT-FILE
              END-IF
              MOVE VIDEO-CODE TO DEP-VIDEO-CODE
              MOVE SAVED-RENTER-ID TO DEP-MEMBER-ID
              SET DEPOSIT-RELEASED TO TRUE
              MOVE TODAYS-DATE TO DEP-DATE
              MOVE DEPOSIT-HELD-AMOUNT TO DEP-AMOUNT
              MOVE DEPOSIT-APPLIED TO DEP-APPLIED
              MOVE SESSION-STORE-ID TO DEP-STORE-ID
              MOVE SIGNON-OPERATOR-ID TO DEP-OPERATOR
              WRITE DEPOSIT-RECORD
              CLOSE DEPOSIT-FILE
              MOVE "E" TO TILL-TYPE
              MOVE "C" TO TILL-TENDER
              MOVE DEPOSIT-HELD-AMOUNT TO TILL-AMOUNT
              MOVE SAVED-RENTER-ID TO TILL-RENTER-ID
              PERFORM WRITE-TILL-TRANSACTION
              IF DEPOSIT-APPLIED > 0 THEN
                 OPEN EXTEND FEE-PAYMENT-FILE
                 IF FEE-PAYMENT-FILE-NOT-FOUND THEN
                    OPEN OUTPUT FEE-PAYMENT-FILE
                 END-IF
                 MOVE SAVED-RENTER-ID TO PAY-RENTER-ID
                 MOVE DEPOSIT-APPLIED TO PAY-AMOUNT
                 MOVE TODAYS-DATE TO PAY-DATE
                 WRITE FEE-PAYMENT-RECORD
                 CLOSE FEE-PAYMENT-FILE
                 MOVE "F" TO TILL-TYPE
                 MOVE "C" TO TILL-TENDER
                 MOVE DEPOSIT-APPLIED TO TILL-AMOUNT
                 MOVE SAVED-RENTER-ID TO TILL-RENTER-ID
                 PERFORM WRITE-TILL-TRANSACTION
                 SUBTRACT DEPOSIT-APPLIED FROM LATE-FEE-DUE
                 DISPLAY "   DEPOSIT OF " DEPOSIT-HELD-AMOUNT
                    " RELEASED, " DEPOSIT-APPLIED
                    " APPLIED TO THE LATE FEE"
              ELSE
                 DISPLAY "   DEPOSIT OF " DEPOSIT-HELD-AMOUNT
                    " RELEASED"
              END-IF
              IF DEPOSIT-REFUND > 0 THEN
                 DISPLAY "   REFUND " DEPOSIT-REFUND
                    " IN CASH TO " SAVED-RENTER-ID
              END-IF
           END-IF.

       LOOK-UP-SUBSCRIPTION.
           MOVE "N" TO SUBSCRIPTION-FLAG.
           MOVE "N" TO SUBSCRIPTION-EOF-FLAG.
           MOVE SPACES TO MEMBER-PLAN-CODE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           OPEN INPUT SUBSCRIPTION-FILE.
           IF SUBSCRIPTION-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              PERFORM UNTIL SUBSCRIPTION-AT-END OR
                 SUBSCRIPTION-IS-CURRENT
                 READ SUBSCRIPTION-FILE
                    AT END SET SUBSCRIPTION-AT-END TO TRUE
                 END-READ
                 IF NOT SUBSCRIPTION-AT-END AND
                    SUB-MEMBER-ID = ENTERED-RENTER-ID AND
                    (SUB-ACTIVE OR SUB-CANCELLED) AND
                    SUB-RENEWAL-DATE > TODAYS-DATE THEN
                    SET SUBSCRIPTION-IS-CURRENT TO TRUE
                    MOVE SUB-PLAN-CODE TO MEMBER-PLAN-CODE
                    MOVE SUB-PERIOD-START TO MEMBER-PERIOD-START
                 END-IF
              END-PERFORM
              CLOSE SUBSCRIPTION-FILE
           END-IF.

       LOOK-UP-PLAN.
           MOVE "N" TO PLAN-FOUND-FLAG.
           MOVE "N" TO PLAN-EOF-FLAG.
           OPEN INPUT PLAN-FILE.
           IF PLAN-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              PERFORM UNTIL PLAN-AT-END OR PLAN-WAS-FOUND
                 READ PLAN-FILE
                    AT END SET PLAN-AT-END TO TRUE
                 END-READ
                 IF NOT PLAN-AT-END AND
                    PLN-PLAN-CODE = MEMBER-PLAN-CODE THEN
                    SET PLAN-WAS-FOUND TO TRUE
                    MOVE PLN-DESCRIPTION TO MEMBER-PLAN-DESCRIPTION
                    MOVE PLN-MAX-OUT TO MEMBER-PLAN-MAX-OUT
                    MOVE PLN-MONTHLY-RENTALS TO MEMBER-PLAN-RENTALS
                 END-IF
              END-PERFORM
              CLOSE PLAN-FILE
           END-IF.

       COUNT-MEMBER-COPIES-OUT.
           MOVE 0 TO MEMBER-COPIES-OUT.
           MOVE VIDEO-REC TO SAVED-VIDEO-RECORD.
           MOVE "N" TO COUNT-EOF-FLAG.
           MOVE 0 TO VIDEO-CODE.
           START VIDEO-FILE KEY IS NOT LESS THAN VIDEO-CODE
              INVALID KEY SET COUNT-AT-END TO TRUE
           END-START.
           PERFORM UNTIL COUNT-AT-END
              READ VIDEO-FILE NEXT RECORD
                 AT END SET COUNT-AT-END TO TRUE
              END-READ
              IF NOT COUNT-AT-END AND VIDEO-CHECKED-OUT AND
                 RENTER-ID = ENTERED-RENTER-ID THEN
                 ADD 1 TO MEMBER-COPIES-OUT
              END-IF
           END-PERFORM.
           MOVE SAVED-VIDEO-RECORD TO VIDEO-REC.
           READ VIDEO-FILE
              KEY IS VIDEO-CODE
              INVALID KEY PERFORM DISPLAY-VIDEO-STATUS-MESSAGE
           END-READ.
           MOVE SAVED-VIDEO-RECORD TO VIDEO-REC.

       COUNT-PERIOD-RENTALS.
           MOVE 0 TO MEMBER-PERIOD-RENTALS.
           MOVE "N" TO END-OF-LEDGER-FLAG.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              PERFORM UNTIL END-OF-LEDGER
                 READ LEDGER-FILE
                    AT END SET END-OF-LEDGER TO TRUE
                 END-READ
                 IF NOT END-OF-LEDGER AND LEDGER-CHECKOUT-ENTRY AND
                    LEDGER-RENTER-ID = ENTERED-RENTER-ID AND
                    LEDGER-CHECKOUT-DATE NOT < MEMBER-PERIOD-START THEN
                    ADD 1 TO MEMBER-PERIOD-RENTALS
                 END-IF
              END-PERFORM
              CLOSE LEDGER-FILE
           END-IF.

       LOOK-UP-REPLACEMENT-COST.
           MOVE REPLACEMENT-FEE TO TITLE-REPLACEMENT-COST.
       WRITE-CHECKOUT-LEDGER-ENTRY.
           IF NOT LEDGER-FILE-IS-OPEN THEN
              OPEN EXTEND LEDGER-FILE
              IF LEDGER-FILE-NOT-FOUND THEN
                 OPEN OUTPUT LEDGER-FILE
              END-IF
              SET LEDGER-FILE-IS-OPEN TO TRUE
           END-IF.
           MOVE VIDEO-CODE TO LEDGER-VIDEO-CODE.
       WRITE-CHECKIN-LEDGER-ENTRY.
           IF NOT LEDGER-FILE-IS-OPEN THEN
              OPEN EXTEND LEDGER-FILE
              IF LEDGER-FILE-NOT-FOUND THEN
                 OPEN OUTPUT LEDGER-FILE
              END-IF
              SET LEDGER-FILE-IS-OPEN TO TRUE
           END-IF.
           MOVE VIDEO-CODE TO LEDGER-VIDEO-CODE.
           WRITE FEE-PAYMENT-RECORD.
           CLOSE FEE-PAYMENT-FILE.

           MOVE "F" TO TILL-TYPE.
           MOVE "P" TO TILL-TENDER.
           MOVE REDEEM-CREDIT-VALUE TO TILL-AMOUNT.
           MOVE ENTERED-RENTER-ID TO TILL-RENTER-ID.
           MOVE 0 TO VIDEO-CODE.
           PERFORM WRITE-TILL-TRANSACTION.

           DISPLAY "REDEEMED " ENTRY-REDEEM-POINTS " POINT(S) FOR "
              REDEEM-CREDIT-VALUE " CREDIT AGAINST FEES AND "
              "RENTALS -- APPLIED AT THE NEXT FEE POSTING".

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

       TAKE-RENTAL-TENDER.
           MOVE "N" TO TENDER-OK-FLAG.
           PERFORM UNTIL TENDER-IS-OK
              DISPLAY "RENTAL PRICE " RENTAL-PRICE " -- TENDER "
                 "C = CASH, K = CARD, P = POINTS, V = PREPAID --> "
                 WITH NO ADVANCING
              ACCEPT TENDER-CHOICE
              IF TENDER-CASH OR TENDER-CARD THEN
                 SET TENDER-IS-OK TO TRUE
              END-IF
              IF TENDER-PREPAID THEN
                 MOVE ENTERED-RENTER-ID TO PREPAID-MEMBER-ID
                 PERFORM LOOK-UP-PREPAID-BALANCE
                 IF PREPAID-BALANCE < RENTAL-PRICE THEN
                    DISPLAY "PREPAID BALANCE " PREPAID-BALANCE
                       " DOES NOT COVER THE RENTAL"
                 ELSE
                    SET TENDER-IS-OK TO TRUE
                 END-IF
              END-IF
              IF TENDER-POINTS THEN
                 COMPUTE POINTS-TENDERED =
                    (RENTAL-PRICE + POINT-VALUE-PENCE - 0.01)
                    / POINT-VALUE-PENCE
                 PERFORM LOOK-UP-POINTS-BALANCE
                 IF POINTS-TENDERED > MEMBER-POINTS-AVAILABLE THEN
                    DISPLAY "RENTAL NEEDS " POINTS-TENDERED
                       " POINT(S), MEMBER HAS "
                       MEMBER-POINTS-AVAILABLE
                 ELSE
                    SET TENDER-IS-OK TO TRUE
                 END-IF
              END-IF
           END-PERFORM.

       RECORD-RENTAL-TAKING.
           IF TENDER-POINTS THEN
              OPEN EXTEND REDEMPTION-FILE
              IF REDEMPTION-FILE-NOT-FOUND THEN
                 OPEN OUTPUT REDEMPTION-FILE
              END-IF
              MOVE ENTERED-RENTER-ID TO RDM-RENTER-ID
              MOVE POINTS-TENDERED TO RDM-POINTS
              MOVE RENTAL-DATE TO RDM-DATE
              WRITE REDEMPTION-RECORD
              CLOSE REDEMPTION-FILE
              DISPLAY POINTS-TENDERED " POINT(S) TAKEN FOR THE RENTAL"
              MOVE "P" TO TILL-TENDER
           ELSE
           IF TENDER-PREPAID THEN
              MOVE ENTERED-RENTER-ID TO PREPAID-MEMBER-ID
              MOVE "R" TO PREPAID-SPEND-TYPE
              MOVE RENTAL-PRICE TO PREPAID-SPEND-AMOUNT
              PERFORM WRITE-PREPAID-SPEND
              MOVE "V" TO TILL-TENDER
           ELSE
           IF TENDER-CARD THEN
              MOVE "K" TO TILL-TENDER
           ELSE
              MOVE "C" TO TILL-TENDER
           END-IF
           END-IF
           END-IF.
           MOVE "R" TO TILL-TYPE.
           MOVE RENTAL-PRICE TO TILL-AMOUNT.
           MOVE ENTERED-RENTER-ID TO TILL-RENTER-ID.
           PERFORM WRITE-TILL-TRANSACTION.

       TAKE-REPLACEMENT-TENDER.
           MOVE "N" TO TENDER-OK-FLAG.
           PERFORM UNTIL TENDER-IS-OK
              DISPLAY "REPLACEMENT CHARGE " REPLACEMENT-CHARGE
                 " -- C = CASH, K = CARD, A = ON ACCOUNT, "
                 "V = PREPAID --> " WITH NO ADVANCING
              ACCEPT TENDER-CHOICE
              IF TENDER-CASH OR TENDER-CARD OR TENDER-ON-ACCOUNT THEN
                 SET TENDER-IS-OK TO TRUE
              END-IF
              IF TENDER-PREPAID THEN
                 MOVE SAVED-RENTER-ID TO PREPAID-MEMBER-ID
                 PERFORM LOOK-UP-PREPAID-BALANCE
                 IF PREPAID-BALANCE < REPLACEMENT-CHARGE THEN
                    DISPLAY "PREPAID BALANCE " PREPAID-BALANCE
                       " DOES NOT COVER THE CHARGE"
                 ELSE
                    SET TENDER-IS-OK TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
           IF TENDER-ON-ACCOUNT THEN
              MOVE "A" TO TILL-TENDER
           ELSE
              IF TENDER-PREPAID THEN
                 MOVE SAVED-RENTER-ID TO PREPAID-MEMBER-ID
                 MOVE "D" TO PREPAID-SPEND-TYPE
                 MOVE REPLACEMENT-CHARGE TO PREPAID-SPEND-AMOUNT
                 PERFORM WRITE-PREPAID-SPEND
                 MOVE "V" TO TILL-TENDER
              ELSE
              IF TENDER-CARD THEN
                 MOVE "K" TO TILL-TENDER
              ELSE
                 MOVE "C" TO TILL-TENDER
              END-IF
              END-IF
              OPEN EXTEND FEE-PAYMENT-FILE
              IF FEE-PAYMENT-FILE-NOT-FOUND THEN
                 OPEN OUTPUT FEE-PAYMENT-FILE
              END-IF
              MOVE SAVED-RENTER-ID TO PAY-RENTER-ID
              MOVE REPLACEMENT-CHARGE TO PAY-AMOUNT
              MOVE TODAYS-DATE TO PAY-DATE
              WRITE FEE-PAYMENT-RECORD
              CLOSE FEE-PAYMENT-FILE
           END-IF.
           MOVE "D" TO TILL-TYPE.
           MOVE REPLACEMENT-CHARGE TO TILL-AMOUNT.
           MOVE SAVED-RENTER-ID TO TILL-RENTER-ID.
           PERFORM WRITE-TILL-TRANSACTION.

       TAKE-LATE-FEE-FROM-PREPAID.
           MOVE SAVED-RENTER-ID TO PREPAID-MEMBER-ID.
           PERFORM LOOK-UP-PREPAID-BALANCE.
           IF PREPAID-BALANCE > 0 THEN
              IF PREPAID-BALANCE < LATE-FEE-DUE THEN
                 MOVE PREPAID-BALANCE TO PREPAID-SPEND-AMOUNT
              ELSE
                 MOVE LATE-FEE-DUE TO PREPAID-SPEND-AMOUNT
              END-IF
              MOVE "L" TO PREPAID-SPEND-TYPE
              PERFORM WRITE-PREPAID-SPEND
              OPEN EXTEND FEE-PAYMENT-FILE
              IF FEE-PAYMENT-FILE-NOT-FOUND THEN
                 OPEN OUTPUT FEE-PAYMENT-FILE
              END-IF
              MOVE SAVED-RENTER-ID TO PAY-RENTER-ID
              MOVE PREPAID-SPEND-AMOUNT TO PAY-AMOUNT
              MOVE TODAYS-DATE TO PAY-DATE
              WRITE FEE-PAYMENT-RECORD
              CLOSE FEE-PAYMENT-FILE
              MOVE "F" TO TILL-TYPE
              MOVE "V" TO TILL-TENDER
              MOVE PREPAID-SPEND-AMOUNT TO TILL-AMOUNT
              MOVE SAVED-RENTER-ID TO TILL-RENTER-ID
              PERFORM WRITE-TILL-TRANSACTION
              DISPLAY "   LATE FEE OF " PREPAID-SPEND-AMOUNT
                 " TAKEN FROM PREPAID BALANCE"
           END-IF.

       LOOK-UP-PREPAID-BALANCE.
           MOVE 0 TO PREPAID-BALANCE.
           MOVE "N" TO PREPAID-EOF-FLAG.
           OPEN INPUT PREPAID-FILE.
           IF PREPAID-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              PERFORM UNTIL PREPAID-AT-END
                 READ PREPAID-FILE
                    AT END SET PREPAID-AT-END TO TRUE
                 END-READ
                 IF NOT PREPAID-AT-END AND
                    PPD-MEMBER-ID = PREPAID-MEMBER-ID THEN
                    IF PREPAID-TOP-UP THEN
                       ADD PPD-AMOUNT TO PREPAID-BALANCE
                    ELSE
                       SUBTRACT PPD-AMOUNT FROM PREPAID-BALANCE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE PREPAID-FILE
           END-IF.

       WRITE-PREPAID-SPEND.
           OPEN EXTEND PREPAID-FILE.
           IF PREPAID-FILE-NOT-FOUND THEN
              OPEN OUTPUT PREPAID-FILE
           END-IF.
           MOVE PREPAID-MEMBER-ID TO PPD-MEMBER-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PPD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO PPD-TIME.
           MOVE PREPAID-SPEND-TYPE TO PPD-TYPE.
           MOVE PREPAID-SPEND-AMOUNT TO PPD-AMOUNT.
           MOVE SESSION-STORE-ID TO PPD-STORE-ID.
           MOVE SIGNON-OPERATOR-ID TO PPD-OPERATOR.
           MOVE VIDEO-CODE TO PPD-VIDEO-CODE.
           WRITE PREPAID-RECORD.
           CLOSE PREPAID-FILE.

       WRITE-TILL-TRANSACTION.
           OPEN EXTEND TILL-FILE.
           IF TILL-FILE-NOT-FOUND THEN
              OPEN OUTPUT TILL-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TLT-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO TLT-TIME.
           MOVE SESSION-STORE-ID TO TLT-STORE-ID.
           MOVE SIGNON-OPERATOR-ID TO TLT-OPERATOR.
           MOVE TILL-TYPE TO TLT-TYPE.
           MOVE TILL-TENDER TO TLT-TENDER.
           MOVE TILL-AMOUNT TO TLT-AMOUNT.
           MOVE TILL-RENTER-ID TO TLT-RENTER-ID.
           MOVE VIDEO-CODE TO TLT-VIDEO-CODE.
           WRITE TILL-TRANSACTION-RECORD.
           CLOSE TILL-FILE.

       DISPLAY-VIDEO-STATUS-MESSAGE.
           EVALUATE VIDEO-STATUS
              WHEN "23"
