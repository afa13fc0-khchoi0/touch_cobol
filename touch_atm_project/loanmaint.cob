              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS LOAN-SCHED-FILE-STATUS.

           SELECT
              NEW-LOAN-FILE ASSIGN DYNAMIC NEW-LOAN-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NEW-LOAN-FILE-STATUS.

           SELECT
              NEW-LOAN-SCHED-FILE ASSIGN DYNAMIC NEW-LOAN-SCHED-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NEW-LOAN-SCHED-FILE-STATUS.

           SELECT
              LOAN-POST-FILE ASSIGN DYNAMIC LOAN-POST-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS LOAN-POST-FILE-STATUS.

           SELECT
              MEMO-POST-FILE ASSIGN DYNAMIC MEMO-POST-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS MEMO-POST-FILE-STATUS.

           SELECT
              PARAMETER-FILE ASSIGN DYNAMIC PARAMETER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS PARAMETER-FILE-STATUS.

           SELECT
              OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              88 MSTR-ACCT-FROZEN              VALUE "F".
           02 MSTR-ACCT-OVERDRAFT-LIMIT        PIC 9(9)V9(2).
           02 MSTR-CUST-NUMBER                 PIC 9(8).
           02 MSTR-PRODUCT-CODE                PIC X(2).

       FD  LOAN-FILE.
       01  LOAN-RECORD.
              88 INSTALLMENT-IS-PENDING        VALUE "P".
              88 INSTALLMENT-IS-COLLECTED      VALUE "C".
              88 INSTALLMENT-IS-MISSED         VALUE "M".
              88 INSTALLMENT-IS-SETTLED        VALUE "S".

       FD  NEW-LOAN-FILE.
       01  NEW-LOAN-RECORD                     PIC X(53).

       FD  NEW-LOAN-SCHED-FILE.
       01  NEW-LOAN-SCHED-RECORD               PIC X(37).

       FD  LOAN-POST-FILE.
       01  LOAN-POST-RECORD.
           02 LPOST-ACCT-NUMBER                PIC 9(16).
           02 LPOST-OPERATION                  PIC A.
           02 LPOST-AMOUNT                     PIC 9(5)V9(2).
           02 LPOST-TIMESTAMP                  PIC 9(14).
           02 LPOST-CARDHOLDER-ID              PIC X(2).
           02 LPOST-TRANS-REF                  PIC X(24).

       FD  MEMO-POST-FILE.
       01  MEMO-POST-RECORD.
           02 MEMO-ACCT-NUMBER                 PIC 9(16).
           02 MEMO-OPERATION                   PIC A.
           02 MEMO-AMOUNT                      PIC 9(5)V9(2).
           02 MEMO-TIMESTAMP                   PIC 9(14).
           02 MEMO-CHANNEL                     PIC X.
              88 MEMO-FROM-ATM                 VALUE "A".
              88 MEMO-FROM-TELLER              VALUE "T".
           02 MEMO-SOURCE-ID                   PIC X(8).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 PARAM-NAME                       PIC X(24).
           02 PARAM-VALUE                      PIC 9(9)V9(4).
           02 PARAM-EFFECTIVE-DATE             PIC 9(8).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
       01  MASTER-FILE-DSN                     PIC X(40).
       01  LOAN-FILE-DSN                       PIC X(40).
       01  LOAN-SCHED-FILE-DSN                 PIC X(40).
       01  NEW-LOAN-FILE-DSN                   PIC X(40).
       01  NEW-LOAN-SCHED-FILE-DSN             PIC X(40).
       01  LOAN-POST-FILE-DSN                  PIC X(40).
       01  MEMO-POST-FILE-DSN                  PIC X(40).
       01  PARAMETER-FILE-DSN                  PIC X(40).

       01  MASTER-FILE-STATUS                  PIC 99.
           88 MASTER-FILE-NOT-FOUND            VALUE 35.
           88 LOAN-FILE-NOT-FOUND              VALUE 35.
       01  LOAN-SCHED-FILE-STATUS              PIC 99.
           88 LOAN-SCHED-FILE-NOT-FOUND        VALUE 35.
       01  NEW-LOAN-FILE-STATUS                PIC 99.
       01  NEW-LOAN-SCHED-FILE-STATUS          PIC 99.
       01  LOAN-POST-FILE-STATUS               PIC 99.
           88 LOAN-POST-FILE-NOT-FOUND         VALUE 35.
       01  MEMO-POST-FILE-STATUS               PIC 99.
           88 MEMO-POST-FILE-NOT-FOUND         VALUE 35.
       01  PARAMETER-FILE-STATUS               PIC 99.
           88 PARAMETER-FILE-NOT-FOUND         VALUE 35.
       01  OPERATOR-FILE-STATUS PIC 9(2).
           88 OPERATOR-FILE-NOT-FOUND VALUE 35.
       01  OPERATOR-LOG-STATUS PIC 9(2).
           88 BOOK-NEW-LOAN                    VALUE "B", "b".
           88 LIST-LOANS                       VALUE "L", "l".
           88 LIST-SCHEDULE                    VALUE "S", "s".
           88 QUOTE-PAYOFF                     VALUE "Q", "q".
           88 PART-PREPAYMENT                  VALUE "P", "p".
           88 FULL-SETTLEMENT                  VALUE "F", "f".
           88 EXIT-MAINTENANCE                 VALUE "X", "x".

       01  ENTRY-ACCT-NUMBER                   PIC 9(16).
       01  ENTRY-PRINCIPAL                     PIC 9(9)V9(2).
       01  ENTRY-ANNUAL-RATE                   PIC 9V9(4).
       01  ENTRY-TERM-MONTHS                   PIC 9(3).
       01  ENTRY-QUOTE-DATE                    PIC 9(8).
       01  ENTRY-PREPAY-AMOUNT                 PIC 9(5)V9(2).
       01  ENTRY-REAMORT-CHOICE                PIC X.
           88 REAMORT-SHORTER-TERM             VALUE "T", "t".
           88 REAMORT-LOWER-INSTALLMENT        VALUE "I", "i".
       01  ENTRY-CONFIRM                       PIC X.
           88 ENTRY-CONFIRMED                  VALUE "Y", "y".

       01  ACCOUNT-FOUND-FLAG                  PIC X VALUE "N".
           88 ACCOUNT-WAS-FOUND                VALUE "Y".
           88 OPEN-LOAN-EXISTS                 VALUE "Y".
       01  ALREADY-LISTED-FLAG                 PIC X VALUE "N".
           88 ALREADY-LISTED                   VALUE "Y".
       01  LOAN-SETTLING-FLAG                  PIC X VALUE "N".
           88 LOAN-IS-SETTLING                 VALUE "Y".

       01  MONTHLY-LOAN-RATE                   PIC 9V9(8).
       01  COMPOUND-FACTOR                     PIC 9(5)V9(8).
       01  SCHEDULE-DUE-DATE                   PIC 9(8).
       01  SCHEDULE-SUBSCRIPT                  PIC 9(3).

       01  TODAY-FULL-DATE                     PIC 9(8).
       01  EARLY-SETTLE-FEE-RATE               PIC 9V9(4) VALUE 0.0100.
       01  BEST-SETTLE-FEE-DATE                PIC 9(8) VALUE 0.
       01  OPEN-LOAN-RATE                      PIC 9V9(4).
       01  OPEN-LOAN-OPEN-DATE                 PIC 9(8).
       01  OPEN-LOAN-TERM-MONTHS               PIC 9(3).
       01  QUOTE-DUE-AMOUNT                    PIC 9(9)V9(2).
       01  QUOTE-DUE-COUNT                     PIC 9(3).
       01  QUOTE-MISSED-COUNT                  PIC 9(3).
       01  QUOTE-REMAINING-COUNT               PIC 9(3).
       01  QUOTE-NEXT-AMOUNT                   PIC 9(7)V9(2).
       01  QUOTE-PRINCIPAL                     PIC 9(9)V9(2).
       01  QUOTE-ACCRUED-INTEREST              PIC 9(9)V9(2).
       01  QUOTE-SETTLE-FEE                    PIC 9(9)V9(2).
       01  QUOTE-PAYOFF-AMOUNT                 PIC 9(9)V9(2).
       01  QUOTE-ACCRUAL-START                 PIC 9(8).
       01  QUOTE-DISCOUNT-FACTOR               PIC 9V9(12).
       01  REAMORT-PRINCIPAL                   PIC 9(9)V9(2).
       01  REAMORT-TERM                        PIC 9(3).
       01  REAMORT-KEPT-COUNT                  PIC 9(3).
       01  POSTING-REMAINDER                   PIC 9(9)V9(2).
       01  POSTING-TIMESTAMP-NOW               PIC 9(14).
       01  TRANS-REF-SOURCE                    PIC X(4) VALUE "LOAN".

       01  LOOKUP-LEDGER-BALANCE               PIC S9(14)V9(2).
       01  LOOKUP-OVERDRAFT-LIMIT              PIC 9(9)V9(2).
       01  LOOKUP-AVAILABLE-BALANCE            PIC S9(14)V9(2).

       01  DATECALC-FUNCTION                   PIC X(4).
       01  DATECALC-DATE-1                     PIC 9(8).
       01  DATECALC-DATE-2                     PIC 9(8).
                 MOVE "loansched.txt" TO LOAN-SCHED-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-LOAN-FILE-DSN FROM ENVIRONMENT "ATM_LOAN_NEW_FILE"
              ON EXCEPTION MOVE "loans.txt.new" TO NEW-LOAN-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-LOAN-SCHED-FILE-DSN
              FROM ENVIRONMENT "ATM_LOAN_SCHED_NEW_FILE"
              ON EXCEPTION
                 MOVE "loansched.txt.new" TO NEW-LOAN-SCHED-FILE-DSN
           END-ACCEPT.

           ACCEPT LOAN-POST-FILE-DSN
              FROM ENVIRONMENT "ATM_LOAN_POST_FILE"
              ON EXCEPTION
                 MOVE "loanpay.txt" TO LOAN-POST-FILE-DSN
           END-ACCEPT.

           ACCEPT MEMO-POST-FILE-DSN
              FROM ENVIRONMENT "ATM_MEMO_POST_FILE"
              ON EXCEPTION
                 MOVE "memopost.txt" TO MEMO-POST-FILE-DSN
           END-ACCEPT.

           ACCEPT PARAMETER-FILE-DSN
              FROM ENVIRONMENT "ATM_PARAMS_FILE"
              ON EXCEPTION
                 MOVE "params.txt" TO PARAMETER-FILE-DSN
           END-ACCEPT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-FULL-DATE.
           PERFORM READ-PARAMETER-FILE THRU READ-PARAMETER-FILE-EXIT.

           PERFORM SIGN-ON-OPERATOR THRU SIGN-ON-OPERATOR-EXIT.
           GO TO MAIN-MENU.

           MOVE "N" TO ACCOUNT-USABLE-FLAG.
           MOVE "N" TO OPEN-LOAN-FLAG.
           MOVE "N" TO ALREADY-LISTED-FLAG.
           MOVE "N" TO LOAN-SETTLING-FLAG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-FULL-DATE.

           DISPLAY SPACES
           DISPLAY "##############################################"
           DISPLAY "=> PRESS B TO BOOK A LOAN"
           DISPLAY "=> PRESS L TO LIST LOANS"
           DISPLAY "=> PRESS S TO LIST A REPAYMENT SCHEDULE"
           DISPLAY "=> PRESS Q TO QUOTE AN EARLY SETTLEMENT FIGURE"
           DISPLAY "=> PRESS P TO TAKE A PART-PREPAYMENT"
           DISPLAY "=> PRESS F TO SETTLE A LOAN IN FULL"
           DISPLAY "=> PRESS X TO EXIT"
           ACCEPT MAINT-CHOICE.

              GO TO LIST-LOAN-SCHEDULE
           END-IF.

           IF QUOTE-PAYOFF
           THEN
              GO TO INPUT-PAYOFF-QUOTE
           END-IF.

           IF PART-PREPAYMENT
           THEN
              GO TO INPUT-PART-PREPAYMENT
           END-IF.

           IF FULL-SETTLEMENT
           THEN
              GO TO INPUT-FULL-SETTLEMENT
           END-IF.

           IF EXIT-MAINTENANCE
           THEN
              STOP RUN
           IF MSTR-ACCT-NUMBER = ENTRY-ACCT-NUMBER
           THEN
              SET ACCOUNT-WAS-FOUND TO TRUE
              MOVE MSTR-ACCT-BALANCE-UNSIGNED TO LOOKUP-LEDGER-BALANCE
              IF MSTR-ACCT-NEGATIVE
              THEN
                 COMPUTE LOOKUP-LEDGER-BALANCE =
                    0 - LOOKUP-LEDGER-BALANCE
              END-IF
              MOVE MSTR-ACCT-OVERDRAFT-LIMIT TO LOOKUP-OVERDRAFT-LIMIT
              IF MSTR-ACCT-ACTIVE
              THEN
                 SET ACCOUNT-IS-USABLE TO TRUE
           IF LN-ACCT-NUMBER = ENTRY-ACCT-NUMBER AND LOAN-IS-OPEN
           THEN
              SET OPEN-LOAN-EXISTS TO TRUE
              MOVE LN-ANNUAL-RATE TO OPEN-LOAN-RATE
              MOVE LN-OPEN-DATE TO OPEN-LOAN-OPEN-DATE
              MOVE LN-TERM-MONTHS TO OPEN-LOAN-TERM-MONTHS
           END-IF.
           GO TO CHECK-OPEN-LOAN-LOOP.

           END-IF.
           GO TO LIST-LOAN-SCHEDULE-LOOP.

       INPUT-PAYOFF-QUOTE.
           DISPLAY "=> BORROWER ACCOUNT NUMBER (16 DIGITS)"
           ACCEPT ENTRY-ACCT-NUMBER.

           DISPLAY "=> SETTLEMENT DATE (YYYYMMDD)"
           ACCEPT ENTRY-QUOTE-DATE.

           IF ENTRY-QUOTE-DATE < TODAY-FULL-DATE
           THEN
              DISPLAY "=> SETTLEMENT DATE CANNOT BE IN THE PAST"
              GO TO INPUT-PAYOFF-QUOTE
           END-IF.

           PERFORM CHECK-OPEN-LOAN THRU CHECK-OPEN-LOAN-EXIT.
           IF NOT OPEN-LOAN-EXISTS
           THEN
              DISPLAY "=====> ACCOUNT " ENTRY-ACCT-NUMBER
                 " HAS NO OPEN LOAN"
              GO TO MAIN-MENU
           END-IF.

           PERFORM COMPUTE-PAYOFF-QUOTE THRU COMPUTE-PAYOFF-QUOTE-EXIT.
           PERFORM SHOW-PAYOFF-QUOTE THRU SHOW-PAYOFF-QUOTE-EXIT.
           MOVE "PAYQUOTE" TO LOG-ACTION-TEXT.
           MOVE ENTRY-ACCT-NUMBER TO LOG-KEY-TEXT.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.
           GO TO MAIN-MENU.

       INPUT-PART-PREPAYMENT.
           DISPLAY "=> BORROWER ACCOUNT NUMBER (16 DIGITS)"
           ACCEPT ENTRY-ACCT-NUMBER.

           DISPLAY "=> AMOUNT TO PREPAY"
           ACCEPT ENTRY-PREPAY-AMOUNT.

           IF ENTRY-PREPAY-AMOUNT = 0
           THEN
              DISPLAY "=> INVALID INPUT"
              GO TO INPUT-PART-PREPAYMENT
           END-IF.

           PERFORM CHECK-OPEN-LOAN THRU CHECK-OPEN-LOAN-EXIT.
           IF NOT OPEN-LOAN-EXISTS
           THEN
              DISPLAY "=====> ACCOUNT " ENTRY-ACCT-NUMBER
                 " HAS NO OPEN LOAN"
              GO TO MAIN-MENU
           END-IF.

           MOVE TODAY-FULL-DATE TO ENTRY-QUOTE-DATE.
           PERFORM COMPUTE-PAYOFF-QUOTE THRU COMPUTE-PAYOFF-QUOTE-EXIT.
           IF QUOTE-MISSED-COUNT > 0
           THEN
              DISPLAY "=====> LOAN ON ACCOUNT " ENTRY-ACCT-NUMBER
                 " HAS " QUOTE-MISSED-COUNT " MISSED INSTALLMENT(S)"
                 " -- CLEAR THE ARREARS FIRST"
              GO TO MAIN-MENU
           END-IF.
           IF QUOTE-REMAINING-COUNT = 0 OR
              ENTRY-PREPAY-AMOUNT NOT < QUOTE-PRINCIPAL
           THEN
              DISPLAY "=====> PREPAYMENT COVERS THE OUTSTANDING "
                 "PRINCIPAL OF " QUOTE-PRINCIPAL
                 " -- USE F TO SETTLE IN FULL"
              GO TO MAIN-MENU
           END-IF.

           PERFORM CHECK-ACCOUNT-ON-MASTER THRU
              CHECK-ACCOUNT-ON-MASTER-EXIT.
           IF NOT ACCOUNT-IS-USABLE
           THEN
              DISPLAY "=====> ACCOUNT " ENTRY-ACCT-NUMBER
                 " IS NOT ACTIVE -- NOT TAKEN"
              GO TO MAIN-MENU
           END-IF.
           PERFORM APPLY-MEMO-POSTINGS THRU APPLY-MEMO-POSTINGS-EXIT.
           IF ENTRY-PREPAY-AMOUNT > LOOKUP-AVAILABLE-BALANCE
           THEN
              DISPLAY "=====> INSUFFICIENT FUNDS IN ACCT "
                 ENTRY-ACCT-NUMBER " AVAILABLE "
                 LOOKUP-AVAILABLE-BALANCE
              GO TO MAIN-MENU
           END-IF.

       INPUT-REAMORT-CHOICE.
           DISPLAY "=> PRESS T TO SHORTEN THE TERM, I TO LOWER THE "
              "INSTALLMENT"
           ACCEPT ENTRY-REAMORT-CHOICE.
           IF NOT REAMORT-SHORTER-TERM AND
              NOT REAMORT-LOWER-INSTALLMENT
           THEN
              DISPLAY "=> INVALID INPUT"
              GO TO INPUT-REAMORT-CHOICE
           END-IF.

           COMPUTE REAMORT-PRINCIPAL =
              QUOTE-PRINCIPAL - ENTRY-PREPAY-AMOUNT.
           MOVE REAMORT-PRINCIPAL TO ENTRY-PRINCIPAL.
           MOVE OPEN-LOAN-RATE TO ENTRY-ANNUAL-RATE.
           IF REAMORT-LOWER-INSTALLMENT
           THEN
              MOVE QUOTE-REMAINING-COUNT TO ENTRY-TERM-MONTHS
              PERFORM COMPUTE-MONTHLY-PAYMENT THRU
                 COMPUTE-MONTHLY-PAYMENT-EXIT
           ELSE
              PERFORM FIND-SHORTER-TERM THRU FIND-SHORTER-TERM-EXIT
           END-IF.
           MOVE ENTRY-TERM-MONTHS TO REAMORT-TERM.

           MOVE "N" TO LOAN-SETTLING-FLAG.
           PERFORM REBUILD-LOAN-SCHEDULE THRU
              REBUILD-LOAN-SCHEDULE-EXIT.
           COMPUTE OPEN-LOAN-TERM-MONTHS = OPEN-LOAN-TERM-MONTHS
              - QUOTE-REMAINING-COUNT + REAMORT-TERM.
           PERFORM UPDATE-LOAN-RECORD THRU UPDATE-LOAN-RECORD-EXIT.

           MOVE ENTRY-PREPAY-AMOUNT TO POSTING-REMAINDER.
           PERFORM WRITE-LOAN-POSTINGS THRU WRITE-LOAN-POSTINGS-EXIT.

           DISPLAY "=====> PREPAYMENT OF " ENTRY-PREPAY-AMOUNT
              " TAKEN: ACCT " ENTRY-ACCT-NUMBER.
           DISPLAY "=====> " REAMORT-TERM
              " INSTALLMENT(S) OF " COMPUTED-PAYMENT
              " REMAIN ON PRINCIPAL " REAMORT-PRINCIPAL.
           MOVE "PREPAY" TO LOG-ACTION-TEXT.
           MOVE ENTRY-ACCT-NUMBER TO LOG-KEY-TEXT.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.
           GO TO MAIN-MENU.

       INPUT-FULL-SETTLEMENT.
           DISPLAY "=> BORROWER ACCOUNT NUMBER (16 DIGITS)"
           ACCEPT ENTRY-ACCT-NUMBER.

           PERFORM CHECK-OPEN-LOAN THRU CHECK-OPEN-LOAN-EXIT.
           IF NOT OPEN-LOAN-EXISTS
           THEN
              DISPLAY "=====> ACCOUNT " ENTRY-ACCT-NUMBER
                 " HAS NO OPEN LOAN"
              GO TO MAIN-MENU
           END-IF.

           MOVE TODAY-FULL-DATE TO ENTRY-QUOTE-DATE.
           PERFORM COMPUTE-PAYOFF-QUOTE THRU COMPUTE-PAYOFF-QUOTE-EXIT.
           PERFORM SHOW-PAYOFF-QUOTE THRU SHOW-PAYOFF-QUOTE-EXIT.

           PERFORM CHECK-ACCOUNT-ON-MASTER THRU
              CHECK-ACCOUNT-ON-MASTER-EXIT.
           IF NOT ACCOUNT-IS-USABLE
           THEN
              DISPLAY "=====> ACCOUNT " ENTRY-ACCT-NUMBER
                 " IS NOT ACTIVE -- NOT SETTLED"
              GO TO MAIN-MENU
           END-IF.
           PERFORM APPLY-MEMO-POSTINGS THRU APPLY-MEMO-POSTINGS-EXIT.
           IF QUOTE-PAYOFF-AMOUNT > LOOKUP-AVAILABLE-BALANCE
           THEN
              DISPLAY "=====> INSUFFICIENT FUNDS IN ACCT "
                 ENTRY-ACCT-NUMBER " AVAILABLE "
                 LOOKUP-AVAILABLE-BALANCE
              GO TO MAIN-MENU
           END-IF.

           DISPLAY "=> SETTLE THE LOAN FOR " QUOTE-PAYOFF-AMOUNT
              " NOW? (Y/N)"
           ACCEPT ENTRY-CONFIRM.
           IF NOT ENTRY-CONFIRMED
           THEN
              DISPLAY "=====> SETTLEMENT NOT TAKEN"
              GO TO MAIN-MENU
           END-IF.

           SET LOAN-IS-SETTLING TO TRUE.
           PERFORM REBUILD-LOAN-SCHEDULE THRU
              REBUILD-LOAN-SCHEDULE-EXIT.
           PERFORM UPDATE-LOAN-RECORD THRU UPDATE-LOAN-RECORD-EXIT.

           MOVE QUOTE-PAYOFF-AMOUNT TO POSTING-REMAINDER.
           PERFORM WRITE-LOAN-POSTINGS THRU WRITE-LOAN-POSTINGS-EXIT.

           DISPLAY "=====> LOAN SETTLED: ACCT " ENTRY-ACCT-NUMBER
              " FOR " QUOTE-PAYOFF-AMOUNT.
           MOVE "SETTLE" TO LOG-ACTION-TEXT.
           MOVE ENTRY-ACCT-NUMBER TO LOG-KEY-TEXT.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.
           GO TO MAIN-MENU.

       COMPUTE-PAYOFF-QUOTE.
           MOVE 0 TO QUOTE-DUE-AMOUNT.
           MOVE 0 TO QUOTE-DUE-COUNT.
           MOVE 0 TO QUOTE-MISSED-COUNT.
           MOVE 0 TO QUOTE-REMAINING-COUNT.
           MOVE 0 TO QUOTE-NEXT-AMOUNT.
           MOVE 0 TO QUOTE-PRINCIPAL.
           MOVE 0 TO QUOTE-ACCRUED-INTEREST.
           MOVE 0 TO QUOTE-SETTLE-FEE.
           MOVE 0 TO QUOTE-PAYOFF-AMOUNT.
           MOVE 1 TO QUOTE-DISCOUNT-FACTOR.
           MOVE OPEN-LOAN-OPEN-DATE TO QUOTE-ACCRUAL-START.
           COMPUTE MONTHLY-LOAN-RATE = OPEN-LOAN-RATE / 12.
           OPEN INPUT LOAN-SCHED-FILE.
           IF LOAN-SCHED-FILE-NOT-FOUND
           THEN
              GO TO COMPUTE-PAYOFF-QUOTE-EXIT
           END-IF.

       COMPUTE-PAYOFF-QUOTE-LOOP.
           READ LOAN-SCHED-FILE
              AT END
                 CLOSE LOAN-SCHED-FILE
                 GO TO COMPUTE-PAYOFF-QUOTE-TOTAL
           END-READ.
           IF LSCH-ACCT-NUMBER NOT = ENTRY-ACCT-NUMBER
           THEN
              GO TO COMPUTE-PAYOFF-QUOTE-LOOP
           END-IF.
           IF LSCH-DUE-DATE NOT > ENTRY-QUOTE-DATE AND
              LSCH-DUE-DATE > QUOTE-ACCRUAL-START
           THEN
              MOVE LSCH-DUE-DATE TO QUOTE-ACCRUAL-START
           END-IF.
           IF INSTALLMENT-IS-MISSED
           THEN
              ADD LSCH-AMOUNT TO QUOTE-DUE-AMOUNT
              ADD 1 TO QUOTE-DUE-COUNT
              ADD 1 TO QUOTE-MISSED-COUNT
              GO TO COMPUTE-PAYOFF-QUOTE-LOOP
           END-IF.
           IF NOT INSTALLMENT-IS-PENDING
           THEN
              GO TO COMPUTE-PAYOFF-QUOTE-LOOP
           END-IF.
           IF LSCH-DUE-DATE NOT > ENTRY-QUOTE-DATE
           THEN
              ADD LSCH-AMOUNT TO QUOTE-DUE-AMOUNT
              ADD 1 TO QUOTE-DUE-COUNT
              GO TO COMPUTE-PAYOFF-QUOTE-LOOP
           END-IF.
           ADD 1 TO QUOTE-REMAINING-COUNT.
           IF QUOTE-REMAINING-COUNT = 1
           THEN
              MOVE LSCH-AMOUNT TO QUOTE-NEXT-AMOUNT
           END-IF.
           COMPUTE QUOTE-DISCOUNT-FACTOR ROUNDED =
              QUOTE-DISCOUNT-FACTOR / (1 + MONTHLY-LOAN-RATE).
           COMPUTE QUOTE-PRINCIPAL ROUNDED =
              QUOTE-PRINCIPAL + LSCH-AMOUNT * QUOTE-DISCOUNT-FACTOR.
           GO TO COMPUTE-PAYOFF-QUOTE-LOOP.

       COMPUTE-PAYOFF-QUOTE-TOTAL.
           IF QUOTE-PRINCIPAL > 0
           THEN
              MOVE "DIFF" TO DATECALC-FUNCTION
              MOVE QUOTE-ACCRUAL-START TO DATECALC-DATE-1
              MOVE ENTRY-QUOTE-DATE TO DATECALC-DATE-2
              CALL "DATECALC" USING DATECALC-FUNCTION DATECALC-DATE-1
                 DATECALC-DATE-2 DATECALC-DAYS
                 ON EXCEPTION
                    DISPLAY "[ABORT]: DATECALC MODULE NOT AVAILABLE"
                    STOP RUN
              END-CALL
              IF DATECALC-DAYS > 0
              THEN
                 COMPUTE QUOTE-ACCRUED-INTEREST ROUNDED =
                    QUOTE-PRINCIPAL * OPEN-LOAN-RATE * DATECALC-DAYS
                    / 365
              END-IF
              COMPUTE QUOTE-SETTLE-FEE ROUNDED =
                 QUOTE-PRINCIPAL * EARLY-SETTLE-FEE-RATE
           END-IF.
           COMPUTE QUOTE-PAYOFF-AMOUNT = QUOTE-DUE-AMOUNT +
              QUOTE-PRINCIPAL + QUOTE-ACCRUED-INTEREST +
              QUOTE-SETTLE-FEE.

       COMPUTE-PAYOFF-QUOTE-EXIT.
           EXIT.

       SHOW-PAYOFF-QUOTE.
           DISPLAY "=====> EARLY SETTLEMENT QUOTE: ACCT "
              ENTRY-ACCT-NUMBER " AS OF " ENTRY-QUOTE-DATE.
           DISPLAY "=====>   INSTALLMENTS DUE OR MISSED   "
              QUOTE-DUE-AMOUNT " (" QUOTE-DUE-COUNT ")".
           DISPLAY "=====>   OUTSTANDING PRINCIPAL        "
              QUOTE-PRINCIPAL " (" QUOTE-REMAINING-COUNT
              " INSTALLMENT(S) NOT YET DUE)".
           DISPLAY "=====>   INTEREST ACCRUED             "
              QUOTE-ACCRUED-INTEREST " SINCE " QUOTE-ACCRUAL-START.
           DISPLAY "=====>   EARLY SETTLEMENT FEE         "
              QUOTE-SETTLE-FEE.
           DISPLAY "=====>   TOTAL TO SETTLE              "
              QUOTE-PAYOFF-AMOUNT.

       SHOW-PAYOFF-QUOTE-EXIT.
           EXIT.

       FIND-SHORTER-TERM.
           COMPUTE ENTRY-TERM-MONTHS =
              REAMORT-PRINCIPAL / QUOTE-NEXT-AMOUNT.
           IF ENTRY-TERM-MONTHS > 0
           THEN
              SUBTRACT 1 FROM ENTRY-TERM-MONTHS
           END-IF.

       FIND-SHORTER-TERM-LOOP.
           ADD 1 TO ENTRY-TERM-MONTHS.
           PERFORM COMPUTE-MONTHLY-PAYMENT THRU
              COMPUTE-MONTHLY-PAYMENT-EXIT.
           IF COMPUTED-PAYMENT NOT > QUOTE-NEXT-AMOUNT OR
              ENTRY-TERM-MONTHS NOT < QUOTE-REMAINING-COUNT
           THEN
              GO TO FIND-SHORTER-TERM-EXIT
           END-IF.
           GO TO FIND-SHORTER-TERM-LOOP.

       FIND-SHORTER-TERM-EXIT.
           EXIT.

       REBUILD-LOAN-SCHEDULE.
           MOVE 0 TO REAMORT-KEPT-COUNT.
           OPEN INPUT LOAN-SCHED-FILE.
           IF LOAN-SCHED-FILE-NOT-FOUND
           THEN
              GO TO REBUILD-LOAN-SCHEDULE-EXIT
           END-IF.
           OPEN OUTPUT NEW-LOAN-SCHED-FILE.

       REBUILD-LOAN-SCHEDULE-LOOP.
           READ LOAN-SCHED-FILE
              AT END GO TO REBUILD-LOAN-SCHEDULE-PROMOTE
           END-READ.
           IF LSCH-ACCT-NUMBER = ENTRY-ACCT-NUMBER AND
              LOAN-IS-SETTLING AND
              (INSTALLMENT-IS-PENDING OR INSTALLMENT-IS-MISSED)
           THEN
              MOVE "S" TO LSCH-STATUS
           END-IF.
           IF LSCH-ACCT-NUMBER = ENTRY-ACCT-NUMBER AND
              INSTALLMENT-IS-PENDING AND
              LSCH-DUE-DATE > TODAY-FULL-DATE
           THEN
              ADD 1 TO REAMORT-KEPT-COUNT
              IF REAMORT-KEPT-COUNT > REAMORT-TERM
              THEN
                 GO TO REBUILD-LOAN-SCHEDULE-LOOP
              END-IF
              MOVE COMPUTED-PAYMENT TO LSCH-AMOUNT
           END-IF.
           WRITE NEW-LOAN-SCHED-RECORD FROM LOAN-SCHED-RECORD.
           GO TO REBUILD-LOAN-SCHEDULE-LOOP.

       REBUILD-LOAN-SCHEDULE-PROMOTE.
           CLOSE LOAN-SCHED-FILE, NEW-LOAN-SCHED-FILE.
           OPEN INPUT NEW-LOAN-SCHED-FILE.
           OPEN OUTPUT LOAN-SCHED-FILE.

       REBUILD-LOAN-SCHEDULE-PROMOTE-LOOP.
           READ NEW-LOAN-SCHED-FILE
              AT END
                 CLOSE NEW-LOAN-SCHED-FILE, LOAN-SCHED-FILE
                 GO TO REBUILD-LOAN-SCHEDULE-EXIT
           END-READ.
           WRITE LOAN-SCHED-RECORD FROM NEW-LOAN-SCHED-RECORD.
           GO TO REBUILD-LOAN-SCHEDULE-PROMOTE-LOOP.

       REBUILD-LOAN-SCHEDULE-EXIT.
           EXIT.

       UPDATE-LOAN-RECORD.
           OPEN INPUT LOAN-FILE.
           IF LOAN-FILE-NOT-FOUND
           THEN
              GO TO UPDATE-LOAN-RECORD-EXIT
           END-IF.
           OPEN OUTPUT NEW-LOAN-FILE.

       UPDATE-LOAN-RECORD-LOOP.
           READ LOAN-FILE
              AT END GO TO UPDATE-LOAN-RECORD-PROMOTE
           END-READ.
           IF LN-ACCT-NUMBER = ENTRY-ACCT-NUMBER AND LOAN-IS-OPEN
           THEN
              IF LOAN-IS-SETTLING
              THEN
                 MOVE "S" TO LN-STATUS
              ELSE
                 MOVE COMPUTED-PAYMENT TO LN-MONTHLY-PAYMENT
                 MOVE OPEN-LOAN-TERM-MONTHS TO LN-TERM-MONTHS
              END-IF
           END-IF.
           WRITE NEW-LOAN-RECORD FROM LOAN-RECORD.
           GO TO UPDATE-LOAN-RECORD-LOOP.

       UPDATE-LOAN-RECORD-PROMOTE.
           CLOSE LOAN-FILE, NEW-LOAN-FILE.
           OPEN INPUT NEW-LOAN-FILE.
           OPEN OUTPUT LOAN-FILE.

       UPDATE-LOAN-RECORD-PROMOTE-LOOP.
           READ NEW-LOAN-FILE
              AT END
                 CLOSE NEW-LOAN-FILE, LOAN-FILE
                 GO TO UPDATE-LOAN-RECORD-EXIT
           END-READ.
           WRITE LOAN-RECORD FROM NEW-LOAN-RECORD.
           GO TO UPDATE-LOAN-RECORD-PROMOTE-LOOP.

       UPDATE-LOAN-RECORD-EXIT.
           EXIT.

       WRITE-LOAN-POSTINGS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO POSTING-TIMESTAMP-NOW.
           OPEN EXTEND LOAN-POST-FILE.
           IF LOAN-POST-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT LOAN-POST-FILE
           END-IF.
           OPEN EXTEND MEMO-POST-FILE.
           IF MEMO-POST-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT MEMO-POST-FILE
           END-IF.

       WRITE-LOAN-POSTINGS-LOOP.
           IF POSTING-REMAINDER = 0
           THEN
              CLOSE LOAN-POST-FILE, MEMO-POST-FILE
              GO TO WRITE-LOAN-POSTINGS-EXIT
           END-IF.
           MOVE ENTRY-ACCT-NUMBER     TO LPOST-ACCT-NUMBER.
           MOVE "W"                   TO LPOST-OPERATION.
           IF POSTING-REMAINDER > 99999.99
           THEN
              MOVE 99999.99 TO LPOST-AMOUNT
           ELSE
              MOVE POSTING-REMAINDER TO LPOST-AMOUNT
           END-IF.
           SUBTRACT LPOST-AMOUNT FROM POSTING-REMAINDER.
           MOVE POSTING-TIMESTAMP-NOW TO LPOST-TIMESTAMP.
           MOVE "00"                  TO LPOST-CARDHOLDER-ID.
           CALL "TRANREF" USING TRANS-REF-SOURCE LPOST-TRANS-REF
              ON EXCEPTION
                 DISPLAY "[ABORT]: TRANREF MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           WRITE LOAN-POST-RECORD.

           MOVE LPOST-ACCT-NUMBER     TO MEMO-ACCT-NUMBER.
           MOVE LPOST-OPERATION       TO MEMO-OPERATION.
           MOVE LPOST-AMOUNT          TO MEMO-AMOUNT.
           MOVE LPOST-TIMESTAMP       TO MEMO-TIMESTAMP.
           MOVE "T"                   TO MEMO-CHANNEL.
           MOVE SIGNON-OPERATOR-ID    TO MEMO-SOURCE-ID.
           WRITE MEMO-POST-RECORD.
           GO TO WRITE-LOAN-POSTINGS-LOOP.

       WRITE-LOAN-POSTINGS-EXIT.
           EXIT.

       APPLY-MEMO-POSTINGS.
           COMPUTE LOOKUP-AVAILABLE-BALANCE =
              LOOKUP-LEDGER-BALANCE + LOOKUP-OVERDRAFT-LIMIT.
           OPEN INPUT MEMO-POST-FILE.
           IF MEMO-POST-FILE-NOT-FOUND
           THEN
              GO TO APPLY-MEMO-POSTINGS-EXIT
           END-IF.

       APPLY-MEMO-POSTINGS-LOOP.
           READ MEMO-POST-FILE
              AT END GO TO APPLY-MEMO-POSTINGS-CLOSE
           END-READ.
           IF MEMO-ACCT-NUMBER = ENTRY-ACCT-NUMBER
           THEN
              IF MEMO-OPERATION = "D" OR MEMO-OPERATION = "Y"
              THEN
                 ADD MEMO-AMOUNT TO LOOKUP-AVAILABLE-BALANCE
              END-IF
              IF MEMO-OPERATION = "W" OR MEMO-OPERATION = "X"
              THEN
                 SUBTRACT MEMO-AMOUNT FROM LOOKUP-AVAILABLE-BALANCE
              END-IF
           END-IF.
           GO TO APPLY-MEMO-POSTINGS-LOOP.

       APPLY-MEMO-POSTINGS-CLOSE.
           CLOSE MEMO-POST-FILE.

       APPLY-MEMO-POSTINGS-EXIT.
           EXIT.

       READ-PARAMETER-FILE.
           OPEN INPUT PARAMETER-FILE.
           IF PARAMETER-FILE-NOT-FOUND
           THEN
              GO TO READ-PARAMETER-FILE-EXIT
           END-IF.

       READ-PARAMETER-FILE-LOOP.
           READ PARAMETER-FILE
              AT END
                 CLOSE PARAMETER-FILE
                 GO TO READ-PARAMETER-FILE-EXIT
           END-READ.
           IF PARAM-EFFECTIVE-DATE > TODAY-FULL-DATE
           THEN
              GO TO READ-PARAMETER-FILE-LOOP
           END-IF.
           IF PARAM-NAME = "EARLY-SETTLE-FEE-RATE" AND
              PARAM-EFFECTIVE-DATE NOT < BEST-SETTLE-FEE-DATE
           THEN
              MOVE PARAM-VALUE TO EARLY-SETTLE-FEE-RATE
              MOVE PARAM-EFFECTIVE-DATE TO BEST-SETTLE-FEE-DATE
           END-IF.
           GO TO READ-PARAMETER-FILE-LOOP.

       READ-PARAMETER-FILE-EXIT.
           EXIT.

       SIGN-ON-OPERATOR.
           MOVE "N" TO SIGNON-OK-FLAG.
           DISPLAY "OPERATOR ID (8 CHARS)".
