       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPINS.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              PARAMETER-FILE ASSIGN DYNAMIC PARAMETER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS PARAMETER-FILE-STATUS.

           SELECT
              CUSTOMER-FILE ASSIGN DYNAMIC CUSTOMER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT
              FX-RATE-FILE ASSIGN DYNAMIC FX-RATE-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FX-RATE-FILE-STATUS.

           SELECT
              CARDHOLDER-FILE ASSIGN DYNAMIC CARDHOLDER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CARDHOLDER-FILE-STATUS.

           SELECT
              MASTER-FILE ASSIGN DYNAMIC MASTER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS MASTER-FILE-STATUS.

           SELECT
              TERM-DEPOSIT-FILE ASSIGN DYNAMIC TERM-DEPOSIT-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS TERM-DEPOSIT-FILE-STATUS.

           SELECT
              FCY-BALANCE-FILE ASSIGN DYNAMIC FCY-BALANCE-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FCY-BALANCE-FILE-STATUS.

           SELECT
              DEPINS-DETAIL-FILE ASSIGN DYNAMIC DEPINS-DETAIL-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS DEPINS-DETAIL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 PARAM-NAME                       PIC X(24).
           02 PARAM-VALUE                      PIC 9(9)V9(4).
           02 PARAM-EFFECTIVE-DATE             PIC 9(8).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           02 CIF-CUST-NUMBER                  PIC 9(8).
           02 CIF-CUST-NAME                    PIC X(30).
           02 CIF-CUST-ADDRESS                 PIC X(40).
           02 CIF-CUST-PHONE                   PIC X(12).

       FD  FX-RATE-FILE.
       01  FX-RATE-RECORD.
           02 FX-CURRENCY-CODE                 PIC X(3).
           02 FX-BUY-RATE                      PIC 9(3)V9(6).
           02 FX-EFFECTIVE-DATE                PIC 9(8).

       FD  CARDHOLDER-FILE.
       01  CARDHOLDER-RECORD.
           02 CARDHOLDER-ACCT-NUMBER           PIC 9(16).
           02 CARDHOLDER-ID                    PIC X(2).
           02 CARDHOLDER-NAME                  PIC X(20).
           02 CARDHOLDER-PIN                   PIC 9(6).
           02 CARDHOLDER-ISSUE-DATE            PIC 9(8).
           02 CARDHOLDER-EXPIRY-DATE           PIC 9(8).
           02 CARDHOLDER-STATUS                PIC X.
              88 CARD-IS-CANCELLED             VALUE "C".
              88 CARD-IS-PROFILE               VALUE "P".
           02 CARDHOLDER-CUST-NUMBER           PIC 9(8).
           02 CARDHOLDER-LANGUAGE              PIC X(2).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           02 MSTR-ACCT-HOLDER-NAME            PIC X(20).
           02 MSTR-ACCT-INFO.
              03 MSTR-ACCT-NUMBER              PIC 9(16).
              03 MSTR-ACCT-PASSWORD            PIC 9(6).
           02 MSTR-ACCT-SIGN                   PIC X.
              88 MSTR-ACCT-NEGATIVE            VALUE "-".
           02 MSTR-ACCT-BALANCE-UNSIGNED       PIC 9(13)V9(2).
           02 MSTR-ACCT-STATUS                 PIC X.
           02 MSTR-ACCT-OVERDRAFT-LIMIT        PIC 9(9)V9(2).
           02 MSTR-CUST-NUMBER                 PIC 9(8).
           02 MSTR-PRODUCT-CODE                PIC X(2).

       FD  TERM-DEPOSIT-FILE.
       01  TERM-DEPOSIT-RECORD.
           02 TD-ACCT-NUMBER                   PIC 9(16).
           02 TD-PRINCIPAL                     PIC 9(9)V9(2).
           02 TD-TERM-DAYS                     PIC 9(3).
           02 TD-QUOTED-RATE                   PIC 9V9(4).
           02 TD-OPEN-DATE                     PIC 9(8).
           02 TD-MATURITY-DATE                 PIC 9(8).
           02 TD-STATUS                        PIC X.
              88 TERMDEP-IS-OPEN               VALUE "O".
           02 TD-MATURITY-INSTRUCTION          PIC X.
           02 TD-BREAK-DATE                    PIC 9(8).
           02 TD-BREAK-INTEREST                PIC 9(5)V9(2).

       FD  FCY-BALANCE-FILE.
       01  FCY-BALANCE-RECORD.
           02 FCY-ACCT-NUMBER                  PIC 9(16).
           02 FCY-CURRENCY-CODE                PIC X(3).
           02 FCY-BALANCE                      PIC 9(11)V9(2).
           02 FCY-LAST-RATE                    PIC 9(3)V9(6).

       FD  DEPINS-DETAIL-FILE.
       01  DEPINS-DETAIL-RECORD.
           02 DID-RECORD-TYPE                  PIC X.
              88 DID-IS-CUSTOMER               VALUE "C".
              88 DID-IS-EXCEPTION              VALUE "E".
           02 DID-REPORT-DATE                  PIC 9(8).
           02 DID-CUSTOMER-VIEW.
              03 DID-CUST-NUMBER               PIC 9(8).
              03 DID-CUST-NAME                 PIC X(30).
              03 DID-ACCT-COUNT                PIC 9(3).
              03 DID-DEPOSIT-TOTAL             PIC 9(13)V9(2).
              03 DID-TERM-TOTAL                PIC 9(13)V9(2).
              03 DID-FCY-TOTAL                 PIC 9(13)V9(2).
              03 DID-AGGREGATE-TOTAL           PIC 9(13)V9(2).
              03 DID-INSURED-AMOUNT            PIC 9(13)V9(2).
              03 DID-UNINSURED-AMOUNT          PIC 9(13)V9(2).
              03 DID-LINK-FLAG                 PIC X.
           02 DID-EXCEPTION-VIEW REDEFINES DID-CUSTOMER-VIEW.
              03 DIE-CUST-NUMBER               PIC 9(8).
              03 DIE-ACCT-NUMBER               PIC 9(16).
              03 DIE-SOURCE                    PIC X(3).
              03 DIE-AMOUNT                    PIC 9(13)V9(2).
              03 DIE-REASON                    PIC X(30).
              03 FILLER                        PIC X(60).

       WORKING-STORAGE SECTION.
       01  PARAMETER-FILE-DSN                  PIC X(40).
       01  CUSTOMER-FILE-DSN                   PIC X(40).
       01  FX-RATE-FILE-DSN                    PIC X(40).
       01  CARDHOLDER-FILE-DSN                 PIC X(40).
       01  MASTER-FILE-DSN                     PIC X(40).
       01  TERM-DEPOSIT-FILE-DSN               PIC X(40).
       01  FCY-BALANCE-FILE-DSN                PIC X(40).
       01  DEPINS-DETAIL-FILE-DSN              PIC X(40).
       01  DEPINS-REPORT-FILE-DSN              PIC X(40).

       01  PARAMETER-FILE-STATUS               PIC 99.
           88 PARAMETER-FILE-NOT-FOUND         VALUE 35.
       01  CUSTOMER-FILE-STATUS                PIC 99.
           88 CUSTOMER-FILE-NOT-FOUND          VALUE 35.
       01  FX-RATE-FILE-STATUS                 PIC 99.
           88 FX-RATE-FILE-NOT-FOUND           VALUE 35.
       01  CARDHOLDER-FILE-STATUS              PIC 99.
           88 CARDHOLDER-FILE-NOT-FOUND        VALUE 35.
       01  MASTER-FILE-STATUS                  PIC 99.
           88 MASTER-FILE-NOT-FOUND            VALUE 35.
       01  TERM-DEPOSIT-FILE-STATUS            PIC 99.
           88 TERM-DEPOSIT-FILE-NOT-FOUND      VALUE 35.
       01  FCY-BALANCE-FILE-STATUS             PIC 99.
           88 FCY-BALANCE-FILE-NOT-FOUND       VALUE 35.
       01  DEPINS-DETAIL-FILE-STATUS           PIC 99.

       01  REPORT-DAY                          PIC 9(8).
       01  DEP-INS-LIMIT                       PIC 9(9)V9(2)
                                               VALUE 100000.
       01  BEST-INS-LIMIT-DATE                 PIC 9(8) VALUE 0.

       01  CUSTOMER-COUNT                      PIC 9(4) VALUE 0.
       01  CUSTOMER-SUBSCRIPT                  PIC 9(4) VALUE 0.
       01  CUSTOMER-TABLE.
           02 CUSTOMER-ENTRY OCCURS 1000 TIMES.
              03 CT-CUST-NUMBER                PIC 9(8).
              03 CT-CUST-NAME                  PIC X(30).
              03 CT-LINK-FLAG                  PIC X.
                 88 CT-LINK-IS-GOOD            VALUE " ".
              03 CT-ACCT-COUNT                 PIC 9(3).
              03 CT-DEPOSIT-TOTAL              PIC 9(13)V9(2).
              03 CT-TERM-TOTAL                 PIC 9(13)V9(2).
              03 CT-FCY-TOTAL                  PIC 9(13)V9(2).

       01  FCY-RATE-COUNT                      PIC 9(3) VALUE 0.
       01  FCY-RATE-SUBSCRIPT                  PIC 9(3) VALUE 0.
       01  FCY-RATE-TABLE.
           02 FCY-RATE-ENTRY OCCURS 50 TIMES.
              03 FRT-CURRENCY-CODE             PIC X(3).
              03 FRT-RATE                      PIC 9(3)V9(6).
              03 FRT-BEST-DATE                 PIC 9(8).

       01  CARDHOLDER-COUNT                    PIC 9(4) VALUE 0.
       01  CARDHOLDER-SUBSCRIPT                PIC 9(4) VALUE 0.
       01  CARDHOLDER-TABLE.
           02 CARDHOLDER-ENTRY OCCURS 2000 TIMES.
              03 CHT-ACCT-NUMBER               PIC 9(16).
              03 CHT-CARDHOLDER-ID             PIC X(2).
              03 CHT-CUST-NUMBER               PIC 9(8).

       01  ACCOUNT-COUNT                       PIC 9(4) VALUE 0.
       01  ACCOUNT-SUBSCRIPT                   PIC 9(4) VALUE 0.
       01  ACCOUNT-OWNER-TABLE.
           02 ACCOUNT-OWNER-ENTRY OCCURS 2000 TIMES.
              03 AO-ACCT-NUMBER                PIC 9(16).
              03 AO-OWNER-COUNT                PIC 9.
              03 AO-OWNER OCCURS 5 TIMES.
                 04 AO-OWNER-CUST              PIC 9(8).
                 04 AO-OWNER-ROLE              PIC X(2).

       01  OWNER-SUBSCRIPT                     PIC 9 VALUE 0.
       01  OWNER-CHECK-SUBSCRIPT               PIC 9 VALUE 0.
       01  OWNER-DUPLICATE-FLAG                PIC X VALUE "N".
           88 OWNER-IS-DUPLICATE               VALUE "Y".

       01  ALLOC-ACCT-NUMBER                   PIC 9(16).
       01  ALLOC-SOURCE                        PIC X(3).
           88 ALLOC-IS-DEPOSIT                 VALUE "DDA".
           88 ALLOC-IS-TERM                    VALUE "TD ".
           88 ALLOC-IS-FCY                     VALUE "FCY".
       01  ALLOC-AMOUNT                        PIC 9(13)V9(2).
       01  ALLOC-SHARE                         PIC 9(13)V9(2).
       01  ALLOC-OWNER-SHARE                   PIC 9(13)V9(2).
       01  ALLOC-OWNER-CUST                    PIC 9(8).
       01  ALLOC-OWNER-ROLE                    PIC X(2).
       01  EXCEPTION-REASON                    PIC X(30).

       01  FCY-CONVERT-RATE                    PIC 9(3)V9(6).
       01  FCY-RATE-FOUND-FLAG                 PIC X VALUE "N".
           88 FCY-RATE-WAS-FOUND               VALUE "Y".

       01  AGGREGATE-AMOUNT                    PIC 9(13)V9(2).
       01  INSURED-AMOUNT                      PIC 9(13)V9(2).
       01  UNINSURED-AMOUNT                    PIC 9(13)V9(2).

       01  ASSESSED-COUNT                      PIC 9(5) VALUE 0.
       01  FULLY-INSURED-COUNT                 PIC 9(5) VALUE 0.
       01  OVER-LIMIT-COUNT                    PIC 9(5) VALUE 0.
       01  FLAGGED-COUNT                       PIC 9(5) VALUE 0.
       01  EXCEPTION-COUNT                     PIC 9(5) VALUE 0.
       01  JOINT-ACCT-COUNT                    PIC 9(5) VALUE 0.
       01  RATE-FALLBACK-COUNT                 PIC 9(5) VALUE 0.
       01  ASSESSED-TOTAL                      PIC 9(13)V9(2) VALUE 0.
       01  INSURED-TOTAL                       PIC 9(13)V9(2) VALUE 0.
       01  UNINSURED-TOTAL                     PIC 9(13)V9(2) VALUE 0.
       01  FLAGGED-TOTAL                       PIC 9(13)V9(2) VALUE 0.

       01  RPT-OP                              PIC X(4).
       01  RPT-TEXT.
           02 RPT-INIT-VIEW.
              03 RPT-REPORT-DSN                PIC X(40).
              03 RPT-PROGRAM-ID                PIC X(10).
              03 RPT-REPORT-TITLE              PIC X(40).
              03 FILLER                        PIC X(42).

       01  SUMMARY-COUNT-BUFFER.
           02 SC-LABEL                         PIC X(40).
           02 SC-COUNT                         PIC ZZZZ9.

       01  SUMMARY-AMOUNT-BUFFER.
           02 SA-LABEL                         PIC X(40).
           02 SA-AMOUNT                        PIC ZZZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       INITIALIZE-FILE-NAMES.
           ACCEPT PARAMETER-FILE-DSN
              FROM ENVIRONMENT "ATM_PARAMS_FILE"
              ON EXCEPTION
                 MOVE "params.txt" TO PARAMETER-FILE-DSN
           END-ACCEPT.

           ACCEPT CUSTOMER-FILE-DSN FROM ENVIRONMENT "ATM_CIF_FILE"
              ON EXCEPTION MOVE "cif.txt" TO CUSTOMER-FILE-DSN
           END-ACCEPT.

           ACCEPT FX-RATE-FILE-DSN FROM ENVIRONMENT "ATM_FXRATE_FILE"
              ON EXCEPTION MOVE "fxrates.txt" TO FX-RATE-FILE-DSN
           END-ACCEPT.

           ACCEPT CARDHOLDER-FILE-DSN
              FROM ENVIRONMENT "ATM_CARDHOLDER_FILE"
              ON EXCEPTION
                 MOVE "cardholders.txt" TO CARDHOLDER-FILE-DSN
           END-ACCEPT.

           ACCEPT MASTER-FILE-DSN FROM ENVIRONMENT "ATM_MASTER_FILE"
              ON EXCEPTION MOVE "master.txt" TO MASTER-FILE-DSN
           END-ACCEPT.

           ACCEPT TERM-DEPOSIT-FILE-DSN
              FROM ENVIRONMENT "ATM_TERM_DEPOSIT_FILE"
              ON EXCEPTION
                 MOVE "termdep.txt" TO TERM-DEPOSIT-FILE-DSN
           END-ACCEPT.

           ACCEPT FCY-BALANCE-FILE-DSN
              FROM ENVIRONMENT "ATM_FCY_BALANCE_FILE"
              ON EXCEPTION
                 MOVE "fcybal.txt" TO FCY-BALANCE-FILE-DSN
           END-ACCEPT.

           ACCEPT DEPINS-DETAIL-FILE-DSN
              FROM ENVIRONMENT "ATM_DEPINS_DETAIL_FILE"
              ON EXCEPTION
                 MOVE "depInsDetail.txt" TO DEPINS-DETAIL-FILE-DSN
           END-ACCEPT.

           ACCEPT DEPINS-REPORT-FILE-DSN
              FROM ENVIRONMENT "ATM_DEPINS_REPORT_FILE"
              ON EXCEPTION
                 MOVE "depInsSummary.txt" TO DEPINS-REPORT-FILE-DSN
           END-ACCEPT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO REPORT-DAY.
           GO TO READ-PARAMETER-FILE.

       READ-PARAMETER-FILE.
           OPEN INPUT PARAMETER-FILE.
           IF PARAMETER-FILE-NOT-FOUND
           THEN
              GO TO LOAD-CUSTOMER-TABLE
           END-IF.

       READ-PARAMETER-FILE-LOOP.
           READ PARAMETER-FILE
              AT END
                 CLOSE PARAMETER-FILE
                 GO TO LOAD-CUSTOMER-TABLE
           END-READ.

           IF PARAM-EFFECTIVE-DATE > REPORT-DAY
           THEN
              GO TO READ-PARAMETER-FILE-LOOP
           END-IF.

           IF PARAM-NAME = "DEP-INS-LIMIT" AND
              PARAM-EFFECTIVE-DATE NOT < BEST-INS-LIMIT-DATE
           THEN
              MOVE PARAM-VALUE TO DEP-INS-LIMIT
              MOVE PARAM-EFFECTIVE-DATE TO BEST-INS-LIMIT-DATE
           END-IF.

           GO TO READ-PARAMETER-FILE-LOOP.

       LOAD-CUSTOMER-TABLE.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-NOT-FOUND
           THEN
              DISPLAY "[ABORT]: NO CUSTOMER FILE FOUND"
              STOP RUN
           END-IF.

       LOAD-CUSTOMER-TABLE-LOOP.
           READ CUSTOMER-FILE
              AT END
                 CLOSE CUSTOMER-FILE
                 GO TO LOAD-FX-RATE-TABLE
           END-READ.
           IF CUSTOMER-COUNT NOT < 1000
           THEN
              DISPLAY "~~~~~~~~~~~~~~~> MORE THAN 1000 CUSTOMERS ON "
                 "THE CUSTOMER FILE -- OVERFLOW IGNORED"
              GO TO LOAD-CUSTOMER-TABLE-LOOP
           END-IF.
           ADD 1 TO CUSTOMER-COUNT.
           MOVE CIF-CUST-NUMBER TO CT-CUST-NUMBER(CUSTOMER-COUNT).
           MOVE CIF-CUST-NAME TO CT-CUST-NAME(CUSTOMER-COUNT).
           MOVE SPACE TO CT-LINK-FLAG(CUSTOMER-COUNT).
           MOVE 0 TO CT-ACCT-COUNT(CUSTOMER-COUNT).
           MOVE 0 TO CT-DEPOSIT-TOTAL(CUSTOMER-COUNT).
           MOVE 0 TO CT-TERM-TOTAL(CUSTOMER-COUNT).
           MOVE 0 TO CT-FCY-TOTAL(CUSTOMER-COUNT).
           GO TO LOAD-CUSTOMER-TABLE-LOOP.

       LOAD-FX-RATE-TABLE.
           OPEN INPUT FX-RATE-FILE.
           IF FX-RATE-FILE-NOT-FOUND
           THEN
              GO TO LOAD-CARDHOLDER-TABLE
           END-IF.

       LOAD-FX-RATE-TABLE-LOOP.
           READ FX-RATE-FILE
              AT END
                 CLOSE FX-RATE-FILE
                 GO TO LOAD-CARDHOLDER-TABLE
           END-READ.
           IF FX-EFFECTIVE-DATE > REPORT-DAY
           THEN
              GO TO LOAD-FX-RATE-TABLE-LOOP
           END-IF.
           MOVE 0 TO FCY-RATE-SUBSCRIPT.

       LOAD-FX-RATE-TABLE-FIND-LOOP.
           ADD 1 TO FCY-RATE-SUBSCRIPT.
           IF FCY-RATE-SUBSCRIPT > FCY-RATE-COUNT
           THEN
              GO TO LOAD-FX-RATE-TABLE-NEW
           END-IF.
           IF FRT-CURRENCY-CODE(FCY-RATE-SUBSCRIPT) =
              FX-CURRENCY-CODE
           THEN
              IF FX-EFFECTIVE-DATE NOT <
                 FRT-BEST-DATE(FCY-RATE-SUBSCRIPT)
              THEN
                 MOVE FX-BUY-RATE TO FRT-RATE(FCY-RATE-SUBSCRIPT)
                 MOVE FX-EFFECTIVE-DATE
                    TO FRT-BEST-DATE(FCY-RATE-SUBSCRIPT)
              END-IF
              GO TO LOAD-FX-RATE-TABLE-LOOP
           END-IF.
           GO TO LOAD-FX-RATE-TABLE-FIND-LOOP.

       LOAD-FX-RATE-TABLE-NEW.
           IF FCY-RATE-COUNT < 50
           THEN
              ADD 1 TO FCY-RATE-COUNT
              MOVE FX-CURRENCY-CODE
                 TO FRT-CURRENCY-CODE(FCY-RATE-COUNT)
              MOVE FX-BUY-RATE TO FRT-RATE(FCY-RATE-COUNT)
              MOVE FX-EFFECTIVE-DATE TO FRT-BEST-DATE(FCY-RATE-COUNT)
           END-IF.
           GO TO LOAD-FX-RATE-TABLE-LOOP.

       LOAD-CARDHOLDER-TABLE.
           OPEN INPUT CARDHOLDER-FILE.
           IF CARDHOLDER-FILE-NOT-FOUND
           THEN
              GO TO TOTAL-MASTER-ACCOUNTS
           END-IF.

       LOAD-CARDHOLDER-TABLE-LOOP.
           READ CARDHOLDER-FILE
              AT END
                 CLOSE CARDHOLDER-FILE
                 GO TO TOTAL-MASTER-ACCOUNTS
           END-READ.
           IF CARD-IS-CANCELLED OR CARD-IS-PROFILE
           THEN
              GO TO LOAD-CARDHOLDER-TABLE-LOOP
           END-IF.
           IF CARDHOLDER-COUNT NOT < 2000
           THEN
              DISPLAY "~~~~~~~~~~~~~~~> MORE THAN 2000 CARDHOLDERS "
                 "-- OVERFLOW IGNORED"
              GO TO LOAD-CARDHOLDER-TABLE-LOOP
           END-IF.
           ADD 1 TO CARDHOLDER-COUNT.
           MOVE CARDHOLDER-ACCT-NUMBER
              TO CHT-ACCT-NUMBER(CARDHOLDER-COUNT).
           MOVE CARDHOLDER-ID TO CHT-CARDHOLDER-ID(CARDHOLDER-COUNT).
           IF CARDHOLDER-CUST-NUMBER IS NUMERIC
           THEN
              MOVE CARDHOLDER-CUST-NUMBER
                 TO CHT-CUST-NUMBER(CARDHOLDER-COUNT)
           ELSE
              MOVE 0 TO CHT-CUST-NUMBER(CARDHOLDER-COUNT)
           END-IF.
           GO TO LOAD-CARDHOLDER-TABLE-LOOP.

       TOTAL-MASTER-ACCOUNTS.
           OPEN OUTPUT DEPINS-DETAIL-FILE.
           OPEN INPUT MASTER-FILE.
           IF MASTER-FILE-NOT-FOUND
           THEN
              DISPLAY "[ABORT]: NO MASTER FILE FOUND"
              CLOSE DEPINS-DETAIL-FILE
              STOP RUN
           END-IF.

       TOTAL-MASTER-ACCOUNTS-LOOP.
           READ MASTER-FILE
              AT END
                 CLOSE MASTER-FILE
                 GO TO TOTAL-TERM-DEPOSITS
           END-READ.
           PERFORM BUILD-ACCOUNT-OWNERS THRU
              BUILD-ACCOUNT-OWNERS-EXIT.
           MOVE MSTR-ACCT-NUMBER TO ALLOC-ACCT-NUMBER.
           MOVE "DDA" TO ALLOC-SOURCE.
           IF MSTR-ACCT-NEGATIVE
           THEN
              MOVE 0 TO ALLOC-AMOUNT
           ELSE
              MOVE MSTR-ACCT-BALANCE-UNSIGNED TO ALLOC-AMOUNT
           END-IF.
           PERFORM ALLOCATE-ACCOUNT-AMOUNT THRU
              ALLOCATE-ACCOUNT-AMOUNT-EXIT.
           GO TO TOTAL-MASTER-ACCOUNTS-LOOP.

       TOTAL-TERM-DEPOSITS.
           OPEN INPUT TERM-DEPOSIT-FILE.
           IF TERM-DEPOSIT-FILE-NOT-FOUND
           THEN
              GO TO TOTAL-FCY-BALANCES
           END-IF.

       TOTAL-TERM-DEPOSITS-LOOP.
           READ TERM-DEPOSIT-FILE
              AT END
                 CLOSE TERM-DEPOSIT-FILE
                 GO TO TOTAL-FCY-BALANCES
           END-READ.
           IF NOT TERMDEP-IS-OPEN
           THEN
              GO TO TOTAL-TERM-DEPOSITS-LOOP
           END-IF.
           MOVE TD-ACCT-NUMBER TO ALLOC-ACCT-NUMBER.
           MOVE "TD " TO ALLOC-SOURCE.
           MOVE TD-PRINCIPAL TO ALLOC-AMOUNT.
           PERFORM ALLOCATE-ACCOUNT-AMOUNT THRU
              ALLOCATE-ACCOUNT-AMOUNT-EXIT.
           GO TO TOTAL-TERM-DEPOSITS-LOOP.

       TOTAL-FCY-BALANCES.
           OPEN INPUT FCY-BALANCE-FILE.
           IF FCY-BALANCE-FILE-NOT-FOUND
           THEN
              GO TO WRITE-CUSTOMER-DETAILS
           END-IF.

       TOTAL-FCY-BALANCES-LOOP.
           READ FCY-BALANCE-FILE
              AT END
                 CLOSE FCY-BALANCE-FILE
                 GO TO WRITE-CUSTOMER-DETAILS
           END-READ.
           PERFORM FIND-FCY-RATE THRU FIND-FCY-RATE-EXIT.
           MOVE FCY-ACCT-NUMBER TO ALLOC-ACCT-NUMBER.
           MOVE "FCY" TO ALLOC-SOURCE.
           MULTIPLY FCY-BALANCE BY FCY-CONVERT-RATE
              GIVING ALLOC-AMOUNT ROUNDED.
           IF NOT FCY-RATE-WAS-FOUND
           THEN
              MOVE 0 TO ALLOC-OWNER-CUST
              MOVE ALLOC-AMOUNT TO ALLOC-OWNER-SHARE
              MOVE "NO RATE FOR " TO EXCEPTION-REASON
              MOVE FCY-CURRENCY-CODE TO EXCEPTION-REASON(13:3)
              MOVE " - LAST RATE" TO EXCEPTION-REASON(16:12)
              PERFORM WRITE-LINK-EXCEPTION THRU
                 WRITE-LINK-EXCEPTION-EXIT
              ADD 1 TO RATE-FALLBACK-COUNT
           END-IF.
           PERFORM ALLOCATE-ACCOUNT-AMOUNT THRU
              ALLOCATE-ACCOUNT-AMOUNT-EXIT.
           GO TO TOTAL-FCY-BALANCES-LOOP.

       WRITE-CUSTOMER-DETAILS.
           MOVE 0 TO CUSTOMER-SUBSCRIPT.

       WRITE-CUSTOMER-DETAILS-LOOP.
           ADD 1 TO CUSTOMER-SUBSCRIPT.
           IF CUSTOMER-SUBSCRIPT > CUSTOMER-COUNT
           THEN
              CLOSE DEPINS-DETAIL-FILE
              GO TO WRITE-COVERAGE-SUMMARY
           END-IF.
           ADD CT-DEPOSIT-TOTAL(CUSTOMER-SUBSCRIPT)
              CT-TERM-TOTAL(CUSTOMER-SUBSCRIPT)
              CT-FCY-TOTAL(CUSTOMER-SUBSCRIPT)
              GIVING AGGREGATE-AMOUNT.
           IF CT-ACCT-COUNT(CUSTOMER-SUBSCRIPT) = 0 AND
              AGGREGATE-AMOUNT = 0
           THEN
              GO TO WRITE-CUSTOMER-DETAILS-LOOP
           END-IF.

           MOVE 0 TO INSURED-AMOUNT.
           MOVE 0 TO UNINSURED-AMOUNT.
           IF CT-LINK-IS-GOOD(CUSTOMER-SUBSCRIPT)
           THEN
              ADD 1 TO ASSESSED-COUNT
              ADD AGGREGATE-AMOUNT TO ASSESSED-TOTAL
              IF AGGREGATE-AMOUNT > DEP-INS-LIMIT
              THEN
                 MOVE DEP-INS-LIMIT TO INSURED-AMOUNT
                 SUBTRACT DEP-INS-LIMIT FROM AGGREGATE-AMOUNT
                    GIVING UNINSURED-AMOUNT
                 ADD 1 TO OVER-LIMIT-COUNT
              ELSE
                 MOVE AGGREGATE-AMOUNT TO INSURED-AMOUNT
                 ADD 1 TO FULLY-INSURED-COUNT
              END-IF
              ADD INSURED-AMOUNT TO INSURED-TOTAL
              ADD UNINSURED-AMOUNT TO UNINSURED-TOTAL
           ELSE
              ADD 1 TO FLAGGED-COUNT
              ADD AGGREGATE-AMOUNT TO FLAGGED-TOTAL
           END-IF.

           MOVE SPACES TO DEPINS-DETAIL-RECORD.
           MOVE "C" TO DID-RECORD-TYPE.
           MOVE REPORT-DAY TO DID-REPORT-DATE.
           MOVE CT-CUST-NUMBER(CUSTOMER-SUBSCRIPT) TO DID-CUST-NUMBER.
           MOVE CT-CUST-NAME(CUSTOMER-SUBSCRIPT) TO DID-CUST-NAME.
           MOVE CT-ACCT-COUNT(CUSTOMER-SUBSCRIPT) TO DID-ACCT-COUNT.
           MOVE CT-DEPOSIT-TOTAL(CUSTOMER-SUBSCRIPT)
              TO DID-DEPOSIT-TOTAL.
           MOVE CT-TERM-TOTAL(CUSTOMER-SUBSCRIPT) TO DID-TERM-TOTAL.
           MOVE CT-FCY-TOTAL(CUSTOMER-SUBSCRIPT) TO DID-FCY-TOTAL.
           MOVE AGGREGATE-AMOUNT TO DID-AGGREGATE-TOTAL.
           MOVE INSURED-AMOUNT TO DID-INSURED-AMOUNT.
           MOVE UNINSURED-AMOUNT TO DID-UNINSURED-AMOUNT.
           MOVE CT-LINK-FLAG(CUSTOMER-SUBSCRIPT) TO DID-LINK-FLAG.
           WRITE DEPINS-DETAIL-RECORD.
           GO TO WRITE-CUSTOMER-DETAILS-LOOP.

       WRITE-COVERAGE-SUMMARY.
           MOVE SPACES TO RPT-TEXT.
           MOVE DEPINS-REPORT-FILE-DSN TO RPT-REPORT-DSN.
           MOVE "DEPINS" TO RPT-PROGRAM-ID.
           MOVE "DEPOSIT INSURANCE COVERAGE SUMMARY"
              TO RPT-REPORT-TITLE.
           MOVE "INIT" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT
              ON EXCEPTION
                 DISPLAY "[ABORT]: RPTWRITE MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           MOVE "LINE" TO RPT-OP.

           MOVE "INSURED LIMIT PER DEPOSITOR" TO SA-LABEL.
           MOVE DEP-INS-LIMIT TO SA-AMOUNT.
           MOVE SPACES TO RPT-TEXT.
           MOVE SUMMARY-AMOUNT-BUFFER TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE SPACES TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

           MOVE "DEPOSITORS ASSESSED" TO SC-LABEL.
           MOVE ASSESSED-COUNT TO SC-COUNT.
           MOVE SUMMARY-COUNT-BUFFER TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE "  FULLY INSURED" TO SC-LABEL.
           MOVE FULLY-INSURED-COUNT TO SC-COUNT.
           MOVE SUMMARY-COUNT-BUFFER TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE "  OVER THE INSURED LIMIT" TO SC-LABEL.
           MOVE OVER-LIMIT-COUNT TO SC-COUNT.
           MOVE SUMMARY-COUNT-BUFFER TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE "JOINT ACCOUNTS SPLIT BETWEEN OWNERS" TO SC-LABEL.
           MOVE JOINT-ACCT-COUNT TO SC-COUNT.
           MOVE SUMMARY-COUNT-BUFFER TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE SPACES TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

           MOVE "TOTAL DEPOSITS ASSESSED" TO SA-LABEL.
           MOVE ASSESSED-TOTAL TO SA-AMOUNT.
           MOVE SUMMARY-AMOUNT-BUFFER TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE "  INSURED" TO SA-LABEL.
           MOVE INSURED-TOTAL TO SA-AMOUNT.
           MOVE SUMMARY-AMOUNT-BUFFER TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE "  UNINSURED" TO SA-LABEL.
           MOVE UNINSURED-TOTAL TO SA-AMOUNT.
           MOVE SUMMARY-AMOUNT-BUFFER TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE SPACES TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

           MOVE "DEPOSITORS FLAGGED FOR CIF LINKS" TO SC-LABEL.
           MOVE FLAGGED-COUNT TO SC-COUNT.
           MOVE SUMMARY-COUNT-BUFFER TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE "DEPOSITS HELD BY FLAGGED DEPOSITORS" TO SA-LABEL.
           MOVE FLAGGED-TOTAL TO SA-AMOUNT.
           MOVE SUMMARY-AMOUNT-BUFFER TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE "LINK EXCEPTIONS ON THE DETAIL FILE" TO SC-LABEL.
           MOVE EXCEPTION-COUNT TO SC-COUNT.
           MOVE SUMMARY-COUNT-BUFFER TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE "FCY BALANCES AT THEIR LAST RATE" TO SC-LABEL.
           MOVE RATE-FALLBACK-COUNT TO SC-COUNT.
           MOVE SUMMARY-COUNT-BUFFER TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

           MOVE "TERM" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           DISPLAY "=====> DEPOSIT INSURANCE COVERAGE FOR " REPORT-DAY
              ": " ASSESSED-COUNT " DEPOSITOR(S) ASSESSED, "
              OVER-LIMIT-COUNT " OVER THE LIMIT".
           DISPLAY "=====> INSURED " INSURED-TOTAL " UNINSURED "
              UNINSURED-TOTAL.
           IF FLAGGED-COUNT > 0 OR EXCEPTION-COUNT > 0
           THEN
              DISPLAY "~~~~~~~~~~~~~~~> " FLAGGED-COUNT
                 " DEPOSITOR(S) AND " EXCEPTION-COUNT
                 " LINK EXCEPTION(S) NEED CIF CORRECTION"
           END-IF.
           STOP RUN.

       BUILD-ACCOUNT-OWNERS.
           IF ACCOUNT-COUNT NOT < 2000
           THEN
              DISPLAY "~~~~~~~~~~~~~~~> MORE THAN 2000 ACCOUNTS "
                 "-- OVERFLOW IGNORED"
              GO TO BUILD-ACCOUNT-OWNERS-EXIT
           END-IF.
           ADD 1 TO ACCOUNT-COUNT.
           MOVE MSTR-ACCT-NUMBER TO AO-ACCT-NUMBER(ACCOUNT-COUNT).
           MOVE 1 TO AO-OWNER-COUNT(ACCOUNT-COUNT).
           MOVE MSTR-CUST-NUMBER TO AO-OWNER-CUST(ACCOUNT-COUNT, 1).
           MOVE "PR" TO AO-OWNER-ROLE(ACCOUNT-COUNT, 1).
           MOVE 0 TO CARDHOLDER-SUBSCRIPT.

       BUILD-ACCOUNT-OWNERS-LOOP.
           ADD 1 TO CARDHOLDER-SUBSCRIPT.
           IF CARDHOLDER-SUBSCRIPT > CARDHOLDER-COUNT
           THEN
              GO TO BUILD-ACCOUNT-OWNERS-DONE
           END-IF.
           IF CHT-ACCT-NUMBER(CARDHOLDER-SUBSCRIPT) NOT =
              MSTR-ACCT-NUMBER
           THEN
              GO TO BUILD-ACCOUNT-OWNERS-LOOP
           END-IF.
           MOVE "N" TO OWNER-DUPLICATE-FLAG.
           MOVE 0 TO OWNER-CHECK-SUBSCRIPT.
           IF CHT-CUST-NUMBER(CARDHOLDER-SUBSCRIPT) NOT = 0
           THEN
              PERFORM CHECK-DUPLICATE-OWNER THRU
                 CHECK-DUPLICATE-OWNER-EXIT
           END-IF.
           IF OWNER-IS-DUPLICATE OR
              AO-OWNER-COUNT(ACCOUNT-COUNT) NOT < 5
           THEN
              GO TO BUILD-ACCOUNT-OWNERS-LOOP
           END-IF.
           ADD 1 TO AO-OWNER-COUNT(ACCOUNT-COUNT).
           MOVE AO-OWNER-COUNT(ACCOUNT-COUNT) TO OWNER-SUBSCRIPT.
           MOVE CHT-CUST-NUMBER(CARDHOLDER-SUBSCRIPT)
              TO AO-OWNER-CUST(ACCOUNT-COUNT, OWNER-SUBSCRIPT).
           MOVE CHT-CARDHOLDER-ID(CARDHOLDER-SUBSCRIPT)
              TO AO-OWNER-ROLE(ACCOUNT-COUNT, OWNER-SUBSCRIPT).
           GO TO BUILD-ACCOUNT-OWNERS-LOOP.

       BUILD-ACCOUNT-OWNERS-DONE.
           IF AO-OWNER-COUNT(ACCOUNT-COUNT) > 1
           THEN
              ADD 1 TO JOINT-ACCT-COUNT
           END-IF.

       BUILD-ACCOUNT-OWNERS-EXIT.
           EXIT.

       CHECK-DUPLICATE-OWNER.
           ADD 1 TO OWNER-CHECK-SUBSCRIPT.
           IF OWNER-CHECK-SUBSCRIPT > AO-OWNER-COUNT(ACCOUNT-COUNT)
           THEN
              GO TO CHECK-DUPLICATE-OWNER-EXIT
           END-IF.
           IF AO-OWNER-CUST(ACCOUNT-COUNT, OWNER-CHECK-SUBSCRIPT) =
              CHT-CUST-NUMBER(CARDHOLDER-SUBSCRIPT)
           THEN
              MOVE "Y" TO OWNER-DUPLICATE-FLAG
              GO TO CHECK-DUPLICATE-OWNER-EXIT
           END-IF.
           GO TO CHECK-DUPLICATE-OWNER.

       CHECK-DUPLICATE-OWNER-EXIT.
           EXIT.

       ALLOCATE-ACCOUNT-AMOUNT.
           MOVE 0 TO ACCOUNT-SUBSCRIPT.

       ALLOCATE-ACCOUNT-FIND-LOOP.
           ADD 1 TO ACCOUNT-SUBSCRIPT.
           IF ACCOUNT-SUBSCRIPT > ACCOUNT-COUNT
           THEN
              GO TO ALLOCATE-ACCOUNT-ORPHAN
           END-IF.
           IF AO-ACCT-NUMBER(ACCOUNT-SUBSCRIPT) NOT = ALLOC-ACCT-NUMBER
           THEN
              GO TO ALLOCATE-ACCOUNT-FIND-LOOP
           END-IF.
           DIVIDE ALLOC-AMOUNT BY AO-OWNER-COUNT(ACCOUNT-SUBSCRIPT)
              GIVING ALLOC-SHARE.
           MOVE 0 TO OWNER-SUBSCRIPT.

       ALLOCATE-ACCOUNT-OWNER-LOOP.
           ADD 1 TO OWNER-SUBSCRIPT.
           IF OWNER-SUBSCRIPT > AO-OWNER-COUNT(ACCOUNT-SUBSCRIPT)
           THEN
              GO TO ALLOCATE-ACCOUNT-AMOUNT-EXIT
           END-IF.
           IF OWNER-SUBSCRIPT = 1
           THEN
              COMPUTE ALLOC-OWNER-SHARE = ALLOC-AMOUNT -
                 (ALLOC-SHARE * (AO-OWNER-COUNT(ACCOUNT-SUBSCRIPT)
                 - 1))
           ELSE
              MOVE ALLOC-SHARE TO ALLOC-OWNER-SHARE
           END-IF.
           MOVE AO-OWNER-CUST(ACCOUNT-SUBSCRIPT, OWNER-SUBSCRIPT)
              TO ALLOC-OWNER-CUST.
           MOVE AO-OWNER-ROLE(ACCOUNT-SUBSCRIPT, OWNER-SUBSCRIPT)
              TO ALLOC-OWNER-ROLE.
           PERFORM POST-OWNER-SHARE THRU POST-OWNER-SHARE-EXIT.
           GO TO ALLOCATE-ACCOUNT-OWNER-LOOP.

       ALLOCATE-ACCOUNT-ORPHAN.
           MOVE 0 TO ALLOC-OWNER-CUST.
           MOVE ALLOC-AMOUNT TO ALLOC-OWNER-SHARE.
           MOVE "ACCOUNT NOT ON MASTER FILE" TO EXCEPTION-REASON.
           PERFORM WRITE-LINK-EXCEPTION THRU WRITE-LINK-EXCEPTION-EXIT.
           ADD 1 TO EXCEPTION-COUNT.
           PERFORM FIND-CUSTOMER THRU FIND-CUSTOMER-EXIT.
           PERFORM ADD-SHARE-TO-CUSTOMER THRU
              ADD-SHARE-TO-CUSTOMER-EXIT.

       ALLOCATE-ACCOUNT-AMOUNT-EXIT.
           EXIT.

       POST-OWNER-SHARE.
           PERFORM FIND-CUSTOMER THRU FIND-CUSTOMER-EXIT.
           IF CUSTOMER-SUBSCRIPT = 0
           THEN
              GO TO POST-OWNER-SHARE-EXIT
           END-IF.
           IF NOT CT-LINK-IS-GOOD(CUSTOMER-SUBSCRIPT)
           THEN
              MOVE SPACES TO EXCEPTION-REASON
              IF ALLOC-OWNER-ROLE = "PR"
              THEN
                 MOVE "PRIMARY HOLDER" TO EXCEPTION-REASON
              ELSE
                 MOVE "CARDHOLDER" TO EXCEPTION-REASON
                 MOVE ALLOC-OWNER-ROLE TO EXCEPTION-REASON(12:2)
              END-IF
              IF ALLOC-OWNER-CUST = 0
              THEN
                 MOVE "HAS NO CIF LINK" TO EXCEPTION-REASON(16:15)
              ELSE
                 MOVE "NOT ON CIF FILE" TO EXCEPTION-REASON(16:15)
              END-IF
              PERFORM WRITE-LINK-EXCEPTION THRU
                 WRITE-LINK-EXCEPTION-EXIT
              ADD 1 TO EXCEPTION-COUNT
           END-IF.
           IF ALLOC-IS-DEPOSIT
           THEN
              ADD 1 TO CT-ACCT-COUNT(CUSTOMER-SUBSCRIPT)
           END-IF.
           IF ALLOC-IS-TERM
           THEN
              IF CT-DEPOSIT-TOTAL(CUSTOMER-SUBSCRIPT) >
                 ALLOC-OWNER-SHARE
              THEN
                 SUBTRACT ALLOC-OWNER-SHARE
                    FROM CT-DEPOSIT-TOTAL(CUSTOMER-SUBSCRIPT)
              ELSE
                 MOVE 0 TO CT-DEPOSIT-TOTAL(CUSTOMER-SUBSCRIPT)
              END-IF
           END-IF.
           PERFORM ADD-SHARE-TO-CUSTOMER THRU
              ADD-SHARE-TO-CUSTOMER-EXIT.

       POST-OWNER-SHARE-EXIT.
           EXIT.

       ADD-SHARE-TO-CUSTOMER.
           IF CUSTOMER-SUBSCRIPT = 0
           THEN
              GO TO ADD-SHARE-TO-CUSTOMER-EXIT
           END-IF.
           IF ALLOC-IS-DEPOSIT
           THEN
              ADD ALLOC-OWNER-SHARE
                 TO CT-DEPOSIT-TOTAL(CUSTOMER-SUBSCRIPT)
           END-IF.
           IF ALLOC-IS-TERM
           THEN
              ADD ALLOC-OWNER-SHARE
                 TO CT-TERM-TOTAL(CUSTOMER-SUBSCRIPT)
           END-IF.
           IF ALLOC-IS-FCY
           THEN
              ADD ALLOC-OWNER-SHARE
                 TO CT-FCY-TOTAL(CUSTOMER-SUBSCRIPT)
           END-IF.

       ADD-SHARE-TO-CUSTOMER-EXIT.
           EXIT.

       FIND-CUSTOMER.
           MOVE 0 TO CUSTOMER-SUBSCRIPT.

       FIND-CUSTOMER-LOOP.
           ADD 1 TO CUSTOMER-SUBSCRIPT.
           IF CUSTOMER-SUBSCRIPT > CUSTOMER-COUNT
           THEN
              GO TO FIND-CUSTOMER-NEW
           END-IF.
           IF CT-CUST-NUMBER(CUSTOMER-SUBSCRIPT) = ALLOC-OWNER-CUST
           THEN
              GO TO FIND-CUSTOMER-EXIT
           END-IF.
           GO TO FIND-CUSTOMER-LOOP.

       FIND-CUSTOMER-NEW.
           IF CUSTOMER-COUNT NOT < 1000
           THEN
              DISPLAY "~~~~~~~~~~~~~~~> CUSTOMER TABLE FULL -- "
                 "SHARE OF ACCOUNT " ALLOC-ACCT-NUMBER " NOT TOTALLED"
              MOVE 0 TO CUSTOMER-SUBSCRIPT
              GO TO FIND-CUSTOMER-EXIT
           END-IF.
           ADD 1 TO CUSTOMER-COUNT.
           MOVE CUSTOMER-COUNT TO CUSTOMER-SUBSCRIPT.
           MOVE ALLOC-OWNER-CUST TO CT-CUST-NUMBER(CUSTOMER-SUBSCRIPT).
           IF ALLOC-OWNER-CUST = 0
           THEN
              MOVE "** NO CIF LINK **"
                 TO CT-CUST-NAME(CUSTOMER-SUBSCRIPT)
              MOVE "M" TO CT-LINK-FLAG(CUSTOMER-SUBSCRIPT)
           ELSE
              MOVE "** NOT ON CIF FILE **"
                 TO CT-CUST-NAME(CUSTOMER-SUBSCRIPT)
              MOVE "I" TO CT-LINK-FLAG(CUSTOMER-SUBSCRIPT)
           END-IF.
           MOVE 0 TO CT-ACCT-COUNT(CUSTOMER-SUBSCRIPT).
           MOVE 0 TO CT-DEPOSIT-TOTAL(CUSTOMER-SUBSCRIPT).
           MOVE 0 TO CT-TERM-TOTAL(CUSTOMER-SUBSCRIPT).
           MOVE 0 TO CT-FCY-TOTAL(CUSTOMER-SUBSCRIPT).

       FIND-CUSTOMER-EXIT.
           EXIT.

       FIND-FCY-RATE.
           MOVE "N" TO FCY-RATE-FOUND-FLAG.
           MOVE FCY-LAST-RATE TO FCY-CONVERT-RATE.
           MOVE 0 TO FCY-RATE-SUBSCRIPT.

       FIND-FCY-RATE-LOOP.
           ADD 1 TO FCY-RATE-SUBSCRIPT.
           IF FCY-RATE-SUBSCRIPT > FCY-RATE-COUNT
           THEN
              GO TO FIND-FCY-RATE-EXIT
           END-IF.
           IF FRT-CURRENCY-CODE(FCY-RATE-SUBSCRIPT) =
              FCY-CURRENCY-CODE
           THEN
              MOVE FRT-RATE(FCY-RATE-SUBSCRIPT) TO FCY-CONVERT-RATE
              MOVE "Y" TO FCY-RATE-FOUND-FLAG
              GO TO FIND-FCY-RATE-EXIT
           END-IF.
           GO TO FIND-FCY-RATE-LOOP.

       FIND-FCY-RATE-EXIT.
           EXIT.

       WRITE-LINK-EXCEPTION.
           MOVE SPACES TO DEPINS-DETAIL-RECORD.
           MOVE "E" TO DID-RECORD-TYPE.
           MOVE REPORT-DAY TO DID-REPORT-DATE.
           MOVE ALLOC-OWNER-CUST TO DIE-CUST-NUMBER.
           MOVE ALLOC-ACCT-NUMBER TO DIE-ACCT-NUMBER.
           MOVE ALLOC-SOURCE TO DIE-SOURCE.
           MOVE ALLOC-OWNER-SHARE TO DIE-AMOUNT.
           MOVE EXCEPTION-REASON TO DIE-REASON.
           WRITE DEPINS-DETAIL-RECORD.

       WRITE-LINK-EXCEPTION-EXIT.
           EXIT.

       END PROGRAM DEPINS.
