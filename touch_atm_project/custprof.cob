       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPROF.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              MASTER-FILE ASSIGN DYNAMIC MASTER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS MASTER-FILE-STATUS.

           SELECT
              CUSTOMER-FILE ASSIGN DYNAMIC CUSTOMER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT
              PRODUCT-FILE ASSIGN DYNAMIC PRODUCT-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS PRODUCT-FILE-STATUS.

           SELECT
              PARAMETER-FILE ASSIGN DYNAMIC PARAMETER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS PARAMETER-FILE-STATUS.

           SELECT
              JOURNAL-FILE ASSIGN DYNAMIC JOURNAL-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT
              CHEQUE-FILE ASSIGN DYNAMIC CHEQUE-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CHEQUE-FILE-STATUS.

           SELECT
              LOAN-FILE ASSIGN DYNAMIC LOAN-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS LOAN-FILE-STATUS.

           SELECT
              LOAN-SCHED-FILE ASSIGN DYNAMIC LOAN-SCHED-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS LOAN-SCHED-FILE-STATUS.

           SELECT
              FX-HISTORY-FILE ASSIGN DYNAMIC FX-HISTORY-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FX-HISTORY-FILE-STATUS.

           SELECT
              TERM-DEPOSIT-FILE ASSIGN DYNAMIC TERM-DEPOSIT-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS TERM-DEPOSIT-FILE-STATUS.

           SELECT
              WHT-REGISTER-FILE ASSIGN DYNAMIC WHT-REGISTER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WHT-REGISTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           02 MSTR-ACCT-HOLDER-NAME            PIC X(20).
           02 MSTR-ACCT-INFO.
              03 MSTR-ACCT-NUMBER              PIC 9(16).
              03 MSTR-ACCT-PASSWORD            PIC 9(6).
           02 MSTR-ACCT-SIGN                   PIC X.
           02 MSTR-ACCT-BALANCE-UNSIGNED       PIC 9(13)V9(2).
           02 MSTR-ACCT-STATUS                 PIC X.
           02 MSTR-ACCT-OVERDRAFT-LIMIT        PIC 9(9)V9(2).
           02 MSTR-CUST-NUMBER                 PIC 9(8).
           02 MSTR-PRODUCT-CODE                PIC X(2).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           02 CIF-CUST-NUMBER                  PIC 9(8).
           02 CIF-CUST-NAME                    PIC X(30).
           02 CIF-CUST-ADDRESS                 PIC X(40).
           02 CIF-CUST-PHONE                   PIC X(12).

       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD.
           02 PROD-CODE                        PIC X(2).
           02 PROD-NAME                        PIC X(20).
           02 PROD-INTEREST-RATE               PIC 9V9(4).
           02 PROD-MAINT-FEE                   PIC 9(5)V9(2).
           02 PROD-MIN-BALANCE                 PIC 9(5)V9(2).
           02 PROD-OD-ELIGIBLE                 PIC X.
           02 PROD-ATM-DAILY-LIMIT             PIC 9(6)V9(2).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 PARAM-NAME                       PIC X(24).
           02 PARAM-VALUE                      PIC 9(9)V9(4).
           02 PARAM-EFFECTIVE-DATE             PIC 9(8).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           02 JRNL-ACCT-NUMBER                 PIC 9(16).
           02 JRNL-DATE                        PIC 9(8).
           02 JRNL-SEQ                         PIC 9(4).
           02 JRNL-ENTRY-TYPE                  PIC X.
              88 JRNL-POSTING                  VALUE "P".
           02 JRNL-OPERATION                   PIC X.
              88 JRNL-MAINTENANCE-FEE          VALUE "F".
           02 JRNL-AMOUNT                      PIC 9(5)V9(2).
           02 JRNL-SIGN                        PIC X.
           02 JRNL-BALANCE                     PIC 9(13)V9(2).
           02 JRNL-TRANS-REF                   PIC X(24).

       FD  CHEQUE-FILE.
       01  CHEQUE-RECORD.
           02 CHQ-ACCT-NUMBER                  PIC 9(16).
           02 CHQ-BANK-CODE                    PIC 9(4).
           02 CHQ-CHEQUE-NUMBER                PIC 9(6).
           02 CHQ-AMOUNT                       PIC 9(5)V9(2).
           02 CHQ-DEPOSIT-DATE                 PIC 9(8).
           02 CHQ-CLEAR-DATE                   PIC 9(8).
           02 CHQ-STATUS                       PIC X.
              88 CHEQUE-IS-RETURNED            VALUE "R".

       FD  LOAN-FILE.
       01  LOAN-RECORD.
           02 LN-ACCT-NUMBER                   PIC 9(16).
           02 LN-PRINCIPAL                     PIC 9(9)V9(2).
           02 LN-ANNUAL-RATE                   PIC 9V9(4).
           02 LN-TERM-MONTHS                   PIC 9(3).
           02 LN-MONTHLY-PAYMENT               PIC 9(7)V9(2).
           02 LN-OPEN-DATE                     PIC 9(8).
           02 LN-STATUS                        PIC X.

       FD  LOAN-SCHED-FILE.
       01  LOAN-SCHED-RECORD.
           02 LSCH-ACCT-NUMBER                 PIC 9(16).
           02 LSCH-INSTALLMENT-NUMBER          PIC 9(3).
           02 LSCH-DUE-DATE                    PIC 9(8).
           02 LSCH-AMOUNT                      PIC 9(7)V9(2).
           02 LSCH-STATUS                      PIC X.
              88 INSTALLMENT-IS-COLLECTED      VALUE "C".

       FD  FX-HISTORY-FILE.
       01  FX-HISTORY-RECORD.
           02 FXLOG-TERMINAL-ID                PIC 9(3).
           02 FXLOG-CURRENCY-CODE              PIC X(3).
           02 FXLOG-FOREIGN-AMOUNT             PIC 9(7)V9(2).
           02 FXLOG-HOME-AMOUNT                PIC 9(5)V9(2).
           02 FXLOG-RATE                       PIC 9(3)V9(6).
           02 FXLOG-TIMESTAMP                  PIC 9(14).
           02 FXLOG-ACCT-NUMBER                PIC 9(16).

       FD  TERM-DEPOSIT-FILE.
       01  TERM-DEPOSIT-RECORD.
           02 TD-ACCT-NUMBER                   PIC 9(16).
           02 TD-PRINCIPAL                     PIC 9(9)V9(2).
           02 TD-TERM-DAYS                     PIC 9(3).
           02 TD-QUOTED-RATE                   PIC 9V9(4).
           02 TD-OPEN-DATE                     PIC 9(8).
           02 TD-MATURITY-DATE                 PIC 9(8).
           02 TD-STATUS                        PIC X.
              88 TERMDEP-IS-BROKEN             VALUE "B".
              88 TERMDEP-IS-WITHDRAWN          VALUE "W".
           02 TD-MATURITY-INSTRUCTION          PIC X.
           02 TD-BREAK-DATE                    PIC 9(8).
           02 TD-BREAK-INTEREST                PIC 9(5)V9(2).

       FD  WHT-REGISTER-FILE.
       01  WHT-REGISTER-RECORD.
           02 WHT-REG-DATE                     PIC 9(8).
           02 WHT-REG-ACCT-NUMBER              PIC 9(16).
           02 WHT-REG-CUST-NUMBER              PIC 9(8).
           02 WHT-REG-GROSS-INTEREST           PIC 9(5)V9(2).
           02 WHT-REG-TAX-WITHHELD             PIC 9(5)V9(2).

       WORKING-STORAGE SECTION.
       01  MASTER-FILE-DSN                     PIC X(40).
       01  CUSTOMER-FILE-DSN                   PIC X(40).
       01  PRODUCT-FILE-DSN                    PIC X(40).
       01  PARAMETER-FILE-DSN                  PIC X(40).
       01  JOURNAL-FILE-DSN                    PIC X(40).
       01  CHEQUE-FILE-DSN                     PIC X(40).
       01  LOAN-FILE-DSN                       PIC X(40).
       01  LOAN-SCHED-FILE-DSN                 PIC X(40).
       01  FX-HISTORY-FILE-DSN                 PIC X(40).
       01  TERM-DEPOSIT-FILE-DSN               PIC X(40).
       01  WHT-REGISTER-FILE-DSN               PIC X(40).
       01  PROFIT-REPORT-FILE-DSN              PIC X(40).

       01  MASTER-FILE-STATUS                  PIC 99.
           88 MASTER-FILE-NOT-FOUND            VALUE 35.
       01  CUSTOMER-FILE-STATUS                PIC 99.
           88 CUSTOMER-FILE-NOT-FOUND          VALUE 35.
       01  PRODUCT-FILE-STATUS                 PIC 99.
           88 PRODUCT-FILE-NOT-FOUND           VALUE 35.
       01  PARAMETER-FILE-STATUS               PIC 99.
           88 PARAMETER-FILE-NOT-FOUND         VALUE 35.
       01  JOURNAL-FILE-STATUS                 PIC 99.
           88 JOURNAL-FILE-NOT-FOUND           VALUE 35.
       01  CHEQUE-FILE-STATUS                  PIC 99.
           88 CHEQUE-FILE-NOT-FOUND            VALUE 35.
       01  LOAN-FILE-STATUS                    PIC 99.
           88 LOAN-FILE-NOT-FOUND              VALUE 35.
       01  LOAN-SCHED-FILE-STATUS              PIC 99.
           88 LOAN-SCHED-FILE-NOT-FOUND        VALUE 35.
       01  FX-HISTORY-FILE-STATUS              PIC 99.
           88 FX-HISTORY-FILE-NOT-FOUND        VALUE 35.
       01  TERM-DEPOSIT-FILE-STATUS            PIC 99.
           88 TERM-DEPOSIT-FILE-NOT-FOUND      VALUE 35.
       01  WHT-REGISTER-FILE-STATUS            PIC 99.
           88 WHT-REGISTER-FILE-NOT-FOUND      VALUE 35.

       01  REPORT-MONTH                        PIC 9(6).
       01  PARAM-PROCESSING-DATE               PIC 9(8).

       01  CHEQUE-RETURN-FEE                   PIC 9(5)V9(2) VALUE 25.
       01  BEST-CHEQUE-FEE-DATE                PIC 9(8) VALUE 0.
       01  FX-MARGIN-RATE                      PIC 9V9(4) VALUE 0.0150.
       01  BEST-FX-MARGIN-DATE                 PIC 9(8) VALUE 0.

       01  DATECALC-FUNCTION                   PIC X(4).
       01  DATECALC-DATE-1                     PIC 9(8).
       01  DATECALC-DATE-2                     PIC 9(8).
       01  DATECALC-DAYS                       PIC S9(5).

       01  ACCT-COUNT                          PIC 9(4) VALUE 0.
       01  ACCT-SUBSCRIPT                      PIC 9(4) VALUE 0.
       01  ACCT-TABLE.
           02 ACCT-ENTRY OCCURS 2000 TIMES.
              03 AT-ACCT-NUMBER                PIC 9(16).
              03 AT-CUST-NUMBER                PIC 9(8).
              03 AT-PRODUCT-CODE               PIC X(2).

       01  LOAN-COUNT                          PIC 9(3) VALUE 0.
       01  LOAN-SUBSCRIPT                      PIC 9(3) VALUE 0.
       01  LOAN-TABLE.
           02 LOAN-ENTRY OCCURS 500 TIMES.
              03 LT-ACCT-NUMBER                PIC 9(16).
              03 LT-PRINCIPAL                  PIC 9(9)V9(2).
              03 LT-ANNUAL-RATE                PIC 9V9(4).
              03 LT-MONTHLY-PAYMENT            PIC 9(7)V9(2).

       01  LOAN-BALANCE                        PIC S9(9)V9(2).
       01  LOAN-PERIOD-INTEREST                PIC S9(7)V9(2).
       01  LOAN-PERIOD                         PIC 9(3).

       01  TD-DAYS-HELD                        PIC S9(5).
       01  TD-FULL-INTEREST                    PIC 9(7)V9(2).

       01  PROF-ACCT-NUMBER                    PIC 9(16).
       01  PROF-CUST-HINT                      PIC 9(8).
       01  PROF-CATEGORY                       PIC 9.
       01  PROF-AMOUNT                         PIC 9(7)V9(2).
       01  PROF-CUST-NUMBER                    PIC 9(8).
       01  PROF-PRODUCT-CODE                   PIC X(2).
       01  CATEGORY-SUBSCRIPT                  PIC 9.

       01  PROF-COUNT                          PIC 9(4) VALUE 0.
       01  PROF-SUBSCRIPT                      PIC 9(4) VALUE 0.
       01  PROF-NEXT-SUBSCRIPT                 PIC 9(4) VALUE 0.
       01  PROF-TABLE.
           02 PROF-ENTRY OCCURS 1000 TIMES.
              03 PT-CUST-NUMBER                PIC 9(8).
              03 PT-PRODUCT-CODE               PIC X(2).
              03 PT-AMOUNT                     PIC 9(9)V9(2)
                 OCCURS 6 TIMES.
       01  PROF-SWAP-ENTRY.
           02 PS-CUST-NUMBER                   PIC 9(8).
           02 PS-PRODUCT-CODE                  PIC X(2).
           02 PS-AMOUNT                        PIC 9(9)V9(2)
              OCCURS 6 TIMES.
       01  PROF-SWAPPED                        PIC X.
           88 PROF-TABLE-SWAPPED               VALUE "Y".

       01  LINE-REVENUE                        PIC 9(9)V9(2).
       01  LINE-COST                           PIC 9(9)V9(2).
       01  LINE-NET                            PIC S9(9)V9(2).

       01  RANK-COUNT                          PIC 9(3) VALUE 0.
       01  RANK-SUBSCRIPT                      PIC 9(3) VALUE 0.
       01  RANK-NEXT-SUBSCRIPT                 PIC 9(3) VALUE 0.
       01  RANK-TABLE.
           02 RANK-ENTRY OCCURS 500 TIMES.
              03 RK-CUST-NUMBER                PIC 9(8).
              03 RK-CUST-NAME                  PIC X(30).
              03 RK-REVENUE                    PIC 9(9)V9(2).
              03 RK-COST                       PIC 9(9)V9(2).
              03 RK-NET                        PIC S9(9)V9(2).
       01  RANK-SWAP-ENTRY.
           02 RS-CUST-NUMBER                   PIC 9(8).
           02 RS-CUST-NAME                     PIC X(30).
           02 RS-REVENUE                       PIC 9(9)V9(2).
           02 RS-COST                          PIC 9(9)V9(2).
           02 RS-NET                           PIC S9(9)V9(2).
       01  DECILE-SIZE                         PIC 9(3) VALUE 0.
       01  DECILE-START                        PIC 9(3) VALUE 0.

       01  PRODUCT-COUNT                       PIC 99 VALUE 0.
       01  PRODUCT-SUBSCRIPT                   PIC 99 VALUE 0.
       01  PRODUCT-TOTALS-TABLE.
           02 PRODUCT-TOTALS-ENTRY OCCURS 20 TIMES.
              03 PR-PRODUCT-CODE               PIC X(2).
              03 PR-AMOUNT                     PIC 9(9)V9(2)
                 OCCURS 6 TIMES.

       01  GRAND-AMOUNT-TABLE.
           02 GR-AMOUNT                        PIC 9(9)V9(2)
              OCCURS 6 TIMES.
       01  GRAND-REVENUE                       PIC 9(9)V9(2) VALUE 0.
       01  GRAND-COST                          PIC 9(9)V9(2) VALUE 0.
       01  GRAND-NET                           PIC S9(9)V9(2) VALUE 0.

       01  CUSTOMER-LOOKUP-NUMBER              PIC 9(8).
       01  CUSTOMER-LOOKUP-NAME                PIC X(30).
       01  PRODUCT-LOOKUP-CODE                 PIC X(2).
       01  PRODUCT-LOOKUP-NAME                 PIC X(20).

       01  RPT-OP                              PIC X(4).
       01  RPT-TEXT.
           02 RPT-INIT-VIEW.
              03 RPT-REPORT-DSN                PIC X(40).
              03 RPT-PROGRAM-ID                PIC X(10).
              03 RPT-REPORT-TITLE              PIC X(40).
              03 FILLER                        PIC X(42).

       01  PROFIT-HEADING-BUFFER.
           02 FILLER                           PIC X(30)
              VALUE "CUSTOMER NAME".
           02 FILLER                           PIC X(3)
              VALUE "PR".
           02 FILLER                           PIC X(11)
              VALUE " MAINT FEE".
           02 FILLER                           PIC X(11)
              VALUE "   CHQ FEE".
           02 FILLER                           PIC X(11)
              VALUE "  LOAN INT".
           02 FILLER                           PIC X(11)
              VALUE " FX MARGIN".
           02 FILLER                           PIC X(11)
              VALUE " TD SURPLS".
           02 FILLER                           PIC X(12)
              VALUE "    REVENUE".
           02 FILLER                           PIC X(12)
              VALUE "  INT PAID".
           02 FILLER                           PIC X(12)
              VALUE "         NET".

       01  PROFIT-DETAIL-BUFFER.
           02 PD-CUST-NUMBER                   PIC 9(8).
           02 FILLER                           PIC X VALUE SPACE.
           02 PD-CUST-NAME                     PIC X(20).
           02 FILLER                           PIC X VALUE SPACE.
           02 PD-PRODUCT-CODE                  PIC X(2).
           02 FILLER                           PIC X VALUE SPACE.
           02 PD-CATEGORY OCCURS 5 TIMES.
              03 PD-AMOUNT                     PIC ZZZZZZ9.99.
              03 FILLER                        PIC X.
           02 PD-REVENUE                       PIC ZZZZZZZ9.99.
           02 FILLER                           PIC X VALUE SPACE.
           02 PD-COST                          PIC ZZZZZZZ9.99.
           02 FILLER                           PIC X VALUE SPACE.
           02 PD-NET                           PIC -(8)9.99.

       01  PRODUCT-DETAIL-BUFFER.
           02 PX-PREFIX-1                      PIC X(9)
              VALUE "PRODUCT: ".
           02 PX-PRODUCT-CODE                  PIC X(2).
           02 FILLER                           PIC X VALUE SPACE.
           02 PX-PRODUCT-NAME                  PIC X(20).
           02 PX-PREFIX-2                      PIC X(10)
              VALUE " REVENUE: ".
           02 PX-REVENUE                       PIC ZZZZZZZ9.99.
           02 PX-PREFIX-3                      PIC X(7)
              VALUE " COST: ".
           02 PX-COST                          PIC ZZZZZZZ9.99.
           02 PX-PREFIX-4                      PIC X(6)
              VALUE " NET: ".
           02 PX-NET                           PIC -(8)9.99.

       01  RANK-DETAIL-BUFFER.
           02 RD-RANK                          PIC ZZ9.
           02 FILLER                           PIC X(2) VALUE SPACES.
           02 RD-CUST-NUMBER                   PIC 9(8).
           02 FILLER                           PIC X VALUE SPACE.
           02 RD-CUST-NAME                     PIC X(30).
           02 RD-PREFIX-1                      PIC X(10)
              VALUE " REVENUE: ".
           02 RD-REVENUE                       PIC ZZZZZZZ9.99.
           02 RD-PREFIX-2                      PIC X(7)
              VALUE " COST: ".
           02 RD-COST                          PIC ZZZZZZZ9.99.
           02 RD-PREFIX-3                      PIC X(6)
              VALUE " NET: ".
           02 RD-NET                           PIC -(8)9.99.

       PROCEDURE DIVISION.
       INITIALIZE-FILE-NAMES.
           ACCEPT MASTER-FILE-DSN FROM ENVIRONMENT "ATM_MASTER_FILE"
              ON EXCEPTION MOVE "master.txt" TO MASTER-FILE-DSN
           END-ACCEPT.

           ACCEPT CUSTOMER-FILE-DSN FROM ENVIRONMENT "ATM_CIF_FILE"
              ON EXCEPTION MOVE "cif.txt" TO CUSTOMER-FILE-DSN
           END-ACCEPT.

           ACCEPT PRODUCT-FILE-DSN FROM ENVIRONMENT "ATM_PRODUCT_FILE"
              ON EXCEPTION MOVE "products.txt" TO PRODUCT-FILE-DSN
           END-ACCEPT.

           ACCEPT PARAMETER-FILE-DSN FROM ENVIRONMENT "ATM_PARAMS_FILE"
              ON EXCEPTION MOVE "params.txt" TO PARAMETER-FILE-DSN
           END-ACCEPT.

           ACCEPT JOURNAL-FILE-DSN FROM ENVIRONMENT "ATM_JOURNAL_FILE"
              ON EXCEPTION MOVE "journal.txt" TO JOURNAL-FILE-DSN
           END-ACCEPT.

           ACCEPT CHEQUE-FILE-DSN FROM ENVIRONMENT "ATM_CHEQUE_FILE"
              ON EXCEPTION MOVE "cheques.txt" TO CHEQUE-FILE-DSN
           END-ACCEPT.

           ACCEPT LOAN-FILE-DSN FROM ENVIRONMENT "ATM_LOAN_FILE"
              ON EXCEPTION MOVE "loans.txt" TO LOAN-FILE-DSN
           END-ACCEPT.

           ACCEPT LOAN-SCHED-FILE-DSN
              FROM ENVIRONMENT "ATM_LOAN_SCHED_FILE"
              ON EXCEPTION MOVE "loansched.txt" TO LOAN-SCHED-FILE-DSN
           END-ACCEPT.

           ACCEPT FX-HISTORY-FILE-DSN
              FROM ENVIRONMENT "ATM_FX_HISTORY_FILE"
              ON EXCEPTION MOVE "fxhist.txt" TO FX-HISTORY-FILE-DSN
           END-ACCEPT.

           ACCEPT TERM-DEPOSIT-FILE-DSN
              FROM ENVIRONMENT "ATM_TERM_DEPOSIT_FILE"
              ON EXCEPTION MOVE "termdep.txt" TO TERM-DEPOSIT-FILE-DSN
           END-ACCEPT.

           ACCEPT WHT-REGISTER-FILE-DSN
              FROM ENVIRONMENT "ATM_WHT_REGISTER_FILE"
              ON EXCEPTION
                 MOVE "whtreg.txt" TO WHT-REGISTER-FILE-DSN
           END-ACCEPT.

           ACCEPT PROFIT-REPORT-FILE-DSN
              FROM ENVIRONMENT "ATM_CUST_PROFIT_FILE"
              ON EXCEPTION
                 MOVE "custProfit.txt" TO PROFIT-REPORT-FILE-DSN
           END-ACCEPT.

           DISPLAY "=> REPORT MONTH (YYYYMM, 0 FOR THE CURRENT MONTH)"
           ACCEPT REPORT-MONTH.
           IF REPORT-MONTH = 0
           THEN
              MOVE FUNCTION CURRENT-DATE(1:6) TO REPORT-MONTH
           END-IF.
           MOVE REPORT-MONTH TO PARAM-PROCESSING-DATE(1:6).
           MOVE "31" TO PARAM-PROCESSING-DATE(7:2).
           GO TO READ-PARAMETER-FILE.

       READ-PARAMETER-FILE.
           OPEN INPUT PARAMETER-FILE.
           IF PARAMETER-FILE-NOT-FOUND
           THEN
              GO TO LOAD-ACCOUNT-TABLE
           END-IF.

       READ-PARAMETER-FILE-LOOP.
           READ PARAMETER-FILE
              AT END
                 CLOSE PARAMETER-FILE
                 GO TO LOAD-ACCOUNT-TABLE
           END-READ.

           IF PARAM-EFFECTIVE-DATE > PARAM-PROCESSING-DATE
           THEN
              GO TO READ-PARAMETER-FILE-LOOP
           END-IF.

           IF PARAM-NAME = "CHEQUE-RETURN-FEE" AND
              PARAM-EFFECTIVE-DATE NOT < BEST-CHEQUE-FEE-DATE
           THEN
              MOVE PARAM-VALUE TO CHEQUE-RETURN-FEE
              MOVE PARAM-EFFECTIVE-DATE TO BEST-CHEQUE-FEE-DATE
           END-IF.

           IF PARAM-NAME = "FX-MARGIN-RATE" AND
              PARAM-EFFECTIVE-DATE NOT < BEST-FX-MARGIN-DATE
           THEN
              MOVE PARAM-VALUE TO FX-MARGIN-RATE
              MOVE PARAM-EFFECTIVE-DATE TO BEST-FX-MARGIN-DATE
           END-IF.
           GO TO READ-PARAMETER-FILE-LOOP.

       LOAD-ACCOUNT-TABLE.
           OPEN INPUT MASTER-FILE.
           IF MASTER-FILE-NOT-FOUND
           THEN
              DISPLAY "[ABORT]: MASTER FILE NOT FOUND"
              STOP RUN
           END-IF.

       LOAD-ACCOUNT-TABLE-LOOP.
           READ MASTER-FILE
              AT END
                 CLOSE MASTER-FILE
                 GO TO LOAD-LOAN-TABLE
           END-READ.
           IF ACCT-COUNT NOT < 2000
           THEN
              DISPLAY "~~~~~~~~~~~~~~~> MORE THAN 2000 ACCOUNTS ON "
                 "THE MASTER -- OVERFLOW UNATTRIBUTED"
              CLOSE MASTER-FILE
              GO TO LOAD-LOAN-TABLE
           END-IF.
           ADD 1 TO ACCT-COUNT.
           MOVE MSTR-ACCT-NUMBER  TO AT-ACCT-NUMBER(ACCT-COUNT).
           MOVE MSTR-CUST-NUMBER  TO AT-CUST-NUMBER(ACCT-COUNT).
           MOVE MSTR-PRODUCT-CODE TO AT-PRODUCT-CODE(ACCT-COUNT).
           GO TO LOAD-ACCOUNT-TABLE-LOOP.

       LOAD-LOAN-TABLE.
           OPEN INPUT LOAN-FILE.
           IF LOAN-FILE-NOT-FOUND
           THEN
              GO TO SCAN-JOURNAL-FILE
           END-IF.

       LOAD-LOAN-TABLE-LOOP.
           READ LOAN-FILE
              AT END
                 CLOSE LOAN-FILE
                 GO TO SCAN-JOURNAL-FILE
           END-READ.
           IF LOAN-COUNT NOT < 500
           THEN
              DISPLAY "~~~~~~~~~~~~~~~> MORE THAN 500 LOANS ON "
                 "FILE -- OVERFLOW IGNORED"
              CLOSE LOAN-FILE
              GO TO SCAN-JOURNAL-FILE
           END-IF.
           ADD 1 TO LOAN-COUNT.
           MOVE LN-ACCT-NUMBER     TO LT-ACCT-NUMBER(LOAN-COUNT).
           MOVE LN-PRINCIPAL       TO LT-PRINCIPAL(LOAN-COUNT).
           MOVE LN-ANNUAL-RATE     TO LT-ANNUAL-RATE(LOAN-COUNT).
           MOVE LN-MONTHLY-PAYMENT TO LT-MONTHLY-PAYMENT(LOAN-COUNT).
           GO TO LOAD-LOAN-TABLE-LOOP.

       SCAN-JOURNAL-FILE.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-FILE-NOT-FOUND
           THEN
              GO TO SCAN-CHEQUE-FILE
           END-IF.

       SCAN-JOURNAL-FILE-LOOP.
           READ JOURNAL-FILE
              AT END
                 CLOSE JOURNAL-FILE
                 GO TO SCAN-CHEQUE-FILE
           END-READ.
           IF JRNL-DATE(1:6) NOT = REPORT-MONTH OR
              NOT JRNL-POSTING OR
              NOT JRNL-MAINTENANCE-FEE
           THEN
              GO TO SCAN-JOURNAL-FILE-LOOP
           END-IF.
           MOVE JRNL-ACCT-NUMBER TO PROF-ACCT-NUMBER.
           MOVE 0                TO PROF-CUST-HINT.
           MOVE 1                TO PROF-CATEGORY.
           MOVE JRNL-AMOUNT      TO PROF-AMOUNT.
           PERFORM TALLY-PROFIT THRU TALLY-PROFIT-EXIT.
           GO TO SCAN-JOURNAL-FILE-LOOP.

       SCAN-CHEQUE-FILE.
           OPEN INPUT CHEQUE-FILE.
           IF CHEQUE-FILE-NOT-FOUND
           THEN
              GO TO SCAN-LOAN-SCHED-FILE
           END-IF.

       SCAN-CHEQUE-FILE-LOOP.
           READ CHEQUE-FILE
              AT END
                 CLOSE CHEQUE-FILE
                 GO TO SCAN-LOAN-SCHED-FILE
           END-READ.
           IF NOT CHEQUE-IS-RETURNED OR
              CHQ-CLEAR-DATE(1:6) NOT = REPORT-MONTH
           THEN
              GO TO SCAN-CHEQUE-FILE-LOOP
           END-IF.
           MOVE CHQ-ACCT-NUMBER   TO PROF-ACCT-NUMBER.
           MOVE 0                 TO PROF-CUST-HINT.
           MOVE 2                 TO PROF-CATEGORY.
           MOVE CHEQUE-RETURN-FEE TO PROF-AMOUNT.
           PERFORM TALLY-PROFIT THRU TALLY-PROFIT-EXIT.
           GO TO SCAN-CHEQUE-FILE-LOOP.

       SCAN-LOAN-SCHED-FILE.
           OPEN INPUT LOAN-SCHED-FILE.
           IF LOAN-SCHED-FILE-NOT-FOUND
           THEN
              GO TO SCAN-FX-HISTORY-FILE
           END-IF.

       SCAN-LOAN-SCHED-FILE-LOOP.
           READ LOAN-SCHED-FILE
              AT END
                 CLOSE LOAN-SCHED-FILE
                 GO TO SCAN-FX-HISTORY-FILE
           END-READ.
           IF NOT INSTALLMENT-IS-COLLECTED OR
              LSCH-DUE-DATE(1:6) NOT = REPORT-MONTH
           THEN
              GO TO SCAN-LOAN-SCHED-FILE-LOOP
           END-IF.
           PERFORM COMPUTE-LOAN-INTEREST
              THRU COMPUTE-LOAN-INTEREST-EXIT.
           IF LOAN-PERIOD-INTEREST > 0
           THEN
              MOVE LSCH-ACCT-NUMBER     TO PROF-ACCT-NUMBER
              MOVE 0                    TO PROF-CUST-HINT
              MOVE 3                    TO PROF-CATEGORY
              MOVE LOAN-PERIOD-INTEREST TO PROF-AMOUNT
              PERFORM TALLY-PROFIT THRU TALLY-PROFIT-EXIT
           END-IF.
           GO TO SCAN-LOAN-SCHED-FILE-LOOP.

       SCAN-FX-HISTORY-FILE.
           OPEN INPUT FX-HISTORY-FILE.
           IF FX-HISTORY-FILE-NOT-FOUND
           THEN
              GO TO SCAN-TERM-DEPOSIT-FILE
           END-IF.

       SCAN-FX-HISTORY-FILE-LOOP.
           READ FX-HISTORY-FILE
              AT END
                 CLOSE FX-HISTORY-FILE
                 GO TO SCAN-TERM-DEPOSIT-FILE
           END-READ.
           IF FXLOG-TIMESTAMP(1:6) NOT = REPORT-MONTH
           THEN
              GO TO SCAN-FX-HISTORY-FILE-LOOP
           END-IF.
           MOVE FXLOG-ACCT-NUMBER TO PROF-ACCT-NUMBER.
           MOVE 0                 TO PROF-CUST-HINT.
           MOVE 4                 TO PROF-CATEGORY.
           COMPUTE PROF-AMOUNT ROUNDED =
              FXLOG-HOME-AMOUNT * FX-MARGIN-RATE.
           PERFORM TALLY-PROFIT THRU TALLY-PROFIT-EXIT.
           GO TO SCAN-FX-HISTORY-FILE-LOOP.

       SCAN-TERM-DEPOSIT-FILE.
           OPEN INPUT TERM-DEPOSIT-FILE.
           IF TERM-DEPOSIT-FILE-NOT-FOUND
           THEN
              GO TO SCAN-WHT-REGISTER
           END-IF.

       SCAN-TERM-DEPOSIT-FILE-LOOP.
           READ TERM-DEPOSIT-FILE
              AT END
                 CLOSE TERM-DEPOSIT-FILE
                 GO TO SCAN-WHT-REGISTER
           END-READ.
           IF NOT TERMDEP-IS-BROKEN AND
              NOT TERMDEP-IS-WITHDRAWN
           THEN
              GO TO SCAN-TERM-DEPOSIT-FILE-LOOP
           END-IF.
           IF TD-BREAK-DATE(1:6) NOT = REPORT-MONTH
           THEN
              GO TO SCAN-TERM-DEPOSIT-FILE-LOOP
           END-IF.
           MOVE "DIFF"        TO DATECALC-FUNCTION.
           MOVE TD-OPEN-DATE  TO DATECALC-DATE-1.
           MOVE TD-BREAK-DATE TO DATECALC-DATE-2.
           CALL "DATECALC" USING DATECALC-FUNCTION DATECALC-DATE-1
              DATECALC-DATE-2 DATECALC-DAYS
              ON EXCEPTION
                 DISPLAY "[ABORT]: DATECALC MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           MOVE DATECALC-DAYS TO TD-DAYS-HELD.
           IF TD-DAYS-HELD < 1
           THEN
              GO TO SCAN-TERM-DEPOSIT-FILE-LOOP
           END-IF.
           COMPUTE TD-FULL-INTEREST ROUNDED =
              TD-PRINCIPAL * TD-QUOTED-RATE * TD-DAYS-HELD / 365.
           IF TD-FULL-INTEREST NOT > TD-BREAK-INTEREST
           THEN
              GO TO SCAN-TERM-DEPOSIT-FILE-LOOP
           END-IF.
           MOVE TD-ACCT-NUMBER TO PROF-ACCT-NUMBER.
           MOVE 0              TO PROF-CUST-HINT.
           MOVE 5              TO PROF-CATEGORY.
           COMPUTE PROF-AMOUNT = TD-FULL-INTEREST - TD-BREAK-INTEREST.
           PERFORM TALLY-PROFIT THRU TALLY-PROFIT-EXIT.
           GO TO SCAN-TERM-DEPOSIT-FILE-LOOP.

       SCAN-WHT-REGISTER.
           OPEN INPUT WHT-REGISTER-FILE.
           IF WHT-REGISTER-FILE-NOT-FOUND
           THEN
              GO TO WRITE-PROFIT-REPORT
           END-IF.

       SCAN-WHT-REGISTER-LOOP.
           READ WHT-REGISTER-FILE
              AT END
                 CLOSE WHT-REGISTER-FILE
                 GO TO WRITE-PROFIT-REPORT
           END-READ.
           IF WHT-REG-DATE(1:6) NOT = REPORT-MONTH
           THEN
              GO TO SCAN-WHT-REGISTER-LOOP
           END-IF.
           MOVE WHT-REG-ACCT-NUMBER    TO PROF-ACCT-NUMBER.
           MOVE WHT-REG-CUST-NUMBER    TO PROF-CUST-HINT.
           MOVE 6                      TO PROF-CATEGORY.
           MOVE WHT-REG-GROSS-INTEREST TO PROF-AMOUNT.
           PERFORM TALLY-PROFIT THRU TALLY-PROFIT-EXIT.
           GO TO SCAN-WHT-REGISTER-LOOP.

       WRITE-PROFIT-REPORT.
           PERFORM SORT-PROFIT-TABLE THRU SORT-PROFIT-TABLE-EXIT.

           MOVE SPACES TO RPT-TEXT.
           MOVE PROFIT-REPORT-FILE-DSN TO RPT-REPORT-DSN.
           MOVE "CUSTPROF" TO RPT-PROGRAM-ID.
           MOVE SPACES TO RPT-REPORT-TITLE.
           STRING "CUSTOMER PROFITABILITY " REPORT-MONTH
              DELIMITED BY SIZE INTO RPT-REPORT-TITLE.
           MOVE "INIT" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT
              ON EXCEPTION
                 DISPLAY "[ABORT]: RPTWRITE MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.

           MOVE SPACES TO RPT-TEXT.
           MOVE PROFIT-HEADING-BUFFER TO RPT-TEXT.
           MOVE "HEAD" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE SPACES TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

           MOVE 0 TO CATEGORY-SUBSCRIPT.

       CLEAR-GRAND-TOTALS.
           ADD 1 TO CATEGORY-SUBSCRIPT.
           IF CATEGORY-SUBSCRIPT > 6
           THEN
              GO TO WRITE-PROFIT-REPORT-START
           END-IF.
           MOVE 0 TO GR-AMOUNT(CATEGORY-SUBSCRIPT).
           GO TO CLEAR-GRAND-TOTALS.

       WRITE-PROFIT-REPORT-START.
           MOVE 0 TO PROF-SUBSCRIPT.

       WRITE-PROFIT-REPORT-LOOP.
           ADD 1 TO PROF-SUBSCRIPT.
           IF PROF-SUBSCRIPT > PROF-COUNT
           THEN
              GO TO WRITE-PRODUCT-SUMMARY
           END-IF.
           IF PROF-SUBSCRIPT = 1
           THEN
              PERFORM START-RANK-ENTRY THRU START-RANK-ENTRY-EXIT
           ELSE
              IF PT-CUST-NUMBER(PROF-SUBSCRIPT) NOT =
                 PT-CUST-NUMBER(PROF-SUBSCRIPT - 1)
              THEN
                 PERFORM START-RANK-ENTRY THRU START-RANK-ENTRY-EXIT
              END-IF
           END-IF.

           MOVE SPACES TO PROFIT-DETAIL-BUFFER.
           MOVE 0 TO LINE-REVENUE.
           MOVE 0 TO CATEGORY-SUBSCRIPT.

       WRITE-PROFIT-DETAIL-LOOP.
           ADD 1 TO CATEGORY-SUBSCRIPT.
           IF CATEGORY-SUBSCRIPT > 5
           THEN
              GO TO WRITE-PROFIT-DETAIL
           END-IF.
           MOVE PT-AMOUNT(PROF-SUBSCRIPT, CATEGORY-SUBSCRIPT)
              TO PD-AMOUNT(CATEGORY-SUBSCRIPT).
           ADD PT-AMOUNT(PROF-SUBSCRIPT, CATEGORY-SUBSCRIPT)
              TO LINE-REVENUE.
           ADD PT-AMOUNT(PROF-SUBSCRIPT, CATEGORY-SUBSCRIPT)
              TO GR-AMOUNT(CATEGORY-SUBSCRIPT).
           GO TO WRITE-PROFIT-DETAIL-LOOP.

       WRITE-PROFIT-DETAIL.
           MOVE PT-AMOUNT(PROF-SUBSCRIPT, 6) TO LINE-COST.
           ADD LINE-COST TO GR-AMOUNT(6).
           COMPUTE LINE-NET = LINE-REVENUE - LINE-COST.
           ADD LINE-REVENUE TO RK-REVENUE(RANK-COUNT).
           ADD LINE-COST    TO RK-COST(RANK-COUNT).
           ADD LINE-NET     TO RK-NET(RANK-COUNT).

           MOVE PT-CUST-NUMBER(PROF-SUBSCRIPT)  TO PD-CUST-NUMBER.
           MOVE RK-CUST-NAME(RANK-COUNT)        TO PD-CUST-NAME.
           MOVE PT-PRODUCT-CODE(PROF-SUBSCRIPT) TO PD-PRODUCT-CODE.
           MOVE LINE-REVENUE                    TO PD-REVENUE.
           MOVE LINE-COST                       TO PD-COST.
           MOVE LINE-NET                        TO PD-NET.
           MOVE SPACES TO RPT-TEXT.
           MOVE PROFIT-DETAIL-BUFFER TO RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

           MOVE PT-PRODUCT-CODE(PROF-SUBSCRIPT) TO PRODUCT-LOOKUP-CODE.
           PERFORM TALLY-PRODUCT THRU TALLY-PRODUCT-EXIT.
           GO TO WRITE-PROFIT-REPORT-LOOP.

       WRITE-PRODUCT-SUMMARY.
           MOVE SPACES TO RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE "CONTRIBUTION BY PRODUCT" TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE 0 TO PRODUCT-SUBSCRIPT.

       WRITE-PRODUCT-SUMMARY-LOOP.
           ADD 1 TO PRODUCT-SUBSCRIPT.
           IF PRODUCT-SUBSCRIPT > PRODUCT-COUNT
           THEN
              GO TO WRITE-DECILES
           END-IF.
           MOVE PR-PRODUCT-CODE(PRODUCT-SUBSCRIPT)
              TO PRODUCT-LOOKUP-CODE.
           PERFORM LOOK-UP-PRODUCT THRU LOOK-UP-PRODUCT-EXIT.
           COMPUTE LINE-REVENUE =
              PR-AMOUNT(PRODUCT-SUBSCRIPT, 1) +
              PR-AMOUNT(PRODUCT-SUBSCRIPT, 2) +
              PR-AMOUNT(PRODUCT-SUBSCRIPT, 3) +
              PR-AMOUNT(PRODUCT-SUBSCRIPT, 4) +
              PR-AMOUNT(PRODUCT-SUBSCRIPT, 5).
           MOVE PR-AMOUNT(PRODUCT-SUBSCRIPT, 6) TO LINE-COST.
           COMPUTE LINE-NET = LINE-REVENUE - LINE-COST.
           MOVE PRODUCT-LOOKUP-CODE TO PX-PRODUCT-CODE.
           MOVE PRODUCT-LOOKUP-NAME TO PX-PRODUCT-NAME.
           MOVE LINE-REVENUE        TO PX-REVENUE.
           MOVE LINE-COST           TO PX-COST.
           MOVE LINE-NET            TO PX-NET.
           MOVE SPACES TO RPT-TEXT.
           MOVE PRODUCT-DETAIL-BUFFER TO RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           GO TO WRITE-PRODUCT-SUMMARY-LOOP.

       WRITE-DECILES.
           COMPUTE GRAND-REVENUE = GR-AMOUNT(1) + GR-AMOUNT(2) +
              GR-AMOUNT(3) + GR-AMOUNT(4) + GR-AMOUNT(5).
           MOVE GR-AMOUNT(6) TO GRAND-COST.
           COMPUTE GRAND-NET = GRAND-REVENUE - GRAND-COST.
           MOVE "**" TO PX-PRODUCT-CODE.
           MOVE "ALL PRODUCTS" TO PX-PRODUCT-NAME.
           MOVE GRAND-REVENUE TO PX-REVENUE.
           MOVE GRAND-COST    TO PX-COST.
           MOVE GRAND-NET     TO PX-NET.
           MOVE SPACES TO RPT-TEXT.
           MOVE PRODUCT-DETAIL-BUFFER TO RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

           IF RANK-COUNT = 0
           THEN
              GO TO WRITE-PROFIT-REPORT-DONE
           END-IF.
           PERFORM SORT-RANK-TABLE THRU SORT-RANK-TABLE-EXIT.
           COMPUTE DECILE-SIZE = (RANK-COUNT + 9) / 10.

           MOVE SPACES TO RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE "TOP DECILE BY NET CONTRIBUTION" TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE 0 TO RANK-SUBSCRIPT.

       WRITE-TOP-DECILE-LOOP.
           ADD 1 TO RANK-SUBSCRIPT.
           IF RANK-SUBSCRIPT > DECILE-SIZE
           THEN
              GO TO WRITE-BOTTOM-DECILE
           END-IF.
           PERFORM WRITE-RANK-LINE THRU WRITE-RANK-LINE-EXIT.
           GO TO WRITE-TOP-DECILE-LOOP.

       WRITE-BOTTOM-DECILE.
           MOVE SPACES TO RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE "BOTTOM DECILE BY NET CONTRIBUTION" TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           COMPUTE DECILE-START = RANK-COUNT - DECILE-SIZE.
           MOVE RANK-COUNT TO RANK-SUBSCRIPT.

       WRITE-BOTTOM-DECILE-LOOP.
           IF RANK-SUBSCRIPT NOT > DECILE-START
           THEN
              GO TO WRITE-PROFIT-REPORT-DONE
           END-IF.
           PERFORM WRITE-RANK-LINE THRU WRITE-RANK-LINE-EXIT.
           SUBTRACT 1 FROM RANK-SUBSCRIPT.
           GO TO WRITE-BOTTOM-DECILE-LOOP.

       WRITE-PROFIT-REPORT-DONE.
           MOVE "TERM" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE GRAND-NET TO PX-NET.
           DISPLAY "=====> PROFITABILITY FOR " REPORT-MONTH ": "
              RANK-COUNT " CUSTOMER(S), " PROF-COUNT " LINE(S)".
           DISPLAY "=====> NET CONTRIBUTION: " PX-NET.
           STOP RUN.

       TALLY-PROFIT.
           MOVE PROF-CUST-HINT TO PROF-CUST-NUMBER.
           MOVE "??" TO PROF-PRODUCT-CODE.
           MOVE 0 TO ACCT-SUBSCRIPT.

       TALLY-PROFIT-FIND-ACCT.
           ADD 1 TO ACCT-SUBSCRIPT.
           IF ACCT-SUBSCRIPT > ACCT-COUNT
           THEN
              GO TO TALLY-PROFIT-FIND-LINE
           END-IF.
           IF AT-ACCT-NUMBER(ACCT-SUBSCRIPT) NOT = PROF-ACCT-NUMBER
           THEN
              GO TO TALLY-PROFIT-FIND-ACCT
           END-IF.
           MOVE AT-CUST-NUMBER(ACCT-SUBSCRIPT)  TO PROF-CUST-NUMBER.
           MOVE AT-PRODUCT-CODE(ACCT-SUBSCRIPT) TO PROF-PRODUCT-CODE.

       TALLY-PROFIT-FIND-LINE.
           MOVE 0 TO PROF-SUBSCRIPT.

       TALLY-PROFIT-FIND-LINE-LOOP.
           ADD 1 TO PROF-SUBSCRIPT.
           IF PROF-SUBSCRIPT > PROF-COUNT
           THEN
              GO TO TALLY-PROFIT-NEW
           END-IF.
           IF PT-CUST-NUMBER(PROF-SUBSCRIPT) = PROF-CUST-NUMBER AND
              PT-PRODUCT-CODE(PROF-SUBSCRIPT) = PROF-PRODUCT-CODE
           THEN
              GO TO TALLY-PROFIT-ADD
           END-IF.
           GO TO TALLY-PROFIT-FIND-LINE-LOOP.

       TALLY-PROFIT-NEW.
           IF PROF-COUNT NOT < 1000
           THEN
              DISPLAY "~~~~~~~~~~~~~~~> MORE THAN 1000 CUSTOMER/"
                 "PRODUCT LINES -- OVERFLOW IGNORED"
              GO TO TALLY-PROFIT-EXIT
           END-IF.
           ADD 1 TO PROF-COUNT.
           MOVE PROF-COUNT TO PROF-SUBSCRIPT.
           MOVE PROF-CUST-NUMBER  TO PT-CUST-NUMBER(PROF-SUBSCRIPT).
           MOVE PROF-PRODUCT-CODE TO PT-PRODUCT-CODE(PROF-SUBSCRIPT).
           MOVE 0 TO CATEGORY-SUBSCRIPT.

       TALLY-PROFIT-CLEAR.
           ADD 1 TO CATEGORY-SUBSCRIPT.
           IF CATEGORY-SUBSCRIPT > 6
           THEN
              GO TO TALLY-PROFIT-ADD
           END-IF.
           MOVE 0 TO PT-AMOUNT(PROF-SUBSCRIPT, CATEGORY-SUBSCRIPT).
           GO TO TALLY-PROFIT-CLEAR.

       TALLY-PROFIT-ADD.
           ADD PROF-AMOUNT TO PT-AMOUNT(PROF-SUBSCRIPT, PROF-CATEGORY).

       TALLY-PROFIT-EXIT.
           EXIT.

       COMPUTE-LOAN-INTEREST.
           MOVE 0 TO LOAN-PERIOD-INTEREST.
           MOVE 0 TO LOAN-SUBSCRIPT.

       COMPUTE-LOAN-INTEREST-FIND.
           ADD 1 TO LOAN-SUBSCRIPT.
           IF LOAN-SUBSCRIPT > LOAN-COUNT
           THEN
              GO TO COMPUTE-LOAN-INTEREST-EXIT
           END-IF.
           IF LT-ACCT-NUMBER(LOAN-SUBSCRIPT) NOT = LSCH-ACCT-NUMBER
           THEN
              GO TO COMPUTE-LOAN-INTEREST-FIND
           END-IF.
           MOVE LT-PRINCIPAL(LOAN-SUBSCRIPT) TO LOAN-BALANCE.
           MOVE 1 TO LOAN-PERIOD.

       COMPUTE-LOAN-INTEREST-LOOP.
           COMPUTE LOAN-PERIOD-INTEREST ROUNDED =
              LOAN-BALANCE * LT-ANNUAL-RATE(LOAN-SUBSCRIPT) / 12.
           IF LOAN-PERIOD NOT < LSCH-INSTALLMENT-NUMBER
           THEN
              GO TO COMPUTE-LOAN-INTEREST-DONE
           END-IF.
           COMPUTE LOAN-BALANCE = LOAN-BALANCE + LOAN-PERIOD-INTEREST
              - LT-MONTHLY-PAYMENT(LOAN-SUBSCRIPT).
           ADD 1 TO LOAN-PERIOD.
           GO TO COMPUTE-LOAN-INTEREST-LOOP.

       COMPUTE-LOAN-INTEREST-DONE.
           IF LOAN-PERIOD-INTEREST < 0
           THEN
              MOVE 0 TO LOAN-PERIOD-INTEREST
           END-IF.

       COMPUTE-LOAN-INTEREST-EXIT.
           EXIT.

       TALLY-PRODUCT.
           MOVE 0 TO PRODUCT-SUBSCRIPT.

       TALLY-PRODUCT-LOOP.
           ADD 1 TO PRODUCT-SUBSCRIPT.
           IF PRODUCT-SUBSCRIPT > PRODUCT-COUNT
           THEN
              GO TO TALLY-PRODUCT-NEW
           END-IF.
           IF PR-PRODUCT-CODE(PRODUCT-SUBSCRIPT) = PRODUCT-LOOKUP-CODE
           THEN
              GO TO TALLY-PRODUCT-ADD
           END-IF.
           GO TO TALLY-PRODUCT-LOOP.

       TALLY-PRODUCT-NEW.
           IF PRODUCT-COUNT NOT < 20
           THEN
              GO TO TALLY-PRODUCT-EXIT
           END-IF.
           ADD 1 TO PRODUCT-COUNT.
           MOVE PRODUCT-COUNT TO PRODUCT-SUBSCRIPT.
           MOVE PRODUCT-LOOKUP-CODE
              TO PR-PRODUCT-CODE(PRODUCT-SUBSCRIPT).
           MOVE 0 TO CATEGORY-SUBSCRIPT.

       TALLY-PRODUCT-CLEAR.
           ADD 1 TO CATEGORY-SUBSCRIPT.
           IF CATEGORY-SUBSCRIPT > 6
           THEN
              GO TO TALLY-PRODUCT-ADD
           END-IF.
           MOVE 0 TO PR-AMOUNT(PRODUCT-SUBSCRIPT, CATEGORY-SUBSCRIPT).
           GO TO TALLY-PRODUCT-CLEAR.

       TALLY-PRODUCT-ADD.
           MOVE 0 TO CATEGORY-SUBSCRIPT.

       TALLY-PRODUCT-ADD-LOOP.
           ADD 1 TO CATEGORY-SUBSCRIPT.
           IF CATEGORY-SUBSCRIPT > 6
           THEN
              GO TO TALLY-PRODUCT-EXIT
           END-IF.
           ADD PT-AMOUNT(PROF-SUBSCRIPT, CATEGORY-SUBSCRIPT)
              TO PR-AMOUNT(PRODUCT-SUBSCRIPT, CATEGORY-SUBSCRIPT).
           GO TO TALLY-PRODUCT-ADD-LOOP.

       TALLY-PRODUCT-EXIT.
           EXIT.

       START-RANK-ENTRY.
           IF RANK-COUNT NOT < 500
           THEN
              DISPLAY "~~~~~~~~~~~~~~~> MORE THAN 500 CUSTOMERS -- "
                 "RANKING OVERFLOW IGNORED"
              GO TO START-RANK-ENTRY-EXIT
           END-IF.
           ADD 1 TO RANK-COUNT.
           MOVE PT-CUST-NUMBER(PROF-SUBSCRIPT)
              TO RK-CUST-NUMBER(RANK-COUNT).
           MOVE 0 TO RK-REVENUE(RANK-COUNT).
           MOVE 0 TO RK-COST(RANK-COUNT).
           MOVE 0 TO RK-NET(RANK-COUNT).
           IF PT-CUST-NUMBER(PROF-SUBSCRIPT) = 0
           THEN
              MOVE "** UNATTRIBUTED **" TO RK-CUST-NAME(RANK-COUNT)
              GO TO START-RANK-ENTRY-EXIT
           END-IF.
           MOVE PT-CUST-NUMBER(PROF-SUBSCRIPT)
              TO CUSTOMER-LOOKUP-NUMBER.
           PERFORM LOOK-UP-CUSTOMER THRU LOOK-UP-CUSTOMER-EXIT.
           MOVE CUSTOMER-LOOKUP-NAME TO RK-CUST-NAME(RANK-COUNT).

       START-RANK-ENTRY-EXIT.
           EXIT.

       WRITE-RANK-LINE.
           MOVE RANK-SUBSCRIPT                 TO RD-RANK.
           MOVE RK-CUST-NUMBER(RANK-SUBSCRIPT) TO RD-CUST-NUMBER.
           MOVE RK-CUST-NAME(RANK-SUBSCRIPT)   TO RD-CUST-NAME.
           MOVE RK-REVENUE(RANK-SUBSCRIPT)     TO RD-REVENUE.
           MOVE RK-COST(RANK-SUBSCRIPT)        TO RD-COST.
           MOVE RK-NET(RANK-SUBSCRIPT)         TO RD-NET.
           MOVE SPACES TO RPT-TEXT.
           MOVE RANK-DETAIL-BUFFER TO RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

       WRITE-RANK-LINE-EXIT.
           EXIT.

       SORT-PROFIT-TABLE.
           MOVE "N" TO PROF-SWAPPED.
           MOVE 0 TO PROF-SUBSCRIPT.

       SORT-PROFIT-TABLE-LOOP.
           ADD 1 TO PROF-SUBSCRIPT.
           IF PROF-SUBSCRIPT NOT < PROF-COUNT
           THEN
              GO TO SORT-PROFIT-TABLE-PASS
           END-IF.
           COMPUTE PROF-NEXT-SUBSCRIPT = PROF-SUBSCRIPT + 1.
           IF PT-CUST-NUMBER(PROF-SUBSCRIPT) >
              PT-CUST-NUMBER(PROF-NEXT-SUBSCRIPT) OR
              (PT-CUST-NUMBER(PROF-SUBSCRIPT) =
               PT-CUST-NUMBER(PROF-NEXT-SUBSCRIPT) AND
               PT-PRODUCT-CODE(PROF-SUBSCRIPT) >
               PT-PRODUCT-CODE(PROF-NEXT-SUBSCRIPT))
           THEN
              MOVE PROF-ENTRY(PROF-SUBSCRIPT) TO PROF-SWAP-ENTRY
              MOVE PROF-ENTRY(PROF-NEXT-SUBSCRIPT)
                 TO PROF-ENTRY(PROF-SUBSCRIPT)
              MOVE PROF-SWAP-ENTRY TO PROF-ENTRY(PROF-NEXT-SUBSCRIPT)
              MOVE "Y" TO PROF-SWAPPED
           END-IF.
           GO TO SORT-PROFIT-TABLE-LOOP.

       SORT-PROFIT-TABLE-PASS.
           IF PROF-TABLE-SWAPPED
           THEN
              GO TO SORT-PROFIT-TABLE
           END-IF.

       SORT-PROFIT-TABLE-EXIT.
           EXIT.

       SORT-RANK-TABLE.
           MOVE "N" TO PROF-SWAPPED.
           MOVE 0 TO RANK-SUBSCRIPT.

       SORT-RANK-TABLE-LOOP.
           ADD 1 TO RANK-SUBSCRIPT.
           IF RANK-SUBSCRIPT NOT < RANK-COUNT
           THEN
              GO TO SORT-RANK-TABLE-PASS
           END-IF.
           COMPUTE RANK-NEXT-SUBSCRIPT = RANK-SUBSCRIPT + 1.
           IF RK-NET(RANK-SUBSCRIPT) < RK-NET(RANK-NEXT-SUBSCRIPT)
           THEN
              MOVE RANK-ENTRY(RANK-SUBSCRIPT) TO RANK-SWAP-ENTRY
              MOVE RANK-ENTRY(RANK-NEXT-SUBSCRIPT)
                 TO RANK-ENTRY(RANK-SUBSCRIPT)
              MOVE RANK-SWAP-ENTRY TO RANK-ENTRY(RANK-NEXT-SUBSCRIPT)
              MOVE "Y" TO PROF-SWAPPED
           END-IF.
           GO TO SORT-RANK-TABLE-LOOP.

       SORT-RANK-TABLE-PASS.
           IF PROF-TABLE-SWAPPED
           THEN
              GO TO SORT-RANK-TABLE
           END-IF.

       SORT-RANK-TABLE-EXIT.
           EXIT.

       LOOK-UP-CUSTOMER.
           MOVE "** NOT ON CIF FILE **" TO CUSTOMER-LOOKUP-NAME.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-NOT-FOUND
           THEN
              GO TO LOOK-UP-CUSTOMER-EXIT
           END-IF.

       LOOK-UP-CUSTOMER-LOOP.
           READ CUSTOMER-FILE
              AT END GO TO LOOK-UP-CUSTOMER-CLOSE
           END-READ.
           IF CIF-CUST-NUMBER = CUSTOMER-LOOKUP-NUMBER
           THEN
              MOVE CIF-CUST-NAME TO CUSTOMER-LOOKUP-NAME
              GO TO LOOK-UP-CUSTOMER-CLOSE
           END-IF.
           GO TO LOOK-UP-CUSTOMER-LOOP.

       LOOK-UP-CUSTOMER-CLOSE.
           CLOSE CUSTOMER-FILE.

       LOOK-UP-CUSTOMER-EXIT.
           EXIT.

       LOOK-UP-PRODUCT.
           MOVE "** NOT ON MASTER **" TO PRODUCT-LOOKUP-NAME.
           IF PRODUCT-LOOKUP-CODE = "??"
           THEN
              GO TO LOOK-UP-PRODUCT-EXIT
           END-IF.
           MOVE "** NOT ON FILE **" TO PRODUCT-LOOKUP-NAME.
           OPEN INPUT PRODUCT-FILE.
           IF PRODUCT-FILE-NOT-FOUND
           THEN
              GO TO LOOK-UP-PRODUCT-EXIT
           END-IF.

       LOOK-UP-PRODUCT-LOOP.
           READ PRODUCT-FILE
              AT END GO TO LOOK-UP-PRODUCT-CLOSE
           END-READ.
           IF PROD-CODE = PRODUCT-LOOKUP-CODE
           THEN
              MOVE PROD-NAME TO PRODUCT-LOOKUP-NAME
              GO TO LOOK-UP-PRODUCT-CLOSE
           END-IF.
           GO TO LOOK-UP-PRODUCT-LOOP.

       LOOK-UP-PRODUCT-CLOSE.
           CLOSE PRODUCT-FILE.

       LOOK-UP-PRODUCT-EXIT.
           EXIT.

       END PROGRAM CUSTPROF.
