       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              GL-INTERFACE-FILE ASSIGN DYNAMIC GL-INTERFACE-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS GL-INTERFACE-FILE-STATUS.

           SELECT
              GL-BALANCE-FILE ASSIGN DYNAMIC GL-BALANCE-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS GL-BALANCE-FILE-STATUS.

           SELECT
              NEW-GL-BALANCE-FILE ASSIGN DYNAMIC
                 NEW-GL-BALANCE-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NEW-GL-BALANCE-FILE-STATUS.

           SELECT
              GL-CODES-FILE ASSIGN DYNAMIC GL-CODES-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS GL-CODES-FILE-STATUS.

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
              LOAN-SCHED-FILE ASSIGN DYNAMIC LOAN-SCHED-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS LOAN-SCHED-FILE-STATUS.

           SELECT
              FCY-BALANCE-FILE ASSIGN DYNAMIC FCY-BALANCE-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FCY-BALANCE-FILE-STATUS.

           SELECT
              TUITION-GL-FILE ASSIGN DYNAMIC TUITION-GL-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS TUITION-GL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-INTERFACE-FILE.
       01  GL-INTERFACE-RECORD.
           02 GL-RUN-DATE                      PIC 9(8).
           02 GL-ACCOUNT                       PIC 9(8).
           02 GL-DC-FLAG                       PIC X.
           02 GL-AMOUNT                        PIC 9(11)V9(2).
           02 GL-EVENT                         PIC X(12).

       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-RECORD.
           02 GLB-ACCOUNT                      PIC 9(8).
           02 GLB-BALANCE                      PIC S9(13)V9(2)
                                               SIGN LEADING SEPARATE.
           02 GLB-LAST-POSTED                  PIC 9(8).

       FD  NEW-GL-BALANCE-FILE.
       01  NEW-GL-BALANCE-RECORD               PIC X(32).

       FD  GL-CODES-FILE.
       01  GL-CODES-RECORD.
           02 GLC-EVENT                        PIC X(12).
           02 GLC-DEBIT-ACCOUNT                PIC 9(8).
           02 GLC-CREDIT-ACCOUNT               PIC 9(8).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           02 MSTR-ACCT-HOLDER-NAME            PIC X(20).
           02 MSTR-ACCT-INFO.
              03 MSTR-ACCT-NUMBER              PIC 9(16).
              03 MSTR-ACCT-PASSWORD            PIC 9(6).
           02 MSTR-ACCT-SIGN                   PIC X.
              88 MSTR-ACCT-POSITIVE            VALUE "+".
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

       FD  LOAN-SCHED-FILE.
       01  LOAN-SCHED-RECORD.
           02 LSCH-ACCT-NUMBER                 PIC 9(16).
           02 LSCH-INSTALLMENT-NUMBER          PIC 9(3).
           02 LSCH-DUE-DATE                    PIC 9(8).
           02 LSCH-AMOUNT                      PIC 9(7)V9(2).
           02 LSCH-STATUS                      PIC X.
              88 INSTALLMENT-IS-PENDING        VALUE "P".
              88 INSTALLMENT-IS-MISSED         VALUE "M".

       FD  FCY-BALANCE-FILE.
       01  FCY-BALANCE-RECORD.
           02 FCY-ACCT-NUMBER                  PIC 9(16).
           02 FCY-CURRENCY-CODE                PIC X(3).
           02 FCY-BALANCE                      PIC 9(11)V9(2).
           02 FCY-LAST-RATE                    PIC 9(3)V9(6).

       FD  TUITION-GL-FILE.
       01  TUITION-GL-RECORD.
           02 TGL-RUN-DATE                     PIC 9(8).
           02 TGL-ACCOUNT                      PIC 9(8).
           02 TGL-DC-FLAG                      PIC X.
           02 TGL-AMOUNT                       PIC 9(11)V9(2).
           02 TGL-EVENT                        PIC X(12).

       WORKING-STORAGE SECTION.
       01  GL-INTERFACE-FILE-DSN               PIC X(40).
       01  GL-BALANCE-FILE-DSN                 PIC X(40).
       01  NEW-GL-BALANCE-FILE-DSN             PIC X(40).
       01  GL-CODES-FILE-DSN                   PIC X(40).
       01  MASTER-FILE-DSN                     PIC X(40).
       01  TERM-DEPOSIT-FILE-DSN               PIC X(40).
       01  LOAN-SCHED-FILE-DSN                 PIC X(40).
       01  FCY-BALANCE-FILE-DSN                PIC X(40).
       01  TRIAL-BALANCE-FILE-DSN              PIC X(40).
       01  TUITION-GL-FILE-DSN                 PIC X(40).

       01  GL-INTERFACE-FILE-STATUS            PIC 99.
           88 GL-INTERFACE-FILE-NOT-FOUND      VALUE 35.
       01  GL-BALANCE-FILE-STATUS              PIC 99.
           88 GL-BALANCE-FILE-NOT-FOUND        VALUE 35.
       01  NEW-GL-BALANCE-FILE-STATUS          PIC 99.
       01  GL-CODES-FILE-STATUS                PIC 99.
           88 GL-CODES-FILE-NOT-FOUND          VALUE 35.
       01  MASTER-FILE-STATUS                  PIC 99.
           88 MASTER-FILE-NOT-FOUND            VALUE 35.
       01  TERM-DEPOSIT-FILE-STATUS            PIC 99.
           88 TERM-DEPOSIT-FILE-NOT-FOUND      VALUE 35.
       01  LOAN-SCHED-FILE-STATUS              PIC 99.
           88 LOAN-SCHED-FILE-NOT-FOUND        VALUE 35.
       01  FCY-BALANCE-FILE-STATUS             PIC 99.
           88 FCY-BALANCE-FILE-NOT-FOUND       VALUE 35.
       01  TUITION-GL-FILE-STATUS              PIC 99.
           88 TUITION-GL-FILE-NOT-FOUND        VALUE 35.

       01  GL-DEPOSIT-CONTROL                  PIC 9(8) VALUE 20100000.
       01  GL-LOAN-CONTROL                     PIC 9(8) VALUE 13000000.
       01  GL-LOAN-CLEARING                    PIC 9(8) VALUE 13900000.
       01  GL-FCY-CONTROL                      PIC 9(8) VALUE 20200000.
       01  GL-FCY-CLEARING                     PIC 9(8) VALUE 29200000.
       01  GL-TAKE-ON-ACCOUNT                  PIC 9(8) VALUE 39900000.

       01  GL-ACCOUNT-COUNT                    PIC 9(3) VALUE 0.
       01  GL-SUBSCRIPT                        PIC 9(3) VALUE 0.
       01  GL-INNER-SUBSCRIPT                  PIC 9(3) VALUE 0.
       01  GL-BALANCE-TABLE.
           02 GL-BALANCE-ENTRY OCCURS 200 TIMES.
              03 GLT-ACCOUNT                   PIC 9(8).
              03 GLT-BALANCE                   PIC S9(13)V9(2).
              03 GLT-LAST-POSTED               PIC 9(8).
       01  GL-SWAP-ENTRY.
           02 GLS-ACCOUNT                      PIC 9(8).
           02 GLS-BALANCE                      PIC S9(13)V9(2).
           02 GLS-LAST-POSTED                  PIC 9(8).

       01  GL-FOUND-FLAG                       PIC X VALUE "N".
           88 GL-ACCOUNT-WAS-FOUND             VALUE "Y".
       01  GL-TAKE-ON-FLAG                     PIC X VALUE "N".
           88 GL-TAKE-ON-RUN                   VALUE "Y".
       01  GL-BREAK-FLAG                       PIC X VALUE "N".
           88 GL-PROOF-BROKEN                  VALUE "Y".

       01  GL-FIND-ACCOUNT                     PIC 9(8).
       01  GL-FIND-BALANCE                     PIC S9(13)V9(2).
       01  GL-POST-ACCOUNT                     PIC 9(8).
       01  GL-POST-DC                          PIC X.
       01  GL-POST-AMOUNT                      PIC 9(11)V9(2).
       01  GL-POST-EVENT                       PIC X(12).
       01  GL-POSTING-COUNT                    PIC 9(7) VALUE 0.
       01  TUITION-POSTING-COUNT               PIC 9(7) VALUE 0.
       01  GL-DAY-DEBIT-TOTAL                  PIC 9(13)V9(2) VALUE 0.
       01  GL-DAY-CREDIT-TOTAL                 PIC 9(13)V9(2) VALUE 0.

       01  GL-FEED-COUNT                       PIC 9(2) VALUE 0.
       01  GL-FEED-SUBSCRIPT                   PIC 9(2) VALUE 0.
       01  GL-FEED-TABLE.
           02 GL-FEED-ENTRY OCCURS 10 TIMES.
              03 GLF-ACCOUNT                   PIC 9(8).
              03 GLF-DC-FLAG                   PIC X.
              03 GLF-AMOUNT                    PIC 9(11)V9(2).
              03 GLF-EVENT                     PIC X(12).

       01  FEED-CONTROL-ACCOUNT                PIC 9(8).
       01  FEED-CONTRA-ACCOUNT                 PIC 9(8).
       01  FEED-EVENT-NAME                     PIC X(12).
       01  FEED-AMOUNT                         PIC S9(13)V9(2).
       01  FEED-CONTROL-IS-CREDIT              PIC X.
       01  DEPOSIT-FEED-AMOUNT                 PIC S9(13)V9(2).
       01  LOAN-FEED-AMOUNT                    PIC S9(13)V9(2).
       01  FCY-FEED-AMOUNT                     PIC S9(13)V9(2).

       01  SUB-DEPOSIT-TOTAL                   PIC S9(13)V9(2).
       01  SUB-TERM-DEPOSIT-TOTAL              PIC 9(13)V9(2).
       01  SUB-LOAN-TOTAL                      PIC 9(13)V9(2).
       01  SUB-FCY-TOTAL                       PIC 9(13)V9(2).
       01  SUB-DEPOSIT-COUNT                   PIC 9(7).
       01  FCY-HOME-VALUE                      PIC 9(13)V9(2).
       01  ACCT-SIGNED-BALANCE                 PIC S9(13)V9(2).
       01  CONTROL-BALANCE                     PIC S9(13)V9(2).
       01  PROOF-SUBLEDGER-TOTAL               PIC S9(13)V9(2).
       01  PROOF-DIFFERENCE                    PIC S9(13)V9(2).

       01  PRODUCT-PROOF-COUNT                 PIC 9(2) VALUE 0.
       01  PRODUCT-PROOF-SUBSCRIPT             PIC 9(2) VALUE 0.
       01  PRODUCT-PROOF-TABLE.
           02 PRODUCT-PROOF-ENTRY OCCURS 20 TIMES.
              03 PP-CODE                       PIC X(2).
              03 PP-COUNT                      PIC 9(7).
              03 PP-TOTAL                      PIC S9(13)V9(2).

       01  TB-DEBIT-TOTAL                      PIC 9(15)V9(2).
       01  TB-CREDIT-TOTAL                     PIC 9(15)V9(2).
       01  TB-NET                              PIC S9(15)V9(2).

       01  RPT-OP                              PIC X(4).
       01  RPT-TEXT.
           02 RPT-INIT-VIEW.
              03 RPT-REPORT-DSN                PIC X(40).
              03 RPT-PROGRAM-ID                PIC X(10).
              03 RPT-REPORT-TITLE              PIC X(40).
              03 FILLER                        PIC X(42).

       01  TB-HEADING-BUFFER.
           02 FILLER                           PIC X(14)
              VALUE "GL ACCOUNT".
           02 FILLER                           PIC X(20)
              VALUE "       DEBIT BALANCE".
           02 FILLER                           PIC X(20)
              VALUE "      CREDIT BALANCE".
           02 FILLER                           PIC X(14)
              VALUE "   LAST POSTED".

       01  TB-DETAIL-BUFFER.
           02 TBD-ACCOUNT                      PIC 9(8).
           02 TBD-PREFIX-1                     PIC X(6)
              VALUE SPACES.
           02 TBD-DEBIT                        PIC ZZZZZZZZZZZZZZ9.99.
           02 TBD-PREFIX-2                     PIC X(2)
              VALUE SPACES.
           02 TBD-CREDIT                       PIC ZZZZZZZZZZZZZZ9.99.
           02 TBD-PREFIX-3                     PIC X(6)
              VALUE SPACES.
           02 TBD-LAST-POSTED                  PIC 9(8).

       01  TB-TOTAL-BUFFER.
           02 TBT-PREFIX-1                     PIC X(14)
              VALUE "TOTALS".
           02 TBT-DEBIT                        PIC ZZZZZZZZZZZZZZ9.99.
           02 TBT-PREFIX-2                     PIC X(2)
              VALUE SPACES.
           02 TBT-CREDIT                       PIC ZZZZZZZZZZZZZZ9.99.
           02 TBT-PREFIX-3                     PIC X(10)
              VALUE "   NET:  ".
           02 TBT-NET                          PIC -ZZZZZZZZZZZZZZ9.99.

       01  TB-DAY-BUFFER.
           02 TBY-PREFIX-1                     PIC X(24)
              VALUE "POSTED TODAY: ".
           02 TBY-COUNT                        PIC ZZZZZZ9.
           02 TBY-PREFIX-2                     PIC X(16)
              VALUE " LINE(S), DEBIT ".
           02 TBY-DEBIT                        PIC ZZZZZZZZZZZZ9.99.
           02 TBY-PREFIX-3                     PIC X(8)
              VALUE " CREDIT ".
           02 TBY-CREDIT                       PIC ZZZZZZZZZZZZ9.99.

       01  PROOF-HEADING-BUFFER.
           02 FILLER                           PIC X(32)
              VALUE "SUBLEDGER".
           02 FILLER                           PIC X(20)
              VALUE "     SUBLEDGER TOTAL".
           02 FILLER                           PIC X(12)
              VALUE "  GL CONTROL".
           02 FILLER                           PIC X(20)
              VALUE "     CONTROL BALANCE".
           02 FILLER                           PIC X(20)
              VALUE "          DIFFERENCE".

       01  PROOF-DETAIL-BUFFER.
           02 PD-SUBLEDGER                     PIC X(32).
           02 PD-SUBLEDGER-TOTAL               PIC -ZZZZZZZZZZZZZ9.99.
           02 PD-PREFIX-1                      PIC X(4)
              VALUE SPACES.
           02 PD-CONTROL-ACCOUNT               PIC 9(8).
           02 PD-PREFIX-2                      PIC X(2)
              VALUE SPACES.
           02 PD-CONTROL-BALANCE               PIC -ZZZZZZZZZZZZZ9.99.
           02 PD-PREFIX-3                      PIC X(2)
              VALUE SPACES.
           02 PD-DIFFERENCE                    PIC -ZZZZZZZZZZZZZ9.99.

       01  PROOF-MEMO-BUFFER.
           02 PM-SUBLEDGER                     PIC X(32).
           02 PM-SUBLEDGER-TOTAL               PIC -ZZZZZZZZZZZZZ9.99.
           02 PM-PREFIX-1                      PIC X(4)
              VALUE SPACES.
           02 PM-MEMO-TEXT                     PIC X(50).

       01  PROOF-PRODUCT-BUFFER.
           02 PP-PREFIX-1                      PIC X(12)
              VALUE "   PRODUCT ".
           02 PPB-CODE                         PIC X(2).
           02 PP-PREFIX-2                      PIC X(2)
              VALUE SPACES.
           02 PPB-COUNT                        PIC ZZZZZZ9.
           02 PP-PREFIX-3                      PIC X(9)
              VALUE " ACCT(S)".
           02 PPB-TOTAL                        PIC -ZZZZZZZZZZZZZ9.99.

       01  PROOF-FEED-BUFFER.
           02 PF-PREFIX-1                      PIC X(32)
              VALUE "   FED TO CONTROL THIS RUN".
           02 PF-AMOUNT                        PIC -ZZZZZZZZZZZZZ9.99.
           02 PF-PREFIX-2                      PIC X(14)
              VALUE "   AGAINST GL ".
           02 PF-CONTRA-ACCOUNT                PIC 9(8).

       01  PROOF-RESULT-LINE                   PIC X(80).

       LINKAGE SECTION.
       01  LS-FUNC                             PIC X(4).
       01  LS-RUN-DATE                         PIC 9(8).
       01  LS-MASTER-DSN                       PIC X(40).
       01  LS-RESULT                           PIC X.

       PROCEDURE DIVISION USING LS-FUNC LS-RUN-DATE LS-MASTER-DSN
           LS-RESULT.
       GL-POST-MAIN.
           MOVE "E" TO LS-RESULT.
           MOVE "N" TO GL-TAKE-ON-FLAG.
           MOVE "N" TO GL-BREAK-FLAG.
           MOVE 0 TO GL-ACCOUNT-COUNT.
           MOVE 0 TO GL-FEED-COUNT.
           MOVE 0 TO GL-POSTING-COUNT.
           MOVE 0 TO TUITION-POSTING-COUNT.
           MOVE 0 TO GL-DAY-DEBIT-TOTAL.
           MOVE 0 TO GL-DAY-CREDIT-TOTAL.
           MOVE 0 TO DEPOSIT-FEED-AMOUNT.
           MOVE 0 TO LOAN-FEED-AMOUNT.
           MOVE 0 TO FCY-FEED-AMOUNT.
           MOVE LS-MASTER-DSN TO MASTER-FILE-DSN.
           PERFORM INITIALIZE-FILE-NAMES.
           PERFORM LOAD-GL-BALANCES THRU LOAD-GL-BALANCES-EXIT.
           PERFORM LOAD-GL-CONTROL-CODES THRU
              LOAD-GL-CONTROL-CODES-EXIT.
           PERFORM POST-GL-INTERFACE THRU POST-GL-INTERFACE-EXIT.
           PERFORM POST-TUITION-FEED THRU POST-TUITION-FEED-EXIT.
           PERFORM TOTAL-DEPOSIT-SUBLEDGER THRU
              TOTAL-DEPOSIT-SUBLEDGER-EXIT.
           PERFORM TOTAL-TERM-DEPOSITS THRU TOTAL-TERM-DEPOSITS-EXIT.
           PERFORM TOTAL-LOAN-SUBLEDGER THRU
              TOTAL-LOAN-SUBLEDGER-EXIT.
           PERFORM TOTAL-FCY-SUBLEDGER THRU TOTAL-FCY-SUBLEDGER-EXIT.
           PERFORM POST-SUBLEDGER-FEEDS THRU
              POST-SUBLEDGER-FEEDS-EXIT.
           PERFORM SORT-GL-BALANCE-TABLE THRU
              SORT-GL-BALANCE-TABLE-EXIT.
           PERFORM WRITE-TRIAL-BALANCE THRU WRITE-TRIAL-BALANCE-EXIT.
           PERFORM WRITE-SUBLEDGER-PROOF THRU
              WRITE-SUBLEDGER-PROOF-EXIT.

           IF GL-PROOF-BROKEN
           THEN
              MOVE "B" TO LS-RESULT
              GOBACK
           END-IF.
           IF LS-FUNC = "POST"
           THEN
              PERFORM WRITE-GL-FEED-POSTINGS THRU
                 WRITE-GL-FEED-POSTINGS-EXIT
              PERFORM WRITE-TUITION-POSTINGS THRU
                 WRITE-TUITION-POSTINGS-EXIT
              PERFORM SAVE-GL-BALANCES THRU SAVE-GL-BALANCES-EXIT
           END-IF.
           MOVE "K" TO LS-RESULT.
           GOBACK.

       INITIALIZE-FILE-NAMES.
           ACCEPT GL-INTERFACE-FILE-DSN
              FROM ENVIRONMENT "ATM_GL_INTERFACE_FILE"
              ON EXCEPTION
                 MOVE "glInterface.txt" TO GL-INTERFACE-FILE-DSN
           END-ACCEPT.

           ACCEPT GL-BALANCE-FILE-DSN
              FROM ENVIRONMENT "ATM_GL_BALANCE_FILE"
              ON EXCEPTION
                 MOVE "glBalance.txt" TO GL-BALANCE-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-GL-BALANCE-FILE-DSN
              FROM ENVIRONMENT "ATM_GL_BALANCE_NEW_FILE"
              ON EXCEPTION
                 MOVE "glBalance.txt.new" TO NEW-GL-BALANCE-FILE-DSN
           END-ACCEPT.

           ACCEPT GL-CODES-FILE-DSN
              FROM ENVIRONMENT "ATM_GL_CODES_FILE"
              ON EXCEPTION
                 MOVE "glcodes.txt" TO GL-CODES-FILE-DSN
           END-ACCEPT.

           ACCEPT TERM-DEPOSIT-FILE-DSN
              FROM ENVIRONMENT "ATM_TERM_DEPOSIT_FILE"
              ON EXCEPTION
                 MOVE "termdep.txt" TO TERM-DEPOSIT-FILE-DSN
           END-ACCEPT.

           ACCEPT LOAN-SCHED-FILE-DSN
              FROM ENVIRONMENT "ATM_LOAN_SCHED_FILE"
              ON EXCEPTION
                 MOVE "loansched.txt" TO LOAN-SCHED-FILE-DSN
           END-ACCEPT.

           ACCEPT FCY-BALANCE-FILE-DSN
              FROM ENVIRONMENT "ATM_FCY_BALANCE_FILE"
              ON EXCEPTION
                 MOVE "fcybal.txt" TO FCY-BALANCE-FILE-DSN
           END-ACCEPT.

           ACCEPT TRIAL-BALANCE-FILE-DSN
              FROM ENVIRONMENT "ATM_GL_TRIAL_BALANCE_FILE"
              ON EXCEPTION
                 MOVE "glTrialBal.txt" TO TRIAL-BALANCE-FILE-DSN
           END-ACCEPT.

           ACCEPT TUITION-GL-FILE-DSN
              FROM ENVIRONMENT "ATM_GL_TUITION_FILE"
              ON EXCEPTION
                 MOVE "glTuition.txt" TO TUITION-GL-FILE-DSN
           END-ACCEPT.

       LOAD-GL-BALANCES.
           OPEN INPUT GL-BALANCE-FILE.
           IF GL-BALANCE-FILE-NOT-FOUND
           THEN
              SET GL-TAKE-ON-RUN TO TRUE
              DISPLAY "=====> NO GL BALANCE FILE -- CONTROL BALANCES "
                 "WILL BE TAKEN ON FROM THE SUBLEDGERS"
              GO TO LOAD-GL-BALANCES-EXIT
           END-IF.

       LOAD-GL-BALANCES-LOOP.
           READ GL-BALANCE-FILE
              AT END
                 CLOSE GL-BALANCE-FILE
                 GO TO LOAD-GL-BALANCES-EXIT
           END-READ.
           IF GL-ACCOUNT-COUNT NOT < 200
           THEN
              DISPLAY "~~~~~~~~~~~~~~~> GL BALANCE TABLE FULL -- "
                 "ACCOUNT " GLB-ACCOUNT " NOT LOADED"
              SET GL-PROOF-BROKEN TO TRUE
              GO TO LOAD-GL-BALANCES-LOOP
           END-IF.
           ADD 1 TO GL-ACCOUNT-COUNT.
           MOVE GLB-ACCOUNT     TO GLT-ACCOUNT(GL-ACCOUNT-COUNT).
           MOVE GLB-BALANCE     TO GLT-BALANCE(GL-ACCOUNT-COUNT).
           MOVE GLB-LAST-POSTED TO GLT-LAST-POSTED(GL-ACCOUNT-COUNT).
           GO TO LOAD-GL-BALANCES-LOOP.

       LOAD-GL-BALANCES-EXIT.
           EXIT.

       LOAD-GL-CONTROL-CODES.
           OPEN INPUT GL-CODES-FILE.
           IF GL-CODES-FILE-NOT-FOUND
           THEN
              GO TO LOAD-GL-CONTROL-CODES-EXIT
           END-IF.

       LOAD-GL-CONTROL-CODES-LOOP.
           READ GL-CODES-FILE
              AT END
                 CLOSE GL-CODES-FILE
                 GO TO LOAD-GL-CONTROL-CODES-EXIT
           END-READ.
           IF GLC-EVENT = "DEPOSITS"
           THEN
              MOVE GLC-CREDIT-ACCOUNT TO GL-DEPOSIT-CONTROL
           END-IF.
           IF GLC-EVENT = "LOAN-FEED"
           THEN
              MOVE GLC-DEBIT-ACCOUNT  TO GL-LOAN-CONTROL
              MOVE GLC-CREDIT-ACCOUNT TO GL-LOAN-CLEARING
           END-IF.
           IF GLC-EVENT = "FCY-FEED"
           THEN
              MOVE GLC-DEBIT-ACCOUNT  TO GL-FCY-CLEARING
              MOVE GLC-CREDIT-ACCOUNT TO GL-FCY-CONTROL
           END-IF.
           IF GLC-EVENT = "GL-TAKE-ON"
           THEN
              MOVE GLC-CREDIT-ACCOUNT TO GL-TAKE-ON-ACCOUNT
           END-IF.
           GO TO LOAD-GL-CONTROL-CODES-LOOP.

       LOAD-GL-CONTROL-CODES-EXIT.
           EXIT.

       POST-GL-INTERFACE.
           OPEN INPUT GL-INTERFACE-FILE.
           IF GL-INTERFACE-FILE-NOT-FOUND
           THEN
              DISPLAY "=====> NO GL INTERFACE FILE -- NOTHING POSTED"
              GO TO POST-GL-INTERFACE-EXIT
           END-IF.

       POST-GL-INTERFACE-LOOP.
           READ GL-INTERFACE-FILE
              AT END
                 CLOSE GL-INTERFACE-FILE
                 GO TO POST-GL-INTERFACE-EXIT
           END-READ.
           MOVE GL-ACCOUNT TO GL-POST-ACCOUNT.
           MOVE GL-DC-FLAG TO GL-POST-DC.
           MOVE GL-AMOUNT  TO GL-POST-AMOUNT.
           PERFORM POST-GL-AMOUNT THRU POST-GL-AMOUNT-EXIT.
           GO TO POST-GL-INTERFACE-LOOP.

       POST-GL-INTERFACE-EXIT.
           EXIT.

       POST-TUITION-FEED.
           OPEN INPUT TUITION-GL-FILE.
           IF TUITION-GL-FILE-NOT-FOUND
           THEN
              GO TO POST-TUITION-FEED-EXIT
           END-IF.

       POST-TUITION-FEED-LOOP.
           READ TUITION-GL-FILE
              AT END
                 CLOSE TUITION-GL-FILE
                 GO TO POST-TUITION-FEED-EXIT
           END-READ.
           MOVE TGL-ACCOUNT TO GL-POST-ACCOUNT.
           MOVE TGL-DC-FLAG TO GL-POST-DC.
           MOVE TGL-AMOUNT  TO GL-POST-AMOUNT.
           PERFORM POST-GL-AMOUNT THRU POST-GL-AMOUNT-EXIT.
           ADD 1 TO TUITION-POSTING-COUNT.
           GO TO POST-TUITION-FEED-LOOP.

       POST-TUITION-FEED-EXIT.
           EXIT.

       POST-GL-AMOUNT.
           MOVE GL-POST-ACCOUNT TO GL-FIND-ACCOUNT.
           PERFORM FIND-GL-ACCOUNT THRU FIND-GL-ACCOUNT-EXIT.
           IF NOT GL-ACCOUNT-WAS-FOUND
           THEN
              IF GL-ACCOUNT-COUNT NOT < 200
              THEN
                 DISPLAY "~~~~~~~~~~~~~~~> GL BALANCE TABLE FULL -- "
                    "ACCOUNT " GL-POST-ACCOUNT " NOT POSTED"
                 SET GL-PROOF-BROKEN TO TRUE
                 GO TO POST-GL-AMOUNT-EXIT
              END-IF
              ADD 1 TO GL-ACCOUNT-COUNT
              MOVE GL-ACCOUNT-COUNT TO GL-SUBSCRIPT
              MOVE GL-POST-ACCOUNT TO GLT-ACCOUNT(GL-SUBSCRIPT)
              MOVE 0 TO GLT-BALANCE(GL-SUBSCRIPT)
           END-IF.
           IF GL-POST-DC = "D"
           THEN
              ADD GL-POST-AMOUNT TO GLT-BALANCE(GL-SUBSCRIPT)
              ADD GL-POST-AMOUNT TO GL-DAY-DEBIT-TOTAL
           ELSE
              SUBTRACT GL-POST-AMOUNT FROM GLT-BALANCE(GL-SUBSCRIPT)
              ADD GL-POST-AMOUNT TO GL-DAY-CREDIT-TOTAL
           END-IF.
           MOVE LS-RUN-DATE TO GLT-LAST-POSTED(GL-SUBSCRIPT).
           ADD 1 TO GL-POSTING-COUNT.

       POST-GL-AMOUNT-EXIT.
           EXIT.

       FIND-GL-ACCOUNT.
           MOVE "N" TO GL-FOUND-FLAG.
           MOVE 0 TO GL-FIND-BALANCE.
           MOVE 0 TO GL-SUBSCRIPT.

       FIND-GL-ACCOUNT-LOOP.
           ADD 1 TO GL-SUBSCRIPT.
           IF GL-SUBSCRIPT > GL-ACCOUNT-COUNT
           THEN
              GO TO FIND-GL-ACCOUNT-EXIT
           END-IF.
           IF GLT-ACCOUNT(GL-SUBSCRIPT) NOT = GL-FIND-ACCOUNT
           THEN
              GO TO FIND-GL-ACCOUNT-LOOP
           END-IF.
           SET GL-ACCOUNT-WAS-FOUND TO TRUE.
           MOVE GLT-BALANCE(GL-SUBSCRIPT) TO GL-FIND-BALANCE.

       FIND-GL-ACCOUNT-EXIT.
           EXIT.

       TOTAL-DEPOSIT-SUBLEDGER.
           MOVE 0 TO SUB-DEPOSIT-TOTAL.
           MOVE 0 TO SUB-DEPOSIT-COUNT.
           MOVE 0 TO PRODUCT-PROOF-COUNT.
           OPEN INPUT MASTER-FILE.
           IF MASTER-FILE-NOT-FOUND
           THEN
              DISPLAY "~~~~~~~~~~~~~~~> MASTER FILE " MASTER-FILE-DSN
                 " NOT FOUND FOR THE DEPOSIT PROOF"
              SET GL-PROOF-BROKEN TO TRUE
              GO TO TOTAL-DEPOSIT-SUBLEDGER-EXIT
           END-IF.

       TOTAL-DEPOSIT-SUBLEDGER-LOOP.
           READ MASTER-FILE
              AT END
                 CLOSE MASTER-FILE
                 GO TO TOTAL-DEPOSIT-SUBLEDGER-EXIT
           END-READ.
           MOVE MSTR-ACCT-BALANCE-UNSIGNED TO ACCT-SIGNED-BALANCE.
           IF MSTR-ACCT-NEGATIVE
           THEN
              MULTIPLY ACCT-SIGNED-BALANCE BY -1
                 GIVING ACCT-SIGNED-BALANCE
           END-IF.
           ADD ACCT-SIGNED-BALANCE TO SUB-DEPOSIT-TOTAL.
           ADD 1 TO SUB-DEPOSIT-COUNT.

           MOVE 0 TO PRODUCT-PROOF-SUBSCRIPT.

       TOTAL-DEPOSIT-PRODUCT-LOOP.
           ADD 1 TO PRODUCT-PROOF-SUBSCRIPT.
           IF PRODUCT-PROOF-SUBSCRIPT > PRODUCT-PROOF-COUNT
           THEN
              IF PRODUCT-PROOF-COUNT NOT < 20
              THEN
                 MOVE 20 TO PRODUCT-PROOF-SUBSCRIPT
              ELSE
                 ADD 1 TO PRODUCT-PROOF-COUNT
                 MOVE MSTR-PRODUCT-CODE TO
                    PP-CODE(PRODUCT-PROOF-SUBSCRIPT)
                 MOVE 0 TO PP-COUNT(PRODUCT-PROOF-SUBSCRIPT)
                 MOVE 0 TO PP-TOTAL(PRODUCT-PROOF-SUBSCRIPT)
              END-IF
           END-IF.
           IF PP-CODE(PRODUCT-PROOF-SUBSCRIPT) NOT = MSTR-PRODUCT-CODE
              AND PRODUCT-PROOF-SUBSCRIPT < 20
           THEN
              GO TO TOTAL-DEPOSIT-PRODUCT-LOOP
           END-IF.
           ADD 1 TO PP-COUNT(PRODUCT-PROOF-SUBSCRIPT).
           ADD ACCT-SIGNED-BALANCE TO PP-TOTAL(PRODUCT-PROOF-SUBSCRIPT).
           GO TO TOTAL-DEPOSIT-SUBLEDGER-LOOP.

       TOTAL-DEPOSIT-SUBLEDGER-EXIT.
           EXIT.

       TOTAL-TERM-DEPOSITS.
           MOVE 0 TO SUB-TERM-DEPOSIT-TOTAL.
           OPEN INPUT TERM-DEPOSIT-FILE.
           IF TERM-DEPOSIT-FILE-NOT-FOUND
           THEN
              GO TO TOTAL-TERM-DEPOSITS-EXIT
           END-IF.

       TOTAL-TERM-DEPOSITS-LOOP.
           READ TERM-DEPOSIT-FILE
              AT END
                 CLOSE TERM-DEPOSIT-FILE
                 GO TO TOTAL-TERM-DEPOSITS-EXIT
           END-READ.
           IF TERMDEP-IS-OPEN
           THEN
              ADD TD-PRINCIPAL TO SUB-TERM-DEPOSIT-TOTAL
           END-IF.
           GO TO TOTAL-TERM-DEPOSITS-LOOP.

       TOTAL-TERM-DEPOSITS-EXIT.
           EXIT.

       TOTAL-LOAN-SUBLEDGER.
           MOVE 0 TO SUB-LOAN-TOTAL.
           OPEN INPUT LOAN-SCHED-FILE.
           IF LOAN-SCHED-FILE-NOT-FOUND
           THEN
              GO TO TOTAL-LOAN-SUBLEDGER-EXIT
           END-IF.

       TOTAL-LOAN-SUBLEDGER-LOOP.
           READ LOAN-SCHED-FILE
              AT END
                 CLOSE LOAN-SCHED-FILE
                 GO TO TOTAL-LOAN-SUBLEDGER-EXIT
           END-READ.
           IF INSTALLMENT-IS-PENDING OR INSTALLMENT-IS-MISSED
           THEN
              ADD LSCH-AMOUNT TO SUB-LOAN-TOTAL
           END-IF.
           GO TO TOTAL-LOAN-SUBLEDGER-LOOP.

       TOTAL-LOAN-SUBLEDGER-EXIT.
           EXIT.

       TOTAL-FCY-SUBLEDGER.
           MOVE 0 TO SUB-FCY-TOTAL.
           OPEN INPUT FCY-BALANCE-FILE.
           IF FCY-BALANCE-FILE-NOT-FOUND
           THEN
              GO TO TOTAL-FCY-SUBLEDGER-EXIT
           END-IF.

       TOTAL-FCY-SUBLEDGER-LOOP.
           READ FCY-BALANCE-FILE
              AT END
                 CLOSE FCY-BALANCE-FILE
                 GO TO TOTAL-FCY-SUBLEDGER-EXIT
           END-READ.
           COMPUTE FCY-HOME-VALUE ROUNDED =
              FCY-BALANCE * FCY-LAST-RATE.
           ADD FCY-HOME-VALUE TO SUB-FCY-TOTAL.
           GO TO TOTAL-FCY-SUBLEDGER-LOOP.

       TOTAL-FCY-SUBLEDGER-EXIT.
           EXIT.

       POST-SUBLEDGER-FEEDS.
           IF GL-TAKE-ON-RUN
           THEN
              MOVE GL-DEPOSIT-CONTROL TO FEED-CONTROL-ACCOUNT
              MOVE GL-TAKE-ON-ACCOUNT TO FEED-CONTRA-ACCOUNT
              MOVE "GL-TAKE-ON  "     TO FEED-EVENT-NAME
              MOVE "Y"                TO FEED-CONTROL-IS-CREDIT
              MOVE SUB-DEPOSIT-TOTAL  TO FEED-AMOUNT
              PERFORM POST-CONTROL-FEED THRU POST-CONTROL-FEED-EXIT
              MOVE FEED-AMOUNT TO DEPOSIT-FEED-AMOUNT
           END-IF.

           MOVE GL-LOAN-CONTROL TO FEED-CONTROL-ACCOUNT.
           MOVE GL-LOAN-CLEARING TO FEED-CONTRA-ACCOUNT.
           MOVE "LOAN-FEED   " TO FEED-EVENT-NAME.
           IF GL-TAKE-ON-RUN
           THEN
              MOVE GL-TAKE-ON-ACCOUNT TO FEED-CONTRA-ACCOUNT
              MOVE "GL-TAKE-ON  "     TO FEED-EVENT-NAME
           END-IF.
           MOVE "N" TO FEED-CONTROL-IS-CREDIT.
           MOVE SUB-LOAN-TOTAL TO FEED-AMOUNT.
           PERFORM POST-CONTROL-FEED THRU POST-CONTROL-FEED-EXIT.
           MOVE FEED-AMOUNT TO LOAN-FEED-AMOUNT.

           MOVE GL-FCY-CONTROL TO FEED-CONTROL-ACCOUNT.
           MOVE GL-FCY-CLEARING TO FEED-CONTRA-ACCOUNT.
           MOVE "FCY-FEED    " TO FEED-EVENT-NAME.
           IF GL-TAKE-ON-RUN
           THEN
              MOVE GL-TAKE-ON-ACCOUNT TO FEED-CONTRA-ACCOUNT
              MOVE "GL-TAKE-ON  "     TO FEED-EVENT-NAME
           END-IF.
           MOVE "Y" TO FEED-CONTROL-IS-CREDIT.
           MOVE SUB-FCY-TOTAL TO FEED-AMOUNT.
           PERFORM POST-CONTROL-FEED THRU POST-CONTROL-FEED-EXIT.
           MOVE FEED-AMOUNT TO FCY-FEED-AMOUNT.

       POST-SUBLEDGER-FEEDS-EXIT.
           EXIT.

       POST-CONTROL-FEED.
           MOVE FEED-CONTROL-ACCOUNT TO GL-FIND-ACCOUNT.
           PERFORM FIND-GL-ACCOUNT THRU FIND-GL-ACCOUNT-EXIT.
           IF FEED-CONTROL-IS-CREDIT = "Y"
           THEN
              COMPUTE FEED-AMOUNT = FEED-AMOUNT + GL-FIND-BALANCE
           ELSE
              COMPUTE FEED-AMOUNT = FEED-AMOUNT - GL-FIND-BALANCE
           END-IF.
           IF FEED-AMOUNT = 0
           THEN
              GO TO POST-CONTROL-FEED-EXIT
           END-IF.

           IF FEED-AMOUNT > 0
           THEN
              MOVE FEED-AMOUNT TO GL-POST-AMOUNT
           ELSE
              COMPUTE GL-POST-AMOUNT = 0 - FEED-AMOUNT
           END-IF.
           MOVE FEED-EVENT-NAME TO GL-POST-EVENT.

           MOVE FEED-CONTROL-ACCOUNT TO GL-POST-ACCOUNT.
           IF (FEED-AMOUNT > 0 AND FEED-CONTROL-IS-CREDIT = "Y") OR
              (FEED-AMOUNT < 0 AND FEED-CONTROL-IS-CREDIT = "N")
           THEN
              MOVE "C" TO GL-POST-DC
           ELSE
              MOVE "D" TO GL-POST-DC
           END-IF.
           PERFORM POST-GL-FEED-AMOUNT THRU POST-GL-FEED-AMOUNT-EXIT.

           MOVE FEED-CONTRA-ACCOUNT TO GL-POST-ACCOUNT.
           IF GL-POST-DC = "C"
           THEN
              MOVE "D" TO GL-POST-DC
           ELSE
              MOVE "C" TO GL-POST-DC
           END-IF.
           PERFORM POST-GL-FEED-AMOUNT THRU POST-GL-FEED-AMOUNT-EXIT.

       POST-CONTROL-FEED-EXIT.
           EXIT.

       POST-GL-FEED-AMOUNT.
           PERFORM POST-GL-AMOUNT THRU POST-GL-AMOUNT-EXIT.
           IF GL-FEED-COUNT NOT < 10
           THEN
              GO TO POST-GL-FEED-AMOUNT-EXIT
           END-IF.
           ADD 1 TO GL-FEED-COUNT.
           MOVE GL-POST-ACCOUNT TO GLF-ACCOUNT(GL-FEED-COUNT).
           MOVE GL-POST-DC      TO GLF-DC-FLAG(GL-FEED-COUNT).
           MOVE GL-POST-AMOUNT  TO GLF-AMOUNT(GL-FEED-COUNT).
           MOVE GL-POST-EVENT   TO GLF-EVENT(GL-FEED-COUNT).

       POST-GL-FEED-AMOUNT-EXIT.
           EXIT.

       SORT-GL-BALANCE-TABLE.
           MOVE 0 TO GL-SUBSCRIPT.

       SORT-GL-BALANCE-TABLE-OUTER.
           ADD 1 TO GL-SUBSCRIPT.
           IF GL-SUBSCRIPT NOT < GL-ACCOUNT-COUNT
           THEN
              GO TO SORT-GL-BALANCE-TABLE-EXIT
           END-IF.
           MOVE GL-SUBSCRIPT TO GL-INNER-SUBSCRIPT.

       SORT-GL-BALANCE-TABLE-INNER.
           ADD 1 TO GL-INNER-SUBSCRIPT.
           IF GL-INNER-SUBSCRIPT > GL-ACCOUNT-COUNT
           THEN
              GO TO SORT-GL-BALANCE-TABLE-OUTER
           END-IF.
           IF GLT-ACCOUNT(GL-INNER-SUBSCRIPT) <
              GLT-ACCOUNT(GL-SUBSCRIPT)
           THEN
              MOVE GL-BALANCE-ENTRY(GL-SUBSCRIPT) TO GL-SWAP-ENTRY
              MOVE GL-BALANCE-ENTRY(GL-INNER-SUBSCRIPT)
                 TO GL-BALANCE-ENTRY(GL-SUBSCRIPT)
              MOVE GL-SWAP-ENTRY
                 TO GL-BALANCE-ENTRY(GL-INNER-SUBSCRIPT)
           END-IF.
           GO TO SORT-GL-BALANCE-TABLE-INNER.

       SORT-GL-BALANCE-TABLE-EXIT.
           EXIT.

       WRITE-TRIAL-BALANCE.
           MOVE SPACES TO RPT-TEXT.
           MOVE TRIAL-BALANCE-FILE-DSN TO RPT-REPORT-DSN.
           MOVE "GLPOST" TO RPT-PROGRAM-ID.
           MOVE "GL TRIAL BALANCE AND SUBLEDGER PROOF"
              TO RPT-REPORT-TITLE.
           MOVE "INIT" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE SPACES TO RPT-TEXT.
           MOVE TB-HEADING-BUFFER TO RPT-TEXT.
           MOVE "HEAD" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE SPACES TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

           MOVE 0 TO TB-DEBIT-TOTAL.
           MOVE 0 TO TB-CREDIT-TOTAL.
           MOVE 0 TO GL-SUBSCRIPT.

       WRITE-TRIAL-BALANCE-LOOP.
           ADD 1 TO GL-SUBSCRIPT.
           IF GL-SUBSCRIPT > GL-ACCOUNT-COUNT
           THEN
              GO TO WRITE-TRIAL-BALANCE-TOTALS
           END-IF.
           MOVE GLT-ACCOUNT(GL-SUBSCRIPT) TO TBD-ACCOUNT.
           MOVE GLT-LAST-POSTED(GL-SUBSCRIPT) TO TBD-LAST-POSTED.
           IF GLT-BALANCE(GL-SUBSCRIPT) < 0
           THEN
              MOVE 0 TO TBD-DEBIT
              COMPUTE TBD-CREDIT = 0 - GLT-BALANCE(GL-SUBSCRIPT)
              SUBTRACT GLT-BALANCE(GL-SUBSCRIPT) FROM TB-CREDIT-TOTAL
           ELSE
              MOVE GLT-BALANCE(GL-SUBSCRIPT) TO TBD-DEBIT
              MOVE 0 TO TBD-CREDIT
              ADD GLT-BALANCE(GL-SUBSCRIPT) TO TB-DEBIT-TOTAL
           END-IF.
           MOVE SPACES TO RPT-TEXT.
           MOVE TB-DETAIL-BUFFER TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           GO TO WRITE-TRIAL-BALANCE-LOOP.

       WRITE-TRIAL-BALANCE-TOTALS.
           COMPUTE TB-NET = TB-DEBIT-TOTAL - TB-CREDIT-TOTAL.
           MOVE TB-DEBIT-TOTAL TO TBT-DEBIT.
           MOVE TB-CREDIT-TOTAL TO TBT-CREDIT.
           MOVE TB-NET TO TBT-NET.
           MOVE SPACES TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE TB-TOTAL-BUFFER TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE GL-POSTING-COUNT TO TBY-COUNT.
           MOVE GL-DAY-DEBIT-TOTAL TO TBY-DEBIT.
           MOVE GL-DAY-CREDIT-TOTAL TO TBY-CREDIT.
           MOVE SPACES TO RPT-TEXT.
           MOVE TB-DAY-BUFFER TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

           IF TB-NET NOT = 0 OR
              GL-DAY-DEBIT-TOTAL NOT = GL-DAY-CREDIT-TOTAL
           THEN
              SET GL-PROOF-BROKEN TO TRUE
              MOVE "*** TRIAL BALANCE DOES NOT NET TO ZERO ***"
                 TO PROOF-RESULT-LINE
              MOVE SPACES TO RPT-TEXT
              MOVE PROOF-RESULT-LINE TO RPT-TEXT
              CALL "RPTWRITE" USING RPT-OP RPT-TEXT
              DISPLAY "~~~~~~~~~~~~~~~> GL TRIAL BALANCE NET "
                 TB-NET " -- DOES NOT NET TO ZERO"
           END-IF.

       WRITE-TRIAL-BALANCE-EXIT.
           EXIT.

       WRITE-SUBLEDGER-PROOF.
           MOVE SPACES TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE PROOF-HEADING-BUFFER TO RPT-TEXT.
           MOVE "HEAD" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE SPACES TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

           MOVE 0 TO PRODUCT-PROOF-SUBSCRIPT.

       WRITE-PRODUCT-PROOF-LOOP.
           ADD 1 TO PRODUCT-PROOF-SUBSCRIPT.
           IF PRODUCT-PROOF-SUBSCRIPT > PRODUCT-PROOF-COUNT
           THEN
              GO TO WRITE-DEPOSIT-PROOF
           END-IF.
           MOVE PP-CODE(PRODUCT-PROOF-SUBSCRIPT) TO PPB-CODE.
           IF PPB-CODE = SPACES
           THEN
              MOVE "--" TO PPB-CODE
           END-IF.
           MOVE PP-COUNT(PRODUCT-PROOF-SUBSCRIPT) TO PPB-COUNT.
           MOVE PP-TOTAL(PRODUCT-PROOF-SUBSCRIPT) TO PPB-TOTAL.
           MOVE SPACES TO RPT-TEXT.
           MOVE PROOF-PRODUCT-BUFFER TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           GO TO WRITE-PRODUCT-PROOF-LOOP.

       WRITE-DEPOSIT-PROOF.
           MOVE GL-DEPOSIT-CONTROL TO GL-FIND-ACCOUNT.
           PERFORM FIND-GL-ACCOUNT THRU FIND-GL-ACCOUNT-EXIT.
           COMPUTE CONTROL-BALANCE = 0 - GL-FIND-BALANCE.
           MOVE "CUSTOMER DEPOSITS" TO PD-SUBLEDGER.
           MOVE SUB-DEPOSIT-TOTAL TO PROOF-SUBLEDGER-TOTAL.
           MOVE GL-DEPOSIT-CONTROL TO PD-CONTROL-ACCOUNT.
           PERFORM WRITE-PROOF-LINE THRU WRITE-PROOF-LINE-EXIT.
           IF DEPOSIT-FEED-AMOUNT NOT = 0
           THEN
              MOVE DEPOSIT-FEED-AMOUNT TO PF-AMOUNT
              MOVE GL-TAKE-ON-ACCOUNT TO PF-CONTRA-ACCOUNT
              MOVE SPACES TO RPT-TEXT
              MOVE PROOF-FEED-BUFFER TO RPT-TEXT
              CALL "RPTWRITE" USING RPT-OP RPT-TEXT
           END-IF.

           MOVE "TERM DEPOSITS (OPEN PRINCIPAL)" TO PM-SUBLEDGER.
           MOVE SUB-TERM-DEPOSIT-TOTAL TO PM-SUBLEDGER-TOTAL.
           MOVE "MEMO -- HELD WITHIN CUSTOMER DEPOSITS"
              TO PM-MEMO-TEXT.
           MOVE SPACES TO RPT-TEXT.
           MOVE PROOF-MEMO-BUFFER TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

           MOVE GL-LOAN-CONTROL TO GL-FIND-ACCOUNT.
           PERFORM FIND-GL-ACCOUNT THRU FIND-GL-ACCOUNT-EXIT.
           MOVE GL-FIND-BALANCE TO CONTROL-BALANCE.
           MOVE "LOANS (INSTALLMENTS DUE)" TO PD-SUBLEDGER.
           MOVE SUB-LOAN-TOTAL TO PROOF-SUBLEDGER-TOTAL.
           MOVE GL-LOAN-CONTROL TO PD-CONTROL-ACCOUNT.
           PERFORM WRITE-PROOF-LINE THRU WRITE-PROOF-LINE-EXIT.
           IF LOAN-FEED-AMOUNT NOT = 0
           THEN
              MOVE LOAN-FEED-AMOUNT TO PF-AMOUNT
              MOVE GL-LOAN-CLEARING TO PF-CONTRA-ACCOUNT
              IF GL-TAKE-ON-RUN
              THEN
                 MOVE GL-TAKE-ON-ACCOUNT TO PF-CONTRA-ACCOUNT
              END-IF
              MOVE SPACES TO RPT-TEXT
              MOVE PROOF-FEED-BUFFER TO RPT-TEXT
              CALL "RPTWRITE" USING RPT-OP RPT-TEXT
           END-IF.

           MOVE GL-FCY-CONTROL TO GL-FIND-ACCOUNT.
           PERFORM FIND-GL-ACCOUNT THRU FIND-GL-ACCOUNT-EXIT.
           COMPUTE CONTROL-BALANCE = 0 - GL-FIND-BALANCE.
           MOVE "FCY BALANCES (HOME VALUE)" TO PD-SUBLEDGER.
           MOVE SUB-FCY-TOTAL TO PROOF-SUBLEDGER-TOTAL.
           MOVE GL-FCY-CONTROL TO PD-CONTROL-ACCOUNT.
           PERFORM WRITE-PROOF-LINE THRU WRITE-PROOF-LINE-EXIT.
           IF FCY-FEED-AMOUNT NOT = 0
           THEN
              MOVE FCY-FEED-AMOUNT TO PF-AMOUNT
              MOVE GL-FCY-CLEARING TO PF-CONTRA-ACCOUNT
              IF GL-TAKE-ON-RUN
              THEN
                 MOVE GL-TAKE-ON-ACCOUNT TO PF-CONTRA-ACCOUNT
              END-IF
              MOVE SPACES TO RPT-TEXT
              MOVE PROOF-FEED-BUFFER TO RPT-TEXT
              CALL "RPTWRITE" USING RPT-OP RPT-TEXT
           END-IF.

           MOVE SPACES TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           IF GL-PROOF-BROKEN
           THEN
              MOVE "*** GL PROOF BROKEN -- MASTER FILE NOT PROMOTED"
                 TO PROOF-RESULT-LINE
           ELSE
              MOVE "GL PROOF IN BALANCE" TO PROOF-RESULT-LINE
           END-IF.
           MOVE PROOF-RESULT-LINE TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE "TERM" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

       WRITE-SUBLEDGER-PROOF-EXIT.
           EXIT.

       WRITE-PROOF-LINE.
           COMPUTE PROOF-DIFFERENCE =
              PROOF-SUBLEDGER-TOTAL - CONTROL-BALANCE.
           MOVE PROOF-SUBLEDGER-TOTAL TO PD-SUBLEDGER-TOTAL.
           MOVE CONTROL-BALANCE TO PD-CONTROL-BALANCE.
           MOVE PROOF-DIFFERENCE TO PD-DIFFERENCE.
           MOVE SPACES TO RPT-TEXT.
           MOVE PROOF-DETAIL-BUFFER TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           IF PROOF-DIFFERENCE NOT = 0
           THEN
              SET GL-PROOF-BROKEN TO TRUE
              DISPLAY "~~~~~~~~~~~~~~~> GL PROOF BREAK ON "
                 PD-SUBLEDGER " DIFFERENCE " PROOF-DIFFERENCE
           END-IF.

       WRITE-PROOF-LINE-EXIT.
           EXIT.

       WRITE-GL-FEED-POSTINGS.
           IF GL-FEED-COUNT = 0
           THEN
              GO TO WRITE-GL-FEED-POSTINGS-EXIT
           END-IF.
           OPEN EXTEND GL-INTERFACE-FILE.
           IF GL-INTERFACE-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT GL-INTERFACE-FILE
           END-IF.
           MOVE 0 TO GL-FEED-SUBSCRIPT.

       WRITE-GL-FEED-POSTINGS-LOOP.
           ADD 1 TO GL-FEED-SUBSCRIPT.
           IF GL-FEED-SUBSCRIPT > GL-FEED-COUNT
           THEN
              CLOSE GL-INTERFACE-FILE
              GO TO WRITE-GL-FEED-POSTINGS-EXIT
           END-IF.
           MOVE LS-RUN-DATE TO GL-RUN-DATE.
           MOVE GLF-ACCOUNT(GL-FEED-SUBSCRIPT) TO GL-ACCOUNT.
           MOVE GLF-DC-FLAG(GL-FEED-SUBSCRIPT) TO GL-DC-FLAG.
           MOVE GLF-AMOUNT(GL-FEED-SUBSCRIPT)  TO GL-AMOUNT.
           MOVE GLF-EVENT(GL-FEED-SUBSCRIPT)   TO GL-EVENT.
           WRITE GL-INTERFACE-RECORD.
           GO TO WRITE-GL-FEED-POSTINGS-LOOP.

       WRITE-GL-FEED-POSTINGS-EXIT.
           EXIT.

       WRITE-TUITION-POSTINGS.
           IF TUITION-POSTING-COUNT = 0
           THEN
              GO TO WRITE-TUITION-POSTINGS-EXIT
           END-IF.
           OPEN INPUT TUITION-GL-FILE.
           OPEN EXTEND GL-INTERFACE-FILE.
           IF GL-INTERFACE-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT GL-INTERFACE-FILE
           END-IF.

       WRITE-TUITION-POSTINGS-LOOP.
           READ TUITION-GL-FILE
              AT END
                 CLOSE TUITION-GL-FILE, GL-INTERFACE-FILE
                 GO TO WRITE-TUITION-POSTINGS-CLEAR
           END-READ.
           WRITE GL-INTERFACE-RECORD FROM TUITION-GL-RECORD.
           GO TO WRITE-TUITION-POSTINGS-LOOP.

       WRITE-TUITION-POSTINGS-CLEAR.
           OPEN OUTPUT TUITION-GL-FILE.
           CLOSE TUITION-GL-FILE.
           DISPLAY "=====> " TUITION-POSTING-COUNT
              " STUDENT FINANCE GL LINE(S) POSTED".

       WRITE-TUITION-POSTINGS-EXIT.
           EXIT.

       SAVE-GL-BALANCES.
           OPEN OUTPUT NEW-GL-BALANCE-FILE.
           MOVE 0 TO GL-SUBSCRIPT.

       SAVE-GL-BALANCES-LOOP.
           ADD 1 TO GL-SUBSCRIPT.
           IF GL-SUBSCRIPT > GL-ACCOUNT-COUNT
           THEN
              CLOSE NEW-GL-BALANCE-FILE
              GO TO SAVE-GL-BALANCES-PROMOTE
           END-IF.
           MOVE GLT-ACCOUNT(GL-SUBSCRIPT)     TO GLB-ACCOUNT.
           MOVE GLT-BALANCE(GL-SUBSCRIPT)     TO GLB-BALANCE.
           MOVE GLT-LAST-POSTED(GL-SUBSCRIPT) TO GLB-LAST-POSTED.
           WRITE NEW-GL-BALANCE-RECORD FROM GL-BALANCE-RECORD.
           GO TO SAVE-GL-BALANCES-LOOP.

       SAVE-GL-BALANCES-PROMOTE.
           OPEN INPUT NEW-GL-BALANCE-FILE.
           OPEN OUTPUT GL-BALANCE-FILE.

       SAVE-GL-BALANCES-PROMOTE-LOOP.
           READ NEW-GL-BALANCE-FILE
              AT END
                 CLOSE NEW-GL-BALANCE-FILE, GL-BALANCE-FILE
                 GO TO SAVE-GL-BALANCES-EXIT
           END-READ.
           WRITE GL-BALANCE-RECORD FROM NEW-GL-BALANCE-RECORD.
           GO TO SAVE-GL-BALANCES-PROMOTE-LOOP.

       SAVE-GL-BALANCES-EXIT.
           EXIT.

       END PROGRAM GLPOST.
