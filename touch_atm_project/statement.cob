              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FCY-BALANCE-FILE-STATUS.

           SELECT
              ALERT-PREFS-FILE ASSIGN DYNAMIC ALERT-PREFS-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ALERT-PREFS-FILE-STATUS.

           SELECT
              TERM-DEPOSIT-FILE ASSIGN DYNAMIC TERM-DEPOSIT-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS TERM-DEPOSIT-FILE-STATUS.

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
              FX-RATE-FILE ASSIGN DYNAMIC FX-RATE-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FX-RATE-FILE-STATUS.

           SELECT
              CONSOL-HOLD-FILE ASSIGN DYNAMIC CONSOL-HOLD-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CONSOL-HOLD-FILE-STATUS.

           SELECT
              CONSOL-SORTED-FILE ASSIGN DYNAMIC
                 CONSOL-SORTED-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CONSOL-SORTED-FILE-STATUS.

           SELECT WORK-FILE ASSIGN TO "WORK.TMP".

           SELECT CONSOL-WORK-FILE ASSIGN TO "CONSOL.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
              88 MSTR-ACCT-FROZEN              VALUE "F".
           02 MSTR-ACCT-OVERDRAFT-LIMIT        PIC 9(9)V9(2).
           02 MSTR-CUST-NUMBER                 PIC 9(8).
           02 MSTR-PRODUCT-CODE                PIC X(2).

       FD  PRIOR-ONE-FILE.
       01  PRIOR-ONE-RECORD.
           02 PRIOR-ONE-AMOUNT                 PIC 9(5)V9(2).
           02 PRIOR-ONE-TIMESTAMP              PIC 9(14).
           02 PRIOR-ONE-CARDHOLDER-ID         PIC X(2).
           02 PRIOR-ONE-TRANS-REF             PIC X(24).

       FD  ARCHIVE-CATALOG-FILE.
       01  ARCHIVE-CATALOG-RECORD.
           02 SORTED-STMT-AMOUNT               PIC 9(5)V9(2).
           02 SORTED-STMT-TIMESTAMP            PIC 9(14).
           02 SORTED-STMT-CARDHOLDER-ID       PIC X(2).
           02 SORTED-STMT-TRANS-REF           PIC X(24).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           02 CIF-CUST-PHONE                   PIC X(12).

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD                    PIC X(100).

       FD  FCY-BALANCE-FILE.
       01  FCY-BALANCE-RECORD.
           02 FCY-BALANCE                      PIC 9(11)V9(2).
           02 FCY-LAST-RATE                    PIC 9(3)V9(6).

       FD  ALERT-PREFS-FILE.
       01  ALERT-PREFS-RECORD.
           02 APREF-CUST-NUMBER                PIC 9(8).
           02 APREF-LOW-BAL-THRESHOLD          PIC 9(9)V9(2).
           02 APREF-LARGE-DEBIT-THRESHOLD      PIC 9(5)V9(2).
           02 APREF-HOLD-RELEASE-FLAG          PIC X.
           02 APREF-STMT-DELIVERY              PIC X.
              88 APREF-WANTS-CONSOLIDATED      VALUE "C".

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

       FD  LOAN-FILE.
       01  LOAN-RECORD.
           02 LN-ACCT-NUMBER                   PIC 9(16).
           02 LN-PRINCIPAL                     PIC 9(9)V9(2).
           02 LN-ANNUAL-RATE                   PIC 9V9(4).
           02 LN-TERM-MONTHS                   PIC 9(3).
           02 LN-MONTHLY-PAYMENT               PIC 9(7)V9(2).
           02 LN-OPEN-DATE                     PIC 9(8).
           02 LN-STATUS                        PIC X.
              88 LOAN-IS-OPEN                  VALUE "O".

       FD  LOAN-SCHED-FILE.
       01  LOAN-SCHED-RECORD.
           02 LSCH-ACCT-NUMBER                 PIC 9(16).
           02 LSCH-INSTALLMENT-NUMBER          PIC 9(3).
           02 LSCH-DUE-DATE                    PIC 9(8).
           02 LSCH-AMOUNT                      PIC 9(7)V9(2).
           02 LSCH-STATUS                      PIC X.
              88 INSTALLMENT-IS-PENDING        VALUE "P".
              88 INSTALLMENT-IS-MISSED         VALUE "M".

       FD  FX-RATE-FILE.
       01  FX-RATE-RECORD.
           02 FX-CURRENCY-CODE                 PIC X(3).
           02 FX-BUY-RATE                      PIC 9(3)V9(6).
           02 FX-EFFECTIVE-DATE                PIC 9(8).

       FD  CONSOL-HOLD-FILE.
       01  CONSOL-HOLD-RECORD.
           02 HOLD-CUST-NUMBER                 PIC 9(8).
           02 HOLD-SECTION                     PIC 9.
              88 HOLD-IS-SUMMARY               VALUE 1.
              88 HOLD-IS-DETAIL                VALUE 2.
           02 HOLD-ACCT-NUMBER                 PIC 9(16).
           02 HOLD-LINE-SEQ                    PIC 9(5).
           02 HOLD-LINE-TEXT                   PIC X(100).
           02 HOLD-SUMMARY-VIEW REDEFINES HOLD-LINE-TEXT.
              03 HOLD-HOLDER-NAME              PIC X(20).
              03 HOLD-PRODUCT-CODE             PIC X(2).
              03 HOLD-ACCT-STATUS              PIC X.
              03 HOLD-CLOSING-SIGN             PIC X.
                 88 HOLD-CLOSING-NEGATIVE      VALUE "-".
              03 HOLD-CLOSING-UNSIGNED         PIC 9(14)V9(2).
              03 FILLER                        PIC X(60).

       FD  CONSOL-SORTED-FILE.
       01  CONSOL-SORTED-RECORD.
           02 CSRT-CUST-NUMBER                 PIC 9(8).
           02 CSRT-SECTION                     PIC 9.
              88 CSRT-IS-SUMMARY               VALUE 1.
              88 CSRT-IS-DETAIL                VALUE 2.
           02 CSRT-ACCT-NUMBER                 PIC 9(16).
           02 CSRT-LINE-SEQ                    PIC 9(5).
           02 CSRT-LINE-TEXT                   PIC X(100).
           02 CSRT-SUMMARY-VIEW REDEFINES CSRT-LINE-TEXT.
              03 CSRT-HOLDER-NAME              PIC X(20).
              03 CSRT-PRODUCT-CODE             PIC X(2).
              03 CSRT-ACCT-STATUS              PIC X.
              03 CSRT-CLOSING-SIGN             PIC X.
                 88 CSRT-CLOSING-NEGATIVE      VALUE "-".
              03 CSRT-CLOSING-UNSIGNED         PIC 9(14)V9(2).
              03 FILLER                        PIC X(60).

       SD  CONSOL-WORK-FILE.
       01  CONSOL-WORK-RECORD.
           02 CWRK-CUST-NUMBER                 PIC 9(8).
           02 CWRK-SECTION                     PIC 9.
           02 CWRK-ACCT-NUMBER                 PIC 9(16).
           02 CWRK-LINE-SEQ                    PIC 9(5).
           02 FILLER                           PIC X(100).

       SD  WORK-FILE.
       01  WORK-RECORD.
           02 WORK-ACCT-NUMBER                 PIC 9(16).
           02 FILLER                           PIC X(8).
           02 WORK-TIMESTAMP                   PIC 9(14).
           02 FILLER                           PIC X(2).
           02 FILLER                           PIC X(24).

       WORKING-STORAGE SECTION.
       01  MASTER-FILE-DSN                     PIC X(40).
       01  FCY-BALANCE-FILE-STATUS             PIC 99.
           88 FCY-BALANCE-FILE-NOT-FOUND       VALUE 35.

       01  ALERT-PREFS-FILE-DSN                PIC X(40).
       01  ALERT-PREFS-FILE-STATUS             PIC 99.
           88 ALERT-PREFS-FILE-NOT-FOUND       VALUE 35.
       01  TERM-DEPOSIT-FILE-DSN               PIC X(40).
       01  TERM-DEPOSIT-FILE-STATUS            PIC 99.
           88 TERM-DEPOSIT-FILE-NOT-FOUND      VALUE 35.
       01  LOAN-FILE-DSN                       PIC X(40).
       01  LOAN-FILE-STATUS                    PIC 99.
           88 LOAN-FILE-NOT-FOUND              VALUE 35.
       01  LOAN-SCHED-FILE-DSN                 PIC X(40).
       01  LOAN-SCHED-FILE-STATUS              PIC 99.
           88 LOAN-SCHED-FILE-NOT-FOUND        VALUE 35.
       01  FX-RATE-FILE-DSN                    PIC X(40).
       01  FX-RATE-FILE-STATUS                 PIC 99.
           88 FX-RATE-FILE-NOT-FOUND           VALUE 35.
       01  CONSOL-HOLD-FILE-DSN                PIC X(40).
       01  CONSOL-HOLD-FILE-STATUS             PIC 99.
       01  CONSOL-SORTED-FILE-DSN              PIC X(40).
       01  CONSOL-SORTED-FILE-STATUS           PIC 99.
           88 CONSOL-SORTED-FILE-EOF-REACHED   VALUE 10.

       01  MASTER-FILE-STATUS                  PIC 99.
           88 MASTER-FILE-NOT-FOUND            VALUE 35.
           88 MASTER-FILE-EOF-REACHED          VALUE 10.
       01  STATEMENT-FILE-STATUS               PIC 99.
       01  CIF-LOOKUP-CUST-NUMBER              PIC 9(8).
       01  CIF-LOOKUP-NAME                     PIC X(30).
       01  CIF-LOOKUP-ADDRESS                  PIC X(40).
       01  CIF-LOOKUP-FLAG                     PIC X VALUE "N".
           88 CIF-CUSTOMER-FOUND               VALUE "Y".

       01  CONSOL-CUST-COUNT                   PIC 9(3) VALUE 0.
       01  CONSOL-CUST-SUBSCRIPT               PIC 9(3) VALUE 0.
       01  CONSOL-CUST-TABLE.
           02 CONSOL-CUST-ENTRY OCCURS 500 TIMES.
              03 CC-CUST-NUMBER                PIC 9(8).
       01  CONSOL-ACCOUNT-FLAG                 PIC X VALUE "N".
           88 ACCOUNT-IS-CONSOLIDATED          VALUE "Y".
       01  CONSOL-HOLD-COUNT                   PIC 9(7) VALUE 0.
       01  CONSOL-LINE-SEQ                     PIC 9(5) VALUE 0.
       01  CONSOL-STATEMENT-COUNT              PIC 9(5) VALUE 0.
       01  CONSOL-CURRENT-CUST                 PIC 9(8).
       01  CONSOL-CURRENT-ACCT                 PIC 9(16).
       01  CONSOL-ACCT-BALANCE                 PIC S9(14)V9(2).
       01  CONSOL-DEPOSIT-TOTAL                PIC S9(14)V9(2).
       01  CONSOL-FCY-TOTAL                    PIC S9(14)V9(2).
       01  CONSOL-LOAN-TOTAL                   PIC S9(14)V9(2).
       01  CONSOL-NET-WORTH                    PIC S9(14)V9(2).
       01  CONSOL-LOAN-OUTSTANDING             PIC 9(11)V9(2).
       01  CONSOL-NEXT-DUE-DATE                PIC 9(8).
       01  CONSOL-NEXT-AMOUNT                  PIC 9(7)V9(2).
       01  CONSOL-LOAN-FOUND-FLAG              PIC X VALUE "N".
           88 CONSOL-LOAN-FOUND                VALUE "Y".
       01  CONSOL-APPLIED-RATE                 PIC 9(3)V9(6).
       01  CONSOL-BEST-RATE-DATE               PIC 9(8).
       01  CONSOL-HOME-VALUE                   PIC 9(13)V9(2).
       01  STMT-LINE-TEXT                      PIC X(100).

       01  CONSOL-HEADER-BUFFER.
           02 CH-PREFIX-1                      PIC X(24)
              VALUE "CONSOLIDATED STATEMENT  ".
           02 CH-PREFIX-2                      PIC X(9)
              VALUE "CUSTOMER ".
           02 CH-CUST-NUMBER                   PIC 9(8).
           02 CH-PREFIX-3                      PIC X(2)
              VALUE "  ".
           02 CH-CUST-NAME                     PIC X(30).

       01  CONSOL-ADDRESS-BUFFER.
           02 CA-PREFIX-1                      PIC X(11)
              VALUE "  ADDRESS  ".
           02 CA-CUST-ADDRESS                  PIC X(40).

       01  CONSOL-TITLE-BUFFER.
           02 CT-PREFIX-1                      PIC X(2)
              VALUE "  ".
           02 CT-TITLE                         PIC X(32).
           02 CT-DATE                          PIC 9(8).

       01  CONSOL-ACCOUNT-BUFFER.
           02 CAC-PREFIX-1                     PIC X(12)
              VALUE "    ACCOUNT ".
           02 CAC-ACCT-NUMBER                  PIC 9(16).
           02 CAC-PREFIX-2                     PIC X(10)
              VALUE "  PRODUCT ".
           02 CAC-PRODUCT-CODE                 PIC X(2).
           02 CAC-PREFIX-3                     PIC X(9)
              VALUE "  STATUS ".
           02 CAC-ACCT-STATUS                  PIC X.
           02 CAC-PREFIX-4                     PIC X(10)
              VALUE "  BALANCE ".
           02 CAC-BALANCE                      PIC -(13)9.99.

       01  CONSOL-TERMDEP-BUFFER.
           02 CTD-PREFIX-1                     PIC X(30)
              VALUE "      TERM DEPOSIT  PRINCIPAL ".
           02 CTD-PRINCIPAL                    PIC Z(8)9.99.
           02 CTD-PREFIX-2                     PIC X(7)
              VALUE "  RATE ".
           02 CTD-QUOTED-RATE                  PIC 9.9(4).
           02 CTD-PREFIX-3                     PIC X(10)
              VALUE "  MATURES ".
           02 CTD-MATURITY-DATE                PIC 9(8).
           02 CTD-PREFIX-4                     PIC X(23)
              VALUE "  (HELD WITHIN BALANCE)".

       01  CONSOL-LOAN-BUFFER.
           02 CLN-PREFIX-1                     PIC X(24)
              VALUE "      LOAN  OUTSTANDING ".
           02 CLN-OUTSTANDING                  PIC Z(10)9.99.
           02 CLN-PREFIX-2                     PIC X(20)
              VALUE "  NEXT INSTALLMENT  ".
           02 CLN-NEXT-AMOUNT                  PIC Z(6)9.99.
           02 CLN-PREFIX-3                     PIC X(6)
              VALUE "  DUE ".
           02 CLN-NEXT-DUE-DATE                PIC 9(8).

       01  CONSOL-FCY-BUFFER.
           02 CFX-PREFIX-1                     PIC X(12)
              VALUE "      FCY   ".
           02 CFX-CURRENCY-CODE                PIC X(3).
           02 CFX-PREFIX-2                     PIC X(1)
              VALUE " ".
           02 CFX-BALANCE                      PIC Z(10)9.99.
           02 CFX-PREFIX-3                     PIC X(4)
              VALUE " AT ".
           02 CFX-RATE                         PIC 9(3).9(6).
           02 CFX-PREFIX-4                     PIC X(13)
              VALUE "  HOME VALUE ".
           02 CFX-HOME-VALUE                   PIC Z(12)9.99.

       01  CONSOL-TOTAL-BUFFER.
           02 CTL-PREFIX-1                     PIC X(4)
              VALUE "    ".
           02 CTL-LABEL                        PIC X(30).
           02 CTL-AMOUNT                       PIC -(13)9.99.

       01  STATEMENT-CUST-BUFFER.
           02 SCU-PREFIX-1                     PIC X(11)
              VALUE "  CUSTOMER ".
              03 STMT-TXN-OPERATION            PIC A.
              03 STMT-TXN-AMOUNT               PIC 9(5)V9(2).
              03 STMT-TXN-TIMESTAMP            PIC 9(14).
              03 STMT-TXN-TRANS-REF            PIC X(24).

       01  STMT-NET-CHANGE                     PIC S9(14)V9(2) VALUE 0.
       01  STMT-POST-PERIOD-NET                PIC S9(14)V9(2) VALUE 0.
           02 SD-PREFIX-4                      PIC X(10)
              VALUE " BALANCE: ".
           02 SD-BALANCE                       PIC -(13)9.99.
           02 SD-PREFIX-5                      PIC X(6)
              VALUE "  REF ".
           02 SD-TRANS-REF                     PIC X(24).

       01  STATEMENT-CLOSE-BUFFER.
           02 SC-PREFIX-1                      PIC X(20)
                 MOVE "fcybal.txt" TO FCY-BALANCE-FILE-DSN
           END-ACCEPT.

           ACCEPT ALERT-PREFS-FILE-DSN
              FROM ENVIRONMENT "ATM_ALERT_PREFS_FILE"
              ON EXCEPTION
                 MOVE "alertprefs.txt" TO ALERT-PREFS-FILE-DSN
           END-ACCEPT.

           ACCEPT TERM-DEPOSIT-FILE-DSN
              FROM ENVIRONMENT "ATM_TERM_DEPOSIT_FILE"
              ON EXCEPTION
                 MOVE "termdep.txt" TO TERM-DEPOSIT-FILE-DSN
           END-ACCEPT.

           ACCEPT LOAN-FILE-DSN FROM ENVIRONMENT "ATM_LOAN_FILE"
              ON EXCEPTION MOVE "loans.txt" TO LOAN-FILE-DSN
           END-ACCEPT.

           ACCEPT LOAN-SCHED-FILE-DSN
              FROM ENVIRONMENT "ATM_LOAN_SCHED_FILE"
              ON EXCEPTION
                 MOVE "loansched.txt" TO LOAN-SCHED-FILE-DSN
           END-ACCEPT.

           ACCEPT FX-RATE-FILE-DSN FROM ENVIRONMENT "ATM_FXRATE_FILE"
              ON EXCEPTION MOVE "fxrates.txt" TO FX-RATE-FILE-DSN
           END-ACCEPT.

           ACCEPT CONSOL-HOLD-FILE-DSN
              FROM ENVIRONMENT "ATM_STATEMENT_HOLD_FILE"
              ON EXCEPTION
                 MOVE "stmtHold.txt" TO CONSOL-HOLD-FILE-DSN
           END-ACCEPT.

           ACCEPT CONSOL-SORTED-FILE-DSN
              FROM ENVIRONMENT "ATM_STATEMENT_HOLD_SORTED_FILE"
              ON EXCEPTION
                 MOVE "stmtHoldSorted.txt" TO CONSOL-SORTED-FILE-DSN
           END-ACCEPT.

           GO TO INPUT-DATE-RANGE.

       INPUT-DATE-RANGE.
           OPEN INPUT SORTED-STMT-FILE.
           OPEN OUTPUT STATEMENT-FILE.

           PERFORM LOAD-CONSOLIDATED-PREFS THRU
              LOAD-CONSOLIDATED-PREFS-EXIT.
           OPEN OUTPUT CONSOL-HOLD-FILE.

           READ SORTED-STMT-FILE
              AT END SET SORTED-STMT-FILE-EOF-REACHED TO TRUE
           END-READ.
           MOVE 0 TO STMT-TXN-COUNT.
           MOVE 0 TO STMT-NET-CHANGE.
           MOVE 0 TO STMT-POST-PERIOD-NET.
           MOVE 0 TO CONSOL-LINE-SEQ.
           PERFORM CHECK-CONSOLIDATED-ACCOUNT THRU
              CHECK-CONSOLIDATED-ACCOUNT-EXIT.
           GO TO GATHER-ACCOUNT-TRANSACTIONS.

       GATHER-ACCOUNT-TRANSACTIONS.
                 STMT-TXN-AMOUNT(STMT-TXN-COUNT)
              MOVE SORTED-STMT-TIMESTAMP TO
                 STMT-TXN-TIMESTAMP(STMT-TXN-COUNT)
              MOVE SORTED-STMT-TRANS-REF TO
                 STMT-TXN-TRANS-REF(STMT-TXN-COUNT)
              IF SORTED-STMT-OPERATION = "D" OR
                 SORTED-STMT-OPERATION = "Y"
              THEN
           GO TO GATHER-ACCOUNT-TRANSACTIONS.

       WRITE-ACCOUNT-STATEMENT.
           MOVE MSTR-ACCT-BALANCE-UNSIGNED TO STMT-CLOSING-BALANCE.
           IF MSTR-ACCT-NEGATIVE
           THEN
           SUBTRACT STMT-POST-PERIOD-NET FROM STMT-CLOSING-BALANCE
              GIVING STMT-CLOSING-BALANCE.

           IF ACCOUNT-IS-CONSOLIDATED
           THEN
              PERFORM HOLD-ACCOUNT-SUMMARY THRU
                 HOLD-ACCOUNT-SUMMARY-EXIT
           END-IF.

           IF STMT-TXN-COUNT = 0
           THEN
              GO TO NEXT-MASTER-ACCOUNT
           END-IF.

           SUBTRACT STMT-NET-CHANGE FROM STMT-CLOSING-BALANCE
              GIVING STMT-RUNNING-BALANCE.

           MOVE MSTR-ACCT-HOLDER-NAME TO SH-HOLDER-NAME.
           MOVE MSTR-ACCT-NUMBER      TO SH-ACCT-NUMBER.
           MOVE STATEMENT-HEADER-BUFFER TO STMT-LINE-TEXT.
           PERFORM EMIT-STATEMENT-LINE THRU EMIT-STATEMENT-LINE-EXIT.

           IF MSTR-CUST-NUMBER IS NUMERIC AND MSTR-CUST-NUMBER > 0
              AND NOT ACCOUNT-IS-CONSOLIDATED
           THEN
              MOVE MSTR-CUST-NUMBER TO CIF-LOOKUP-CUST-NUMBER
              PERFORM LOOK-UP-CUSTOMER THRU LOOK-UP-CUSTOMER-EXIT
              ELSE
                 MOVE "(NOT ON CUSTOMER FILE)" TO SCU-CUST-NAME
              END-IF
              MOVE STATEMENT-CUST-BUFFER TO STMT-LINE-TEXT
              PERFORM EMIT-STATEMENT-LINE THRU
                 EMIT-STATEMENT-LINE-EXIT
           END-IF.

           MOVE STMT-FROM-DATE TO SP-FROM-DATE.
           MOVE STMT-TO-DATE   TO SP-TO-DATE.
           MOVE STATEMENT-PERIOD-BUFFER TO STMT-LINE-TEXT.
           PERFORM EMIT-STATEMENT-LINE THRU EMIT-STATEMENT-LINE-EXIT.

           MOVE STMT-RUNNING-BALANCE TO SO-BALANCE.
           MOVE STATEMENT-OPEN-BUFFER TO STMT-LINE-TEXT.
           PERFORM EMIT-STATEMENT-LINE THRU EMIT-STATEMENT-LINE-EXIT.

           MOVE 0 TO STMT-TXN-SUBSCRIPT.
           GO TO WRITE-STATEMENT-DETAIL.
              TO SD-OPERATION.
           MOVE STMT-TXN-AMOUNT(STMT-TXN-SUBSCRIPT) TO SD-AMOUNT.
           MOVE STMT-RUNNING-BALANCE TO SD-BALANCE.
           MOVE STMT-TXN-TRANS-REF(STMT-TXN-SUBSCRIPT) TO SD-TRANS-REF.
           MOVE STATEMENT-DETAIL-BUFFER TO STMT-LINE-TEXT.
           PERFORM EMIT-STATEMENT-LINE THRU EMIT-STATEMENT-LINE-EXIT.
           GO TO WRITE-STATEMENT-DETAIL.

       WRITE-STATEMENT-CLOSE.
           MOVE STMT-CLOSING-BALANCE TO SC-BALANCE.
           MOVE STATEMENT-CLOSE-BUFFER TO STMT-LINE-TEXT.
           PERFORM EMIT-STATEMENT-LINE THRU EMIT-STATEMENT-LINE-EXIT.
           PERFORM WRITE-FCY-BALANCES THRU WRITE-FCY-BALANCES-EXIT.
           MOVE SPACES TO STMT-LINE-TEXT.
           PERFORM EMIT-STATEMENT-LINE THRU EMIT-STATEMENT-LINE-EXIT.
           IF NOT ACCOUNT-IS-CONSOLIDATED
           THEN
              ADD 1 TO STMT-ACCOUNT-COUNT
           END-IF.
           GO TO NEXT-MASTER-ACCOUNT.

       EMIT-STATEMENT-LINE.
           IF NOT ACCOUNT-IS-CONSOLIDATED
           THEN
              WRITE STATEMENT-RECORD FROM STMT-LINE-TEXT
              GO TO EMIT-STATEMENT-LINE-EXIT
           END-IF.
           ADD 1 TO CONSOL-LINE-SEQ.
           MOVE MSTR-CUST-NUMBER TO HOLD-CUST-NUMBER.
           MOVE 2                TO HOLD-SECTION.
           MOVE MSTR-ACCT-NUMBER TO HOLD-ACCT-NUMBER.
           MOVE CONSOL-LINE-SEQ  TO HOLD-LINE-SEQ.
           MOVE STMT-LINE-TEXT   TO HOLD-LINE-TEXT.
           WRITE CONSOL-HOLD-RECORD.
           ADD 1 TO CONSOL-HOLD-COUNT.

       EMIT-STATEMENT-LINE-EXIT.
           EXIT.

       HOLD-ACCOUNT-SUMMARY.
           MOVE MSTR-CUST-NUMBER      TO HOLD-CUST-NUMBER.
           MOVE 1                     TO HOLD-SECTION.
           MOVE MSTR-ACCT-NUMBER      TO HOLD-ACCT-NUMBER.
           MOVE 0                     TO HOLD-LINE-SEQ.
           MOVE SPACES                TO HOLD-LINE-TEXT.
           MOVE MSTR-ACCT-HOLDER-NAME TO HOLD-HOLDER-NAME.
           MOVE MSTR-PRODUCT-CODE     TO HOLD-PRODUCT-CODE.
           MOVE MSTR-ACCT-STATUS      TO HOLD-ACCT-STATUS.
           IF STMT-CLOSING-BALANCE < 0
           THEN
              MOVE "-" TO HOLD-CLOSING-SIGN
           ELSE
              MOVE "+" TO HOLD-CLOSING-SIGN
           END-IF.
           MOVE STMT-CLOSING-BALANCE  TO HOLD-CLOSING-UNSIGNED.
           WRITE CONSOL-HOLD-RECORD.
           ADD 1 TO CONSOL-HOLD-COUNT.

       HOLD-ACCOUNT-SUMMARY-EXIT.
           EXIT.

       LOAD-CONSOLIDATED-PREFS.
           MOVE 0 TO CONSOL-CUST-COUNT.
           OPEN INPUT ALERT-PREFS-FILE.
           IF ALERT-PREFS-FILE-NOT-FOUND
           THEN
              GO TO LOAD-CONSOLIDATED-PREFS-EXIT
           END-IF.

       LOAD-CONSOLIDATED-PREFS-LOOP.
           READ ALERT-PREFS-FILE
              AT END
                 CLOSE ALERT-PREFS-FILE
                 GO TO LOAD-CONSOLIDATED-PREFS-EXIT
           END-READ.
           IF APREF-WANTS-CONSOLIDATED
           THEN
              IF CONSOL-CUST-COUNT < 500
              THEN
                 ADD 1 TO CONSOL-CUST-COUNT
                 MOVE APREF-CUST-NUMBER
                    TO CC-CUST-NUMBER(CONSOL-CUST-COUNT)
              ELSE
                 DISPLAY "~~~~~~~~~~~~~~~> MORE THAN 500 CONSOLIDATED "
                    "CUSTOMERS -- " APREF-CUST-NUMBER
                    " GETS PER-ACCOUNT STATEMENTS"
              END-IF
           END-IF.
           GO TO LOAD-CONSOLIDATED-PREFS-LOOP.

       LOAD-CONSOLIDATED-PREFS-EXIT.
           EXIT.

       CHECK-CONSOLIDATED-ACCOUNT.
           MOVE "N" TO CONSOL-ACCOUNT-FLAG.
           IF MSTR-CUST-NUMBER IS NOT NUMERIC OR MSTR-CUST-NUMBER = 0
           THEN
              GO TO CHECK-CONSOLIDATED-ACCOUNT-EXIT
           END-IF.
           MOVE 0 TO CONSOL-CUST-SUBSCRIPT.

       CHECK-CONSOLIDATED-ACCOUNT-LOOP.
           ADD 1 TO CONSOL-CUST-SUBSCRIPT.
           IF CONSOL-CUST-SUBSCRIPT > CONSOL-CUST-COUNT
           THEN
              GO TO CHECK-CONSOLIDATED-ACCOUNT-EXIT
           END-IF.
           IF CC-CUST-NUMBER(CONSOL-CUST-SUBSCRIPT) = MSTR-CUST-NUMBER
           THEN
              MOVE "Y" TO CONSOL-ACCOUNT-FLAG
              GO TO CHECK-CONSOLIDATED-ACCOUNT-EXIT
           END-IF.
           GO TO CHECK-CONSOLIDATED-ACCOUNT-LOOP.

       CHECK-CONSOLIDATED-ACCOUNT-EXIT.
           EXIT.

       WRITE-FCY-BALANCES.
           OPEN INPUT FCY-BALANCE-FILE.
           IF FCY-BALANCE-FILE-NOT-FOUND
              MOVE FCY-CURRENCY-CODE TO SF-CURRENCY-CODE
              MOVE FCY-BALANCE       TO SF-BALANCE
              MOVE FCY-LAST-RATE     TO SF-LAST-RATE
              MOVE STATEMENT-FCY-BUFFER TO STMT-LINE-TEXT
              PERFORM EMIT-STATEMENT-LINE THRU
                 EMIT-STATEMENT-LINE-EXIT
           END-IF.
           GO TO WRITE-FCY-BALANCES-LOOP.

       LOOK-UP-CUSTOMER.
           MOVE "N" TO CIF-LOOKUP-FLAG.
           MOVE SPACES TO CIF-LOOKUP-NAME.
           MOVE SPACES TO CIF-LOOKUP-ADDRESS.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-NOT-FOUND
           THEN
           THEN
              MOVE "Y" TO CIF-LOOKUP-FLAG
              MOVE CIF-CUST-NAME TO CIF-LOOKUP-NAME
              MOVE CIF-CUST-ADDRESS TO CIF-LOOKUP-ADDRESS
              GO TO LOOK-UP-CUSTOMER-CLOSE
           END-IF.
           GO TO LOOK-UP-CUSTOMER-LOOP.
              END-READ
              GO TO BUILD-STATEMENTS-DONE
           END-IF.
           CLOSE MASTER-FILE, SORTED-STMT-FILE, CONSOL-HOLD-FILE.

           IF CONSOL-HOLD-COUNT > 0
           THEN
              SORT CONSOL-WORK-FILE
                 ON ASCENDING KEY CWRK-CUST-NUMBER
                 ON ASCENDING KEY CWRK-SECTION
                 ON ASCENDING KEY CWRK-ACCT-NUMBER
                 ON ASCENDING KEY CWRK-LINE-SEQ
                 USING CONSOL-HOLD-FILE
                 GIVING CONSOL-SORTED-FILE
              PERFORM BUILD-CONSOLIDATED-STATEMENTS THRU
                 BUILD-CONSOLIDATED-STATEMENTS-EXIT
           END-IF.

           CLOSE STATEMENT-FILE.
           DISPLAY "=====> " STMT-ACCOUNT-COUNT
              " STATEMENT(S) WRITTEN TO " STATEMENT-FILE-DSN.
           DISPLAY "=====> " CONSOL-STATEMENT-COUNT
              " CONSOLIDATED STATEMENT(S) WRITTEN TO "
              STATEMENT-FILE-DSN.
           STOP RUN.

       BUILD-CONSOLIDATED-STATEMENTS.
           OPEN INPUT CONSOL-SORTED-FILE.
           READ CONSOL-SORTED-FILE
              AT END SET CONSOL-SORTED-FILE-EOF-REACHED TO TRUE
           END-READ.

       CONSOL-NEXT-CUSTOMER.
           IF CONSOL-SORTED-FILE-EOF-REACHED
           THEN
              CLOSE CONSOL-SORTED-FILE
              GO TO BUILD-CONSOLIDATED-STATEMENTS-EXIT
           END-IF.

           MOVE CSRT-CUST-NUMBER TO CONSOL-CURRENT-CUST.
           MOVE 0 TO CONSOL-DEPOSIT-TOTAL.
           MOVE 0 TO CONSOL-FCY-TOTAL.
           MOVE 0 TO CONSOL-LOAN-TOTAL.

           MOVE CONSOL-CURRENT-CUST TO CIF-LOOKUP-CUST-NUMBER.
           PERFORM LOOK-UP-CUSTOMER THRU LOOK-UP-CUSTOMER-EXIT.
           MOVE CONSOL-CURRENT-CUST TO CH-CUST-NUMBER.
           IF CIF-CUSTOMER-FOUND
           THEN
              MOVE CIF-LOOKUP-NAME TO CH-CUST-NAME
           ELSE
              MOVE "(NOT ON CUSTOMER FILE)" TO CH-CUST-NAME
           END-IF.
           WRITE STATEMENT-RECORD FROM CONSOL-HEADER-BUFFER.
           IF CIF-CUSTOMER-FOUND
           THEN
              MOVE CIF-LOOKUP-ADDRESS TO CA-CUST-ADDRESS
              WRITE STATEMENT-RECORD FROM CONSOL-ADDRESS-BUFFER
           END-IF.
           MOVE STMT-FROM-DATE TO SP-FROM-DATE.
           MOVE STMT-TO-DATE   TO SP-TO-DATE.
           WRITE STATEMENT-RECORD FROM STATEMENT-PERIOD-BUFFER.
           MOVE "SUMMARY OF HOLDINGS AT CLOSE OF" TO CT-TITLE.
           MOVE STMT-TO-DATE TO CT-DATE.
           WRITE STATEMENT-RECORD FROM CONSOL-TITLE-BUFFER.

       CONSOL-SUMMARY-LOOP.
           IF CONSOL-SORTED-FILE-EOF-REACHED OR
              CSRT-CUST-NUMBER NOT = CONSOL-CURRENT-CUST OR
              NOT CSRT-IS-SUMMARY
           THEN
              GO TO CONSOL-DETAIL-START
           END-IF.

           MOVE CSRT-CLOSING-UNSIGNED TO CONSOL-ACCT-BALANCE.
           IF CSRT-CLOSING-NEGATIVE
           THEN
              MULTIPLY CONSOL-ACCT-BALANCE BY -1
                 GIVING CONSOL-ACCT-BALANCE
           END-IF.
           ADD CONSOL-ACCT-BALANCE TO CONSOL-DEPOSIT-TOTAL.

           MOVE CSRT-ACCT-NUMBER  TO CONSOL-CURRENT-ACCT.
           MOVE CSRT-ACCT-NUMBER  TO CAC-ACCT-NUMBER.
           MOVE CSRT-PRODUCT-CODE TO CAC-PRODUCT-CODE.
           MOVE CSRT-ACCT-STATUS  TO CAC-ACCT-STATUS.
           MOVE CONSOL-ACCT-BALANCE TO CAC-BALANCE.
           WRITE STATEMENT-RECORD FROM CONSOL-ACCOUNT-BUFFER.

           PERFORM WRITE-CONSOL-TERM-DEPOSITS THRU
              WRITE-CONSOL-TERM-DEPOSITS-EXIT.
           PERFORM WRITE-CONSOL-LOAN THRU WRITE-CONSOL-LOAN-EXIT.
           PERFORM WRITE-CONSOL-FCY THRU WRITE-CONSOL-FCY-EXIT.

           READ CONSOL-SORTED-FILE
              AT END SET CONSOL-SORTED-FILE-EOF-REACHED TO TRUE
           END-READ.
           GO TO CONSOL-SUMMARY-LOOP.

       CONSOL-DETAIL-START.
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE "ACCOUNT DETAIL FOR THE PERIOD" TO CT-TITLE.
           MOVE 0 TO CT-DATE.
           WRITE STATEMENT-RECORD FROM CONSOL-TITLE-BUFFER(1:34).

       CONSOL-DETAIL-LOOP.
           IF CONSOL-SORTED-FILE-EOF-REACHED OR
              CSRT-CUST-NUMBER NOT = CONSOL-CURRENT-CUST
           THEN
              GO TO CONSOL-WRITE-NET-WORTH
           END-IF.
           WRITE STATEMENT-RECORD FROM CSRT-LINE-TEXT.
           READ CONSOL-SORTED-FILE
              AT END SET CONSOL-SORTED-FILE-EOF-REACHED TO TRUE
           END-READ.
           GO TO CONSOL-DETAIL-LOOP.

       CONSOL-WRITE-NET-WORTH.
           MOVE "NET WORTH AT CLOSE OF" TO CT-TITLE.
           MOVE STMT-TO-DATE TO CT-DATE.
           WRITE STATEMENT-RECORD FROM CONSOL-TITLE-BUFFER.

           MOVE "ACCOUNT BALANCES" TO CTL-LABEL.
           MOVE CONSOL-DEPOSIT-TOTAL TO CTL-AMOUNT.
           WRITE STATEMENT-RECORD FROM CONSOL-TOTAL-BUFFER.

           MOVE "FCY BALANCES IN HOME CURRENCY" TO CTL-LABEL.
           MOVE CONSOL-FCY-TOTAL TO CTL-AMOUNT.
           WRITE STATEMENT-RECORD FROM CONSOL-TOTAL-BUFFER.

           MOVE "LESS LOANS OUTSTANDING" TO CTL-LABEL.
           MULTIPLY CONSOL-LOAN-TOTAL BY -1 GIVING CTL-AMOUNT.
           WRITE STATEMENT-RECORD FROM CONSOL-TOTAL-BUFFER.

           ADD CONSOL-DEPOSIT-TOTAL CONSOL-FCY-TOTAL
              GIVING CONSOL-NET-WORTH.
           SUBTRACT CONSOL-LOAN-TOTAL FROM CONSOL-NET-WORTH.
           MOVE "NET WORTH" TO CTL-LABEL.
           MOVE CONSOL-NET-WORTH TO CTL-AMOUNT.
           WRITE STATEMENT-RECORD FROM CONSOL-TOTAL-BUFFER.

           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           ADD 1 TO CONSOL-STATEMENT-COUNT.
           GO TO CONSOL-NEXT-CUSTOMER.

       BUILD-CONSOLIDATED-STATEMENTS-EXIT.
           EXIT.

       WRITE-CONSOL-TERM-DEPOSITS.
           OPEN INPUT TERM-DEPOSIT-FILE.
           IF TERM-DEPOSIT-FILE-NOT-FOUND
           THEN
              GO TO WRITE-CONSOL-TERM-DEPOSITS-EXIT
           END-IF.

       WRITE-CONSOL-TERM-DEPOSITS-LOOP.
           READ TERM-DEPOSIT-FILE
              AT END
                 CLOSE TERM-DEPOSIT-FILE
                 GO TO WRITE-CONSOL-TERM-DEPOSITS-EXIT
           END-READ.
           IF TD-ACCT-NUMBER = CONSOL-CURRENT-ACCT AND
              TERMDEP-IS-OPEN
           THEN
              MOVE TD-PRINCIPAL     TO CTD-PRINCIPAL
              MOVE TD-QUOTED-RATE   TO CTD-QUOTED-RATE
              MOVE TD-MATURITY-DATE TO CTD-MATURITY-DATE
              WRITE STATEMENT-RECORD FROM CONSOL-TERMDEP-BUFFER
           END-IF.
           GO TO WRITE-CONSOL-TERM-DEPOSITS-LOOP.

       WRITE-CONSOL-TERM-DEPOSITS-EXIT.
           EXIT.

       WRITE-CONSOL-LOAN.
           MOVE "N" TO CONSOL-LOAN-FOUND-FLAG.
           OPEN INPUT LOAN-FILE.
           IF LOAN-FILE-NOT-FOUND
           THEN
              GO TO WRITE-CONSOL-LOAN-EXIT
           END-IF.

       WRITE-CONSOL-LOAN-FIND.
           READ LOAN-FILE
              AT END
                 CLOSE LOAN-FILE
                 GO TO WRITE-CONSOL-LOAN-CHECK
           END-READ.
           IF LN-ACCT-NUMBER = CONSOL-CURRENT-ACCT AND LOAN-IS-OPEN
           THEN
              MOVE "Y" TO CONSOL-LOAN-FOUND-FLAG
              CLOSE LOAN-FILE
              GO TO WRITE-CONSOL-LOAN-CHECK
           END-IF.
           GO TO WRITE-CONSOL-LOAN-FIND.

       WRITE-CONSOL-LOAN-CHECK.
           IF NOT CONSOL-LOAN-FOUND
           THEN
              GO TO WRITE-CONSOL-LOAN-EXIT
           END-IF.
           MOVE 0 TO CONSOL-LOAN-OUTSTANDING.
           MOVE 0 TO CONSOL-NEXT-DUE-DATE.
           MOVE 0 TO CONSOL-NEXT-AMOUNT.
           OPEN INPUT LOAN-SCHED-FILE.
           IF LOAN-SCHED-FILE-NOT-FOUND
           THEN
              GO TO WRITE-CONSOL-LOAN-LINE
           END-IF.

       WRITE-CONSOL-LOAN-SCHED-LOOP.
           READ LOAN-SCHED-FILE
              AT END
                 CLOSE LOAN-SCHED-FILE
                 GO TO WRITE-CONSOL-LOAN-LINE
           END-READ.
           IF LSCH-ACCT-NUMBER = CONSOL-CURRENT-ACCT AND
              (INSTALLMENT-IS-PENDING OR INSTALLMENT-IS-MISSED)
           THEN
              ADD LSCH-AMOUNT TO CONSOL-LOAN-OUTSTANDING
              IF CONSOL-NEXT-DUE-DATE = 0 OR
                 LSCH-DUE-DATE < CONSOL-NEXT-DUE-DATE
              THEN
                 MOVE LSCH-DUE-DATE TO CONSOL-NEXT-DUE-DATE
                 MOVE LSCH-AMOUNT   TO CONSOL-NEXT-AMOUNT
              END-IF
           END-IF.
           GO TO WRITE-CONSOL-LOAN-SCHED-LOOP.

       WRITE-CONSOL-LOAN-LINE.
           MOVE CONSOL-LOAN-OUTSTANDING TO CLN-OUTSTANDING.
           MOVE CONSOL-NEXT-AMOUNT      TO CLN-NEXT-AMOUNT.
           MOVE CONSOL-NEXT-DUE-DATE    TO CLN-NEXT-DUE-DATE.
           WRITE STATEMENT-RECORD FROM CONSOL-LOAN-BUFFER.
           ADD CONSOL-LOAN-OUTSTANDING TO CONSOL-LOAN-TOTAL.

       WRITE-CONSOL-LOAN-EXIT.
           EXIT.

       WRITE-CONSOL-FCY.
           OPEN INPUT FCY-BALANCE-FILE.
           IF FCY-BALANCE-FILE-NOT-FOUND
           THEN
              GO TO WRITE-CONSOL-FCY-EXIT
           END-IF.

       WRITE-CONSOL-FCY-LOOP.
           READ FCY-BALANCE-FILE
              AT END
                 CLOSE FCY-BALANCE-FILE
                 GO TO WRITE-CONSOL-FCY-EXIT
           END-READ.
           IF FCY-ACCT-NUMBER NOT = CONSOL-CURRENT-ACCT
           THEN
              GO TO WRITE-CONSOL-FCY-LOOP
           END-IF.
           PERFORM LOOK-UP-CONSOL-RATE THRU LOOK-UP-CONSOL-RATE-EXIT.
           COMPUTE CONSOL-HOME-VALUE ROUNDED =
              FCY-BALANCE * CONSOL-APPLIED-RATE.
           ADD CONSOL-HOME-VALUE TO CONSOL-FCY-TOTAL.
           MOVE FCY-CURRENCY-CODE   TO CFX-CURRENCY-CODE.
           MOVE FCY-BALANCE         TO CFX-BALANCE.
           MOVE CONSOL-APPLIED-RATE TO CFX-RATE.
           MOVE CONSOL-HOME-VALUE   TO CFX-HOME-VALUE.
           WRITE STATEMENT-RECORD FROM CONSOL-FCY-BUFFER.
           GO TO WRITE-CONSOL-FCY-LOOP.

       WRITE-CONSOL-FCY-EXIT.
           EXIT.

       LOOK-UP-CONSOL-RATE.
           MOVE FCY-LAST-RATE TO CONSOL-APPLIED-RATE.
           MOVE 0 TO CONSOL-BEST-RATE-DATE.
           OPEN INPUT FX-RATE-FILE.
           IF FX-RATE-FILE-NOT-FOUND
           THEN
              GO TO LOOK-UP-CONSOL-RATE-EXIT
           END-IF.

       LOOK-UP-CONSOL-RATE-LOOP.
           READ FX-RATE-FILE
              AT END
                 CLOSE FX-RATE-FILE
                 GO TO LOOK-UP-CONSOL-RATE-EXIT
           END-READ.
           IF FX-CURRENCY-CODE = FCY-CURRENCY-CODE AND
              FX-EFFECTIVE-DATE NOT > STMT-TO-DATE AND
              FX-EFFECTIVE-DATE NOT < CONSOL-BEST-RATE-DATE
           THEN
              MOVE FX-BUY-RATE TO CONSOL-APPLIED-RATE
              MOVE FX-EFFECTIVE-DATE TO CONSOL-BEST-RATE-DATE
           END-IF.
           GO TO LOOK-UP-CONSOL-RATE-LOOP.

       LOOK-UP-CONSOL-RATE-EXIT.
           EXIT.

       END PROGRAM STATEMENT.
