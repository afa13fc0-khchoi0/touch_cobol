              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS DRAWER-REPORT-FILE-STATUS.

           SELECT
              MEMO-POST-FILE ASSIGN DYNAMIC MEMO-POST-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS MEMO-POST-FILE-STATUS.

           SELECT
              LEGAL-ORDER-FILE ASSIGN DYNAMIC LEGAL-ORDER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS LEGAL-ORDER-FILE-STATUS.

           SELECT
              KYC-FILE ASSIGN DYNAMIC KYC-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS KYC-FILE-STATUS.

           SELECT
              DECLINE-FILE ASSIGN DYNAMIC DECLINE-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS DECLINE-FILE-STATUS.

           SELECT
              HOLDS-FILE ASSIGN DYNAMIC HOLDS-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS HOLDS-FILE-STATUS.

           SELECT
              TERM-DEPOSIT-FILE ASSIGN DYNAMIC TERM-DEPOSIT-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS TERM-DEPOSIT-FILE-STATUS.

           SELECT
              OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              88 MSTR-ACCT-FROZEN              VALUE "F".
           02 MSTR-ACCT-OVERDRAFT-LIMIT        PIC 9(9)V9(2).
           02 MSTR-CUST-NUMBER                 PIC 9(8).
           02 MSTR-PRODUCT-CODE                PIC X(2).

       FD  TELLER-TRANS-FILE.
       01  TELLER-TRANS-RECORD.
           02 TT-AMOUNT                        PIC 9(5)V9(2).
           02 TT-TIMESTAMP                     PIC 9(14).
           02 TT-CARDHOLDER-ID                 PIC X(2).
           02 TT-TRANS-REF                     PIC X(24).

       FD  TELLER-JOURNAL-FILE.
       01  TELLER-JOURNAL-RECORD.
           02 TJ-OPERATION                     PIC A.
           02 TJ-AMOUNT                        PIC 9(5)V9(2).
           02 TJ-TIMESTAMP                     PIC 9(14).
           02 TJ-TRANS-REF                     PIC X(24).

       FD  DRAWER-REPORT-FILE.
       01  DRAWER-REPORT-RECORD                PIC X(80).

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

       FD  LEGAL-ORDER-FILE.
       01  LEGAL-ORDER-RECORD.
           02 LGO-ORDER-REF                    PIC X(16).
           02 LGO-ACCT-NUMBER                  PIC 9(16).
           02 LGO-ORDER-TYPE                   PIC X.
              88 LEGAL-ORDER-IS-FIXED          VALUE "F".
              88 LEGAL-ORDER-IS-PERCENT        VALUE "P".
           02 LGO-ORDER-AMOUNT                 PIC 9(11)V9(2).
           02 LGO-ORDER-PERCENT                PIC 9(3)V9(2).
           02 LGO-CREDITOR-ACCT                PIC 9(16).
           02 LGO-CREDITOR-NAME                PIC X(30).
           02 LGO-SERVED-DATE                  PIC 9(8).
           02 LGO-EXPIRY-DATE                  PIC 9(8).
           02 LGO-STATUS                       PIC X.
              88 LEGAL-ORDER-IS-ACTIVE         VALUE "A".
           02 LGO-REMITTED-AMOUNT              PIC 9(11)V9(2).
           02 LGO-QUEUED-AMOUNT                PIC 9(11)V9(2).
           02 LGO-BASE-BALANCE                 PIC 9(11)V9(2).
           02 LGO-RECORDED-BY                  PIC X(8).
           02 LGO-CLOSED-DATE                  PIC 9(8).

       FD  KYC-FILE.
       01  KYC-RECORD.
           02 KYC-CUST-NUMBER                  PIC 9(8).
           02 KYC-ID-TYPE                      PIC X(2).
           02 KYC-ID-NUMBER                    PIC X(20).
           02 KYC-ID-EXPIRY-DATE               PIC 9(8).
           02 KYC-RISK-RATING                  PIC X.
           02 KYC-LAST-REVIEW-DATE             PIC 9(8).
           02 KYC-NEXT-REVIEW-DATE             PIC 9(8).
           02 KYC-REVIEW-STATUS                PIC X.
              88 KYC-IS-BLOCKED                VALUE "B".
           02 KYC-GRACE-END-DATE               PIC 9(8).
           02 KYC-UPDATED-BY                   PIC X(8).

       FD  DECLINE-FILE.
       01  DECLINE-RECORD.
           02 DCL-TERMINAL-ID                  PIC 9(3).
           02 DCL-ACCT-NUMBER                  PIC 9(16).
           02 DCL-REASON-CODE                  PIC X(10).
           02 DCL-TIMESTAMP                    PIC 9(14).

       FD  HOLDS-FILE.
       01  HOLD-RECORD.
           02 HOLD-ACCT-NUMBER                 PIC 9(16).
           02 HOLD-AMOUNT                      PIC 9(5)V9(2).
           02 HOLD-RELEASE-DATE                PIC 9(8).
           02 HOLD-STATUS                      PIC X.
              88 HOLD-IS-HELD                  VALUE "H".
              88 HOLD-IS-PENDING-POST          VALUE "P".

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
              88 TERMDEP-IS-MATURED            VALUE "M".
              88 TERMDEP-IS-BROKEN             VALUE "B".
              88 TERMDEP-IS-WITHDRAWN          VALUE "W".
           02 TD-MATURITY-INSTRUCTION          PIC X.
           02 TD-BREAK-DATE                    PIC 9(8).
           02 TD-BREAK-INTEREST                PIC 9(5)V9(2).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           02 OPR-ID PIC X(8).
       01  TELLER-TRANS-FILE-DSN               PIC X(40).
       01  TELLER-JOURNAL-FILE-DSN             PIC X(40).
       01  DRAWER-REPORT-FILE-DSN              PIC X(40).
       01  MEMO-POST-FILE-DSN                  PIC X(40).

       01  MASTER-FILE-STATUS                  PIC 99.
           88 MASTER-FILE-NOT-FOUND            VALUE 35.
           88 TELLER-JOURNAL-FILE-NOT-FOUND    VALUE 35.
       01  DRAWER-REPORT-FILE-STATUS           PIC 99.
           88 DRAWER-REPORT-FILE-NOT-FOUND     VALUE 35.
       01  MEMO-POST-FILE-STATUS               PIC 99.
           88 MEMO-POST-FILE-NOT-FOUND         VALUE 35.
       01  LEGAL-ORDER-FILE-DSN                PIC X(40).
       01  LEGAL-ORDER-FILE-STATUS             PIC 99.
           88 LEGAL-ORDER-FILE-NOT-FOUND       VALUE 35.
       01  KYC-FILE-DSN                        PIC X(40).
       01  KYC-FILE-STATUS                     PIC 99.
           88 KYC-FILE-NOT-FOUND               VALUE 35.
       01  DECLINE-FILE-DSN                    PIC X(40).
       01  DECLINE-FILE-STATUS                 PIC 99.
           88 DECLINE-FILE-NOT-FOUND           VALUE 35.
       01  HOLDS-FILE-DSN                      PIC X(40).
       01  HOLDS-FILE-STATUS                   PIC 99.
           88 HOLDS-FILE-NOT-FOUND             VALUE 35.
       01  TERM-DEPOSIT-FILE-DSN               PIC X(40).
       01  TERM-DEPOSIT-FILE-STATUS            PIC 99.
           88 TERM-DEPOSIT-FILE-NOT-FOUND      VALUE 35.
       01  OPERATOR-FILE-STATUS PIC 9(2).
           88 OPERATOR-FILE-NOT-FOUND VALUE 35.
       01  OPERATOR-LOG-STATUS PIC 9(2).
       01  ACCOUNT-USABLE-FLAG                 PIC X VALUE "N".
           88 ACCOUNT-IS-USABLE                VALUE "Y".
       01  LOOKUP-ACCT-NUMBER                  PIC 9(16).
       01  LOOKUP-CUST-NUMBER                  PIC 9(8).
       01  KYC-TODAY-DATE                      PIC 9(8).
       01  KYC-BLOCK-FLAG                      PIC X VALUE "N".
           88 CUSTOMER-KYC-BLOCKED             VALUE "Y".
       01  LOOKUP-LEDGER-BALANCE               PIC S9(14)V9(2).
       01  LOOKUP-OVERDRAFT-LIMIT              PIC 9(9)V9(2).
       01  LOOKUP-AVAILABLE-BALANCE            PIC S9(14)V9(2).
       01  UNRELEASED-HOLD-TOTAL               PIC 9(9)V9(2) VALUE 0.
       01  LOCKED-PRINCIPAL-TOTAL              PIC 9(9)V9(2) VALUE 0.
       01  LEGAL-FENCE-TOTAL                   PIC 9(11)V9(2) VALUE 0.
       01  LEGAL-FENCE-AMOUNT                  PIC 9(11)V9(2) VALUE 0.
       01  LEGAL-OUTSTANDING                   PIC 9(11)V9(2) VALUE 0.
       01  LEGAL-GROWTH                        PIC S9(14)V9(2) VALUE 0.
       01  LEGAL-FUNDS-BALANCE                 PIC S9(14)V9(2) VALUE 0.
       01  LEGAL-TODAY-DATE                    PIC 9(8).
       01  POSTING-TIMESTAMP                   PIC 9(14).
       01  TELLER-REF-SOURCE.
           02 FILLER                           PIC X VALUE "T".
           02 TELLER-REF-OPERATOR              PIC X(3).
       01  BALANCING-DATE                      PIC 9(8).
       01  DRAWER-DEPOSIT-TOTAL                PIC 9(9)V9(2) VALUE 0.
       01  DRAWER-WITHDRAW-TOTAL               PIC 9(9)V9(2) VALUE 0.
       01  LOG-ACTION-TEXT PIC X(10).
       01  LOG-KEY-TEXT PIC X(16).

       01  LOCK-FUNCTION                       PIC X(4).
       01  LOCK-RESOURCE                       PIC X(40).
       01  LOCK-HOLDER.
           02 FILLER                           PIC X(7) VALUE "TELLER ".
           02 LOCK-HOLDER-OPERATOR             PIC X(8).
           02 FILLER                           PIC X(5) VALUE SPACES.
       01  LOCK-RESULT                         PIC X.
           88 LOCK-WAS-GRANTED                 VALUE "Y".
       01  LOCK-CONFLICT-HOLDER                PIC X(20).

       PROCEDURE DIVISION.
       INITIALIZE-FILE-NAMES.
           ACCEPT MASTER-FILE-DSN FROM ENVIRONMENT "ATM_MASTER_FILE"
                 MOVE "drawerRpt.txt" TO DRAWER-REPORT-FILE-DSN
           END-ACCEPT.

           ACCEPT MEMO-POST-FILE-DSN
              FROM ENVIRONMENT "ATM_MEMO_POST_FILE"
              ON EXCEPTION
                 MOVE "memopost.txt" TO MEMO-POST-FILE-DSN
           END-ACCEPT.

           ACCEPT LEGAL-ORDER-FILE-DSN
              FROM ENVIRONMENT "ATM_LEGAL_ORDER_FILE"
              ON EXCEPTION
                 MOVE "legalOrd.txt" TO LEGAL-ORDER-FILE-DSN
           END-ACCEPT.

           ACCEPT KYC-FILE-DSN FROM ENVIRONMENT "ATM_KYC_FILE"
              ON EXCEPTION MOVE "kyc.txt" TO KYC-FILE-DSN
           END-ACCEPT.

           ACCEPT DECLINE-FILE-DSN FROM ENVIRONMENT "ATM_DECLINE_FILE"
              ON EXCEPTION MOVE "declines.txt" TO DECLINE-FILE-DSN
           END-ACCEPT.

           ACCEPT HOLDS-FILE-DSN FROM ENVIRONMENT "ATM_HOLDS_FILE"
              ON EXCEPTION MOVE "holds.txt" TO HOLDS-FILE-DSN
           END-ACCEPT.

           ACCEPT TERM-DEPOSIT-FILE-DSN
              FROM ENVIRONMENT "ATM_TERM_DEPOSIT_FILE"
              ON EXCEPTION
                 MOVE "termdep.txt" TO TERM-DEPOSIT-FILE-DSN
           END-ACCEPT.

           PERFORM SIGN-ON-OPERATOR THRU SIGN-ON-OPERATOR-EXIT.
           PERFORM CLAIM-TELLER-LOCKS THRU CLAIM-TELLER-LOCKS-EXIT.
           GO TO MAIN-MENU.

       MAIN-MENU.

           IF EXIT-MAINTENANCE
           THEN
              PERFORM RELEASE-TELLER-LOCKS THRU
                 RELEASE-TELLER-LOCKS-EXIT
              STOP RUN
           END-IF.

                 " IS NOT ACTIVE"
              GO TO MAIN-MENU
           END-IF.
           IF TELLER-WITHDRAWAL
           THEN
              PERFORM CHECK-KYC-BLOCK-LOOKUP THRU
                 CHECK-KYC-BLOCK-LOOKUP-EXIT
              IF CUSTOMER-KYC-BLOCKED
              THEN
                 GO TO DECLINE-KYC-BLOCKED
              END-IF
              PERFORM APPLY-MEMO-POSTINGS THRU
                 APPLY-MEMO-POSTINGS-EXIT
              IF ENTRY-AMOUNT > LOOKUP-AVAILABLE-BALANCE
              THEN
                 DISPLAY "=====> INSUFFICIENT FUNDS IN ACCT "
                    ENTRY-ACCT-NUMBER " AVAILABLE "
                    LOOKUP-AVAILABLE-BALANCE
                 IF UNRELEASED-HOLD-TOTAL > 0
                 THEN
                    DISPLAY "=====> HELD PENDING CLEARING "
                       UNRELEASED-HOLD-TOTAL
                 END-IF
                 IF LOCKED-PRINCIPAL-TOTAL > 0
                 THEN
                    DISPLAY "=====> LOCKED IN TERM DEPOSITS "
                       LOCKED-PRINCIPAL-TOTAL
                 END-IF
                 IF LEGAL-FENCE-TOTAL > 0
                 THEN
                    DISPLAY "=====> ATTACHED UNDER A LEGAL ORDER "
                       LEGAL-FENCE-TOTAL
                 END-IF
                 GO TO MAIN-MENU
              END-IF
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO POSTING-TIMESTAMP.
           MOVE ENTRY-ACCT-NUMBER TO TT-ACCT-NUMBER.
           MOVE ENTRY-AMOUNT      TO TT-AMOUNT.
           MOVE POSTING-TIMESTAMP TO TT-TIMESTAMP.
           MOVE "00"              TO TT-CARDHOLDER-ID.
           PERFORM REFRESH-TELLER-LOCKS THRU REFRESH-TELLER-LOCKS-EXIT.
           PERFORM ISSUE-TELLER-TRANS-REF.
           PERFORM WRITE-TELLER-POSTING THRU
              WRITE-TELLER-POSTING-EXIT.

           DISPLAY "=====> COUNTER " TT-OPERATION " OF "
              ENTRY-AMOUNT " CAPTURED FOR ACCT " ENTRY-ACCT-NUMBER
              " -- POSTS WITH THE NIGHTLY RUN".
           DISPLAY "=====> REFERENCE " TT-TRANS-REF.
           IF TELLER-DEPOSIT
           THEN
              MOVE "CTRDEP" TO LOG-ACTION-TEXT
                 " IS NOT USABLE"
              GO TO MAIN-MENU
           END-IF.
           PERFORM CHECK-KYC-BLOCK-LOOKUP THRU
              CHECK-KYC-BLOCK-LOOKUP-EXIT.
           IF CUSTOMER-KYC-BLOCKED
           THEN
              GO TO DECLINE-KYC-BLOCKED
           END-IF.
           PERFORM APPLY-MEMO-POSTINGS THRU APPLY-MEMO-POSTINGS-EXIT.
           IF ENTRY-AMOUNT > LOOKUP-AVAILABLE-BALANCE
           THEN
              DISPLAY "=====> INSUFFICIENT FUNDS IN ACCT "
                 ENTRY-ACCT-NUMBER " AVAILABLE "
                 LOOKUP-AVAILABLE-BALANCE
              IF UNRELEASED-HOLD-TOTAL > 0
              THEN
                 DISPLAY "=====> HELD PENDING CLEARING "
                    UNRELEASED-HOLD-TOTAL
              END-IF
              IF LOCKED-PRINCIPAL-TOTAL > 0
              THEN
                 DISPLAY "=====> LOCKED IN TERM DEPOSITS "
                    LOCKED-PRINCIPAL-TOTAL
              END-IF
              IF LEGAL-FENCE-TOTAL > 0
              THEN
                 DISPLAY "=====> ATTACHED UNDER A LEGAL ORDER "
                    LEGAL-FENCE-TOTAL
              END-IF
              GO TO MAIN-MENU
           END-IF.

           MOVE ENTRY-TARGET-ACCT-NUMBER TO LOOKUP-ACCT-NUMBER.
           PERFORM CHECK-ACCOUNT-ON-MASTER THRU
           MOVE ENTRY-AMOUNT      TO TT-AMOUNT.
           MOVE POSTING-TIMESTAMP TO TT-TIMESTAMP.
           MOVE "00"              TO TT-CARDHOLDER-ID.
           PERFORM REFRESH-TELLER-LOCKS THRU REFRESH-TELLER-LOCKS-EXIT.
           PERFORM ISSUE-TELLER-TRANS-REF.
           PERFORM WRITE-TELLER-POSTING THRU
              WRITE-TELLER-POSTING-EXIT.

           DISPLAY "=====> COUNTER TRANSFER OF " ENTRY-AMOUNT
              " CAPTURED " ENTRY-ACCT-NUMBER " -> "
              ENTRY-TARGET-ACCT-NUMBER.
           DISPLAY "=====> REFERENCE " TT-TRANS-REF.
           MOVE "CTRXFR" TO LOG-ACTION-TEXT.
           MOVE ENTRY-ACCT-NUMBER TO LOG-KEY-TEXT.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.
           GO TO MAIN-MENU.

       DECLINE-KYC-BLOCKED.
           DISPLAY "=====> CUSTOMER " LOOKUP-CUST-NUMBER
              " IS OVERDUE FOR KYC REVIEW -- DEBITS BLOCKED UNTIL "
              "CURRENT ID IS RECORDED IN CIF-MAINT".
           OPEN EXTEND DECLINE-FILE.
           IF DECLINE-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT DECLINE-FILE
           END-IF.
           MOVE 0                 TO DCL-TERMINAL-ID.
           MOVE ENTRY-ACCT-NUMBER TO DCL-ACCT-NUMBER.
           MOVE "KYC-BLOCK"       TO DCL-REASON-CODE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO DCL-TIMESTAMP.
           WRITE DECLINE-RECORD.
           CLOSE DECLINE-FILE.
           GO TO MAIN-MENU.

       CHECK-KYC-BLOCK-LOOKUP.
           MOVE "N" TO KYC-BLOCK-FLAG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO KYC-TODAY-DATE.
           OPEN INPUT KYC-FILE.
           IF KYC-FILE-NOT-FOUND
           THEN
              GO TO CHECK-KYC-BLOCK-LOOKUP-EXIT
           END-IF.

       CHECK-KYC-BLOCK-LOOKUP-LOOP.
           READ KYC-FILE
              AT END GO TO CHECK-KYC-BLOCK-LOOKUP-CLOSE
           END-READ.
           IF KYC-CUST-NUMBER NOT = LOOKUP-CUST-NUMBER
           THEN
              GO TO CHECK-KYC-BLOCK-LOOKUP-LOOP
           END-IF.
           IF KYC-IS-BLOCKED OR
              (KYC-GRACE-END-DATE > 0 AND
               KYC-TODAY-DATE > KYC-GRACE-END-DATE)
           THEN
              SET CUSTOMER-KYC-BLOCKED TO TRUE
           END-IF.

       CHECK-KYC-BLOCK-LOOKUP-CLOSE.
           CLOSE KYC-FILE.

       CHECK-KYC-BLOCK-LOOKUP-EXIT.
           EXIT.

       ISSUE-TELLER-TRANS-REF.
           MOVE SIGNON-OPERATOR-ID(6:3) TO TELLER-REF-OPERATOR.
           CALL "TRANREF" USING TELLER-REF-SOURCE TT-TRANS-REF
              ON EXCEPTION
                 DISPLAY "[ABORT]: TRANREF MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.

       WRITE-TELLER-POSTING.
           OPEN EXTEND TELLER-TRANS-FILE.
           IF TELLER-TRANS-FILE-NOT-FOUND
           MOVE TT-OPERATION       TO TJ-OPERATION.
           MOVE TT-AMOUNT          TO TJ-AMOUNT.
           MOVE TT-TIMESTAMP       TO TJ-TIMESTAMP.
           MOVE TT-TRANS-REF       TO TJ-TRANS-REF.
           WRITE TELLER-JOURNAL-RECORD.
           CLOSE TELLER-JOURNAL-FILE.

           OPEN EXTEND MEMO-POST-FILE.
           IF MEMO-POST-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT MEMO-POST-FILE
           END-IF.
           MOVE TT-ACCT-NUMBER     TO MEMO-ACCT-NUMBER.
           MOVE TT-OPERATION       TO MEMO-OPERATION.
           MOVE TT-AMOUNT          TO MEMO-AMOUNT.
           MOVE TT-TIMESTAMP       TO MEMO-TIMESTAMP.
           MOVE "T"                TO MEMO-CHANNEL.
           MOVE SIGNON-OPERATOR-ID TO MEMO-SOURCE-ID.
           WRITE MEMO-POST-RECORD.
           CLOSE MEMO-POST-FILE.

       WRITE-TELLER-POSTING-EXIT.
           EXIT.

           IF MSTR-ACCT-NUMBER = LOOKUP-ACCT-NUMBER
           THEN
              SET ACCOUNT-WAS-FOUND TO TRUE
              MOVE MSTR-ACCT-BALANCE-UNSIGNED TO LOOKUP-LEDGER-BALANCE
              IF MSTR-ACCT-NEGATIVE
              THEN
                 COMPUTE LOOKUP-LEDGER-BALANCE =
                    0 - LOOKUP-LEDGER-BALANCE
              END-IF
              MOVE MSTR-ACCT-OVERDRAFT-LIMIT TO LOOKUP-OVERDRAFT-LIMIT
              MOVE MSTR-CUST-NUMBER TO LOOKUP-CUST-NUMBER
              IF MSTR-ACCT-ACTIVE
              THEN
                 SET ACCOUNT-IS-USABLE TO TRUE
       CHECK-ACCOUNT-ON-MASTER-EXIT.
           EXIT.

       APPLY-MEMO-POSTINGS.
           COMPUTE LOOKUP-AVAILABLE-BALANCE =
              LOOKUP-LEDGER-BALANCE + LOOKUP-OVERDRAFT-LIMIT.
           OPEN INPUT MEMO-POST-FILE.
           IF MEMO-POST-FILE-NOT-FOUND
           THEN
              GO TO APPLY-MEMO-POSTINGS-FENCE
           END-IF.

       APPLY-MEMO-POSTINGS-LOOP.
           READ MEMO-POST-FILE
              AT END GO TO APPLY-MEMO-POSTINGS-CLOSE
           END-READ.
           IF MEMO-ACCT-NUMBER = LOOKUP-ACCT-NUMBER
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

       APPLY-MEMO-POSTINGS-FENCE.
           SUBTRACT LOOKUP-OVERDRAFT-LIMIT FROM LOOKUP-AVAILABLE-BALANCE
              GIVING LEGAL-FUNDS-BALANCE.
           PERFORM COMPUTE-LEGAL-FENCE THRU COMPUTE-LEGAL-FENCE-EXIT.
           SUBTRACT LEGAL-FENCE-TOTAL FROM LOOKUP-AVAILABLE-BALANCE.
           PERFORM COMPUTE-UNRELEASED-HOLDS THRU
              COMPUTE-UNRELEASED-HOLDS-EXIT.
           SUBTRACT UNRELEASED-HOLD-TOTAL FROM LOOKUP-AVAILABLE-BALANCE.
           PERFORM COMPUTE-LOCKED-PRINCIPAL THRU
              COMPUTE-LOCKED-PRINCIPAL-EXIT.
           SUBTRACT LOCKED-PRINCIPAL-TOTAL
              FROM LOOKUP-AVAILABLE-BALANCE.

       APPLY-MEMO-POSTINGS-EXIT.
           EXIT.

       COMPUTE-UNRELEASED-HOLDS.
           MOVE 0 TO UNRELEASED-HOLD-TOTAL.
           OPEN INPUT HOLDS-FILE.
           IF HOLDS-FILE-NOT-FOUND
           THEN
              GO TO COMPUTE-UNRELEASED-HOLDS-EXIT
           END-IF.

       COMPUTE-UNRELEASED-HOLDS-LOOP.
           READ HOLDS-FILE
              AT END
                 CLOSE HOLDS-FILE
                 GO TO COMPUTE-UNRELEASED-HOLDS-EXIT
           END-READ.
           IF HOLD-ACCT-NUMBER = LOOKUP-ACCT-NUMBER AND
              (HOLD-IS-HELD OR HOLD-IS-PENDING-POST)
           THEN
              ADD HOLD-AMOUNT TO UNRELEASED-HOLD-TOTAL
           END-IF.
           GO TO COMPUTE-UNRELEASED-HOLDS-LOOP.

       COMPUTE-UNRELEASED-HOLDS-EXIT.
           EXIT.

       COMPUTE-LOCKED-PRINCIPAL.
           MOVE 0 TO LOCKED-PRINCIPAL-TOTAL.
           OPEN INPUT TERM-DEPOSIT-FILE.
           IF TERM-DEPOSIT-FILE-NOT-FOUND
           THEN
              GO TO COMPUTE-LOCKED-PRINCIPAL-EXIT
           END-IF.

       COMPUTE-LOCKED-PRINCIPAL-LOOP.
           READ TERM-DEPOSIT-FILE
              AT END
                 CLOSE TERM-DEPOSIT-FILE
                 GO TO COMPUTE-LOCKED-PRINCIPAL-EXIT
           END-READ.
           IF TD-ACCT-NUMBER = LOOKUP-ACCT-NUMBER AND TERMDEP-IS-OPEN
           THEN
              ADD TD-PRINCIPAL TO LOCKED-PRINCIPAL-TOTAL
           END-IF.
           GO TO COMPUTE-LOCKED-PRINCIPAL-LOOP.

       COMPUTE-LOCKED-PRINCIPAL-EXIT.
           EXIT.

       COMPUTE-LEGAL-FENCE.
           MOVE 0 TO LEGAL-FENCE-TOTAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LEGAL-TODAY-DATE.
           OPEN INPUT LEGAL-ORDER-FILE.
           IF LEGAL-ORDER-FILE-NOT-FOUND
           THEN
              GO TO COMPUTE-LEGAL-FENCE-EXIT
           END-IF.

       COMPUTE-LEGAL-FENCE-LOOP.
           READ LEGAL-ORDER-FILE
              AT END
                 CLOSE LEGAL-ORDER-FILE
                 GO TO COMPUTE-LEGAL-FENCE-EXIT
           END-READ.
           IF LGO-ACCT-NUMBER NOT = LOOKUP-ACCT-NUMBER OR
              NOT LEGAL-ORDER-IS-ACTIVE
           THEN
              GO TO COMPUTE-LEGAL-FENCE-LOOP
           END-IF.
           MOVE LGO-QUEUED-AMOUNT TO LEGAL-FENCE-AMOUNT.
           IF LGO-EXPIRY-DATE < LEGAL-TODAY-DATE
           THEN
              ADD LEGAL-FENCE-AMOUNT TO LEGAL-FENCE-TOTAL
              GO TO COMPUTE-LEGAL-FENCE-LOOP
           END-IF.
           SUBTRACT LGO-REMITTED-AMOUNT FROM LGO-ORDER-AMOUNT
              GIVING LEGAL-OUTSTANDING.
           IF LEGAL-ORDER-IS-FIXED
           THEN
              MOVE LEGAL-OUTSTANDING TO LEGAL-FENCE-AMOUNT
           END-IF.
           IF LEGAL-ORDER-IS-PERCENT
           THEN
              COMPUTE LEGAL-GROWTH =
                 LEGAL-FUNDS-BALANCE - LEGAL-FENCE-TOTAL -
                 LGO-BASE-BALANCE - LGO-QUEUED-AMOUNT
              IF LEGAL-GROWTH > 0
              THEN
                 COMPUTE LEGAL-FENCE-AMOUNT ROUNDED =
                    LGO-QUEUED-AMOUNT +
                    LEGAL-GROWTH * LGO-ORDER-PERCENT / 100
              END-IF
              IF LEGAL-FENCE-AMOUNT > LEGAL-OUTSTANDING
              THEN
                 MOVE LEGAL-OUTSTANDING TO LEGAL-FENCE-AMOUNT
              END-IF
           END-IF.
           ADD LEGAL-FENCE-AMOUNT TO LEGAL-FENCE-TOTAL.
           GO TO COMPUTE-LEGAL-FENCE-LOOP.

       COMPUTE-LEGAL-FENCE-EXIT.
           EXIT.

       SIGN-ON-OPERATOR.
           MOVE "N" TO SIGNON-OK-FLAG.
           DISPLAY "OPERATOR ID (8 CHARS)".
       SIGN-ON-OPERATOR-EXIT.
           EXIT.

       CLAIM-TELLER-LOCKS.
           MOVE SIGNON-OPERATOR-ID TO LOCK-HOLDER-OPERATOR.
           MOVE "SHR " TO LOCK-FUNCTION.
           MOVE TELLER-TRANS-FILE-DSN TO LOCK-RESOURCE.
           PERFORM CALL-LOCK-CONTROL THRU CALL-LOCK-CONTROL-EXIT.
           IF LOCK-WAS-GRANTED
           THEN
              MOVE "SHR " TO LOCK-FUNCTION
              MOVE MEMO-POST-FILE-DSN TO LOCK-RESOURCE
              PERFORM CALL-LOCK-CONTROL THRU CALL-LOCK-CONTROL-EXIT
           END-IF.
           IF LOCK-WAS-GRANTED
           THEN
              MOVE "SHR " TO LOCK-FUNCTION
              MOVE MASTER-FILE-DSN TO LOCK-RESOURCE
              PERFORM CALL-LOCK-CONTROL THRU CALL-LOCK-CONTROL-EXIT
           END-IF.
           IF NOT LOCK-WAS-GRANTED
           THEN
              DISPLAY "[ABORT]: " LOCK-RESOURCE " IS IN USE BY "
                 LOCK-CONFLICT-HOLDER " -- SIGN ON AGAIN LATER"
              PERFORM RELEASE-TELLER-LOCKS THRU
                 RELEASE-TELLER-LOCKS-EXIT
              STOP RUN
           END-IF.

       CLAIM-TELLER-LOCKS-EXIT.
           EXIT.

       REFRESH-TELLER-LOCKS.
           MOVE "RFSH" TO LOCK-FUNCTION.
           MOVE TELLER-TRANS-FILE-DSN TO LOCK-RESOURCE.
           PERFORM CALL-LOCK-CONTROL THRU CALL-LOCK-CONTROL-EXIT.
           IF LOCK-WAS-GRANTED
           THEN
              MOVE "RFSH" TO LOCK-FUNCTION
              MOVE MEMO-POST-FILE-DSN TO LOCK-RESOURCE
              PERFORM CALL-LOCK-CONTROL THRU CALL-LOCK-CONTROL-EXIT
           END-IF.
           IF LOCK-WAS-GRANTED
           THEN
              MOVE "RFSH" TO LOCK-FUNCTION
              MOVE MASTER-FILE-DSN TO LOCK-RESOURCE
              PERFORM CALL-LOCK-CONTROL THRU CALL-LOCK-CONTROL-EXIT
           END-IF.
           IF NOT LOCK-WAS-GRANTED
           THEN
              DISPLAY "[ABORT]: TELLER LOCK ON " LOCK-RESOURCE
                 " HAS EXPIRED -- NOTHING POSTED, SIGN ON AGAIN"
              PERFORM RELEASE-TELLER-LOCKS THRU
                 RELEASE-TELLER-LOCKS-EXIT
              STOP RUN
           END-IF.

       REFRESH-TELLER-LOCKS-EXIT.
           EXIT.

       RELEASE-TELLER-LOCKS.
           MOVE "RELH" TO LOCK-FUNCTION.
           MOVE SPACES TO LOCK-RESOURCE.
           PERFORM CALL-LOCK-CONTROL THRU CALL-LOCK-CONTROL-EXIT.

       RELEASE-TELLER-LOCKS-EXIT.
           EXIT.

       CALL-LOCK-CONTROL.
           CALL "LOCKCTL" USING LOCK-FUNCTION LOCK-RESOURCE LOCK-HOLDER
              LOCK-RESULT LOCK-CONFLICT-HOLDER
              ON EXCEPTION
                 DISPLAY "[ABORT]: LOCKCTL MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.

       CALL-LOCK-CONTROL-EXIT.
           EXIT.

       WRITE-OPERATOR-LOG.
           OPEN EXTEND OPERATOR-LOG-FILE.
           IF OPERATOR-LOG-NOT-FOUND
