              ACCESS MODE    IS SEQUENTIAL
              FILE STATUS    IS TERM-DEPOSIT-FILE-STATUS.

           SELECT
              LEGAL-ORDER-FILE ASSIGN DYNAMIC LEGAL-ORDER-FILE-DSN
              ORGANIZATION   IS LINE SEQUENTIAL
              ACCESS MODE    IS SEQUENTIAL
              FILE STATUS    IS LEGAL-ORDER-FILE-STATUS.

           SELECT
              MINI-SCAN-FILE ASSIGN DYNAMIC MINI-SCAN-DSN-WS
              ORGANIZATION   IS LINE SEQUENTIAL
              ACCESS MODE    IS SEQUENTIAL
              FILE STATUS    IS OUTBOUND-PAY-FILE-STATUS.

           SELECT
              SCREEN-HOLD-FILE ASSIGN DYNAMIC SCREEN-HOLD-FILE-DSN
              ORGANIZATION   IS LINE SEQUENTIAL
              ACCESS MODE    IS SEQUENTIAL
              FILE STATUS    IS SCREEN-HOLD-FILE-STATUS.

           SELECT
              PAYEE-FILE ASSIGN DYNAMIC PAYEE-FILE-DSN
              ORGANIZATION   IS LINE SEQUENTIAL
              ACCESS MODE    IS SEQUENTIAL
              FILE STATUS    IS PAYEE-FILE-STATUS.

           SELECT
              BILLER-FILE ASSIGN DYNAMIC BILLER-FILE-DSN
              ORGANIZATION   IS LINE SEQUENTIAL
              ACCESS MODE    IS SEQUENTIAL
              FILE STATUS    IS BILLER-FILE-STATUS.

           SELECT
              BILL-PAY-FILE ASSIGN DYNAMIC BILL-PAY-FILE-DSN
              ORGANIZATION   IS LINE SEQUENTIAL
              ACCESS MODE    IS SEQUENTIAL
              FILE STATUS    IS BILL-PAY-FILE-STATUS.

           SELECT
              ENVELOPE-FILE ASSIGN DYNAMIC ENVELOPE-FILE-DSN
              ORGANIZATION   IS LINE SEQUENTIAL
              ACCESS MODE    IS SEQUENTIAL
              FILE STATUS    IS ENVELOPE-FILE-STATUS.

           SELECT
              PRODUCT-FILE ASSIGN DYNAMIC PRODUCT-FILE-DSN
              ORGANIZATION   IS LINE SEQUENTIAL
              ACCESS MODE    IS SEQUENTIAL
              FILE STATUS    IS PRODUCT-FILE-STATUS.

           SELECT
              RECEIPT-FILE ASSIGN DYNAMIC RECEIPT-FILE-DSN
              ORGANIZATION   IS LINE SEQUENTIAL
              ACCESS MODE    IS SEQUENTIAL
              FILE STATUS    IS DECLINE-FILE-STATUS.

           SELECT
              KYC-FILE ASSIGN DYNAMIC KYC-FILE-DSN
              ORGANIZATION   IS LINE SEQUENTIAL
              ACCESS MODE    IS SEQUENTIAL
              FILE STATUS    IS KYC-FILE-STATUS.

           SELECT
              MEMO-POST-FILE ASSIGN DYNAMIC MEMO-POST-FILE-DSN
              ORGANIZATION   IS LINE SEQUENTIAL
              ACCESS MODE    IS SEQUENTIAL
              FILE STATUS    IS MEMO-POST-FILE-STATUS.

           SELECT
              ACQ-AUTH-FILE ASSIGN DYNAMIC ACQ-AUTH-FILE-DSN
              ORGANIZATION   IS LINE SEQUENTIAL
              ACCESS MODE    IS SEQUENTIAL
              FILE STATUS    IS ACQ-AUTH-FILE-STATUS.

           SELECT
              ACQ-TRANS-FILE ASSIGN DYNAMIC ACQ-TRANS-FILE-DSN
              ORGANIZATION   IS LINE SEQUENTIAL
              ACCESS MODE    IS SEQUENTIAL
              FILE STATUS    IS ACQ-TRANS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
              88 MSTR-ACCT-DORMANT          VALUE "D".
           02 MSTR-ACCT-OVERDRAFT-LIMIT     PIC 9(9)V9(2).
           02 MSTR-CUST-NUMBER              PIC 9(8).
           02 MSTR-PRODUCT-CODE             PIC X(2).

       FD  TERMINAL-REGISTRY-FILE.
       01  TERMINAL-REGISTRY-RECORD.
           02 TERM-REG-LOCATION             PIC X(20).

       FD  TERMINAL-TRANS-FILE.
       01  TERMINAL-TRANS-RECORD            PIC X(64).

       FD  LOCKOUT-FILE.
       01  LOCKOUT-RECORD.
              88 CARD-IS-ACTIVE             VALUE "A".
              88 CARD-IS-LOST               VALUE "L".
              88 CARD-IS-CANCELLED          VALUE "C".
              88 CARD-IS-PROFILE            VALUE "P".
           02 CARDHOLDER-CUST-NUMBER        PIC 9(8).
           02 CARDHOLDER-LANGUAGE           PIC X(2).

       FD  ARCHIVE-CATALOG-FILE.
       01  ARCHIVE-CATALOG-RECORD.
           02 FXLOG-HOME-AMOUNT             PIC 9(5)V9(2).
           02 FXLOG-RATE                    PIC 9(3)V9(6).
           02 FXLOG-TIMESTAMP               PIC 9(14).
           02 FXLOG-ACCT-NUMBER             PIC 9(16).

       FD  HOLDS-FILE.
       01  HOLD-RECORD.
           02 OFFQ-AMOUNT                   PIC 9(5)V9(2).
           02 OFFQ-TIMESTAMP                PIC 9(14).
           02 OFFQ-CARDHOLDER-ID            PIC X(2).
           02 OFFQ-TRANS-REF                PIC X(24).

       FD  TERM-DEPOSIT-FILE.
       01  TERM-DEPOSIT-RECORD.
           02 TD-STATUS                     PIC X.
              88 TERMDEP-IS-OPEN            VALUE "O".
              88 TERMDEP-IS-MATURED         VALUE "M".
              88 TERMDEP-IS-BROKEN          VALUE "B".
              88 TERMDEP-IS-WITHDRAWN       VALUE "W".
           02 TD-MATURITY-INSTRUCTION       PIC X.
           02 TD-BREAK-DATE                 PIC 9(8).
           02 TD-BREAK-INTEREST             PIC 9(5)V9(2).

       FD  LEGAL-ORDER-FILE.
       01  LEGAL-ORDER-RECORD.
           02 LGO-ORDER-REF                 PIC X(16).
           02 LGO-ACCT-NUMBER               PIC 9(16).
           02 LGO-ORDER-TYPE                PIC X.
              88 LEGAL-ORDER-IS-FIXED       VALUE "F".
              88 LEGAL-ORDER-IS-PERCENT     VALUE "P".
           02 LGO-ORDER-AMOUNT              PIC 9(11)V9(2).
           02 LGO-ORDER-PERCENT             PIC 9(3)V9(2).
           02 LGO-CREDITOR-ACCT             PIC 9(16).
           02 LGO-CREDITOR-NAME             PIC X(30).
           02 LGO-SERVED-DATE               PIC 9(8).
           02 LGO-EXPIRY-DATE               PIC 9(8).
           02 LGO-STATUS                    PIC X.
              88 LEGAL-ORDER-IS-ACTIVE      VALUE "A".
           02 LGO-REMITTED-AMOUNT           PIC 9(11)V9(2).
           02 LGO-QUEUED-AMOUNT             PIC 9(11)V9(2).
           02 LGO-BASE-BALANCE              PIC 9(11)V9(2).
           02 LGO-RECORDED-BY               PIC X(8).
           02 LGO-CLOSED-DATE               PIC 9(8).

       FD  MINI-SCAN-FILE.
       01  MINI-SCAN-RECORD.
           02 MSCAN-AMOUNT                  PIC 9(5)V9(2).
           02 MSCAN-TIMESTAMP               PIC 9(14).
           02 MSCAN-CARDHOLDER-ID           PIC X(2).
           02 MSCAN-TRANS-REF               PIC X(24).

       FD  CASH-POSITION-FILE.
       01  CASH-POSITION-RECORD.
           02 OUTPAY-AMOUNT                 PIC 9(5)V9(2).
           02 OUTPAY-TIMESTAMP              PIC 9(14).

       FD  SCREEN-HOLD-FILE.
       01  SCREEN-HOLD-RECORD.
           02 SHLD-SUBJECT-TYPE             PIC X.
           02 SHLD-SUBJECT-KEY              PIC X(16).
           02 SHLD-STATUS                   PIC X.
           02 SHLD-TIMESTAMP                PIC 9(14).
           02 SHLD-PROGRAM                  PIC X(10).
           02 SHLD-OPERATOR                 PIC X(8).
           02 SHLD-SCREENED-NAME            PIC X(30).
           02 SHLD-MATCH-ID                 PIC 9(6).
           02 SHLD-MATCH-NAME               PIC X(30).
           02 SHLD-MATCH-SCORE              PIC 9(3).
           02 SHLD-DECIDED-BY               PIC X(8).
           02 SHLD-DECIDED-DATE             PIC 9(8).
           02 SHLD-PAYLOAD                  PIC X(100).

       FD  PAYEE-FILE.
       01  PAYEE-RECORD.
           02 PAYEE-OWNER-ACCT              PIC 9(16).
           02 PAYEE-SEQUENCE                PIC 9(2).
           02 PAYEE-BANK-CODE               PIC 9(4).
           02 PAYEE-DEST-ACCT               PIC 9(16).
           02 PAYEE-NICKNAME                PIC X(20).
           02 PAYEE-BENEFICIARY-NAME        PIC X(30).
           02 PAYEE-STATUS                  PIC X.
              88 PAYEE-IS-ACTIVE            VALUE "A".
           02 PAYEE-REGISTERED-DATE         PIC 9(8).
           02 PAYEE-REGISTERED-BY           PIC X(8).

       FD  BILLER-FILE.
       01  BILLER-RECORD.
           02 BILLER-CODE                   PIC 9(4).
           02 BILLER-NAME                   PIC X(30).
           02 BILLER-REF-LENGTH             PIC 9(2).
           02 BILLER-CHECK-RULE             PIC X.
           02 BILLER-STATUS                 PIC X.
              88 BILLER-IS-ACTIVE           VALUE "A".
           02 BILLER-ADDED-DATE             PIC 9(8).

       FD  BILL-PAY-FILE.
       01  BILL-PAY-RECORD.
           02 BILLPAY-BILLER-CODE           PIC 9(4).
           02 BILLPAY-REFERENCE             PIC X(20).
           02 BILLPAY-FROM-ACCT-NUMBER      PIC 9(16).
           02 BILLPAY-AMOUNT                PIC 9(5)V9(2).
           02 BILLPAY-TIMESTAMP             PIC 9(14).

       FD  ENVELOPE-FILE.
       01  ENVELOPE-RECORD.
           02 ENV-TERMINAL-ID               PIC 9(3).
           02 ENV-TIMESTAMP                 PIC 9(14).
           02 ENV-ACCT-NUMBER               PIC 9(16).
           02 ENV-KEYED-AMOUNT              PIC 9(5)V9(2).
           02 ENV-STATUS                    PIC X.
           02 ENV-COUNTED-AMOUNT            PIC 9(5)V9(2).
           02 ENV-VERIFIED-DATE             PIC 9(8).
           02 ENV-VERIFIED-BY               PIC X(8).

       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD.
           02 PROD-CODE                     PIC X(2).
           02 PROD-NAME                     PIC X(20).
           02 PROD-INTEREST-RATE            PIC 9V9(4).
           02 PROD-MAINT-FEE                PIC 9(5)V9(2).
           02 PROD-MIN-BALANCE              PIC 9(5)V9(2).
           02 PROD-OD-ELIGIBLE              PIC X.
              88 PROD-OD-IS-ELIGIBLE        VALUE "Y".
           02 PROD-ATM-DAILY-LIMIT          PIC 9(6)V9(2).

       FD  RECEIPT-FILE.
       01  RECEIPT-RECORD                   PIC X(130).

       FD  TERMINAL-STATUS-FILE.
       01  TERMINAL-STATUS-RECORD.
           02 DCL-REASON-CODE               PIC X(10).
           02 DCL-TIMESTAMP                 PIC 9(14).

       FD  KYC-FILE.
       01  KYC-RECORD.
           02 KYC-CUST-NUMBER               PIC 9(8).
           02 KYC-ID-TYPE                   PIC X(2).
           02 KYC-ID-NUMBER                 PIC X(20).
           02 KYC-ID-EXPIRY-DATE            PIC 9(8).
           02 KYC-RISK-RATING               PIC X.
           02 KYC-LAST-REVIEW-DATE          PIC 9(8).
           02 KYC-NEXT-REVIEW-DATE          PIC 9(8).
           02 KYC-REVIEW-STATUS             PIC X.
              88 KYC-IS-BLOCKED             VALUE "B".
           02 KYC-GRACE-END-DATE            PIC 9(8).
           02 KYC-UPDATED-BY                PIC X(8).

       FD  MEMO-POST-FILE.
       01  MEMO-POST-RECORD.
           02 MEMO-ACCT-NUMBER              PIC 9(16).
           02 MEMO-OPERATION                PIC A.
           02 MEMO-AMOUNT                   PIC 9(5)V9(2).
           02 MEMO-TIMESTAMP                PIC 9(14).
           02 MEMO-CHANNEL                  PIC X.
              88 MEMO-FROM-ATM              VALUE "A".
              88 MEMO-FROM-TELLER           VALUE "T".
           02 MEMO-SOURCE-ID                PIC X(8).

       FD  ACQ-AUTH-FILE.
       01  ACQ-AUTH-RECORD.
           02 AUTH-MSG-TYPE                 PIC X(4).
           02 AUTH-TRANS-REF                PIC X(24).
           02 AUTH-CARD-NUMBER              PIC 9(16).
           02 AUTH-PIN-BLOCK                PIC 9(6).
           02 AUTH-TERMINAL-ID              PIC 9(3).
           02 AUTH-AMOUNT                   PIC 9(5)V9(2).
           02 AUTH-SURCHARGE                PIC 9(3)V9(2).
           02 AUTH-TIMESTAMP                PIC 9(14).

       FD  ACQ-TRANS-FILE.
       01  ACQ-TRANS-RECORD.
           02 ACQ-TRANS-REF                 PIC X(24).
           02 ACQ-CARD-NUMBER               PIC 9(16).
           02 ACQ-TERMINAL-ID               PIC 9(3).
           02 ACQ-AMOUNT                    PIC 9(5)V9(2).
           02 ACQ-SURCHARGE                 PIC 9(3)V9(2).
           02 ACQ-TIMESTAMP                 PIC 9(14).

       WORKING-STORAGE SECTION.
       01  MASTER-FILE-DSN                  PIC X(40).
       01  T71-ONE-FILE-DSN                 PIC X(40).
       01  CAPTURE-LOG-FILE-DSN             PIC X(40).
       01  PARAMETER-FILE-DSN               PIC X(40).
       01  OUTBOUND-PAY-FILE-DSN            PIC X(40).
       01  SCREEN-HOLD-FILE-DSN             PIC X(40).
       01  PAYEE-FILE-DSN                   PIC X(40).
       01  BILLER-FILE-DSN                  PIC X(40).
       01  BILL-PAY-FILE-DSN                PIC X(40).
       01  ENVELOPE-FILE-DSN                PIC X(40).
       01  PRODUCT-FILE-DSN                 PIC X(40).
       01  RECEIPT-FILE-DSN                 PIC X(40).
       01  TERMINAL-STATUS-FILE-DSN         PIC X(40).
       01  TERMINAL-STATUS-FILE-STATUS      PIC 99.
       01  DECLINE-FILE-STATUS              PIC 99.
           88 DECLINE-FILE-NOT-FOUND        VALUE 35.
       01  DECLINE-REASON-CODE              PIC X(10).
       01  KYC-FILE-DSN                     PIC X(40).
       01  KYC-FILE-STATUS                  PIC 99.
           88 KYC-FILE-NOT-FOUND            VALUE 35.
       01  KYC-LOOKUP-CUST-NUMBER           PIC 9(8).
       01  KYC-TODAY-DATE                   PIC 9(8).
       01  KYC-BLOCK-FLAG                   PIC X VALUE "N".
           88 CUSTOMER-KYC-BLOCKED          VALUE "Y".
       01  MEMO-POST-FILE-DSN               PIC X(40).
       01  MEMO-POST-FILE-STATUS            PIC 99.
           88 MEMO-POST-FILE-NOT-FOUND      VALUE 35.
       01  MEMO-NET-ACTIVITY                PIC S9(11)V9(2) VALUE 0.
       01  MEMO-TODAY-DATE                  PIC 9(8).
       01  ACQ-AUTH-FILE-DSN                PIC X(40).
       01  ACQ-AUTH-FILE-STATUS             PIC 99.
           88 ACQ-AUTH-FILE-NOT-FOUND       VALUE 35.
       01  ACQ-TRANS-FILE-DSN               PIC X(40).
       01  ACQ-TRANS-FILE-STATUS            PIC 99.
           88 ACQ-TRANS-FILE-NOT-FOUND      VALUE 35.
       01  OWN-BIN-LOW                      PIC 9(6) VALUE 0.
       01  OWN-BIN-HIGH                     PIC 9(6) VALUE 0.
       01  ACQ-SURCHARGE-AMOUNT             PIC 9(3)V9(2) VALUE 2.50.
       01  ACQ-CARD-BIN                     PIC 9(6).
       01  ACQ-PIN-BLOCK                    PIC 9(6).
       01  ACQ-TOTAL-AMOUNT                 PIC 9(6)V9(2).
       01  ACQ-CONFIRM-CHOICE               PIC X.
           88 ACQ-CONFIRM-YES               VALUE "Y", "y".
       01  CHKDIGIT-EXPECTED                PIC 9.
       01  CHKDIGIT-RESULT                  PIC X.

           88 CARDHOLDER-PIN-MATCHED        VALUE "Y".
       01  CARD-BLOCKED-FLAG                PIC X VALUE "N".
           88 CARD-IS-BLOCKED               VALUE "Y".
       01  CARD-BLOCK-MSG-ID                PIC X(8).
       01  DEFAULT-LANGUAGE                 PIC X(2).
       01  SESSION-LANGUAGE                 PIC X(2).
       01  MSG-FUNCTION                     PIC X(4) VALUE "TEXT".
       01  MSG-ID                           PIC X(8).
       01  MSG-ARGS.
           02 MSG-ARG-1                     PIC X(40).
           02 MSG-ARG-2                     PIC X(40).
           02 MSG-ARG-3                     PIC X(40).
           02 MSG-ARG-4                     PIC X(40).
       01  MSG-TEXT                         PIC X(120).
       01  MSG-TEXT-LENGTH                  PIC 9(3).
       01  MSG-RESULT                       PIC X.
       01  MSG-SMALL-AMOUNT-EDIT            PIC 9(5).9(2).
       01  MSG-DAILY-AMOUNT-EDIT            PIC 9(6).9(2).
       01  MSG-AMOUNT-EDIT                  PIC 9(9).9(2).
       01  MSG-LARGE-AMOUNT-EDIT            PIC 9(11).9(2).
       01  MSG-BALANCE-EDIT                 PIC +9(14).9(2).
       01  MSG-FX-AMOUNT-EDIT               PIC 9(7).9(2).
       01  MSG-FX-RATE-EDIT                 PIC 9(3).9(6).
       01  ARCHIVE-CATALOG-FILE-STATUS      PIC 99.
           88 ARCHIVE-CATALOG-NOT-FOUND     VALUE 35.
       01  CATALOG-PRESENT-FLAG             PIC X VALUE "N".
           02 FXR-PREFIX-4                  PIC X(9)
              VALUE " CHARGED ".
           02 FXR-HOME-AMOUNT               PIC 9(5).9(2).

       01  ACQ-RECEIPT-BUFFER.
           02 ACQR-PREFIX-1                 PIC X(13)
              VALUE "RECEIPT CARD:".
           02 ACQR-CARD-FIRST               PIC X(6).
           02 FILLER                        PIC X(6) VALUE "******".
           02 ACQR-CARD-LAST                PIC X(4).
           02 ACQR-PREFIX-2                 PIC X(6)
              VALUE " CASH:".
           02 ACQR-AMOUNT                   PIC 9(5).9(2).
           02 ACQR-PREFIX-3                 PIC X(9)
              VALUE " ATM FEE:".
           02 ACQR-SURCHARGE                PIC 9(3).9(2).
           02 ACQR-PREFIX-4                 PIC X(6)
              VALUE " TIME:".
           02 ACQR-TIMESTAMP                PIC 9(14).
           02 ACQR-PREFIX-5                 PIC X(5)
              VALUE " REF:".
           02 ACQR-TRANS-REF                PIC X(24).
       01  HOLDS-FILE-STATUS                PIC 99.
           88 HOLDS-FILE-NOT-FOUND          VALUE 35.
       01  TERM-DEPOSIT-FILE-DSN            PIC X(40).
       01  TERM-DEPOSIT-FILE-STATUS         PIC 99.
           88 TERM-DEPOSIT-FILE-NOT-FOUND   VALUE 35.
       01  LOCKED-PRINCIPAL-TOTAL           PIC 9(9)V9(2) VALUE 0.
       01  LEGAL-ORDER-FILE-DSN             PIC X(40).
       01  LEGAL-ORDER-FILE-STATUS          PIC 99.
           88 LEGAL-ORDER-FILE-NOT-FOUND    VALUE 35.
       01  LEGAL-FENCE-TOTAL                PIC 9(11)V9(2) VALUE 0.
       01  LEGAL-FENCE-AMOUNT               PIC 9(11)V9(2) VALUE 0.
       01  LEGAL-OUTSTANDING                PIC 9(11)V9(2) VALUE 0.
       01  LEGAL-GROWTH                     PIC S9(14)V9(2) VALUE 0.
       01  LEGAL-TODAY-DATE                 PIC 9(8).
       01  HOLD-THRESHOLD-AMOUNT            PIC 9(9)V9(2) VALUE 1000.
       01  HOLD-CLEARING-DAYS               PIC 99 VALUE 2.
       01  UNRELEASED-HOLD-TOTAL            PIC 9(9)V9(2) VALUE 0.
       01  AVAILABLE-BALANCE                PIC S9(14)V9(2) VALUE 0.
       01  DATECALC-FUNCTION                PIC X(4).
       01  DATECALC-DATE-1                  PIC 9(8).
           88 CASH-POSITION-FILE-NOT-FOUND  VALUE 35.
       01  NEW-CASH-POSITION-FILE-STATUS    PIC 99.
       01  SESSION-TERMINAL-ID              PIC 9(3).
       01  LOCK-FUNCTION                    PIC X(4).
       01  LOCK-RESOURCE                    PIC X(40).
       01  LOCK-HOLDER.
           02 FILLER                        PIC X(5) VALUE "ATMS ".
           02 LOCK-HOLDER-TERMINAL          PIC 9(3) VALUE 0.
           02 FILLER                        PIC X(12) VALUE SPACES.
       01  LOCK-RESULT                      PIC X.
           88 LOCK-WAS-GRANTED              VALUE "Y".
       01  LOCK-CONFLICT-HOLDER             PIC X(20).
       01  SESSION-LOCK-FLAG                PIC X VALUE "N".
           88 SESSION-LOCKS-ARE-HELD        VALUE "Y".
       01  ATM-REF-SOURCE.
           02 FILLER                        PIC X VALUE "A".
           02 ATM-REF-TERMINAL-ID           PIC 9(3).
       01  CASH-TRACKED-FLAG                PIC X VALUE "N".
           88 TERMINAL-CASH-TRACKED         VALUE "Y".
       01  CASH-AVAILABLE-AMOUNT            PIC 9(9)V9(2) VALUE 0.
           02 BEST-HOLD-THRESHOLD-DATE      PIC 9(8) VALUE 0.
           02 BEST-HOLD-DAYS-DATE           PIC 9(8) VALUE 0.
           02 BEST-OFFLINE-LIMIT-DATE       PIC 9(8) VALUE 0.
           02 BEST-PAYEE-COOLING-DATE       PIC 9(8) VALUE 0.
           02 BEST-PAYEE-NEW-DAYS-DATE      PIC 9(8) VALUE 0.
           02 BEST-PAYEE-NEW-LIMIT-DATE     PIC 9(8) VALUE 0.
           02 BEST-OWN-BIN-LOW-DATE         PIC 9(8) VALUE 0.
           02 BEST-OWN-BIN-HIGH-DATE        PIC 9(8) VALUE 0.
           02 BEST-ACQ-SURCHARGE-DATE       PIC 9(8) VALUE 0.
       01  OUTBOUND-PAY-FILE-STATUS         PIC 99.
           88 OUTBOUND-PAY-FILE-NOT-FOUND   VALUE 35.
       01  OUTBOUND-PAY-OPENED              PIC X VALUE "N".
           88 OUTBOUND-PAY-IS-OPEN          VALUE "Y".
       01  SCREEN-HOLD-FILE-STATUS          PIC 99.
           88 SCREEN-HOLD-FILE-NOT-FOUND    VALUE 35.
       01  PAYEE-FILE-STATUS                PIC 99.
           88 PAYEE-FILE-NOT-FOUND          VALUE 35.
       01  BILLER-FILE-STATUS               PIC 99.
           88 BILLER-FILE-NOT-FOUND         VALUE 35.
       01  BILL-PAY-FILE-STATUS             PIC 99.
           88 BILL-PAY-FILE-NOT-FOUND       VALUE 35.
       01  ENVELOPE-FILE-STATUS             PIC 99.
           88 ENVELOPE-FILE-NOT-FOUND       VALUE 35.
       01  PRODUCT-FILE-STATUS              PIC 99.
           88 PRODUCT-FILE-NOT-FOUND        VALUE 35.
       01  RECEIPT-FILE-STATUS              PIC 99.
           88 RECEIPT-FILE-NOT-FOUND        VALUE 35.

                                            SIGN LEADING SEPARATE.
           02 RCPT-PREFIX-5                 PIC X(6) VALUE " TIME:".
           02 RCPT-TIMESTAMP                PIC 9(14).
           02 RCPT-PREFIX-6                 PIC X(5) VALUE " REF:".
           02 RCPT-TRANS-REF                PIC X(24).

       01  MAX-PIN-ATTEMPTS                 PIC 9 VALUE 3.
       01  PIN-ATTEMPT-COUNT                PIC 9 VALUE 0.
              03 USER-ACCT-NUMBER           PIC 9(16).
              03 USER-ACCT-PASSWORD         PIC 9(6).
           02 USER-ACCT-BALANCE             PIC S9(14)V9(2).
           02 USER-LEDGER-BALANCE           PIC S9(14)V9(2).
           02 USER-ACCT-OVERDRAFT-LIMIT     PIC 9(9)V9(2).

       01  USER-SERVICE-CHOICE              PIC A.
           88 EXTERNAL-TRANSFER             VALUE "E".
           88 MINI-STATEMENT                VALUE "M".
           88 FX-WITHDRAWAL                 VALUE "F".
           88 BILL-PAYMENT                  VALUE "U".

       01  MINI-RECENT-TABLE.
           02 MINI-ENTRY OCCURS 5 TIMES.

       01  EXTERNAL-BANK-CODE               PIC 9(4).
       01  EXTERNAL-DEST-ACCT-NUMBER        PIC 9(16).
       01  EXTERNAL-BENEFICIARY-NAME        PIC X(30).
       01  PAYEE-CHOICE                     PIC 9(2).
       01  PAYEE-COOLING-DAYS               PIC 9(3) VALUE 1.
       01  PAYEE-NEW-DAYS                   PIC 9(3) VALUE 7.
       01  PAYEE-NEW-LIMIT                  PIC 9(5)V9(2) VALUE 500.
       01  PAYEE-USABLE-DATE                PIC 9(8).
       01  PAYEE-FULL-LIMIT-DATE            PIC 9(8).
       01  PAYEE-LISTED-FLAG                PIC X VALUE "N".
           88 PAYEE-WAS-LISTED              VALUE "Y".
       01  PAYEE-FOUND-FLAG                 PIC X VALUE "N".
           88 PAYEE-WAS-FOUND               VALUE "Y".
       01  NEW-PAYEE-LIMIT-FLAG             PIC X VALUE "N".
           88 NEW-PAYEE-LIMIT-APPLIES       VALUE "Y".

       01  BILL-BILLER-CODE                 PIC 9(4).
       01  BILL-BILLER-NAME                 PIC X(30).
       01  BILL-REF-LENGTH                  PIC 9(2).
       01  BILL-CHECK-RULE                  PIC X.
       01  BILL-REFERENCE                   PIC X(20).
       01  BILL-CHECK-RESULT                PIC X.
       01  BILLER-LISTED-FLAG               PIC X VALUE "N".
           88 BILLER-WAS-LISTED             VALUE "Y".
       01  BILLER-FOUND-FLAG                PIC X VALUE "N".
           88 BILLER-WAS-FOUND              VALUE "Y".
       01  HELD-PAYMENT-RECORD.
           02 HELD-PAY-BANK-CODE            PIC 9(4).
           02 HELD-PAY-DEST-ACCT-NUMBER     PIC 9(16).
           02 HELD-PAY-FROM-ACCT-NUMBER     PIC 9(16).
           02 HELD-PAY-AMOUNT               PIC 9(5)V9(2).
           02 HELD-PAY-TIMESTAMP            PIC 9(14).

       01  SCREEN-REQUEST.
           02 SCRN-PROGRAM                  PIC X(10).
           02 SCRN-SUBJECT-TYPE             PIC X.
           02 SCRN-SUBJECT-KEY              PIC X(16).
           02 SCRN-NAME                     PIC X(30).
           02 SCRN-OPERATOR                 PIC X(8).
           02 SCRN-RESULT                   PIC X.
              88 SCRN-IS-HIT                VALUE "H".
           02 SCRN-MATCH-ID                 PIC 9(6).
           02 SCRN-MATCH-NAME               PIC X(30).
           02 SCRN-MATCH-SCORE              PIC 9(3).

       01  INQUIRY-OVERDRAFT-HEADROOM       PIC 9(9)V9(2) VALUE 0.
       01  INQUIRY-DAILY-REMAINING          PIC 9(6)V9(2) VALUE 0.

       01  PER-TRANSAC-LIMIT                PIC 9(5)V9(2) VALUE 50000.
       01  DAILY-TRANSAC-LIMIT              PIC 9(6)V9(2) VALUE 200000.
       01  USER-DAILY-LIMIT                 PIC 9(6)V9(2) VALUE 0.
       01  USER-PRODUCT-CODE                PIC X(2).
       01  DAILY-TRANSAC-TOTAL              PIC 9(6)V9(2) VALUE 0.
       01  LAST-VALIDATED-ACCT-NUMBER       PIC 9(16) VALUE 0.

              88 KM-ACCT-DORMANT            VALUE "D".
           02 KM-ACCT-OVERDRAFT-LIMIT       PIC 9(9)V9(2).
           02 KM-CUST-NUMBER                PIC 9(8).
           02 KM-PRODUCT-CODE               PIC X(2).

       01  LOCKOUT-LOOKUP-ACCT-NUMBER       PIC 9(16).
       01  LOCKOUT-LOOKUP-RESULT            PIC X VALUE "N".
                                            PIC 9(7).
           02 TRANSAC-BUF-TIMESTAMP         PIC 9(14) VALUE 0.
           02 TRANSAC-BUF-CARDHOLDER-ID     PIC X(2) VALUE "00".
           02 TRANSAC-BUF-TRANS-REF         PIC X(24) VALUE SPACES.

       01  TRANSFER-STATUS                  PIC 9 VALUE 0.
           88 INITIAL-TRANSFER-STATUS       VALUE 0.
                 MOVE "outPayments.txt" TO OUTBOUND-PAY-FILE-DSN
           END-ACCEPT.

           ACCEPT SCREEN-HOLD-FILE-DSN
              FROM ENVIRONMENT "ATM_SCREEN_HOLD_FILE"
              ON EXCEPTION
                 MOVE "screenHold.txt" TO SCREEN-HOLD-FILE-DSN
           END-ACCEPT.

           ACCEPT PAYEE-FILE-DSN
              FROM ENVIRONMENT "ATM_PAYEE_FILE"
              ON EXCEPTION
                 MOVE "payees.txt" TO PAYEE-FILE-DSN
           END-ACCEPT.

           ACCEPT BILLER-FILE-DSN
              FROM ENVIRONMENT "ATM_BILLER_FILE"
              ON EXCEPTION
                 MOVE "billers.txt" TO BILLER-FILE-DSN
           END-ACCEPT.

           ACCEPT BILL-PAY-FILE-DSN
              FROM ENVIRONMENT "ATM_BILL_PAY_FILE"
              ON EXCEPTION
                 MOVE "billPayments.txt" TO BILL-PAY-FILE-DSN
           END-ACCEPT.

           ACCEPT ENVELOPE-FILE-DSN
              FROM ENVIRONMENT "ATM_ENVELOPE_FILE"
              ON EXCEPTION
                 MOVE "envelopes.txt" TO ENVELOPE-FILE-DSN
           END-ACCEPT.

           ACCEPT PRODUCT-FILE-DSN FROM ENVIRONMENT "ATM_PRODUCT_FILE"
              ON EXCEPTION MOVE "products.txt" TO PRODUCT-FILE-DSN
           END-ACCEPT.

           ACCEPT PARAMETER-FILE-DSN
              FROM ENVIRONMENT "ATM_PARAMS_FILE"
              ON EXCEPTION
                 MOVE "termdep.txt" TO TERM-DEPOSIT-FILE-DSN
           END-ACCEPT.

           ACCEPT LEGAL-ORDER-FILE-DSN
              FROM ENVIRONMENT "ATM_LEGAL_ORDER_FILE"
              ON EXCEPTION
                 MOVE "legalOrd.txt" TO LEGAL-ORDER-FILE-DSN
           END-ACCEPT.

           ACCEPT TERMINAL-STATUS-FILE-DSN
              FROM ENVIRONMENT "ATM_TERMINAL_STATUS_FILE"
              ON EXCEPTION
              ON EXCEPTION MOVE "declines.txt" TO DECLINE-FILE-DSN
           END-ACCEPT.

           ACCEPT KYC-FILE-DSN FROM ENVIRONMENT "ATM_KYC_FILE"
              ON EXCEPTION MOVE "kyc.txt" TO KYC-FILE-DSN
           END-ACCEPT.

           ACCEPT MEMO-POST-FILE-DSN
              FROM ENVIRONMENT "ATM_MEMO_POST_FILE"
              ON EXCEPTION MOVE "memopost.txt" TO MEMO-POST-FILE-DSN
           END-ACCEPT.

           ACCEPT ACQ-AUTH-FILE-DSN
              FROM ENVIRONMENT "ATM_ACQ_AUTH_FILE"
              ON EXCEPTION MOVE "acqAuthReq.txt" TO ACQ-AUTH-FILE-DSN
           END-ACCEPT.

           ACCEPT ACQ-TRANS-FILE-DSN
              FROM ENVIRONMENT "ATM_ACQ_TRANS_FILE"
              ON EXCEPTION MOVE "acqTrans.txt" TO ACQ-TRANS-FILE-DSN
           END-ACCEPT.

           ACCEPT DEFAULT-LANGUAGE
              FROM ENVIRONMENT "ATM_DEFAULT_LANGUAGE"
              ON EXCEPTION MOVE "EN" TO DEFAULT-LANGUAGE
           END-ACCEPT.

           GO TO READ-PARAMETER-FILE.

       READ-PARAMETER-FILE.
              MOVE PARAM-EFFECTIVE-DATE TO BEST-OFFLINE-LIMIT-DATE
           END-IF.

           IF PARAM-NAME = "PAYEE-COOLING-DAYS" AND
              PARAM-EFFECTIVE-DATE NOT < BEST-PAYEE-COOLING-DATE
           THEN
              MOVE PARAM-VALUE TO PAYEE-COOLING-DAYS
              MOVE PARAM-EFFECTIVE-DATE TO BEST-PAYEE-COOLING-DATE
           END-IF.

           IF PARAM-NAME = "PAYEE-NEW-DAYS" AND
              PARAM-EFFECTIVE-DATE NOT < BEST-PAYEE-NEW-DAYS-DATE
           THEN
              MOVE PARAM-VALUE TO PAYEE-NEW-DAYS
              MOVE PARAM-EFFECTIVE-DATE TO BEST-PAYEE-NEW-DAYS-DATE
           END-IF.

           IF PARAM-NAME = "PAYEE-NEW-LIMIT" AND
              PARAM-EFFECTIVE-DATE NOT < BEST-PAYEE-NEW-LIMIT-DATE
           THEN
              MOVE PARAM-VALUE TO PAYEE-NEW-LIMIT
              MOVE PARAM-EFFECTIVE-DATE TO BEST-PAYEE-NEW-LIMIT-DATE
           END-IF.

           IF PARAM-NAME = "OWN-BIN-LOW" AND
              PARAM-EFFECTIVE-DATE NOT < BEST-OWN-BIN-LOW-DATE
           THEN
              MOVE PARAM-VALUE TO OWN-BIN-LOW
              MOVE PARAM-EFFECTIVE-DATE TO BEST-OWN-BIN-LOW-DATE
           END-IF.

           IF PARAM-NAME = "OWN-BIN-HIGH" AND
              PARAM-EFFECTIVE-DATE NOT < BEST-OWN-BIN-HIGH-DATE
           THEN
              MOVE PARAM-VALUE TO OWN-BIN-HIGH
              MOVE PARAM-EFFECTIVE-DATE TO BEST-OWN-BIN-HIGH-DATE
           END-IF.

           IF PARAM-NAME = "ACQ-SURCHARGE" AND
              PARAM-EFFECTIVE-DATE NOT < BEST-ACQ-SURCHARGE-DATE
           THEN
              MOVE PARAM-VALUE TO ACQ-SURCHARGE-AMOUNT
              MOVE PARAM-EFFECTIVE-DATE TO BEST-ACQ-SURCHARGE-DATE
           END-IF.

           GO TO READ-PARAMETER-FILE-LOOP.

       LOAD-TERMINAL-REGISTRY.
           GO TO ATM-INITIALIZE.

       ATM-INITIALIZE.
           MOVE DEFAULT-LANGUAGE TO SESSION-LANGUAGE.
           PERFORM LOAD-RECEIPT-LABELS THRU LOAD-RECEIPT-LABELS-EXIT.
           DISPLAY SPACES
           DISPLAY "##############################################"
           DISPLAY "##         Gringotts Wizarding Bank         ##"
              PERFORM WRITE-TERMINAL-CONTROL THRU
                 WRITE-TERMINAL-CONTROL-EXIT
           END-IF.
           IF SESSION-LOCKS-ARE-HELD
           THEN
              PERFORM RELEASE-SESSION-LOCKS THRU
                 RELEASE-SESSION-LOCKS-EXIT
           END-IF.

           MOVE "CHOOSATM" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           MOVE 0 TO TERMINAL-SUBSCRIPT.

       CHOOSE-ATM-MENU-LOOP.
           ADD 1 TO TERMINAL-SUBSCRIPT.
           IF TERMINAL-SUBSCRIPT NOT > TERMINAL-COUNT
           THEN
              MOVE TERMINAL-SUBSCRIPT TO MSG-ARG-1
              MOVE TR-ID(TERMINAL-SUBSCRIPT) TO MSG-ARG-2
              MOVE TR-LOCATION(TERMINAL-SUBSCRIPT) TO MSG-ARG-3
              MOVE "PRESSATM" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              GO TO CHOOSE-ATM-MENU-LOOP
           END-IF.
           ACCEPT USER-ATM-CHOICE.
           ADD 1 TO TERMINAL-SUBSCRIPT.
           IF TERMINAL-SUBSCRIPT > TERMINAL-COUNT
           THEN
              MOVE "BADINPUT" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              GO TO CHOOSE-ATM
           END-IF.
           IF TR-ID(TERMINAL-SUBSCRIPT) = USER-ATM-CHOICE
           OPEN INPUT TERMINAL-STATUS-FILE.
           IF TERMINAL-STATUS-FILE-NOT-FOUND
           THEN
              GO TO CLAIM-SESSION-LOCKS
           END-IF.

       CHECK-TERMINAL-SERVICE-LOOP.
           CLOSE TERMINAL-STATUS-FILE.
           IF NOT SESSION-TERMINAL-USABLE
           THEN
              MOVE "OUTOFSVC" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              MOVE "USEOTHER" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              GO TO CHOOSE-ATM
           END-IF.
           GO TO CLAIM-SESSION-LOCKS.

       CLAIM-SESSION-LOCKS.
           MOVE SESSION-TERMINAL-ID TO LOCK-HOLDER-TERMINAL.
           SET SESSION-LOCKS-ARE-HELD TO TRUE.
           MOVE "SHR " TO LOCK-FUNCTION.
           MOVE TR-TRANS-DSN(SESSION-TERMINAL-INDEX) TO LOCK-RESOURCE.
           PERFORM CALL-LOCK-CONTROL THRU CALL-LOCK-CONTROL-EXIT.
           IF LOCK-WAS-GRANTED AND NOT OFFLINE-MODE-ACTIVE
           THEN
              MOVE "SHR " TO LOCK-FUNCTION
              MOVE MASTER-FILE-DSN TO LOCK-RESOURCE
              PERFORM CALL-LOCK-CONTROL THRU CALL-LOCK-CONTROL-EXIT
           END-IF.
           IF LOCK-WAS-GRANTED AND NOT OFFLINE-MODE-ACTIVE
           THEN
              MOVE "SHR " TO LOCK-FUNCTION
              MOVE MEMO-POST-FILE-DSN TO LOCK-RESOURCE
              PERFORM CALL-LOCK-CONTROL THRU CALL-LOCK-CONTROL-EXIT
           END-IF.
           IF NOT LOCK-WAS-GRANTED
           THEN
              MOVE "OUTOFSVC" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              MOVE LOCK-CONFLICT-HOLDER TO MSG-ARG-1
              MOVE "FILEBUSY" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              MOVE "TRYLATER" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              PERFORM RELEASE-SESSION-LOCKS THRU
                 RELEASE-SESSION-LOCKS-EXIT
              GO TO CHOOSE-ATM
           END-IF.
           GO TO INPUT-ACCT-INFO.

       INPUT-ACCT-INFO.
           PERFORM REFRESH-SESSION-LOCKS THRU
              REFRESH-SESSION-LOCKS-EXIT.
           IF NOT LOCK-WAS-GRANTED
           THEN
              GO TO SESSION-LOCKS-LOST
           END-IF.
           MOVE "ACCTPRMT" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           ACCEPT USER-ACCT-NUMBER.

           CALL "CHKDIGIT" USING USER-ACCT-NUMBER CHKDIGIT-EXPECTED
           END-CALL.
           IF CHKDIGIT-RESULT = "N"
           THEN
              MOVE "BADACCT" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              GO TO INPUT-ACCT-INFO
           END-IF.

           IF OWN-BIN-LOW > 0
           THEN
              IF OWN-BIN-HIGH < OWN-BIN-LOW
              THEN
                 MOVE OWN-BIN-LOW TO OWN-BIN-HIGH
              END-IF
              MOVE USER-ACCT-NUMBER(1:6) TO ACQ-CARD-BIN
              IF ACQ-CARD-BIN < OWN-BIN-LOW OR
                 ACQ-CARD-BIN > OWN-BIN-HIGH
              THEN
                 GO TO ACQUIRER-SIGN-ON
              END-IF
           END-IF.

           MOVE "PASSPRMT" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           ACCEPT USER-ACCT-PASSWORD.

           CALL "PINHASH" USING USER-ACCT-PASSWORD HASHED-PIN-VALUE
           GO TO VALIDATE-ACCT-INFO.

       CHOOSE-SERVICE.
           MOVE "SVCMENU" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           MOVE "SVCDEP" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           MOVE "SVCWDL" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           MOVE "SVCXFER" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           MOVE "SVCBAL" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           MOVE "SVCPIN" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           MOVE "SVCEXT" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           MOVE "SVCMINI" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           MOVE "SVCFX" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           MOVE "SVCBILL" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           ACCEPT USER-SERVICE-CHOICE.

           IF CUSTOMER-KYC-BLOCKED AND
              (WITHDRAWAL OR TRANSFER OR EXTERNAL-TRANSFER OR
               FX-WITHDRAWAL OR BILL-PAYMENT)
           THEN
              MOVE "KYCDUE1" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              MOVE "KYCDUE2" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              MOVE "KYCBRING" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              MOVE "KYC-BLOCK" TO DECLINE-REASON-CODE
              PERFORM WRITE-DECLINE-RECORD THRU
                 WRITE-DECLINE-RECORD-EXIT
              GO TO CHOOSE-IF-CONTINUE
           END-IF.

           IF DEPOSIT OR WITHDRAWAL
           THEN
              GO TO INPUT-AMOUNT
              GO TO INPUT-FX-WITHDRAWAL
           END-IF.

           IF BILL-PAYMENT
           THEN
              GO TO INPUT-BILL-INFO
           END-IF.

           MOVE "BADINPUT" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           GO TO CHOOSE-SERVICE.

       INPUT-AMOUNT.
           MOVE "AMTPRMT" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           ACCEPT TRANSAC-AMOUNT.

           MOVE USER-ACCT-BALANCE TO MSG-BALANCE-EDIT
           MOVE MSG-BALANCE-EDIT TO MSG-ARG-1
           MOVE USER-SERVICE-CHOICE TO MSG-ARG-2
           MOVE TRANSAC-AMOUNT TO MSG-SMALL-AMOUNT-EDIT
           MOVE MSG-SMALL-AMOUNT-EDIT TO MSG-ARG-3
           MOVE "OPERECHO" TO MSG-ID
           PERFORM SHOW-RESULT THRU SHOW-RESULT-EXIT.

           IF TRANSAC-AMOUNT < 0
           THEN
              MOVE "BADINPUT" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              GO TO INPUT-AMOUNT
           END-IF.

           IF NOT DEPOSIT
           THEN
              PERFORM APPLY-MEMO-POSTINGS THRU
                 APPLY-MEMO-POSTINGS-EXIT
              PERFORM COMPUTE-UNRELEASED-HOLDS THRU
                 COMPUTE-UNRELEASED-HOLDS-EXIT
              PERFORM COMPUTE-LOCKED-PRINCIPAL THRU
                 COMPUTE-LOCKED-PRINCIPAL-EXIT
              PERFORM COMPUTE-LEGAL-FENCE THRU
                 COMPUTE-LEGAL-FENCE-EXIT
              SUBTRACT UNRELEASED-HOLD-TOTAL FROM USER-ACCT-BALANCE
                 GIVING AVAILABLE-BALANCE
              SUBTRACT LOCKED-PRINCIPAL-TOTAL FROM AVAILABLE-BALANCE
              SUBTRACT LEGAL-FENCE-TOTAL FROM AVAILABLE-BALANCE
              IF TRANSAC-AMOUNT > AVAILABLE-BALANCE +
                 USER-ACCT-OVERDRAFT-LIMIT
              THEN
                 MOVE "INSUFBAL" TO MSG-ID
                 PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
                 MOVE "NSF" TO DECLINE-REASON-CODE
                 PERFORM WRITE-DECLINE-RECORD THRU
                    WRITE-DECLINE-RECORD-EXIT
                 IF UNRELEASED-HOLD-TOTAL > 0
                 THEN
                    MOVE UNRELEASED-HOLD-TOTAL TO MSG-AMOUNT-EDIT
                    MOVE MSG-AMOUNT-EDIT TO MSG-ARG-1
                    MOVE "HOLDFUND" TO MSG-ID
                    PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
                 END-IF
                 IF LOCKED-PRINCIPAL-TOTAL > 0
                 THEN
                    MOVE LOCKED-PRINCIPAL-TOTAL TO MSG-AMOUNT-EDIT
                    MOVE MSG-AMOUNT-EDIT TO MSG-ARG-1
                    MOVE "TERMFUND" TO MSG-ID
                    PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
                 END-IF
                 IF LEGAL-FENCE-TOTAL > 0
                 THEN
                    MOVE LEGAL-FENCE-TOTAL TO MSG-LARGE-AMOUNT-EDIT
                    MOVE MSG-LARGE-AMOUNT-EDIT TO MSG-ARG-1
                    MOVE "LEGLFUND" TO MSG-ID
                    PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
                 END-IF
                 GO TO INPUT-AMOUNT
              END-IF

           IF NOT DEPOSIT AND TRANSAC-AMOUNT > PER-TRANSAC-LIMIT
           THEN
              MOVE "OVERTXN" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              MOVE "LIMIT-TXN" TO DECLINE-REASON-CODE
              PERFORM WRITE-DECLINE-RECORD THRU
                 WRITE-DECLINE-RECORD-EXIT
           END-IF.

           IF NOT DEPOSIT AND
              DAILY-TRANSAC-TOTAL + TRANSAC-AMOUNT > USER-DAILY-LIMIT
           THEN
              MOVE "OVERDAY" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              MOVE "LIMIT-DAY" TO DECLINE-REASON-CODE
              PERFORM WRITE-DECLINE-RECORD THRU
                 WRITE-DECLINE-RECORD-EXIT
              GO TO INPUT-AMOUNT
           END-IF.

           IF EXTERNAL-TRANSFER AND NEW-PAYEE-LIMIT-APPLIES AND
              TRANSAC-AMOUNT > PAYEE-NEW-LIMIT
           THEN
              MOVE PAYEE-NEW-LIMIT TO MSG-SMALL-AMOUNT-EDIT
              MOVE MSG-SMALL-AMOUNT-EDIT TO MSG-ARG-1
              MOVE "OVERPAYE" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              MOVE "LIMIT-PAYE" TO DECLINE-REASON-CODE
              PERFORM WRITE-DECLINE-RECORD THRU
                 WRITE-DECLINE-RECORD-EXIT
              GO TO INPUT-AMOUNT
           END-IF.

           IF WITHDRAWAL
           THEN
              PERFORM CHECK-TERMINAL-CASH THRU
              IF TERMINAL-CASH-TRACKED AND
                 TRANSAC-AMOUNT > CASH-AVAILABLE-AMOUNT
              THEN
                 MOVE CASH-AVAILABLE-AMOUNT TO MSG-AMOUNT-EDIT
                 MOVE MSG-AMOUNT-EDIT TO MSG-ARG-1
                 MOVE "NOCASH" TO MSG-ID
                 PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
                 MOVE "CASH-OUT" TO DECLINE-REASON-CODE
                 PERFORM WRITE-DECLINE-RECORD THRU
                    WRITE-DECLINE-RECORD-EXIT

           GO TO GENERATE-TRANSAC-RECORD.

       ACQUIRER-SIGN-ON.
           MOVE "PASSPRMT" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           ACCEPT USER-ACCT-PASSWORD.

           CALL "PINHASH" USING USER-ACCT-PASSWORD ACQ-PIN-BLOCK
              ON EXCEPTION
                 DISPLAY "[ABORT]: PINHASH MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           MOVE 0 TO USER-ACCT-PASSWORD.

           MOVE "ACQCARD" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           MOVE "ACQWDL" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT.

       ACQUIRER-INPUT-AMOUNT.
           MOVE "AMTPRMT" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           ACCEPT TRANSAC-AMOUNT.

           IF TRANSAC-AMOUNT = 0
           THEN
              MOVE "BADINPUT" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              GO TO ACQUIRER-INPUT-AMOUNT
           END-IF.

           IF TRANSAC-AMOUNT > PER-TRANSAC-LIMIT
           THEN
              MOVE "OVERTXN" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              MOVE "LIMIT-TXN" TO DECLINE-REASON-CODE
              PERFORM WRITE-DECLINE-RECORD THRU
                 WRITE-DECLINE-RECORD-EXIT
              GO TO ACQUIRER-INPUT-AMOUNT
           END-IF.

           PERFORM CHECK-TERMINAL-CASH THRU CHECK-TERMINAL-CASH-EXIT.
           IF TERMINAL-CASH-TRACKED AND
              TRANSAC-AMOUNT > CASH-AVAILABLE-AMOUNT
           THEN
              MOVE CASH-AVAILABLE-AMOUNT TO MSG-AMOUNT-EDIT
              MOVE MSG-AMOUNT-EDIT TO MSG-ARG-1
              MOVE "NOCASH" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              MOVE "CASH-OUT" TO DECLINE-REASON-CODE
              PERFORM WRITE-DECLINE-RECORD THRU
                 WRITE-DECLINE-RECORD-EXIT
              GO TO ACQUIRER-INPUT-AMOUNT
           END-IF.

           ADD TRANSAC-AMOUNT ACQ-SURCHARGE-AMOUNT
              GIVING ACQ-TOTAL-AMOUNT.
           MOVE ACQ-SURCHARGE-AMOUNT TO MSG-SMALL-AMOUNT-EDIT
           MOVE MSG-SMALL-AMOUNT-EDIT TO MSG-ARG-1
           MOVE ACQ-TOTAL-AMOUNT TO MSG-DAILY-AMOUNT-EDIT
           MOVE MSG-DAILY-AMOUNT-EDIT TO MSG-ARG-2
           MOVE "ACQFEE" TO MSG-ID
           PERFORM SHOW-RESULT THRU SHOW-RESULT-EXIT.
           MOVE "PROCEED" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           ACCEPT ACQ-CONFIRM-CHOICE.
           IF NOT ACQ-CONFIRM-YES
           THEN
              GO TO CHOOSE-IF-CONTINUE
           END-IF.

       WRITE-ACQUIRER-RECORD.
           MOVE USER-ACCT-NUMBER TO TRANSAC-BUF-ACCT-NUMBER.
           MOVE "W"              TO TRANSAC-BUF-OPERATION.
           MOVE TRANSAC-AMOUNT   TO TRANSAC-BUF-AMOUNT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TRANSAC-BUF-TIMESTAMP.
           PERFORM ISSUE-ATM-TRANS-REF.

           OPEN EXTEND ACQ-AUTH-FILE.
           IF ACQ-AUTH-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT ACQ-AUTH-FILE
           END-IF.
           MOVE "0200"                TO AUTH-MSG-TYPE.
           MOVE TRANSAC-BUF-TRANS-REF TO AUTH-TRANS-REF.
           MOVE USER-ACCT-NUMBER      TO AUTH-CARD-NUMBER.
           MOVE ACQ-PIN-BLOCK         TO AUTH-PIN-BLOCK.
           MOVE SESSION-TERMINAL-ID   TO AUTH-TERMINAL-ID.
           MOVE TRANSAC-AMOUNT        TO AUTH-AMOUNT.
           MOVE ACQ-SURCHARGE-AMOUNT  TO AUTH-SURCHARGE.
           MOVE TRANSAC-BUF-TIMESTAMP TO AUTH-TIMESTAMP.
           WRITE ACQ-AUTH-RECORD.
           CLOSE ACQ-AUTH-FILE.

           OPEN EXTEND ACQ-TRANS-FILE.
           IF ACQ-TRANS-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT ACQ-TRANS-FILE
           END-IF.
           MOVE TRANSAC-BUF-TRANS-REF TO ACQ-TRANS-REF.
           MOVE USER-ACCT-NUMBER      TO ACQ-CARD-NUMBER.
           MOVE SESSION-TERMINAL-ID   TO ACQ-TERMINAL-ID.
           MOVE TRANSAC-AMOUNT        TO ACQ-AMOUNT.
           MOVE ACQ-SURCHARGE-AMOUNT  TO ACQ-SURCHARGE.
           MOVE TRANSAC-BUF-TIMESTAMP TO ACQ-TIMESTAMP.
           WRITE ACQ-TRANS-RECORD.
           CLOSE ACQ-TRANS-FILE.
           DISPLAY "==> [ATM-" SESSION-TERMINAL-ID "]: "
              ACQ-TRANS-RECORD.

           IF TERMINAL-CASH-TRACKED
           THEN
              PERFORM DECREMENT-TERMINAL-CASH THRU
                 DECREMENT-TERMINAL-CASH-EXIT
           END-IF.

           IF NOT RECEIPT-IS-OPEN
           THEN
              OPEN EXTEND RECEIPT-FILE
              IF RECEIPT-FILE-NOT-FOUND
              THEN
                 OPEN OUTPUT RECEIPT-FILE
              END-IF
              SET RECEIPT-IS-OPEN TO TRUE
           END-IF.
           MOVE USER-ACCT-NUMBER(1:6)  TO ACQR-CARD-FIRST.
           MOVE USER-ACCT-NUMBER(13:4) TO ACQR-CARD-LAST.
           MOVE TRANSAC-AMOUNT         TO ACQR-AMOUNT.
           MOVE ACQ-SURCHARGE-AMOUNT   TO ACQR-SURCHARGE.
           MOVE TRANSAC-BUF-TIMESTAMP  TO ACQR-TIMESTAMP.
           MOVE TRANSAC-BUF-TRANS-REF  TO ACQR-TRANS-REF.
           WRITE RECEIPT-RECORD FROM ACQ-RECEIPT-BUFFER.
           DISPLAY "==> " ACQ-RECEIPT-BUFFER.
           GO TO CHOOSE-IF-CONTINUE.

       SHOW-BALANCE-INQUIRY.
           PERFORM APPLY-MEMO-POSTINGS THRU APPLY-MEMO-POSTINGS-EXIT.
           IF USER-ACCT-BALANCE < 0
           THEN
              COMPUTE INQUIRY-OVERDRAFT-HEADROOM =
                 TO INQUIRY-OVERDRAFT-HEADROOM
           END-IF.

           SUBTRACT DAILY-TRANSAC-TOTAL FROM USER-DAILY-LIMIT
              GIVING INQUIRY-DAILY-REMAINING.

           MOVE USER-ACCT-BALANCE TO MSG-BALANCE-EDIT
           MOVE MSG-BALANCE-EDIT TO MSG-ARG-1
           MOVE "INQBAL" TO MSG-ID
           PERFORM SHOW-RESULT THRU SHOW-RESULT-EXIT.
           MOVE INQUIRY-OVERDRAFT-HEADROOM TO MSG-AMOUNT-EDIT
           MOVE MSG-AMOUNT-EDIT TO MSG-ARG-1
           MOVE "INQHEAD" TO MSG-ID
           PERFORM SHOW-RESULT THRU SHOW-RESULT-EXIT.
           MOVE INQUIRY-DAILY-REMAINING TO MSG-DAILY-AMOUNT-EDIT
           MOVE MSG-DAILY-AMOUNT-EDIT TO MSG-ARG-1
           MOVE "INQDAILY" TO MSG-ID
           PERFORM SHOW-RESULT THRU SHOW-RESULT-EXIT.
           PERFORM COMPUTE-LEGAL-FENCE THRU COMPUTE-LEGAL-FENCE-EXIT.
           IF LEGAL-FENCE-TOTAL > 0
           THEN
              MOVE LEGAL-FENCE-TOTAL TO MSG-LARGE-AMOUNT-EDIT
              MOVE MSG-LARGE-AMOUNT-EDIT TO MSG-ARG-1
              MOVE "INQLEGAL" TO MSG-ID
              PERFORM SHOW-RESULT THRU SHOW-RESULT-EXIT
           END-IF.

           IF NOT RECEIPT-IS-OPEN
           THEN
           MOVE 0                     TO RCPT-AMOUNT.
           MOVE USER-ACCT-BALANCE     TO RCPT-BALANCE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RCPT-TIMESTAMP.
           MOVE SPACES                TO RCPT-TRANS-REF.
           WRITE RECEIPT-RECORD FROM RECEIPT-BUFFER.
           DISPLAY "==> " RECEIPT-BUFFER.

           GO TO CHOOSE-IF-CONTINUE.

       INPUT-FX-WITHDRAWAL.
           MOVE "FXCURPRM" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           ACCEPT FX-REQUEST-CURRENCY.

           PERFORM LOOK-UP-FX-RATE THRU LOOK-UP-FX-RATE-EXIT.
           IF NOT FX-RATE-WAS-FOUND
           THEN
              MOVE FX-REQUEST-CURRENCY TO MSG-ARG-1
              MOVE "FXNORATE" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              GO TO CHOOSE-IF-CONTINUE
           END-IF.

           MOVE "FXAMTPRM" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           ACCEPT FX-FOREIGN-AMOUNT.

           IF FX-FOREIGN-AMOUNT = 0
           THEN
              MOVE "BADINPUT" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              GO TO INPUT-FX-WITHDRAWAL
           END-IF.

           COMPUTE FX-HOME-AMOUNT ROUNDED =
              FX-FOREIGN-AMOUNT * FX-APPLIED-RATE
              ON SIZE ERROR
                 MOVE "AMTLARGE" TO MSG-ID
                 PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
                 GO TO INPUT-FX-WITHDRAWAL
           END-COMPUTE.

           MOVE FX-FOREIGN-AMOUNT TO MSG-FX-AMOUNT-EDIT
           MOVE MSG-FX-AMOUNT-EDIT TO MSG-ARG-1
           MOVE FX-REQUEST-CURRENCY TO MSG-ARG-2
           MOVE FX-APPLIED-RATE TO MSG-FX-RATE-EDIT
           MOVE MSG-FX-RATE-EDIT TO MSG-ARG-3
           MOVE FX-HOME-AMOUNT TO MSG-SMALL-AMOUNT-EDIT
           MOVE MSG-SMALL-AMOUNT-EDIT TO MSG-ARG-4
           MOVE "FXQUOTE" TO MSG-ID
           PERFORM SHOW-RESULT THRU SHOW-RESULT-EXIT.
           MOVE "PROCEED" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           ACCEPT FX-CONFIRM-CHOICE.
           IF NOT FX-CONFIRM-YES
           THEN
              GO TO CHOOSE-IF-CONTINUE
           END-IF.

           PERFORM APPLY-MEMO-POSTINGS THRU APPLY-MEMO-POSTINGS-EXIT.
           PERFORM COMPUTE-UNRELEASED-HOLDS THRU
              COMPUTE-UNRELEASED-HOLDS-EXIT.
           PERFORM COMPUTE-LOCKED-PRINCIPAL THRU
              COMPUTE-LOCKED-PRINCIPAL-EXIT.
           PERFORM COMPUTE-LEGAL-FENCE THRU COMPUTE-LEGAL-FENCE-EXIT.
           SUBTRACT UNRELEASED-HOLD-TOTAL FROM USER-ACCT-BALANCE
              GIVING AVAILABLE-BALANCE.
           SUBTRACT LOCKED-PRINCIPAL-TOTAL FROM AVAILABLE-BALANCE.
           SUBTRACT LEGAL-FENCE-TOTAL FROM AVAILABLE-BALANCE.
           IF FX-HOME-AMOUNT > AVAILABLE-BALANCE +
              USER-ACCT-OVERDRAFT-LIMIT
           THEN
              MOVE "INSUFBAL" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              MOVE "NSF" TO DECLINE-REASON-CODE
              PERFORM WRITE-DECLINE-RECORD THRU
                 WRITE-DECLINE-RECORD-EXIT

           IF FX-HOME-AMOUNT > PER-TRANSAC-LIMIT
           THEN
              MOVE "OVERTXN" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              MOVE "LIMIT-TXN" TO DECLINE-REASON-CODE
              PERFORM WRITE-DECLINE-RECORD THRU
                 WRITE-DECLINE-RECORD-EXIT
           END-IF.

           IF DAILY-TRANSAC-TOTAL + FX-HOME-AMOUNT >
              USER-DAILY-LIMIT
           THEN
              MOVE "OVERDAY" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              MOVE "LIMIT-DAY" TO DECLINE-REASON-CODE
              PERFORM WRITE-DECLINE-RECORD THRU
                 WRITE-DECLINE-RECORD-EXIT
           MOVE FX-HOME-AMOUNT      TO FXLOG-HOME-AMOUNT.
           MOVE FX-APPLIED-RATE     TO FXLOG-RATE.
           MOVE TRANSAC-BUF-TIMESTAMP TO FXLOG-TIMESTAMP.
           MOVE USER-ACCT-NUMBER    TO FXLOG-ACCT-NUMBER.
           WRITE FX-LOG-RECORD.
           CLOSE FX-LOG-FILE.

       SHOW-MINI-STATEMENT-REPORT.
           IF MINI-TIMESTAMP(1) = 0
           THEN
              MOVE "MININONE" TO MSG-ID
              PERFORM SHOW-RESULT THRU SHOW-RESULT-EXIT
              GO TO CHOOSE-IF-CONTINUE
           END-IF.

              SET RECEIPT-IS-OPEN TO TRUE
           END-IF.

           MOVE "MINIHEAD" TO MSG-ID
           PERFORM SHOW-RESULT THRU SHOW-RESULT-EXIT.
           MOVE 0 TO MINI-SLOT-SUBSCRIPT.

       SHOW-MINI-STATEMENT-LOOP.
           EXIT.

       INPUT-EXTERNAL-INFO.
           MOVE "N" TO NEW-PAYEE-LIMIT-FLAG.
           PERFORM LIST-USER-PAYEES THRU LIST-USER-PAYEES-EXIT.
           IF NOT PAYEE-WAS-LISTED
           THEN
              MOVE "NOPAYEE1" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              MOVE "NOPAYEE2" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              GO TO CHOOSE-IF-CONTINUE
           END-IF.

           MOVE "PAYEEPRM" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           ACCEPT PAYEE-CHOICE.
           IF PAYEE-CHOICE = 0
           THEN
              GO TO CHOOSE-IF-CONTINUE
           END-IF.

           PERFORM FIND-USER-PAYEE THRU FIND-USER-PAYEE-EXIT.
           IF NOT PAYEE-WAS-FOUND
           THEN
              MOVE "BADPAYEE" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              GO TO INPUT-EXTERNAL-INFO
           END-IF.

           IF PARAM-PROCESSING-DATE < PAYEE-USABLE-DATE
           THEN
              MOVE PAYEE-USABLE-DATE TO MSG-ARG-1
              MOVE "PAYEEDAT" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              MOVE "PAYEE-NEW" TO DECLINE-REASON-CODE
              PERFORM WRITE-DECLINE-RECORD THRU
                 WRITE-DECLINE-RECORD-EXIT
              GO TO CHOOSE-IF-CONTINUE
           END-IF.

           IF PARAM-PROCESSING-DATE < PAYEE-FULL-LIMIT-DATE
           THEN
              SET NEW-PAYEE-LIMIT-APPLIES TO TRUE
              MOVE PAYEE-NEW-LIMIT TO MSG-SMALL-AMOUNT-EDIT
              MOVE MSG-SMALL-AMOUNT-EDIT TO MSG-ARG-1
              MOVE PAYEE-FULL-LIMIT-DATE TO MSG-ARG-2
              MOVE "PAYEENEW" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           END-IF.

           GO TO INPUT-AMOUNT.

       INPUT-BILL-INFO.
           PERFORM LIST-ACTIVE-BILLERS THRU LIST-ACTIVE-BILLERS-EXIT.
           IF NOT BILLER-WAS-LISTED
           THEN
              MOVE "NOBILL" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              GO TO CHOOSE-IF-CONTINUE
           END-IF.

           MOVE "BILLPRMT" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           ACCEPT BILL-BILLER-CODE.
           IF BILL-BILLER-CODE = 0
           THEN
              GO TO CHOOSE-IF-CONTINUE
           END-IF.

           PERFORM FIND-ACTIVE-BILLER THRU FIND-ACTIVE-BILLER-EXIT.
           IF NOT BILLER-WAS-FOUND
           THEN
              MOVE "BADBILLR" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              GO TO INPUT-BILL-INFO
           END-IF.

       INPUT-BILL-REFERENCE.
           MOVE BILL-BILLER-NAME TO MSG-ARG-1
           MOVE BILL-REF-LENGTH TO MSG-ARG-2
           MOVE "BILLREF" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           ACCEPT BILL-REFERENCE.

           CALL "BILLCHK" USING BILL-REFERENCE BILL-REF-LENGTH
              BILL-CHECK-RULE BILL-CHECK-RESULT
              ON EXCEPTION
                 DISPLAY "[ABORT]: BILLCHK MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           IF BILL-CHECK-RESULT NOT = "Y"
           THEN
              MOVE BILL-BILLER-NAME TO MSG-ARG-1
              MOVE "BADBREF" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              GO TO INPUT-BILL-REFERENCE
           END-IF.

           GO TO INPUT-AMOUNT.

       LIST-ACTIVE-BILLERS.
           MOVE "N" TO BILLER-LISTED-FLAG.
           OPEN INPUT BILLER-FILE.
           IF BILLER-FILE-NOT-FOUND
           THEN
              GO TO LIST-ACTIVE-BILLERS-EXIT
           END-IF.

       LIST-ACTIVE-BILLERS-LOOP.
           READ BILLER-FILE
              AT END
                 CLOSE BILLER-FILE
                 GO TO LIST-ACTIVE-BILLERS-EXIT
           END-READ.
           IF NOT BILLER-IS-ACTIVE
           THEN
              GO TO LIST-ACTIVE-BILLERS-LOOP
           END-IF.
           SET BILLER-WAS-LISTED TO TRUE.
           DISPLAY "=> " BILLER-CODE " " BILLER-NAME.
           GO TO LIST-ACTIVE-BILLERS-LOOP.

       LIST-ACTIVE-BILLERS-EXIT.
           EXIT.

       FIND-ACTIVE-BILLER.
           MOVE "N" TO BILLER-FOUND-FLAG.
           OPEN INPUT BILLER-FILE.
           IF BILLER-FILE-NOT-FOUND
           THEN
              GO TO FIND-ACTIVE-BILLER-EXIT
           END-IF.

       FIND-ACTIVE-BILLER-LOOP.
           READ BILLER-FILE
              AT END
                 CLOSE BILLER-FILE
                 GO TO FIND-ACTIVE-BILLER-EXIT
           END-READ.
           IF BILLER-CODE NOT = BILL-BILLER-CODE OR
              NOT BILLER-IS-ACTIVE
           THEN
              GO TO FIND-ACTIVE-BILLER-LOOP
           END-IF.
           SET BILLER-WAS-FOUND TO TRUE.
           MOVE BILLER-NAME       TO BILL-BILLER-NAME.
           MOVE BILLER-REF-LENGTH TO BILL-REF-LENGTH.
           MOVE BILLER-CHECK-RULE TO BILL-CHECK-RULE.
           CLOSE BILLER-FILE.

       FIND-ACTIVE-BILLER-EXIT.
           EXIT.

       LIST-USER-PAYEES.
           MOVE "N" TO PAYEE-LISTED-FLAG.
           OPEN INPUT PAYEE-FILE.
           IF PAYEE-FILE-NOT-FOUND
           THEN
              GO TO LIST-USER-PAYEES-EXIT
           END-IF.

       LIST-USER-PAYEES-LOOP.
           READ PAYEE-FILE
              AT END
                 CLOSE PAYEE-FILE
                 GO TO LIST-USER-PAYEES-EXIT
           END-READ.
           IF PAYEE-OWNER-ACCT NOT = USER-ACCT-NUMBER OR
              NOT PAYEE-IS-ACTIVE
           THEN
              GO TO LIST-USER-PAYEES-LOOP
           END-IF.
           SET PAYEE-WAS-LISTED TO TRUE.
           MOVE PAYEE-SEQUENCE TO MSG-ARG-1
           MOVE PAYEE-NICKNAME TO MSG-ARG-2
           MOVE PAYEE-BANK-CODE TO MSG-ARG-3
           MOVE PAYEE-DEST-ACCT TO MSG-ARG-4
           MOVE "PAYEELIN" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT.
           GO TO LIST-USER-PAYEES-LOOP.

       LIST-USER-PAYEES-EXIT.
           EXIT.

       FIND-USER-PAYEE.
           MOVE "N" TO PAYEE-FOUND-FLAG.
           OPEN INPUT PAYEE-FILE.
           IF PAYEE-FILE-NOT-FOUND
           THEN
              GO TO FIND-USER-PAYEE-EXIT
           END-IF.

       FIND-USER-PAYEE-LOOP.
           READ PAYEE-FILE
              AT END
                 CLOSE PAYEE-FILE
                 GO TO FIND-USER-PAYEE-EXIT
           END-READ.
           IF PAYEE-OWNER-ACCT NOT = USER-ACCT-NUMBER OR
              PAYEE-SEQUENCE NOT = PAYEE-CHOICE OR
              NOT PAYEE-IS-ACTIVE
           THEN
              GO TO FIND-USER-PAYEE-LOOP
           END-IF.
           SET PAYEE-WAS-FOUND TO TRUE.
           MOVE PAYEE-BANK-CODE        TO EXTERNAL-BANK-CODE.
           MOVE PAYEE-DEST-ACCT        TO EXTERNAL-DEST-ACCT-NUMBER.
           MOVE PAYEE-BENEFICIARY-NAME TO EXTERNAL-BENEFICIARY-NAME.
           CLOSE PAYEE-FILE.

           MOVE "ADDD" TO DATECALC-FUNCTION.
           MOVE PAYEE-REGISTERED-DATE TO DATECALC-DATE-1.
           MOVE PAYEE-COOLING-DAYS TO DATECALC-DAYS.
           CALL "DATECALC" USING DATECALC-FUNCTION DATECALC-DATE-1
              DATECALC-DATE-2 DATECALC-DAYS
              ON EXCEPTION
                 DISPLAY "[ABORT]: DATECALC MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           MOVE DATECALC-DATE-2 TO PAYEE-USABLE-DATE.

           MOVE "ADDD" TO DATECALC-FUNCTION.
           MOVE PAYEE-REGISTERED-DATE TO DATECALC-DATE-1.
           MOVE PAYEE-NEW-DAYS TO DATECALC-DAYS.
           CALL "DATECALC" USING DATECALC-FUNCTION DATECALC-DATE-1
              DATECALC-DATE-2 DATECALC-DAYS
              ON EXCEPTION
                 DISPLAY "[ABORT]: DATECALC MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           MOVE DATECALC-DATE-2 TO PAYEE-FULL-LIMIT-DATE.

       FIND-USER-PAYEE-EXIT.
           EXIT.

       INPUT-NEW-PIN.
           IF SESSION-CARDHOLDER-ID NOT = "00"
           THEN
              MOVE "PINPRIM1" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              MOVE "PINPRIM2" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              GO TO CHOOSE-IF-CONTINUE
           END-IF.
           MOVE "CURPIN" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           ACCEPT PIN-CHANGE-OLD-PIN.

           CALL "PINHASH" USING PIN-CHANGE-OLD-PIN HASHED-PIN-VALUE

           IF PIN-CHANGE-OLD-PIN NOT = USER-ACCT-PASSWORD
           THEN
              MOVE "BADPIN" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              GO TO CHOOSE-IF-CONTINUE
           END-IF.

           MOVE "NEWPIN" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           ACCEPT PIN-CHANGE-NEW-PIN.

           IF PIN-CHANGE-NEW-PIN = 0
           THEN
              MOVE "PINZERO" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              GO TO INPUT-NEW-PIN
           END-IF.

           MOVE "NEWPIN2" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           ACCEPT PIN-CHANGE-CONFIRM-PIN.

           IF PIN-CHANGE-NEW-PIN NOT = PIN-CHANGE-CONFIRM-PIN
           THEN
              MOVE "PINDIFF" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              GO TO INPUT-NEW-PIN
           END-IF.

           GO TO WRITE-ATM-RECORD.

       INPUT-TARGET-INFO.
           MOVE "TARGPRMT" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           ACCEPT TARGET-ACCT-NUNBER.

           CALL "CHKDIGIT" USING TARGET-ACCT-NUNBER CHKDIGIT-EXPECTED
           END-CALL.
           IF CHKDIGIT-RESULT = "N"
           THEN
              MOVE "BADACCT" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              GO TO INPUT-TARGET-INFO
           END-IF.

           IF TARGET-ACCT-NUNBER = USER-ACCT-NUMBER
           THEN
              MOVE "SELFXFER" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              GO TO INPUT-TARGET-INFO
           END-IF.

           GO TO VALIDATE-ACCT-INFO.

       GENERATE-TRANSAC-RECORD.
           IF EXTERNAL-TRANSFER OR BILL-PAYMENT
           THEN
              MOVE USER-ACCT-NUMBER      TO TRANSAC-BUF-ACCT-NUMBER
              MOVE "W"                   TO TRANSAC-BUF-OPERATION
           END-IF.

       WRITE-ATM-RECORD.
           IF NOT (TRANSFER AND DONE-DEPOSIT)
           THEN
              PERFORM REFRESH-SESSION-LOCKS THRU
                 REFRESH-SESSION-LOCKS-EXIT
              IF NOT LOCK-WAS-GRANTED
              THEN
                 GO TO SESSION-LOCKS-LOST
              END-IF
           END-IF.
           IF NOT TERMINAL-TRANS-IS-OPEN
           THEN
              MOVE TR-TRANS-DSN(SESSION-TERMINAL-INDEX)

           MOVE FUNCTION CURRENT-DATE(1:14) TO TRANSAC-BUF-TIMESTAMP.
           MOVE SESSION-CARDHOLDER-ID TO TRANSAC-BUF-CARDHOLDER-ID.
           IF NOT (TRANSFER AND DONE-DEPOSIT)
           THEN
              PERFORM ISSUE-ATM-TRANS-REF
           END-IF.

           WRITE TERMINAL-TRANS-RECORD FROM TRANSAC-BUFFER.
           DISPLAY "==> [ATM-" SESSION-TERMINAL-ID "]: "
              TRANSAC-BUFFER.
           PERFORM WRITE-MEMO-POSTING THRU WRITE-MEMO-POSTING-EXIT.

           IF WITHDRAWAL AND TERMINAL-CASH-TRACKED
           THEN
              PERFORM WRITE-DEPOSIT-HOLD THRU WRITE-DEPOSIT-HOLD-EXIT
           END-IF.

           IF DEPOSIT
           THEN
              PERFORM WRITE-DEPOSIT-ENVELOPE THRU
                 WRITE-DEPOSIT-ENVELOPE-EXIT
           END-IF.

           IF TRANSAC-BUF-ACCT-NUMBER = USER-ACCT-NUMBER
           THEN
              IF TRANSAC-BUF-OPERATION = "D"
              END-IF
              MOVE USER-ACCT-BALANCE     TO RCPT-BALANCE
              MOVE TRANSAC-BUF-TIMESTAMP TO RCPT-TIMESTAMP
              MOVE TRANSAC-BUF-TRANS-REF TO RCPT-TRANS-REF
              WRITE RECEIPT-RECORD FROM RECEIPT-BUFFER
              DISPLAY "==> " RECEIPT-BUFFER
           END-IF.
              PERFORM WRITE-FX-DETAILS THRU WRITE-FX-DETAILS-EXIT
           END-IF.

           IF BILL-PAYMENT
           THEN
              PERFORM WRITE-BILL-PAYMENT THRU WRITE-BILL-PAYMENT-EXIT
           END-IF.

           IF TRANSFER AND NOT DONE-DEPOSIT
           THEN
              GO TO GENERATE-TRANSAC-RECORD
           GO TO CHOOSE-IF-CONTINUE.

       CHOOSE-IF-CONTINUE.
           MOVE "CONTPRMT" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           MOVE "CONTNO" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           MOVE "CONTYES" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           ACCEPT IF-CONTINUE-CHOICE.

           IF CONTINUE-YES

           IF NOT CONTINUE-NO
           THEN
              MOVE "BADINPUT" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              GO TO CHOOSE-IF-CONTINUE
           END-IF.

           THEN
              CLOSE OFFLINE-QUEUE-FILE
           END-IF.
           IF SESSION-LOCKS-ARE-HELD
           THEN
              PERFORM RELEASE-SESSION-LOCKS THRU
                 RELEASE-SESSION-LOCKS-EXIT
           END-IF.
           STOP RUN.

       WRITE-OUTBOUND-PAYMENT.
           MOVE "ATMS"                    TO SCRN-PROGRAM.
           MOVE "P"                       TO SCRN-SUBJECT-TYPE.
           MOVE USER-ACCT-NUMBER          TO SCRN-SUBJECT-KEY.
           MOVE EXTERNAL-BENEFICIARY-NAME TO SCRN-NAME.
           MOVE SPACES                    TO SCRN-OPERATOR.
           CALL "WATCHSCR" USING SCREEN-REQUEST
              ON EXCEPTION
                 DISPLAY "[ABORT]: WATCHSCR MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           IF SCRN-IS-HIT
           THEN
              GO TO WRITE-OUTBOUND-PAYMENT-HOLD
           END-IF.

           IF NOT OUTBOUND-PAY-IS-OPEN
           THEN
              OPEN EXTEND OUTBOUND-PAY-FILE
           MOVE TRANSAC-AMOUNT            TO OUTPAY-AMOUNT.
           MOVE TRANSAC-BUF-TIMESTAMP     TO OUTPAY-TIMESTAMP.
           WRITE OUTBOUND-PAY-RECORD.
           MOVE OUTPAY-BANK-CODE TO MSG-ARG-1
           MOVE OUTPAY-DEST-ACCT-NUMBER TO MSG-ARG-2
           MOVE "PAYSENT" TO MSG-ID
           PERFORM SHOW-RESULT THRU SHOW-RESULT-EXIT.
           GO TO WRITE-OUTBOUND-PAYMENT-EXIT.

       WRITE-OUTBOUND-PAYMENT-HOLD.
           MOVE EXTERNAL-BANK-CODE        TO HELD-PAY-BANK-CODE.
           MOVE EXTERNAL-DEST-ACCT-NUMBER TO HELD-PAY-DEST-ACCT-NUMBER.
           MOVE USER-ACCT-NUMBER          TO HELD-PAY-FROM-ACCT-NUMBER.
           MOVE TRANSAC-AMOUNT            TO HELD-PAY-AMOUNT.
           MOVE TRANSAC-BUF-TIMESTAMP     TO HELD-PAY-TIMESTAMP.
           OPEN EXTEND SCREEN-HOLD-FILE.
           IF SCREEN-HOLD-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT SCREEN-HOLD-FILE
           END-IF.
           MOVE SPACES                    TO SCREEN-HOLD-RECORD.
           MOVE "P"                       TO SHLD-SUBJECT-TYPE.
           MOVE USER-ACCT-NUMBER          TO SHLD-SUBJECT-KEY.
           MOVE "P"                       TO SHLD-STATUS.
           MOVE TRANSAC-BUF-TIMESTAMP     TO SHLD-TIMESTAMP.
           MOVE "ATMS"                    TO SHLD-PROGRAM.
           MOVE EXTERNAL-BENEFICIARY-NAME TO SHLD-SCREENED-NAME.
           MOVE SCRN-MATCH-ID             TO SHLD-MATCH-ID.
           MOVE SCRN-MATCH-NAME           TO SHLD-MATCH-NAME.
           MOVE SCRN-MATCH-SCORE          TO SHLD-MATCH-SCORE.
           MOVE 0                         TO SHLD-DECIDED-DATE.
           MOVE HELD-PAYMENT-RECORD       TO SHLD-PAYLOAD.
           WRITE SCREEN-HOLD-RECORD.
           CLOSE SCREEN-HOLD-FILE.
           MOVE HELD-PAY-BANK-CODE TO MSG-ARG-1
           MOVE HELD-PAY-DEST-ACCT-NUMBER TO MSG-ARG-2
           MOVE "PAYHELD" TO MSG-ID
           PERFORM SHOW-RESULT THRU SHOW-RESULT-EXIT.

       WRITE-OUTBOUND-PAYMENT-EXIT.
           EXIT.

       WRITE-BILL-PAYMENT.
           OPEN EXTEND BILL-PAY-FILE.
           IF BILL-PAY-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT BILL-PAY-FILE
           END-IF.
           MOVE BILL-BILLER-CODE      TO BILLPAY-BILLER-CODE.
           MOVE BILL-REFERENCE        TO BILLPAY-REFERENCE.
           MOVE USER-ACCT-NUMBER      TO BILLPAY-FROM-ACCT-NUMBER.
           MOVE TRANSAC-AMOUNT        TO BILLPAY-AMOUNT.
           MOVE TRANSAC-BUF-TIMESTAMP TO BILLPAY-TIMESTAMP.
           WRITE BILL-PAY-RECORD.
           CLOSE BILL-PAY-FILE.
           MOVE BILL-BILLER-NAME TO MSG-ARG-1
           MOVE BILL-REFERENCE TO MSG-ARG-2
           MOVE "BILLPAID" TO MSG-ID
           PERFORM SHOW-RESULT THRU SHOW-RESULT-EXIT.

       WRITE-BILL-PAYMENT-EXIT.
           EXIT.

       VALIDATE-ACCT-INFO.
           IF INDEXED-MASTER-AVAILABLE
           THEN
                       TO LOCKOUT-TIMESTAMP
                    MOVE PIN-ATTEMPT-COUNT TO LOCKOUT-ATTEMPTS
                    WRITE LOCKOUT-RECORD
                    MOVE "PINLOCK" TO MSG-ID
                    PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
                    MOVE "SEEBRNCH" TO MSG-ID
                    PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
                    MOVE "PINLOCK" TO DECLINE-REASON-CODE
                    PERFORM WRITE-DECLINE-RECORD THRU
                       WRITE-DECLINE-RECORD-EXIT
                    GO TO ATM-INITIALIZE
                 END-IF
                 MOVE "BADLOGIN" TO MSG-ID
                 PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
                 GO TO INPUT-ACCT-INFO
              END-IF
              IF VALIDATING-TARGET
              THEN
                 MOVE "NOTARGET" TO MSG-ID
                 PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
                 GO TO INPUT-TARGET-INFO
              END-IF
           END-IF.
              MSTR-ACCT-NUMBER = USER-ACCT-NUMBER AND
              CARD-IS-BLOCKED
           THEN
              MOVE CARD-BLOCK-MSG-ID TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              MOVE "SEEBRNCH" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              MOVE "CARD-BLOCK" TO DECLINE-REASON-CODE
              PERFORM WRITE-DECLINE-RECORD THRU
                 WRITE-DECLINE-RECORD-EXIT
                 CHECK-ACCT-LOCKOUT-LOOKUP-EXIT
              IF ACCT-IS-LOCKED-OUT
              THEN
                 MOVE "ACCTLOCK" TO MSG-ID
                 PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
                 MOVE "LOCKOUT" TO DECLINE-REASON-CODE
                 PERFORM WRITE-DECLINE-RECORD THRU
                    WRITE-DECLINE-RECORD-EXIT
              THEN
                 PERFORM WRITE-CAPTURE-LOG THRU
                    WRITE-CAPTURE-LOG-EXIT
                 MOVE "HOTCARD" TO MSG-ID
                 PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
                 MOVE "SEEBRNCH" TO MSG-ID
                 PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
                 MOVE "HOTCARD" TO DECLINE-REASON-CODE
                 PERFORM WRITE-DECLINE-RECORD THRU
                    WRITE-DECLINE-RECORD-EXIT
              END-IF
              IF MSTR-ACCT-FROZEN
              THEN
                 MOVE "ACCTFRZN" TO MSG-ID
                 PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
                 MOVE "FROZEN" TO DECLINE-REASON-CODE
                 PERFORM WRITE-DECLINE-RECORD THRU
                    WRITE-DECLINE-RECORD-EXIT
              END-IF
              IF MSTR-ACCT-DORMANT
              THEN
                 MOVE "ACCTDORM" TO MSG-ID
                 PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
                 MOVE "DORMANT" TO DECLINE-REASON-CODE
                 PERFORM WRITE-DECLINE-RECORD THRU
                    WRITE-DECLINE-RECORD-EXIT
                 CLOSE MASTER-FILE
                 GO TO ATM-INITIALIZE
              END-IF
              MOVE MSTR-CUST-NUMBER TO KYC-LOOKUP-CUST-NUMBER
              PERFORM CHECK-KYC-BLOCK-LOOKUP THRU
                 CHECK-KYC-BLOCK-LOOKUP-EXIT
              MOVE MSTR-ACCT-BALANCE TO USER-LEDGER-BALANCE
              MOVE MSTR-ACCT-OVERDRAFT-LIMIT
                 TO USER-ACCT-OVERDRAFT-LIMIT
              MOVE MSTR-PRODUCT-CODE TO USER-PRODUCT-CODE
              CLOSE MASTER-FILE
              PERFORM APPLY-PRODUCT-LIMITS THRU
                 APPLY-PRODUCT-LIMITS-EXIT
              PERFORM APPLY-MEMO-POSTINGS THRU
                 APPLY-MEMO-POSTINGS-EXIT
              IF USER-ACCT-BALANCE < 0 - USER-ACCT-OVERDRAFT-LIMIT
              THEN
                 MOVE "NEGABORT" TO MSG-ID
                 PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
                 GO TO ATM-INITIALIZE
              END-IF
              IF USER-ACCT-NUMBER NOT = LAST-VALIDATED-ACCT-NUMBER
              THEN
                 MOVE 0 TO PIN-ATTEMPT-COUNT
                 MOVE USER-ACCT-NUMBER TO LAST-VALIDATED-ACCT-NUMBER
              END-IF
              GO TO CHOOSE-SERVICE
           END-IF.

           THEN
              IF MSTR-ACCT-FROZEN
              THEN
                 MOVE "TARGFRZN" TO MSG-ID
                 PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
                 CLOSE MASTER-FILE
                 GO TO INPUT-TARGET-INFO
              END-IF
              IF MSTR-ACCT-DORMANT
              THEN
                 MOVE "TARGDORM" TO MSG-ID
                 PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
                 CLOSE MASTER-FILE
                 GO TO INPUT-TARGET-INFO
              END-IF
                 CLOSE HOLDS-FILE
                 GO TO COMPUTE-UNRELEASED-HOLDS-EXIT
           END-READ.
           IF HOLD-ACCT-NUMBER = USER-ACCT-NUMBER AND
              (HOLD-IS-HELD OR HOLD-IS-PENDING-POST)
           THEN
              ADD HOLD-AMOUNT TO UNRELEASED-HOLD-TOTAL
           END-IF.
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
           IF LGO-ACCT-NUMBER NOT = USER-ACCT-NUMBER OR
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
                 USER-ACCT-BALANCE - LEGAL-FENCE-TOTAL -
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

       APPLY-MEMO-POSTINGS.
           MOVE 0 TO MEMO-NET-ACTIVITY.
           MOVE 0 TO DAILY-TRANSAC-TOTAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MEMO-TODAY-DATE.
           OPEN INPUT MEMO-POST-FILE.
           IF MEMO-POST-FILE-NOT-FOUND
           THEN
              GO TO APPLY-MEMO-POSTINGS-DONE
           END-IF.

       APPLY-MEMO-POSTINGS-LOOP.
           READ MEMO-POST-FILE
              AT END
                 CLOSE MEMO-POST-FILE
                 GO TO APPLY-MEMO-POSTINGS-DONE
           END-READ.
           IF MEMO-ACCT-NUMBER NOT = USER-ACCT-NUMBER
           THEN
              GO TO APPLY-MEMO-POSTINGS-LOOP
           END-IF.
           IF MEMO-OPERATION = "D" OR MEMO-OPERATION = "Y"
           THEN
              ADD MEMO-AMOUNT TO MEMO-NET-ACTIVITY
           END-IF.
           IF MEMO-OPERATION = "W" OR MEMO-OPERATION = "X"
           THEN
              SUBTRACT MEMO-AMOUNT FROM MEMO-NET-ACTIVITY
              IF MEMO-FROM-ATM AND
                 MEMO-TIMESTAMP(1:8) = MEMO-TODAY-DATE
              THEN
                 ADD MEMO-AMOUNT TO DAILY-TRANSAC-TOTAL
              END-IF
           END-IF.
           GO TO APPLY-MEMO-POSTINGS-LOOP.

       APPLY-MEMO-POSTINGS-DONE.
           ADD USER-LEDGER-BALANCE MEMO-NET-ACTIVITY
              GIVING USER-ACCT-BALANCE.

       APPLY-MEMO-POSTINGS-EXIT.
           EXIT.

       ISSUE-ATM-TRANS-REF.
           MOVE SESSION-TERMINAL-ID TO ATM-REF-TERMINAL-ID.
           CALL "TRANREF" USING ATM-REF-SOURCE TRANSAC-BUF-TRANS-REF
              ON EXCEPTION
                 DISPLAY "[ABORT]: TRANREF MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.

       WRITE-MEMO-POSTING.
           IF TRANSAC-BUF-OPERATION = "P"
           THEN
              GO TO WRITE-MEMO-POSTING-EXIT
           END-IF.
           OPEN EXTEND MEMO-POST-FILE.
           IF MEMO-POST-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT MEMO-POST-FILE
           END-IF.
           MOVE TRANSAC-BUF-ACCT-NUMBER TO MEMO-ACCT-NUMBER.
           MOVE TRANSAC-BUF-OPERATION   TO MEMO-OPERATION.
           MOVE TRANSAC-BUF-AMOUNT      TO MEMO-AMOUNT.
           MOVE TRANSAC-BUF-TIMESTAMP   TO MEMO-TIMESTAMP.
           MOVE "A"                     TO MEMO-CHANNEL.
           MOVE SPACES                  TO MEMO-SOURCE-ID.
           STRING "ATM" SESSION-TERMINAL-ID DELIMITED BY SIZE
              INTO MEMO-SOURCE-ID.
           WRITE MEMO-POST-RECORD.
           CLOSE MEMO-POST-FILE.

       WRITE-MEMO-POSTING-EXIT.
           EXIT.

       WRITE-DEPOSIT-HOLD.
           MOVE "ADDD" TO DATECALC-FUNCTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATECALC-DATE-1.
           MOVE "P"                TO HOLD-STATUS.
           WRITE HOLD-RECORD.
           CLOSE HOLDS-FILE.
           MOVE HOLD-THRESHOLD-AMOUNT TO MSG-AMOUNT-EDIT
           MOVE MSG-AMOUNT-EDIT TO MSG-ARG-1
           MOVE HOLD-RELEASE-DATE TO MSG-ARG-2
           MOVE "DEPHOLD" TO MSG-ID
           PERFORM SHOW-RESULT THRU SHOW-RESULT-EXIT.

       WRITE-DEPOSIT-HOLD-EXIT.
           EXIT.

       APPLY-PRODUCT-LIMITS.
           MOVE DAILY-TRANSAC-LIMIT TO USER-DAILY-LIMIT.
           IF USER-PRODUCT-CODE = SPACES
           THEN
              GO TO APPLY-PRODUCT-LIMITS-EXIT
           END-IF.
           OPEN INPUT PRODUCT-FILE.
           IF PRODUCT-FILE-NOT-FOUND
           THEN
              GO TO APPLY-PRODUCT-LIMITS-EXIT
           END-IF.

       APPLY-PRODUCT-LIMITS-LOOP.
           READ PRODUCT-FILE
              AT END
                 CLOSE PRODUCT-FILE
                 GO TO APPLY-PRODUCT-LIMITS-EXIT
           END-READ.
           IF PROD-CODE NOT = USER-PRODUCT-CODE
           THEN
              GO TO APPLY-PRODUCT-LIMITS-LOOP
           END-IF.
           CLOSE PRODUCT-FILE.
           IF PROD-ATM-DAILY-LIMIT > 0
           THEN
              MOVE PROD-ATM-DAILY-LIMIT TO USER-DAILY-LIMIT
           END-IF.
           IF NOT PROD-OD-IS-ELIGIBLE
           THEN
              MOVE 0 TO USER-ACCT-OVERDRAFT-LIMIT
           END-IF.

       APPLY-PRODUCT-LIMITS-EXIT.
           EXIT.

       WRITE-DEPOSIT-ENVELOPE.
           OPEN EXTEND ENVELOPE-FILE.
           IF ENVELOPE-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT ENVELOPE-FILE
           END-IF.
           MOVE SESSION-TERMINAL-ID   TO ENV-TERMINAL-ID.
           MOVE TRANSAC-BUF-TIMESTAMP TO ENV-TIMESTAMP.
           MOVE USER-ACCT-NUMBER      TO ENV-ACCT-NUMBER.
           MOVE TRANSAC-BUF-AMOUNT    TO ENV-KEYED-AMOUNT.
           MOVE "P"                   TO ENV-STATUS.
           MOVE 0                     TO ENV-COUNTED-AMOUNT.
           MOVE 0                     TO ENV-VERIFIED-DATE.
           MOVE SPACES                TO ENV-VERIFIED-BY.
           WRITE ENVELOPE-RECORD.
           CLOSE ENVELOPE-FILE.
           MOVE SESSION-TERMINAL-ID TO MSG-ARG-1
           MOVE TRANSAC-BUF-TIMESTAMP TO MSG-ARG-2
           MOVE "ENVELOPE" TO MSG-ID
           PERFORM SHOW-RESULT THRU SHOW-RESULT-EXIT.

       WRITE-DEPOSIT-ENVELOPE-EXIT.
           EXIT.

       OFFLINE-SIGN-ON.
           IF VALIDATING-TARGET
           THEN
              MOVE "OFFNOXFR" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              GO TO ATM-INITIALIZE
           END-IF.
           MOVE DAILY-TRANSAC-LIMIT TO USER-DAILY-LIMIT.

           MOVE USER-ACCT-NUMBER TO HOTCARD-LOOKUP-ACCT-NUMBER.
           PERFORM CHECK-HOT-CARD-LOOKUP THRU
           IF ACCT-IS-HOT-CARDED
           THEN
              PERFORM WRITE-CAPTURE-LOG THRU WRITE-CAPTURE-LOG-EXIT
              MOVE "HOTCARD" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              MOVE "SEEBRNCH" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              GO TO ATM-INITIALIZE
           END-IF.

              CHECK-ACCT-LOCKOUT-LOOKUP-EXIT.
           IF ACCT-IS-LOCKED-OUT
           THEN
              MOVE "ACCTLOCK" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              GO TO ATM-INITIALIZE
           END-IF.

           MOVE "00" TO SESSION-CARDHOLDER-ID.
           PERFORM FIND-PRIMARY-LANGUAGE THRU
              FIND-PRIMARY-LANGUAGE-EXIT.
           MOVE "OFFSVC1" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           MOVE "OFFSVC2" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT.
           GO TO OFFLINE-CHOOSE-SERVICE.

       OFFLINE-CHOOSE-SERVICE.
           MOVE "SVCMENU" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           MOVE "SVCDEP" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           MOVE "SVCWDL" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           ACCEPT USER-SERVICE-CHOICE.

           IF NOT DEPOSIT AND NOT WITHDRAWAL
           THEN
              MOVE "OFFONLY" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              GO TO OFFLINE-CHOOSE-SERVICE
           END-IF.

           GO TO OFFLINE-INPUT-AMOUNT.

       OFFLINE-INPUT-AMOUNT.
           MOVE "AMTPRMT" TO MSG-ID
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
           ACCEPT TRANSAC-AMOUNT.

           IF TRANSAC-AMOUNT < 0
           THEN
              MOVE "BADINPUT" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              GO TO OFFLINE-INPUT-AMOUNT
           END-IF.

           IF WITHDRAWAL AND TRANSAC-AMOUNT > OFFLINE-LIMIT-AMOUNT
           THEN
              MOVE OFFLINE-LIMIT-AMOUNT TO MSG-SMALL-AMOUNT-EDIT
              MOVE MSG-SMALL-AMOUNT-EDIT TO MSG-ARG-1
              MOVE "OFFLIMIT" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              MOVE "LIMIT-OFF" TO DECLINE-REASON-CODE
              PERFORM WRITE-DECLINE-RECORD THRU
                 WRITE-DECLINE-RECORD-EXIT
              IF TERMINAL-CASH-TRACKED AND
                 TRANSAC-AMOUNT > CASH-AVAILABLE-AMOUNT
              THEN
                 MOVE CASH-AVAILABLE-AMOUNT TO MSG-AMOUNT-EDIT
                 MOVE MSG-AMOUNT-EDIT TO MSG-ARG-1
                 MOVE "NOCASH" TO MSG-ID
                 PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
                 MOVE "CASH-OUT" TO DECLINE-REASON-CODE
                 PERFORM WRITE-DECLINE-RECORD THRU
                    WRITE-DECLINE-RECORD-EXIT
           MOVE TRANSAC-AMOUNT      TO TRANSAC-BUF-AMOUNT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TRANSAC-BUF-TIMESTAMP.
           MOVE SESSION-CARDHOLDER-ID TO TRANSAC-BUF-CARDHOLDER-ID.
           PERFORM ISSUE-ATM-TRANS-REF.

           IF NOT OFFLINE-QUEUE-IS-OPEN
           THEN
           WRITE OFFLINE-QUEUE-RECORD FROM TRANSAC-BUFFER.
           DISPLAY "==> [OFFLINE-" SESSION-TERMINAL-ID "]: "
              TRANSAC-BUFFER.
           PERFORM WRITE-MEMO-POSTING THRU WRITE-MEMO-POSTING-EXIT.

           IF WITHDRAWAL AND TERMINAL-CASH-TRACKED
           THEN
                 DECREMENT-TERMINAL-CASH-EXIT
           END-IF.

           IF DEPOSIT
           THEN
              PERFORM WRITE-DEPOSIT-ENVELOPE THRU
                 WRITE-DEPOSIT-ENVELOPE-EXIT
           END-IF.

           IF NOT RECEIPT-IS-OPEN
           THEN
              OPEN EXTEND RECEIPT-FILE
           MOVE 0                     TO RCPT-BALANCE.
           MOVE TRANSAC-BUF-TIMESTAMP TO RCPT-TIMESTAMP.
           WRITE RECEIPT-RECORD FROM RECEIPT-BUFFER.
           MOVE "OFFRCPT" TO MSG-ID.
           PERFORM LOOK-UP-MESSAGE THRU LOOK-UP-MESSAGE-EXIT.
           DISPLAY "==> " MSG-TEXT(1:MSG-TEXT-LENGTH) " "
              RECEIPT-BUFFER.
           GO TO CHOOSE-IF-CONTINUE.

       KEYED-MASTER-READ.
           THEN
              IF KM-NOT-FOUND
              THEN
                 MOVE "NOTARGET" TO MSG-ID
                 PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
                 GO TO INPUT-TARGET-INFO
              END-IF
              IF KM-ACCT-FROZEN
              THEN
                 MOVE "TARGFRZN" TO MSG-ID
                 PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
                 GO TO INPUT-TARGET-INFO
              END-IF
              IF KM-ACCT-DORMANT
              THEN
                 MOVE "TARGDORM" TO MSG-ID
                 PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
                 GO TO INPUT-TARGET-INFO
              END-IF
              GO TO INPUT-AMOUNT

           IF CARD-IS-BLOCKED
           THEN
              MOVE CARD-BLOCK-MSG-ID TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              MOVE "SEEBRNCH" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              MOVE "CARD-BLOCK" TO DECLINE-REASON-CODE
              PERFORM WRITE-DECLINE-RECORD THRU
                 WRITE-DECLINE-RECORD-EXIT
                    TO LOCKOUT-TIMESTAMP
                 MOVE PIN-ATTEMPT-COUNT TO LOCKOUT-ATTEMPTS
                 WRITE LOCKOUT-RECORD
                 MOVE "PINLOCK" TO MSG-ID
                 PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
                 MOVE "SEEBRNCH" TO MSG-ID
                 PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
                 MOVE "PINLOCK" TO DECLINE-REASON-CODE
                 PERFORM WRITE-DECLINE-RECORD THRU
                    WRITE-DECLINE-RECORD-EXIT
                 GO TO ATM-INITIALIZE
              END-IF
              MOVE "BADLOGIN" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              GO TO INPUT-ACCT-INFO
           END-IF.

              CHECK-ACCT-LOCKOUT-LOOKUP-EXIT.
           IF ACCT-IS-LOCKED-OUT
           THEN
              MOVE "ACCTLOCK" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              MOVE "LOCKOUT" TO DECLINE-REASON-CODE
              PERFORM WRITE-DECLINE-RECORD THRU
                 WRITE-DECLINE-RECORD-EXIT
           THEN
              PERFORM WRITE-CAPTURE-LOG THRU
                 WRITE-CAPTURE-LOG-EXIT
              MOVE "HOTCARD" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              MOVE "SEEBRNCH" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              MOVE "HOTCARD" TO DECLINE-REASON-CODE
              PERFORM WRITE-DECLINE-RECORD THRU
                 WRITE-DECLINE-RECORD-EXIT
           END-IF.
           IF KM-ACCT-FROZEN
           THEN
              MOVE "ACCTFRZN" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              MOVE "FROZEN" TO DECLINE-REASON-CODE
              PERFORM WRITE-DECLINE-RECORD THRU
                 WRITE-DECLINE-RECORD-EXIT
           END-IF.
           IF KM-ACCT-DORMANT
           THEN
              MOVE "ACCTDORM" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              MOVE "DORMANT" TO DECLINE-REASON-CODE
              PERFORM WRITE-DECLINE-RECORD THRU
                 WRITE-DECLINE-RECORD-EXIT
              GO TO ATM-INITIALIZE
           END-IF.
           MOVE KM-CUST-NUMBER TO KYC-LOOKUP-CUST-NUMBER.
           PERFORM CHECK-KYC-BLOCK-LOOKUP THRU
              CHECK-KYC-BLOCK-LOOKUP-EXIT.
           MOVE KM-ACCT-BALANCE TO USER-LEDGER-BALANCE.
           MOVE KM-ACCT-OVERDRAFT-LIMIT TO USER-ACCT-OVERDRAFT-LIMIT.
           MOVE KM-PRODUCT-CODE TO USER-PRODUCT-CODE.
           PERFORM APPLY-PRODUCT-LIMITS THRU APPLY-PRODUCT-LIMITS-EXIT.
           PERFORM APPLY-MEMO-POSTINGS THRU APPLY-MEMO-POSTINGS-EXIT.
           IF USER-ACCT-BALANCE < 0 - USER-ACCT-OVERDRAFT-LIMIT
           THEN
              MOVE "NEGABORT" TO MSG-ID
              PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT
              GO TO ATM-INITIALIZE
           END-IF.
           IF USER-ACCT-NUMBER NOT = LAST-VALIDATED-ACCT-NUMBER
           THEN
              MOVE 0 TO PIN-ATTEMPT-COUNT
              MOVE USER-ACCT-NUMBER TO LAST-VALIDATED-ACCT-NUMBER
           END-IF.
           GO TO CHOOSE-SERVICE.

       CHECK-TERMINAL-CASH.
           THEN
              MOVE "00" TO SESSION-CARDHOLDER-ID
              SET CARDHOLDER-PIN-MATCHED TO TRUE
              PERFORM FIND-PRIMARY-LANGUAGE THRU
                 FIND-PRIMARY-LANGUAGE-EXIT
              GO TO RESOLVE-CARDHOLDER-PIN-EXIT
           END-IF.
           PERFORM SEARCH-CARDHOLDER-FILE THRU
           THEN
              MOVE "00" TO SESSION-CARDHOLDER-ID
              SET CARDHOLDER-PIN-MATCHED TO TRUE
              PERFORM FIND-PRIMARY-LANGUAGE THRU
                 FIND-PRIMARY-LANGUAGE-EXIT
              GO TO RESOLVE-KEYED-CARDHOLDER-PIN-EXIT
           END-IF.
           PERFORM SEARCH-CARDHOLDER-FILE THRU
              AT END GO TO SEARCH-CARDHOLDER-FILE-CLOSE
           END-READ.
           IF CARDHOLDER-ACCT-NUMBER = USER-ACCT-NUMBER AND
              CARDHOLDER-PIN = USER-ACCT-PASSWORD AND
              NOT CARD-IS-PROFILE
           THEN
              IF CARD-IS-LOST OR CARD-IS-CANCELLED
              THEN
                 SET CARD-IS-BLOCKED TO TRUE
                 MOVE "CARDCANC" TO CARD-BLOCK-MSG-ID
                 GO TO SEARCH-CARDHOLDER-FILE-CLOSE
              END-IF
              IF CARDHOLDER-EXPIRY-DATE < PARAM-PROCESSING-DATE
              THEN
                 SET CARD-IS-BLOCKED TO TRUE
                 MOVE "CARDEXP" TO CARD-BLOCK-MSG-ID
                 GO TO SEARCH-CARDHOLDER-FILE-CLOSE
              END-IF
              MOVE CARDHOLDER-ID TO SESSION-CARDHOLDER-ID
              SET CARDHOLDER-PIN-MATCHED TO TRUE
              IF CARDHOLDER-LANGUAGE NOT = SPACES
              THEN
                 MOVE CARDHOLDER-LANGUAGE TO SESSION-LANGUAGE
                 PERFORM LOAD-RECEIPT-LABELS THRU
                    LOAD-RECEIPT-LABELS-EXIT
              END-IF
              GO TO SEARCH-CARDHOLDER-FILE-CLOSE
           END-IF.
           GO TO SEARCH-CARDHOLDER-FILE-LOOP.
       CHECK-ACCT-LOCKOUT-LOOKUP-EXIT.
           EXIT.

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
           IF KYC-CUST-NUMBER NOT = KYC-LOOKUP-CUST-NUMBER
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

       WRITE-DECLINE-RECORD.
           OPEN EXTEND DECLINE-FILE.
           IF DECLINE-FILE-NOT-FOUND
       WRITE-TERMINAL-CONTROL-EXIT.
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

       REFRESH-SESSION-LOCKS.
           MOVE "RFSH" TO LOCK-FUNCTION.
           MOVE TR-TRANS-DSN(SESSION-TERMINAL-INDEX) TO LOCK-RESOURCE.
           PERFORM CALL-LOCK-CONTROL THRU CALL-LOCK-CONTROL-EXIT.
           IF LOCK-WAS-GRANTED AND NOT OFFLINE-MODE-ACTIVE
           THEN
              MOVE "RFSH" TO LOCK-FUNCTION
              MOVE MASTER-FILE-DSN TO LOCK-RESOURCE
              PERFORM CALL-LOCK-CONTROL THRU CALL-LOCK-CONTROL-EXIT
           END-IF.
           IF LOCK-WAS-GRANTED AND NOT OFFLINE-MODE-ACTIVE
           THEN
              MOVE "RFSH" TO LOCK-FUNCTION
              MOVE MEMO-POST-FILE-DSN TO LOCK-RESOURCE
              PERFORM CALL-LOCK-CONTROL THRU CALL-LOCK-CONTROL-EXIT
           END-IF.

       REFRESH-SESSION-LOCKS-EXIT.
           EXIT.

       SESSION-LOCKS-LOST.
           MOVE "OUTOFSVC" TO MSG-ID.
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT.
           MOVE "TRYLATER" TO MSG-ID.
           PERFORM SHOW-MESSAGE THRU SHOW-MESSAGE-EXIT.
           GO TO CHOOSE-ATM.

       RELEASE-SESSION-LOCKS.
           MOVE "RELH" TO LOCK-FUNCTION.
           MOVE SPACES TO LOCK-RESOURCE.
           PERFORM CALL-LOCK-CONTROL THRU CALL-LOCK-CONTROL-EXIT.
           MOVE "N" TO SESSION-LOCK-FLAG.

       RELEASE-SESSION-LOCKS-EXIT.
           EXIT.

       FIND-PRIMARY-LANGUAGE.
           OPEN INPUT CARDHOLDER-FILE.
           IF CARDHOLDER-FILE-NOT-FOUND
           THEN
              GO TO FIND-PRIMARY-LANGUAGE-EXIT
           END-IF.

       FIND-PRIMARY-LANGUAGE-LOOP.
           READ CARDHOLDER-FILE
              AT END GO TO FIND-PRIMARY-LANGUAGE-CLOSE
           END-READ.
           IF CARDHOLDER-ACCT-NUMBER = USER-ACCT-NUMBER AND
              CARDHOLDER-ID = "00"
           THEN
              IF CARDHOLDER-LANGUAGE NOT = SPACES
              THEN
                 MOVE CARDHOLDER-LANGUAGE TO SESSION-LANGUAGE
                 PERFORM LOAD-RECEIPT-LABELS THRU
                    LOAD-RECEIPT-LABELS-EXIT
              END-IF
              GO TO FIND-PRIMARY-LANGUAGE-CLOSE
           END-IF.
           GO TO FIND-PRIMARY-LANGUAGE-LOOP.

       FIND-PRIMARY-LANGUAGE-CLOSE.
           CLOSE CARDHOLDER-FILE.

       FIND-PRIMARY-LANGUAGE-EXIT.
           EXIT.

       LOOK-UP-MESSAGE.
           CALL "MSGTEXT" USING MSG-FUNCTION SESSION-LANGUAGE MSG-ID
              MSG-ARGS MSG-TEXT MSG-TEXT-LENGTH MSG-RESULT
              ON EXCEPTION
                 DISPLAY "[ABORT]: MSGTEXT MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           MOVE SPACES TO MSG-ARGS.

       LOOK-UP-MESSAGE-EXIT.
           EXIT.

       SHOW-MESSAGE.
           PERFORM LOOK-UP-MESSAGE THRU LOOK-UP-MESSAGE-EXIT.
           DISPLAY "=> " MSG-TEXT(1:MSG-TEXT-LENGTH).

       SHOW-MESSAGE-EXIT.
           EXIT.

       SHOW-RESULT.
           PERFORM LOOK-UP-MESSAGE THRU LOOK-UP-MESSAGE-EXIT.
           DISPLAY "==> " MSG-TEXT(1:MSG-TEXT-LENGTH).

       SHOW-RESULT-EXIT.
           EXIT.

       LOAD-RECEIPT-LABELS.
           MOVE "RCPTACCT" TO MSG-ID.
           PERFORM LOOK-UP-MESSAGE THRU LOOK-UP-MESSAGE-EXIT.
           MOVE MSG-TEXT TO RCPT-PREFIX-1.

           MOVE "RCPTOP" TO MSG-ID.
           PERFORM LOOK-UP-MESSAGE THRU LOOK-UP-MESSAGE-EXIT.
           MOVE SPACES TO RCPT-PREFIX-2.
           STRING " " MSG-TEXT(1:MSG-TEXT-LENGTH) DELIMITED BY SIZE
              INTO RCPT-PREFIX-2
           END-STRING.

           MOVE "RCPTAMT" TO MSG-ID.
           PERFORM LOOK-UP-MESSAGE THRU LOOK-UP-MESSAGE-EXIT.
           MOVE SPACES TO RCPT-PREFIX-3.
           STRING " " MSG-TEXT(1:MSG-TEXT-LENGTH) DELIMITED BY SIZE
              INTO RCPT-PREFIX-3
           END-STRING.

           MOVE "RCPTBAL" TO MSG-ID.
           PERFORM LOOK-UP-MESSAGE THRU LOOK-UP-MESSAGE-EXIT.
           MOVE SPACES TO RCPT-PREFIX-4.
           STRING " " MSG-TEXT(1:MSG-TEXT-LENGTH) DELIMITED BY SIZE
              INTO RCPT-PREFIX-4
           END-STRING.

           MOVE "RCPTTIME" TO MSG-ID.
           PERFORM LOOK-UP-MESSAGE THRU LOOK-UP-MESSAGE-EXIT.
           MOVE SPACES TO RCPT-PREFIX-5.
           STRING " " MSG-TEXT(1:MSG-TEXT-LENGTH) DELIMITED BY SIZE
              INTO RCPT-PREFIX-5
           END-STRING.

           MOVE "RCPTREF" TO MSG-ID.
           PERFORM LOOK-UP-MESSAGE THRU LOOK-UP-MESSAGE-EXIT.
           MOVE SPACES TO RCPT-PREFIX-6.
           STRING " " MSG-TEXT(1:MSG-TEXT-LENGTH) DELIMITED BY SIZE
              INTO RCPT-PREFIX-6
           END-STRING.

           MOVE "FXRDISP" TO MSG-ID.
           PERFORM LOOK-UP-MESSAGE THRU LOOK-UP-MESSAGE-EXIT.
           MOVE MSG-TEXT TO FXR-PREFIX-1.

           MOVE "FXRAMT" TO MSG-ID.
           PERFORM LOOK-UP-MESSAGE THRU LOOK-UP-MESSAGE-EXIT.
           MOVE SPACES TO FXR-PREFIX-2.
           STRING " " MSG-TEXT(1:MSG-TEXT-LENGTH) DELIMITED BY SIZE
              INTO FXR-PREFIX-2
           END-STRING.

           MOVE "FXRRATE" TO MSG-ID.
           PERFORM LOOK-UP-MESSAGE THRU LOOK-UP-MESSAGE-EXIT.
           MOVE SPACES TO FXR-PREFIX-3.
           STRING " " MSG-TEXT(1:MSG-TEXT-LENGTH) DELIMITED BY SIZE
              INTO FXR-PREFIX-3
           END-STRING.

           MOVE "FXRCHG" TO MSG-ID.
           PERFORM LOOK-UP-MESSAGE THRU LOOK-UP-MESSAGE-EXIT.
           MOVE SPACES TO FXR-PREFIX-4.
           STRING " " MSG-TEXT(1:MSG-TEXT-LENGTH) DELIMITED BY SIZE
              INTO FXR-PREFIX-4
           END-STRING.

           MOVE "ACQRCARD" TO MSG-ID.
           PERFORM LOOK-UP-MESSAGE THRU LOOK-UP-MESSAGE-EXIT.
           MOVE MSG-TEXT TO ACQR-PREFIX-1.

           MOVE "ACQRCASH" TO MSG-ID.
           PERFORM LOOK-UP-MESSAGE THRU LOOK-UP-MESSAGE-EXIT.
           MOVE SPACES TO ACQR-PREFIX-2.
           STRING " " MSG-TEXT(1:MSG-TEXT-LENGTH) DELIMITED BY SIZE
              INTO ACQR-PREFIX-2
           END-STRING.

           MOVE "ACQRFEE" TO MSG-ID.
           PERFORM LOOK-UP-MESSAGE THRU LOOK-UP-MESSAGE-EXIT.
           MOVE SPACES TO ACQR-PREFIX-3.
           STRING " " MSG-TEXT(1:MSG-TEXT-LENGTH) DELIMITED BY SIZE
              INTO ACQR-PREFIX-3
           END-STRING.

           MOVE RCPT-PREFIX-5 TO ACQR-PREFIX-4.
           MOVE RCPT-PREFIX-6 TO ACQR-PREFIX-5.

           MOVE "MINIACCT" TO MSG-ID.
           PERFORM LOOK-UP-MESSAGE THRU LOOK-UP-MESSAGE-EXIT.
           MOVE MSG-TEXT TO MS-PREFIX-1.

           MOVE "MINITIME" TO MSG-ID.
           PERFORM LOOK-UP-MESSAGE THRU LOOK-UP-MESSAGE-EXIT.
           MOVE SPACES TO MS-PREFIX-2.
           STRING " " MSG-TEXT(1:MSG-TEXT-LENGTH) DELIMITED BY SIZE
              INTO MS-PREFIX-2
           END-STRING.

           MOVE "MINIOP" TO MSG-ID.
           PERFORM LOOK-UP-MESSAGE THRU LOOK-UP-MESSAGE-EXIT.
           MOVE SPACES TO MS-PREFIX-3.
           STRING " " MSG-TEXT(1:MSG-TEXT-LENGTH) DELIMITED BY SIZE
              INTO MS-PREFIX-3
           END-STRING.

           MOVE "MINIAMT" TO MSG-ID.
           PERFORM LOOK-UP-MESSAGE THRU LOOK-UP-MESSAGE-EXIT.
           MOVE SPACES TO MS-PREFIX-4.
           STRING " " MSG-TEXT(1:MSG-TEXT-LENGTH) DELIMITED BY SIZE
              INTO MS-PREFIX-4
           END-STRING.

       LOAD-RECEIPT-LABELS-EXIT.
           EXIT.

       END PROGRAM ATMS.
