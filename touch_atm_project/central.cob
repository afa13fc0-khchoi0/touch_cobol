              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FX-LOG-FILE-STATUS.

           SELECT
              FX-HISTORY-FILE ASSIGN DYNAMIC FX-HISTORY-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FX-HISTORY-FILE-STATUS.

           SELECT
              FX-REPORT-FILE ASSIGN DYNAMIC FX-REPORT-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS TUITION-TRANS-FILE-STATUS.

           SELECT
              VIDEO-DEPOSIT-FILE ASSIGN DYNAMIC VIDEO-DEPOSIT-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS VIDEO-DEPOSIT-FILE-STATUS.

           SELECT
              OFFLINE-QUEUE-FILE ASSIGN DYNAMIC OFFLINE-QUEUE-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS OUTBOUND-RETURN-FILE-STATUS.

           SELECT
              BILLER-FILE ASSIGN DYNAMIC BILLER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BILLER-FILE-STATUS.

           SELECT
              BILL-PAY-FILE ASSIGN DYNAMIC BILL-PAY-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BILL-PAY-FILE-STATUS.

           SELECT
              BILL-SETTLE-FILE ASSIGN DYNAMIC BILL-SETTLE-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BILL-SETTLE-FILE-STATUS.

           SELECT
              BILL-RETURN-FILE ASSIGN DYNAMIC BILL-RETURN-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BILL-RETURN-FILE-STATUS.

           SELECT
              BILL-HISTORY-FILE ASSIGN DYNAMIC BILL-HISTORY-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BILL-HISTORY-FILE-STATUS.

           SELECT
              NEW-BILL-HISTORY-FILE ASSIGN DYNAMIC
                 NEW-BILL-HISTORY-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NEW-BILL-HISTORY-FILE-STATUS.

           SELECT
              TERM-DEPOSIT-FILE ASSIGN DYNAMIC TERM-DEPOSIT-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CHEQUE-RETURN-FILE-STATUS.

           SELECT
              CHEQUE-BOOK-FILE ASSIGN DYNAMIC CHEQUE-BOOK-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CHEQUE-BOOK-FILE-STATUS.

           SELECT
              CHEQUE-STOP-FILE ASSIGN DYNAMIC CHEQUE-STOP-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CHEQUE-STOP-FILE-STATUS.

           SELECT
              CHEQUE-PAID-FILE ASSIGN DYNAMIC CHEQUE-PAID-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CHEQUE-PAID-FILE-STATUS.

           SELECT
              INWARD-CHEQUE-FILE ASSIGN DYNAMIC INWARD-CHEQUE-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS INWARD-CHEQUE-FILE-STATUS.

           SELECT
              INWARD-RETURN-FILE ASSIGN DYNAMIC INWARD-RETURN-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS INWARD-RETURN-FILE-STATUS.

           SELECT
              FCY-BALANCE-FILE ASSIGN DYNAMIC FCY-BALANCE-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS DISPUTE-TRANS-FILE-STATUS.

           SELECT
              COLL-FEE-FILE ASSIGN DYNAMIC COLL-FEE-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS COLL-FEE-FILE-STATUS.

           SELECT
              LOAN-POST-FILE ASSIGN DYNAMIC LOAN-POST-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS LOAN-POST-FILE-STATUS.

           SELECT
              WHT-REGISTER-FILE ASSIGN DYNAMIC WHT-REGISTER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS TELLER-TRANS-FILE-STATUS.

           SELECT
              ENV-ADJUST-FILE ASSIGN DYNAMIC ENV-ADJUST-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ENV-ADJUST-FILE-STATUS.

           SELECT
              PRODUCT-FILE ASSIGN DYNAMIC PRODUCT-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS PRODUCT-FILE-STATUS.

           SELECT
              ESTATE-FILE ASSIGN DYNAMIC ESTATE-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ESTATE-FILE-STATUS.

           SELECT
              NEW-ESTATE-FILE ASSIGN DYNAMIC NEW-ESTATE-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NEW-ESTATE-FILE-STATUS.

           SELECT
              ESTATE-ACCT-FILE ASSIGN DYNAMIC ESTATE-ACCT-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ESTATE-ACCT-FILE-STATUS.

           SELECT
              ESTATE-AUDIT-FILE ASSIGN DYNAMIC ESTATE-AUDIT-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ESTATE-AUDIT-FILE-STATUS.

           SELECT
              LEGAL-ORDER-FILE ASSIGN DYNAMIC LEGAL-ORDER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS LEGAL-ORDER-FILE-STATUS.

           SELECT
              NEW-LEGAL-ORDER-FILE ASSIGN DYNAMIC
                 NEW-LEGAL-ORDER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NEW-LEGAL-ORDER-FILE-STATUS.

           SELECT
              LEGAL-REMIT-FILE ASSIGN DYNAMIC LEGAL-REMIT-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS LEGAL-REMIT-FILE-STATUS.

           SELECT
              JOURNAL-FILE ASSIGN DYNAMIC JOURNAL-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT
              MEMO-POST-FILE ASSIGN DYNAMIC MEMO-POST-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS MEMO-POST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION. 
       FD  MASTER-FILE.
              88 MSTR-ACCT-FROZEN              VALUE "F".
           02 MSTR-ACCT-OVERDRAFT-LIMIT        PIC 9(9)V9(2).
           02 MSTR-CUST-NUMBER                 PIC 9(8).
           02 MSTR-PRODUCT-CODE                PIC X(2).

       FD  TERMINAL-REGISTRY-FILE.
       01  TERMINAL-REGISTRY-RECORD.
           02 TERM-AMOUNT                      PIC 9(5)V9(2).
           02 TERM-TIMESTAMP                   PIC 9(14).
           02 TERM-CARDHOLDER-ID               PIC X(2).
           02 TERM-TRANS-REF                   PIC X(24).

       FD  TERM-PRIOR-FILE.
       01  TERM-PRIOR-RECORD                   PIC X(64).

       FD  SORTED-TRANS-FILE.
       01  SORTED-TRANS-RECORD.      
                                               PIC 9(7).
           02 SORTED-TRANS-TIMESTAMP           PIC 9(14).
           02 SORTED-TRANS-CARDHOLDER-ID      PIC X(2).
           02 SORTED-TRANS-REF                 PIC X(24).

       FD  UPDATED-MASTER-FILE.
       01  UPDATED-MASTER-RECORD.
              88 UPDATED-ACCT-FROZEN           VALUE "F".
           02 UPDATED-ACCT-OVERDRAFT-LIMIT     PIC 9(9)V9(2).
           02 UPDATED-CUST-NUMBER              PIC 9(8).
           02 UPDATED-PRODUCT-CODE             PIC X(2).

       FD  FROZEN-REJECT-FILE.
       01  FROZEN-REJECT-RECORD.
           02 FROZEN-REJECT-AMOUNT             PIC 9(5)V9(2).
           02 FROZEN-REJECT-TIMESTAMP          PIC 9(14).
           02 FROZEN-REJECT-CARDHOLDER-ID     PIC X(2).
           02 FROZEN-REJECT-TRANS-REF          PIC X(24).

       FD  BACKUP-MASTER-FILE.
       01  BACKUP-MASTER-RECORD.
           02 BACKUP-ACCT-STATUS               PIC X.
           02 BACKUP-ACCT-OVERDRAFT-LIMIT      PIC 9(9)V9(2).
           02 BACKUP-CUST-NUMBER               PIC 9(8).
           02 BACKUP-PRODUCT-CODE              PIC X(2).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD                       PIC X(100).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD                      PIC X(132).
           02 SUSPENSE-AMOUNT                  PIC 9(5)V9(2).
           02 SUSPENSE-TIMESTAMP               PIC 9(14).
           02 SUSPENSE-CARDHOLDER-ID          PIC X(2).
           02 SUSPENSE-TRANS-REF               PIC X(24).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           02 CKPT-LAST-ACCT                   PIC 9(16).
           02 CKPT-NET-CHANGE-SIGN             PIC X.
           02 CKPT-NET-CHANGE-UNSIGNED         PIC 9(14)V9(2).
           02 CKPT-GL-TOTALS.
              03 CKPT-GL-D-AMOUNT              PIC 9(11)V9(2).
              03 CKPT-GL-W-AMOUNT              PIC 9(11)V9(2).
              03 CKPT-GL-T-AMOUNT              PIC 9(11)V9(2).
              03 CKPT-GL-Y-AMOUNT              PIC 9(11)V9(2).
              03 CKPT-INTEREST-TOTAL           PIC 9(11)V9(2).
              03 CKPT-WHT-TOTAL                PIC 9(11)V9(2).
              03 CKPT-FEE-TOTAL                PIC 9(11)V9(2).

       FD  MALFORMED-TRANS-FILE.
       01  MALFORMED-TRANS-RECORD.
           02 MALFORMED-TRANS-SOURCE           PIC X(4).
           02 MALFORMED-TRANS-RAW              PIC X(64).

       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-RECORD.
           02 STANDING-AMOUNT                  PIC 9(5)V9(2).
           02 STANDING-TIMESTAMP               PIC 9(14).
           02 STANDING-CARDHOLDER-ID          PIC X(2).
           02 STANDING-TRANS-REF               PIC X(24).

       FD  EXTRACT-ACCT-FILE.
       01  EXTRACT-ACCT-RECORD                 PIC X(120).
           02 PART-GL-T-AMOUNT                 PIC 9(11)V9(2).
           02 PART-INTEREST-TOTAL              PIC 9(11)V9(2).
           02 PART-FEE-TOTAL                   PIC 9(11)V9(2).
           02 PART-GL-Y-AMOUNT                 PIC 9(11)V9(2).
           02 PART-WHT-TOTAL                   PIC 9(11)V9(2).

       FD  GL-CODES-FILE.
       01  GL-CODES-RECORD.
           02 GL-EVENT                         PIC X(12).

       FD  GENERATION-FILE.
       01  GENERATION-RECORD                   PIC X(64).

       FD  ARCHIVE-CATALOG-FILE.
       01  ARCHIVE-CATALOG-RECORD.
           02 FXLOG-HOME-AMOUNT                PIC 9(5)V9(2).
           02 FXLOG-RATE                       PIC 9(3)V9(6).
           02 FXLOG-TIMESTAMP                  PIC 9(14).
           02 FXLOG-ACCT-NUMBER                PIC 9(16).

       FD  FX-HISTORY-FILE.
       01  FX-HISTORY-RECORD                   PIC X(61).

       FD  FX-REPORT-FILE.
       01  FX-REPORT-RECORD                    PIC X(90).
           02 PARAM-EFFECTIVE-DATE             PIC 9(8).

       FD  DEDUP-OUT-FILE.
       01  DEDUP-OUT-RECORD                    PIC X(64).

       FD  DUP-REPORT-FILE.
       01  DUP-REPORT-RECORD.
           02 DUP-REPORT-SOURCE                PIC X(4).
           02 DUP-REPORT-RAW                   PIC X(64).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           02 RC-PARTITION-TO-ACCT             PIC X(16).

       FD  TUITION-TRANS-FILE.
       01  TUITION-TRANS-RECORD                PIC X(64).

       FD  VIDEO-DEPOSIT-FILE.
       01  VIDEO-DEPOSIT-RECORD                PIC X(64).

       FD  OFFLINE-QUEUE-FILE.
       01  OFFLINE-QUEUE-RECORD                PIC X(64).

       FD  INBOUND-PAY-FILE.
       01  INBOUND-PAY-RECORD.
           02 RETURN-TIMESTAMP                 PIC 9(14).
           02 RETURN-REASON                    PIC X(20).

       FD  BILLER-FILE.
       01  BILLER-RECORD.
           02 BILLER-CODE                      PIC 9(4).
           02 BILLER-NAME                      PIC X(30).
           02 BILLER-REF-LENGTH                PIC 9(2).
           02 BILLER-CHECK-RULE                PIC X.
           02 BILLER-STATUS                    PIC X.
           02 BILLER-ADDED-DATE                PIC 9(8).

       FD  BILL-PAY-FILE.
       01  BILL-PAY-RECORD.
           02 BILLPAY-BILLER-CODE              PIC 9(4).
           02 BILLPAY-REFERENCE                PIC X(20).
           02 BILLPAY-FROM-ACCT-NUMBER         PIC 9(16).
           02 BILLPAY-AMOUNT                   PIC 9(5)V9(2).
           02 BILLPAY-TIMESTAMP                PIC 9(14).

       FD  BILL-SETTLE-FILE.
       01  BILL-SETTLE-DETAIL.
           02 BSET-RECORD-TYPE                 PIC X.
           02 BSET-BILLER-CODE                 PIC 9(4).
           02 BSET-REFERENCE                   PIC X(20).
           02 BSET-FROM-ACCT-NUMBER            PIC 9(16).
           02 BSET-AMOUNT                      PIC 9(5)V9(2).
           02 BSET-TIMESTAMP                   PIC 9(14).
       01  BILL-SETTLE-TRAILER.
           02 BSETT-RECORD-TYPE                PIC X.
           02 BSETT-BILLER-CODE                PIC 9(4).
           02 BSETT-SETTLE-DATE                PIC 9(8).
           02 BSETT-ITEM-COUNT                 PIC 9(6).
           02 BSETT-CONTROL-TOTAL              PIC 9(11)V9(2).
           02 FILLER                           PIC X(30).

       FD  BILL-RETURN-FILE.
       01  BILL-RETURN-RECORD.
           02 BRET-BILLER-CODE                 PIC 9(4).
           02 BRET-REFERENCE                   PIC X(20).
           02 BRET-FROM-ACCT-NUMBER            PIC 9(16).
           02 BRET-AMOUNT                      PIC 9(5)V9(2).
           02 BRET-TIMESTAMP                   PIC 9(14).
           02 BRET-REASON                      PIC X(20).

       FD  BILL-HISTORY-FILE.
       01  BILL-HISTORY-RECORD.
           02 BH-BILLER-CODE                   PIC 9(4).
           02 BH-REFERENCE                     PIC X(20).
           02 BH-FROM-ACCT-NUMBER              PIC 9(16).
           02 BH-AMOUNT                        PIC 9(5)V9(2).
           02 BH-TIMESTAMP                     PIC 9(14).
           02 BH-STATUS                        PIC X.
              88 BILL-IS-SETTLED               VALUE "S".
              88 BILL-IS-RETURNED              VALUE "R".
           02 BH-SETTLE-DATE                   PIC 9(8).

       FD  NEW-BILL-HISTORY-FILE.
       01  NEW-BILL-HISTORY-RECORD             PIC X(70).

       FD  TERM-DEPOSIT-FILE.
       01  TERM-DEPOSIT-RECORD.
           02 TD-ACCT-NUMBER                   PIC 9(16).
           02 TD-STATUS                        PIC X.
              88 TERMDEP-IS-OPEN               VALUE "O".
              88 TERMDEP-IS-MATURED            VALUE "M".
              88 TERMDEP-IS-BROKEN             VALUE "B".
              88 TERMDEP-IS-WITHDRAWN          VALUE "W".
           02 TD-MATURITY-INSTRUCTION          PIC X.
              88 TD-INSTR-PAY-OUT              VALUE "P", " ".
              88 TD-INSTR-ROLL-PRINCIPAL       VALUE "R".
              88 TD-INSTR-ROLL-ALL             VALUE "C".
           02 TD-BREAK-DATE                    PIC 9(8).
           02 TD-BREAK-INTEREST                PIC 9(5)V9(2).

       FD  NEW-TERM-DEPOSIT-FILE.
       01  NEW-TERM-DEPOSIT-RECORD             PIC X(68).

       FD  LOAN-SCHED-FILE.
       01  LOAN-SCHED-RECORD.
           02 CHQRET-ACCT-NUMBER               PIC 9(16).
           02 CHQRET-REASON                    PIC X(20).

       FD  CHEQUE-BOOK-FILE.
       01  CHEQUE-BOOK-RECORD.
           02 CBK-ACCT-NUMBER                  PIC 9(16).
           02 CBK-FIRST-SERIAL                 PIC 9(6).
           02 CBK-LAST-SERIAL                  PIC 9(6).
           02 CBK-ISSUE-DATE                   PIC 9(8).
           02 CBK-ISSUED-BY                    PIC X(8).

       FD  CHEQUE-STOP-FILE.
       01  CHEQUE-STOP-RECORD.
           02 STOP-ACCT-NUMBER                 PIC 9(16).
           02 STOP-FIRST-SERIAL                PIC 9(6).
           02 STOP-LAST-SERIAL                 PIC 9(6).
           02 STOP-LODGED-DATE                 PIC 9(8).
           02 STOP-REASON                      PIC X(20).
           02 STOP-LODGED-BY                   PIC X(8).

       FD  CHEQUE-PAID-FILE.
       01  CHEQUE-PAID-RECORD.
           02 CPAID-ACCT-NUMBER                PIC 9(16).
           02 CPAID-SERIAL                     PIC 9(6).
           02 CPAID-AMOUNT                     PIC 9(5)V9(2).
           02 CPAID-DATE                       PIC 9(8).
           02 CPAID-PRESENTING-BANK            PIC 9(4).

       FD  INWARD-CHEQUE-FILE.
       01  INWARD-CHEQUE-RECORD.
           02 ICL-PRESENTING-BANK              PIC 9(4).
           02 ICL-ACCT-NUMBER                  PIC 9(16).
           02 ICL-SERIAL                       PIC 9(6).
           02 ICL-AMOUNT                       PIC 9(5)V9(2).
           02 ICL-PRESENT-DATE                 PIC 9(8).

       FD  INWARD-RETURN-FILE.
       01  INWARD-RETURN-RECORD.
           02 IRT-PRESENTING-BANK              PIC 9(4).
           02 IRT-ACCT-NUMBER                  PIC 9(16).
           02 IRT-SERIAL                       PIC 9(6).
           02 IRT-AMOUNT                       PIC 9(5)V9(2).
           02 IRT-REASON-CODE                  PIC X(2).
           02 IRT-REASON-TEXT                  PIC X(20).
           02 IRT-RETURN-DATE                  PIC 9(8).

       FD  FCY-BALANCE-FILE.
       01  FCY-BALANCE-RECORD.
           02 FCY-ACCT-NUMBER                  PIC 9(16).
           02 FX-EFFECTIVE-DATE                PIC 9(8).

       FD  DISPUTE-TRANS-FILE.
       01  DISPUTE-TRANS-RECORD                PIC X(64).

       FD  COLL-FEE-FILE.
       01  COLL-FEE-RECORD                     PIC X(64).

       FD  LOAN-POST-FILE.
       01  LOAN-POST-RECORD                    PIC X(64).

       FD  TELLER-TRANS-FILE.
       01  TELLER-TRANS-RECORD                 PIC X(64).

       FD  ENV-ADJUST-FILE.
       01  ENV-ADJUST-RECORD.
           02 ADJ-ACCT-NUMBER                  PIC 9(16).
           02 ADJ-OPERATION                    PIC A.
           02 ADJ-AMOUNT                       PIC 9(5)V9(2).
           02 ADJ-TIMESTAMP                    PIC 9(14).
           02 ADJ-CARDHOLDER-ID                PIC X(2).
           02 ADJ-TRANS-REF                    PIC X(24).

       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD.
           02 PROD-CODE                        PIC X(2).
           02 PROD-NAME                        PIC X(20).
           02 PROD-INTEREST-RATE               PIC 9V9(4).
           02 PROD-MAINT-FEE                   PIC 9(5)V9(2).
           02 PROD-MIN-BALANCE                 PIC 9(5)V9(2).
           02 PROD-OD-ELIGIBLE                 PIC X.
           02 PROD-ATM-DAILY-LIMIT             PIC 9(6)V9(2).

       FD  ESTATE-FILE.
       01  ESTATE-RECORD.
           02 EST-CUST-NUMBER                  PIC 9(8).
           02 EST-DEATH-DATE                   PIC 9(8).
           02 EST-NOTIFIED-DATE                PIC 9(8).
           02 EST-EXECUTOR-ACCT                PIC 9(16).
           02 EST-EXECUTOR-NAME                PIC X(30).
           02 EST-STATUS                       PIC X.
              88 ESTATE-IS-RELEASED            VALUE "R".
           02 EST-RECORDED-BY                  PIC X(8).
           02 EST-RELEASED-BY                  PIC X(8).
           02 EST-PAID-DATE                    PIC 9(8).
           02 EST-PAID-AMOUNT                  PIC 9(11)V9(2).

       FD  NEW-ESTATE-FILE.
       01  NEW-ESTATE-RECORD                   PIC X(108).

       FD  ESTATE-ACCT-FILE.
       01  ESTATE-ACCT-RECORD.
           02 EA-CUST-NUMBER                   PIC 9(8).
           02 EA-ACCT-NUMBER                   PIC 9(16).
           02 EA-NOTIFIED-SIGN                 PIC X.
           02 EA-NOTIFIED-BALANCE              PIC 9(13)V9(2).
           02 EA-PRODUCT-CODE                  PIC X(2).

       FD  ESTATE-AUDIT-FILE.
       01  ESTATE-AUDIT-RECORD.
           02 EAU-TIMESTAMP                    PIC 9(14).
           02 EAU-CUST-NUMBER                  PIC 9(8).
           02 EAU-EVENT                        PIC X(10).
           02 EAU-ACCT-NUMBER                  PIC 9(16).
           02 EAU-AMOUNT                       PIC 9(11)V9(2).
           02 EAU-DONE-BY                      PIC X(8).
           02 EAU-DETAIL                       PIC X(30).

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

       FD  NEW-LEGAL-ORDER-FILE.
       01  NEW-LEGAL-ORDER-RECORD              PIC X(169).

       FD  LEGAL-REMIT-FILE.
       01  LEGAL-REMIT-RECORD.
           02 LR-REMIT-DATE                    PIC 9(8).
           02 LR-ORDER-REF                     PIC X(16).
           02 LR-ACCT-NUMBER                   PIC 9(16).
           02 LR-CREDITOR-ACCT                 PIC 9(16).
           02 LR-CREDITOR-NAME                 PIC X(30).
           02 LR-AMOUNT                        PIC 9(11)V9(2).
           02 LR-REMITTED-TOTAL                PIC 9(11)V9(2).
           02 LR-ORDER-AMOUNT                  PIC 9(11)V9(2).
           02 LR-ORDER-STATUS                  PIC X.

       FD  DECLINE-FILE.
       01  DECLINE-RECORD.
           02 SWPT-AMOUNT                      PIC 9(5)V9(2).
           02 SWPT-TIMESTAMP                   PIC 9(14).
           02 SWPT-CARDHOLDER-ID               PIC X(2).
           02 SWPT-TRANS-REF                   PIC X(24).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           02 JRNL-AMOUNT                      PIC 9(5)V9(2).
           02 JRNL-SIGN                        PIC X.
           02 JRNL-BALANCE                     PIC 9(13)V9(2).
           02 JRNL-TRANS-REF                   PIC X(24).

       FD  WHT-REGISTER-FILE.
       01  WHT-REGISTER-RECORD.
           02 APREF-LOW-BAL-THRESHOLD          PIC 9(9)V9(2).
           02 APREF-LARGE-DEBIT-THRESHOLD      PIC 9(5)V9(2).
           02 APREF-HOLD-RELEASE-FLAG          PIC X.
           02 APREF-STMT-DELIVERY              PIC X.

       FD  ALERT-FILE.
       01  ALERT-RECORD.
           02 CIF-CUST-ADDRESS                 PIC X(40).
           02 CIF-CUST-PHONE                   PIC X(12).

       FD  MEMO-POST-FILE.
       01  MEMO-POST-RECORD.
           02 MEMO-ACCT-NUMBER                 PIC 9(16).
           02 MEMO-OPERATION                   PIC A.
           02 MEMO-AMOUNT                      PIC 9(5)V9(2).
           02 MEMO-TIMESTAMP                   PIC 9(14).
           02 MEMO-CHANNEL                     PIC X.
           02 MEMO-SOURCE-ID                   PIC X(8).

       SD  WORK-FILE.
       01  WORK-RECORD.
           02 WORK-ACCT-NUMBER                 PIC 9(16).
           02 FILLER                           PIC X(8).
           02 WORK-TIMESTAMP                   PIC 9(14).
           02 FILLER                           PIC X(2).
           02 FILLER                           PIC X(24).

       WORKING-STORAGE SECTION.
       01  MASTER-FILE-DSN                     PIC X(40).
       01  BUSINESS-DATE-FILE-DSN              PIC X(40).
       01  CASH-POSITION-FILE-DSN              PIC X(40).
       01  FX-LOG-FILE-DSN                     PIC X(40).
       01  FX-HISTORY-FILE-DSN                 PIC X(40).
       01  FX-REPORT-FILE-DSN                  PIC X(40).
       01  CASH-REPORT-FILE-DSN                PIC X(40).
       01  PARAMETER-FILE-DSN                  PIC X(40).
       01  DUP-REPORT-FILE-DSN                 PIC X(40).
       01  RUN-CONTROL-FILE-DSN                PIC X(40).
       01  TUITION-TRANS-FILE-DSN              PIC X(40).
       01  VIDEO-DEPOSIT-FILE-DSN              PIC X(40).
       01  OFFLINE-QUEUE-FILE-DSN              PIC X(40).
       01  INBOUND-PAY-FILE-DSN                PIC X(40).
       01  OUTBOUND-RETURN-FILE-DSN            PIC X(40).
       01  BILLER-FILE-DSN                     PIC X(40).
       01  BILL-PAY-FILE-DSN                   PIC X(40).
       01  BILL-SETTLE-FILE-DSN                PIC X(60).
       01  BILL-RETURN-FILE-DSN                PIC X(60).
       01  BILL-HISTORY-FILE-DSN               PIC X(40).
       01  NEW-BILL-HISTORY-FILE-DSN           PIC X(40).
       01  BILL-SETTLE-PREFIX                  PIC X(40).
       01  BILL-RETURN-PREFIX                  PIC X(40).
       01  TERM-DEPOSIT-FILE-DSN               PIC X(40).
       01  NEW-TERM-DEPOSIT-FILE-DSN           PIC X(40).
       01  LOAN-SCHED-FILE-DSN                 PIC X(40).
       01  CHEQUE-FILE-DSN                     PIC X(40).
       01  NEW-CHEQUE-FILE-DSN                 PIC X(40).
       01  CHEQUE-RETURN-FILE-DSN              PIC X(40).
       01  CHEQUE-BOOK-FILE-DSN                PIC X(40).
       01  CHEQUE-STOP-FILE-DSN                PIC X(40).
       01  CHEQUE-PAID-FILE-DSN                PIC X(40).
       01  INWARD-CHEQUE-FILE-DSN              PIC X(40).
       01  INWARD-RETURN-FILE-DSN              PIC X(40).
       01  FCY-BALANCE-FILE-DSN                PIC X(40).
       01  NEW-FCY-BALANCE-FILE-DSN            PIC X(40).
       01  FX-RATE-FILE-DSN                    PIC X(40).
       01  ALERT-PREFS-FILE-DSN                PIC X(40).
       01  ALERT-FILE-DSN                      PIC X(40).
       01  CUSTOMER-FILE-DSN                   PIC X(40).
       01  MEMO-POST-FILE-DSN                  PIC X(40).
       01  DISPUTE-TRANS-FILE-DSN              PIC X(40).
       01  DISPUTE-TRANS-FILE-STATUS           PIC 99.
           88 DISPUTE-TRANS-FILE-NOT-FOUND     VALUE 35.
       01  DISPUTE-TRANS-COUNT                 PIC 9(5) VALUE 0.
       01  COLL-FEE-FILE-DSN                   PIC X(40).
       01  COLL-FEE-FILE-STATUS                PIC 99.
           88 COLL-FEE-FILE-NOT-FOUND          VALUE 35.
       01  COLL-FEE-COUNT                      PIC 9(5) VALUE 0.
       01  LOAN-POST-FILE-DSN                  PIC X(40).
       01  LOAN-POST-FILE-STATUS               PIC 99.
           88 LOAN-POST-FILE-NOT-FOUND         VALUE 35.
       01  LOAN-POST-COUNT                     PIC 9(5) VALUE 0.
       01  TELLER-TRANS-FILE-DSN               PIC X(40).
       01  TELLER-TRANS-FILE-STATUS            PIC 99.
           88 TELLER-TRANS-FILE-NOT-FOUND      VALUE 35.
       01  TELLER-TRANS-COUNT                  PIC 9(5) VALUE 0.
       01  ENV-ADJUST-FILE-DSN                 PIC X(40).
       01  ENV-ADJUST-FILE-STATUS              PIC 99.
           88 ENV-ADJUST-FILE-NOT-FOUND        VALUE 35.
       01  ENV-ADJUST-COUNT                    PIC 9(5) VALUE 0.
       01  PRODUCT-FILE-DSN                    PIC X(40).
       01  PRODUCT-FILE-STATUS                 PIC 99.
           88 PRODUCT-FILE-NOT-FOUND           VALUE 35.
       01  PRODUCT-COUNT                       PIC 9(3) VALUE 0.
       01  PRODUCT-SUBSCRIPT                   PIC 9(3) VALUE 0.
       01  PRODUCT-TABLE.
           02 PRODUCT-ENTRY OCCURS 20 TIMES.
              03 PRT-CODE                      PIC X(2).
              03 PRT-INTEREST-RATE             PIC 9V9(4).
              03 PRT-MAINT-FEE                 PIC 9(5)V9(2).
              03 PRT-MIN-BALANCE               PIC 9(5)V9(2).
              03 PRT-OD-ELIGIBLE               PIC X.
       01  APPLIED-INTEREST-RATE               PIC 9V9(4).
       01  APPLIED-MAINT-FEE                   PIC 9(5)V9(2).
       01  APPLIED-MIN-BALANCE                 PIC 9(5)V9(2).
       01  ESTATE-FILE-DSN                     PIC X(40).
       01  NEW-ESTATE-FILE-DSN                 PIC X(40).
       01  ESTATE-ACCT-FILE-DSN                PIC X(40).
       01  ESTATE-AUDIT-FILE-DSN               PIC X(40).
       01  ESTATE-FILE-STATUS                  PIC 99.
           88 ESTATE-FILE-NOT-FOUND            VALUE 35.
       01  NEW-ESTATE-FILE-STATUS              PIC 99.
       01  ESTATE-ACCT-FILE-STATUS             PIC 99.
           88 ESTATE-ACCT-FILE-NOT-FOUND       VALUE 35.
       01  ESTATE-AUDIT-FILE-STATUS            PIC 99.
           88 ESTATE-AUDIT-FILE-NOT-FOUND      VALUE 35.
       01  ESTATE-HOLD-COUNT                   PIC 9(3) VALUE 0.
       01  ESTATE-HOLD-SUBSCRIPT               PIC 9(3) VALUE 0.
       01  ESTATE-HOLD-TABLE.
           02 EHT-ACCT-NUMBER OCCURS 200 TIMES PIC 9(16).
       01  ESTATE-HOLD-FLAG                    PIC X VALUE "N".
           88 ACCT-IS-ESTATE-HELD              VALUE "Y".
       01  ESTATE-PAID-COUNT                   PIC 9(3) VALUE 0.
       01  ESTATE-PAYOUT-TOTAL                 PIC 9(11)V9(2).
       01  ESTATE-ACCT-BALANCE                 PIC S9(13)V9(2).
       01  ESTATE-ACCT-FOUND-FLAG              PIC X VALUE "N".
           88 ESTATE-ACCT-IS-ON-MASTER         VALUE "Y".
       01  ESTATE-PRODUCT-CODE                 PIC X(2).
       01  ESTATE-INTEREST-RATE                PIC 9V9(4).
       01  ESTATE-INTEREST-DAYS                PIC 99.
       01  ESTATE-MONTH-DAYS                   PIC 99.
       01  ESTATE-MONTH-START                  PIC 9(8).
       01  ESTATE-MONTH-START-PARTS REDEFINES ESTATE-MONTH-START.
           02 ESTATE-MONTH-START-YEAR          PIC 9(4).
           02 ESTATE-MONTH-START-MONTH         PIC 99.
           02 ESTATE-MONTH-START-DAY           PIC 99.
       01  ESTATE-NEXT-MONTH                   PIC 9(8).
       01  ESTATE-NEXT-MONTH-PARTS REDEFINES ESTATE-NEXT-MONTH.
           02 ESTATE-NEXT-MONTH-YEAR           PIC 9(4).
           02 ESTATE-NEXT-MONTH-MONTH          PIC 99.
           02 ESTATE-NEXT-MONTH-DAY            PIC 99.
       01  ESTATE-INTEREST-AMOUNT              PIC 9(9)V9(2).
       01  ESTATE-STREAM-ACCT                  PIC 9(16).
       01  ESTATE-STREAM-OPERATION             PIC A.
       01  ESTATE-STREAM-REMAINING             PIC 9(13)V9(2).
       01  ESTATE-AUDIT-EVENT                  PIC X(10).
       01  ESTATE-AUDIT-ACCT                   PIC 9(16).
       01  ESTATE-AUDIT-AMOUNT                 PIC 9(11)V9(2).
       01  ESTATE-AUDIT-DETAIL                 PIC X(30).
       01  LEGAL-ORDER-FILE-DSN                PIC X(40).
       01  NEW-LEGAL-ORDER-FILE-DSN            PIC X(40).
       01  LEGAL-REMIT-FILE-DSN                PIC X(40).
       01  LEGAL-ORDER-FILE-STATUS             PIC 99.
           88 LEGAL-ORDER-FILE-NOT-FOUND       VALUE 35.
       01  NEW-LEGAL-ORDER-FILE-STATUS         PIC 99.
       01  LEGAL-REMIT-FILE-STATUS             PIC 99.
           88 LEGAL-REMIT-FILE-NOT-FOUND       VALUE 35.
       01  LEGAL-FENCE-COUNT                   PIC 9(3) VALUE 0.
       01  LEGAL-FENCE-SUBSCRIPT               PIC 9(3) VALUE 0.
       01  LEGAL-FENCE-TABLE.
           02 LEGAL-FENCE-ENTRY OCCURS 200 TIMES.
              03 LFT-ACCT-NUMBER               PIC 9(16).
              03 LFT-AMOUNT                    PIC 9(11)V9(2).
       01  LEGAL-FENCE-LOOKUP-ACCT             PIC 9(16).
       01  LEGAL-FENCE-TOTAL                   PIC 9(11)V9(2).
       01  LEGAL-FENCE-AMOUNT                  PIC 9(11)V9(2).
       01  LEGAL-REMITTED-COUNT                PIC 9(5) VALUE 0.
       01  LEGAL-SATISFIED-COUNT               PIC 9(5) VALUE 0.
       01  LEGAL-EXPIRED-COUNT                 PIC 9(5) VALUE 0.
       01  LEGAL-DEFERRED-COUNT                PIC 9(5) VALUE 0.
       01  LEGAL-QUEUED-COUNT                  PIC 9(5) VALUE 0.
       01  LEGAL-CHANGED-FLAG                  PIC X VALUE "N".
           88 LEGAL-FILE-CHANGED               VALUE "Y".
       01  LEGAL-LOOKUP-ACCT                   PIC 9(16).
       01  LEGAL-ACCT-BALANCE                  PIC S9(13)V9(2).
       01  LEGAL-ACCT-FLAG                     PIC X VALUE "N".
           88 LEGAL-ACCT-IS-ACTIVE             VALUE "Y".
       01  LEGAL-OUTSTANDING                   PIC 9(11)V9(2).
       01  LEGAL-GROWTH                        PIC S9(13)V9(2).
       01  LEGAL-REMIT-AMOUNT                  PIC 9(11)V9(2).
       01  LEGAL-QUEUE-AMOUNT                  PIC 9(11)V9(2).
       01  LEGAL-STREAM-ACCT                   PIC 9(16).
       01  LEGAL-STREAM-OPERATION              PIC A.
       01  LEGAL-STREAM-REMAINING              PIC 9(13)V9(2).
       01  DECLINE-FILE-DSN                    PIC X(40).
       01  DECLINE-FILE-STATUS                 PIC 99.
           88 DECLINE-FILE-NOT-FOUND           VALUE 35.
       01  JOURNAL-ENTRY-TYPE                  PIC X.
       01  JOURNAL-OPERATION                   PIC X.
       01  JOURNAL-AMOUNT                      PIC 9(5)V9(2).
       01  JOURNAL-TRANS-REF                   PIC X(24).
       01  CENTRAL-REF-SOURCE                  PIC X(4).
       01  CENTRAL-TRANS-REF                   PIC X(24).
       01  VELOCITY-REPORT-FILE-DSN            PIC X(40).
       01  RUN-LOG-FILE-DSN                    PIC X(40).
       01  TRANS-STATS-FILE-DSN                PIC X(40).
           02 PTL-AMOUNT                       PIC 9(5)V9(2).
           02 PTL-TIMESTAMP                    PIC 9(14).
           02 PTL-CARDHOLDER-ID                PIC X(2).
           02 PTL-TRANS-REF                    PIC X(24).
       01  PENDING-TRANSFER-FLAG               PIC X VALUE "N".
           88 PENDING-TRANSFER-HELD            VALUE "Y".
       01  PENDING-PAIR-FROZEN-FLAG            PIC X VALUE "N".
       01  GL-POSTED-D-AMOUNT                  PIC 9(11)V9(2) VALUE 0.
       01  GL-POSTED-W-AMOUNT                  PIC 9(11)V9(2) VALUE 0.
       01  GL-POSTED-T-AMOUNT                  PIC 9(11)V9(2) VALUE 0.
       01  GL-POSTED-Y-AMOUNT                  PIC 9(11)V9(2) VALUE 0.
       01  GL-TRANSFER-SUSPENSE                PIC 9(8) VALUE 29900000.
       01  GL-POST-FUNC                        PIC X(4).
       01  GL-POST-RESULT                      PIC X.
       01  GL-EVENT-AMOUNT                     PIC 9(11)V9(2) VALUE 0.
       01  GL-EVENT-NAME                       PIC X(12).
       01  GL-EVENT-DEBIT-ACCOUNT              PIC 9(8).
           88 CASH-POSITION-FILE-NOT-FOUND     VALUE 35.
       01  FX-LOG-FILE-STATUS                  PIC 99.
           88 FX-LOG-FILE-NOT-FOUND            VALUE 35.
       01  FX-HISTORY-FILE-STATUS              PIC 99.
           88 FX-HISTORY-FILE-NOT-FOUND        VALUE 35.
       01  FX-REPORT-FILE-STATUS               PIC 99.
       01  FX-TOTAL-COUNT                      PIC 9(2) VALUE 0.
       01  FX-TOTAL-SUBSCRIPT                  PIC 9(2) VALUE 0.
           02 BEST-MIN-BALANCE-DATE            PIC 9(8) VALUE 0.
           02 BEST-CHEQUE-FEE-DATE             PIC 9(8) VALUE 0.
           02 BEST-WHT-RATE-DATE               PIC 9(8) VALUE 0.
           02 BEST-TD-RATE-030-DATE            PIC 9(8) VALUE 0.
           02 BEST-TD-RATE-090-DATE            PIC 9(8) VALUE 0.
           02 BEST-TD-RATE-180-DATE            PIC 9(8) VALUE 0.
       01  DEDUP-OUT-FILE-STATUS               PIC 99.
       01  DUP-REPORT-FILE-STATUS              PIC 99.
       01  DUP-REPORT-OPENED                   PIC X VALUE "N".
       01  DEDUP-SEEN-SUBSCRIPT                PIC 9(4) VALUE 0.
       01  DEDUP-SEEN-TABLE.
           02 DEDUP-SEEN-RECORD OCCURS 5000 TIMES
                                               PIC X(64).
       01  DEDUP-CANDIDATE-RECORD              PIC X(64).
       01  DEDUP-DUP-FLAG                      PIC X VALUE "N".
           88 DEDUP-IS-DUPLICATE               VALUE "Y".
       01  DEDUP-OVERFLOW-FLAG                 PIC X VALUE "N".
              03 FILLER                        PIC X(42).
       01  MASTSYNC-RESULT                     PIC X.
       01  CASHDUMP-RESULT                     PIC X.
       01  LOCK-FUNCTION                       PIC X(4).
       01  LOCK-RESOURCE                       PIC X(40).
       01  LOCK-HOLDER                         PIC X(20)
                                               VALUE "CENTRAL".
       01  LOCK-RESULT                         PIC X.
           88 LOCK-WAS-GRANTED                 VALUE "Y".
       01  LOCK-CONFLICT-HOLDER                PIC X(20).
       01  OFFLINE-QUEUE-FILE-STATUS           PIC 99.
           88 OFFLINE-QUEUE-FILE-NOT-FOUND     VALUE 35.
       01  OFFLINE-QUEUE-COUNT                 PIC 9(5) VALUE 0.
       01  TUITION-TRANS-FILE-STATUS           PIC 99.
           88 TUITION-TRANS-FILE-NOT-FOUND     VALUE 35.
       01  TUITION-TRANS-COUNT                 PIC 9(5) VALUE 0.
       01  VIDEO-DEPOSIT-FILE-STATUS           PIC 99.
           88 VIDEO-DEPOSIT-FILE-NOT-FOUND     VALUE 35.
       01  VIDEO-DEPOSIT-COUNT                 PIC 9(5) VALUE 0.
       01  CONTROL-TOTAL-FUNC                  PIC X(4).
       01  CONTROL-TOTAL-RESULT                PIC X.
       01  INBOUND-PAY-FILE-STATUS             PIC 99.
           88 OUTBOUND-RETURN-FILE-NOT-FOUND   VALUE 35.
       01  INBOUND-PAY-COUNT                   PIC 9(5) VALUE 0.
       01  OUTBOUND-RETURN-COUNT               PIC 9(5) VALUE 0.
       01  BILLER-FILE-STATUS                  PIC 99.
           88 BILLER-FILE-NOT-FOUND            VALUE 35.
       01  BILL-PAY-FILE-STATUS                PIC 99.
           88 BILL-PAY-FILE-NOT-FOUND          VALUE 35.
       01  BILL-SETTLE-FILE-STATUS             PIC 99.
       01  BILL-RETURN-FILE-STATUS             PIC 99.
           88 BILL-RETURN-FILE-NOT-FOUND       VALUE 35.
       01  BILL-HISTORY-FILE-STATUS            PIC 99.
           88 BILL-HISTORY-FILE-NOT-FOUND      VALUE 35.
       01  NEW-BILL-HISTORY-FILE-STATUS        PIC 99.
       01  BILLER-COUNT                        PIC 9(3) VALUE 0.
       01  BILLER-SUBSCRIPT                    PIC 9(3) VALUE 0.
       01  BILLER-TABLE.
           02 BILLER-ENTRY OCCURS 50 TIMES.
              03 BLT-BILLER-CODE               PIC 9(4).
              03 BLT-RETURN-FLAG               PIC X.
       01  BILLER-KNOWN-FLAG                   PIC X VALUE "N".
           88 BILLER-IS-KNOWN                  VALUE "Y".
       01  BILL-CURRENT-CODE                   PIC 9(4).
       01  BILL-ITEM-COUNT                     PIC 9(6) VALUE 0.
       01  BILL-CONTROL-TOTAL                  PIC 9(11)V9(2) VALUE 0.
       01  BILL-SETTLED-COUNT                  PIC 9(5) VALUE 0.
       01  BILL-UNKNOWN-COUNT                  PIC 9(5) VALUE 0.
       01  BILL-RETURN-COUNT                   PIC 9(3) VALUE 0.
       01  BILL-RETURN-SUBSCRIPT               PIC 9(3) VALUE 0.
       01  BILL-RETURN-TABLE.
           02 BILL-RETURN-ENTRY OCCURS 100 TIMES.
              03 BRT-BILLER-CODE               PIC 9(4).
              03 BRT-REFERENCE                 PIC X(20).
              03 BRT-FROM-ACCT-NUMBER          PIC 9(16).
              03 BRT-AMOUNT                    PIC 9(5)V9(2).
              03 BRT-TIMESTAMP                 PIC 9(14).
              03 BRT-REASON                    PIC X(20).
              03 BRT-USED-FLAG                 PIC X.
       01  BILL-RETURN-MATCH-FLAG              PIC X VALUE "N".
           88 BILL-RETURN-MATCHED              VALUE "Y".
       01  BILL-RETURN-CREDITED-COUNT          PIC 9(3) VALUE 0.
       01  BILL-RETURN-CARRIED-COUNT           PIC 9(3) VALUE 0.
       01  TERM-DEPOSIT-FILE-STATUS            PIC 99.
           88 TERM-DEPOSIT-FILE-NOT-FOUND      VALUE 35.
       01  NEW-TERM-DEPOSIT-FILE-STATUS        PIC 99.
       01  TERMDEP-MATURED-COUNT               PIC 9(5) VALUE 0.
       01  TERMDEP-INTEREST-AMOUNT             PIC 9(5)V9(2) VALUE 0.
       01  TERMDEP-INTEREST-WORK               PIC 9(9)V9(2) VALUE 0.
       01  TERMDEP-BROKEN-COUNT                PIC 9(5) VALUE 0.
       01  TERMDEP-RENEWED-COUNT               PIC 9(5) VALUE 0.
       01  TERMDEP-RENEWAL-RATE                PIC 9V9(4) VALUE 0.
       01  TD-RATE-030                         PIC 9V9(4) VALUE 0.
       01  TD-RATE-090                         PIC 9V9(4) VALUE 0.
       01  TD-RATE-180                         PIC 9V9(4) VALUE 0.
       01  DATECALC-FUNCTION                   PIC X(4).
       01  DATECALC-DATE-1                     PIC 9(8).
       01  DATECALC-DATE-2                     PIC 9(8).
       01  DATECALC-DAYS                       PIC S9(5).
       01  LOAN-SCHED-FILE-STATUS              PIC 99.
           88 LOAN-SCHED-FILE-NOT-FOUND        VALUE 35.
       01  NEW-LOAN-SCHED-FILE-STATUS          PIC 99.
       01  LOAN-FUNDS-FLAG                     PIC X VALUE "N".
           88 LOAN-FUNDS-ARE-GOOD              VALUE "Y".
       01  LOAN-FUNDS-BALANCE                  PIC S9(14)V9(2).
       01  LOAN-RECOVERED-COUNT                PIC 9(5) VALUE 0.
       01  LOAN-COMMITTED-ACCT                 PIC 9(16) VALUE 0.
       01  LOAN-COMMITTED-AMOUNT               PIC 9(9)V9(2) VALUE 0.

       01  CHEQUE-FILE-STATUS                  PIC 99.
           88 CHEQUE-FILE-NOT-FOUND            VALUE 35.
           88 CHQ-RETURN-MATCHED               VALUE "Y".
       01  CHQ-RETURN-MATCH-REASON             PIC X(20).

       01  CHEQUE-BOOK-FILE-STATUS             PIC 99.
           88 CHEQUE-BOOK-FILE-NOT-FOUND       VALUE 35.
       01  CHEQUE-STOP-FILE-STATUS             PIC 99.
           88 CHEQUE-STOP-FILE-NOT-FOUND       VALUE 35.
       01  CHEQUE-PAID-FILE-STATUS             PIC 99.
           88 CHEQUE-PAID-FILE-NOT-FOUND       VALUE 35.
       01  INWARD-CHEQUE-FILE-STATUS           PIC 99.
           88 INWARD-CHEQUE-FILE-NOT-FOUND     VALUE 35.
       01  INWARD-RETURN-FILE-STATUS           PIC 99.
           88 INWARD-RETURN-FILE-NOT-FOUND     VALUE 35.
       01  INWARD-PRESENTED-COUNT              PIC 9(5) VALUE 0.
       01  INWARD-PAID-COUNT                   PIC 9(5) VALUE 0.
       01  INWARD-RETURNED-COUNT               PIC 9(5) VALUE 0.
       01  INWARD-RETURN-CODE                  PIC X(2).
       01  INWARD-RETURN-TEXT                  PIC X(20).
       01  CHEQUE-FUNDS-BALANCE                PIC S9(14)V9(2).
       01  CHQ-BOOK-COUNT                      PIC 9(4) VALUE 0.
       01  CHQ-BOOK-SUBSCRIPT                  PIC 9(4) VALUE 0.
       01  CHQ-BOOK-TABLE.
           02 CHQ-BOOK-ENTRY OCCURS 1000 TIMES.
              03 CBT-ACCT-NUMBER               PIC 9(16).
              03 CBT-FIRST-SERIAL              PIC 9(6).
              03 CBT-LAST-SERIAL               PIC 9(6).
       01  CHQ-STOP-COUNT                      PIC 9(4) VALUE 0.
       01  CHQ-STOP-SUBSCRIPT                  PIC 9(4) VALUE 0.
       01  CHQ-STOP-TABLE.
           02 CHQ-STOP-ENTRY OCCURS 1000 TIMES.
              03 CST-ACCT-NUMBER               PIC 9(16).
              03 CST-FIRST-SERIAL              PIC 9(6).
              03 CST-LAST-SERIAL               PIC 9(6).
       01  CHQ-PAID-COUNT                      PIC 9(4) VALUE 0.
       01  CHQ-PAID-SUBSCRIPT                  PIC 9(4) VALUE 0.
       01  CHQ-PAID-TABLE.
           02 CHQ-PAID-ENTRY OCCURS 5000 TIMES.
              03 CPT-ACCT-NUMBER               PIC 9(16).
              03 CPT-SERIAL                    PIC 9(6).
       01  CHQ-COMMIT-COUNT                    PIC 9(3) VALUE 0.
       01  CHQ-COMMIT-SUBSCRIPT                PIC 9(3) VALUE 0.
       01  CHQ-COMMIT-TABLE.
           02 CHQ-COMMIT-ENTRY OCCURS 500 TIMES.
              03 CCT-ACCT-NUMBER               PIC 9(16).
              03 CCT-AMOUNT                    PIC 9(9)V9(2).

       01  FCY-BALANCE-FILE-STATUS             PIC 99.
           88 FCY-BALANCE-FILE-NOT-FOUND       VALUE 35.
       01  NEW-FCY-BALANCE-FILE-STATUS         PIC 99.
       01  FCY-REVAL-GAIN-TOTAL                PIC 9(11)V9(2) VALUE 0.
       01  FCY-REVAL-LOSS-TOTAL                PIC 9(11)V9(2) VALUE 0.
       01  FCY-REVAL-COUNT                     PIC 9(5) VALUE 0.
       01  GL-REVAL-GAIN-DEBIT                 PIC 9(8) VALUE 20200000.
       01  GL-REVAL-GAIN-CREDIT                PIC 9(8) VALUE 40200000.
       01  GL-REVAL-LOSS-DEBIT                 PIC 9(8) VALUE 50200000.
       01  GL-REVAL-LOSS-CREDIT                PIC 9(8) VALUE 20200000.

       01  ALERT-PREFS-FILE-STATUS             PIC 99.
           88 ALERT-PREFS-FILE-NOT-FOUND       VALUE 35.
           88 ALERT-FILE-NOT-FOUND             VALUE 35.
       01  CUSTOMER-FILE-STATUS                PIC 99.
           88 CUSTOMER-FILE-NOT-FOUND          VALUE 35.
       01  MEMO-POST-FILE-STATUS               PIC 99.
           88 MEMO-POST-FILE-NOT-FOUND         VALUE 35.
       01  ALERT-OPENED                        PIC X VALUE "N".
           88 ALERT-FILE-IS-OPEN               VALUE "Y".
       01  ALERT-COUNT                         PIC 9(5) VALUE 0.
       01  TODAY-FULL-DATE                     PIC 9(8).
       01  STANDING-TIMESTAMP-NOW              PIC 9(14).
       01  STANDING-ORDER-COUNT                PIC 9(5) VALUE 0.
       01  STANDING-WINDOW-START               PIC 9(8) VALUE 0.
       01  STANDING-PRIOR-RUN-STAMP            PIC 9(8).
       01  STANDING-SCHEDULE-DATE              PIC 9(8).
       01  STANDING-SCHEDULE-BREAKDOWN REDEFINES
              STANDING-SCHEDULE-DATE.
           02 STANDING-SCHEDULE-YEAR           PIC 9(4).
           02 STANDING-SCHEDULE-MONTH          PIC 9(2).
           02 STANDING-SCHEDULE-DAY            PIC 9(2).
       01  STANDING-EFFECTIVE-DATE             PIC 9(8).
       01  BUSCAL-FUNCTION                     PIC X(4).
       01  BUSCAL-DATE-IN                      PIC 9(8).
       01  BUSCAL-DATE-OUT                     PIC 9(8).
       01  BUSCAL-RESULT                       PIC X.
       01  EFFECTIVE-DUE-DATE                  PIC 9(8).
       01  CHECKPOINT-LAST-ACCT                PIC 9(16) VALUE 0.
       01  RESTARTING-RUN                      PIC X VALUE "N".
           88 IS-RESTARTING-RUN                VALUE "Y".
           02 LD-PREFIX-4                       PIC X(4)
              VALUE " CH ".
           02 LD-CARDHOLDER-ID                  PIC X(2).
           02 LD-PREFIX-5                       PIC X(5)
              VALUE " REF ".
           02 LD-TRANS-REF                      PIC X(24).

       01  LEDGER-CLOSE-BUFFER.
           02 LC-PREFIX-1                       PIC X(7)
                 MOVE "transTuition.txt" TO TUITION-TRANS-FILE-DSN
           END-ACCEPT.

           ACCEPT VIDEO-DEPOSIT-FILE-DSN
              FROM ENVIRONMENT "ATM_TRANS_VIDEO_DEPOSIT_FILE"
              ON EXCEPTION
                 MOVE "transVideoDep.txt" TO VIDEO-DEPOSIT-FILE-DSN
           END-ACCEPT.

           ACCEPT OUTBOUND-RETURN-FILE-DSN
              FROM ENVIRONMENT "ATM_OUTBOUND_RETURN_FILE"
              ON EXCEPTION
                 MOVE "outReturns.txt" TO OUTBOUND-RETURN-FILE-DSN
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

           ACCEPT BILL-HISTORY-FILE-DSN
              FROM ENVIRONMENT "ATM_BILL_HISTORY_FILE"
              ON EXCEPTION
                 MOVE "billHistory.txt" TO BILL-HISTORY-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-BILL-HISTORY-FILE-DSN
              FROM ENVIRONMENT "ATM_BILL_HISTORY_NEW_FILE"
              ON EXCEPTION
                 MOVE "billHistory.txt.new" TO NEW-BILL-HISTORY-FILE-DSN
           END-ACCEPT.

           ACCEPT BILL-SETTLE-PREFIX
              FROM ENVIRONMENT "ATM_BILL_SETTLE_PREFIX"
              ON EXCEPTION
                 MOVE "billSettle" TO BILL-SETTLE-PREFIX
           END-ACCEPT.

           ACCEPT BILL-RETURN-PREFIX
              FROM ENVIRONMENT "ATM_BILL_RETURN_PREFIX"
              ON EXCEPTION
                 MOVE "billReturn" TO BILL-RETURN-PREFIX
           END-ACCEPT.

           ACCEPT TERM-DEPOSIT-FILE-DSN
              FROM ENVIRONMENT "ATM_TERM_DEPOSIT_FILE"
              ON EXCEPTION
                 MOVE "chqReturns.txt" TO CHEQUE-RETURN-FILE-DSN
           END-ACCEPT.

           ACCEPT CHEQUE-BOOK-FILE-DSN
              FROM ENVIRONMENT "ATM_CHEQUE_BOOK_FILE"
              ON EXCEPTION
                 MOVE "chqBooks.txt" TO CHEQUE-BOOK-FILE-DSN
           END-ACCEPT.

           ACCEPT CHEQUE-STOP-FILE-DSN
              FROM ENVIRONMENT "ATM_CHEQUE_STOP_FILE"
              ON EXCEPTION
                 MOVE "chqStops.txt" TO CHEQUE-STOP-FILE-DSN
           END-ACCEPT.

           ACCEPT CHEQUE-PAID-FILE-DSN
              FROM ENVIRONMENT "ATM_CHEQUE_PAID_FILE"
              ON EXCEPTION
                 MOVE "chqPaid.txt" TO CHEQUE-PAID-FILE-DSN
           END-ACCEPT.

           ACCEPT INWARD-CHEQUE-FILE-DSN
              FROM ENVIRONMENT "ATM_CHEQUE_INWARD_FILE"
              ON EXCEPTION
                 MOVE "chqInward.txt" TO INWARD-CHEQUE-FILE-DSN
           END-ACCEPT.

           ACCEPT INWARD-RETURN-FILE-DSN
              FROM ENVIRONMENT "ATM_CHEQUE_INWARD_RETURN_FILE"
              ON EXCEPTION
                 MOVE "chqInwardReturns.txt" TO INWARD-RETURN-FILE-DSN
           END-ACCEPT.

           ACCEPT FCY-BALANCE-FILE-DSN
              FROM ENVIRONMENT "ATM_FCY_BALANCE_FILE"
              ON EXCEPTION
                 MOVE "transDispute.txt" TO DISPUTE-TRANS-FILE-DSN
           END-ACCEPT.

           ACCEPT COLL-FEE-FILE-DSN
              FROM ENVIRONMENT "ATM_COLL_FEE_FILE"
              ON EXCEPTION
                 MOVE "collfees.txt" TO COLL-FEE-FILE-DSN
           END-ACCEPT.

           ACCEPT LOAN-POST-FILE-DSN
              FROM ENVIRONMENT "ATM_LOAN_POST_FILE"
              ON EXCEPTION
                 MOVE "loanpay.txt" TO LOAN-POST-FILE-DSN
           END-ACCEPT.

           ACCEPT WHT-REGISTER-FILE-DSN
              FROM ENVIRONMENT "ATM_WHT_REGISTER_FILE"
              ON EXCEPTION
                 MOVE "transTeller.txt" TO TELLER-TRANS-FILE-DSN
           END-ACCEPT.

           ACCEPT ENV-ADJUST-FILE-DSN
              FROM ENVIRONMENT "ATM_ENV_ADJUST_FILE"
              ON EXCEPTION
                 MOVE "envAdjust.txt" TO ENV-ADJUST-FILE-DSN
           END-ACCEPT.

           ACCEPT PRODUCT-FILE-DSN FROM ENVIRONMENT "ATM_PRODUCT_FILE"
              ON EXCEPTION MOVE "products.txt" TO PRODUCT-FILE-DSN
           END-ACCEPT.

           ACCEPT ESTATE-FILE-DSN FROM ENVIRONMENT "ATM_ESTATE_FILE"
              ON EXCEPTION MOVE "estates.txt" TO ESTATE-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-ESTATE-FILE-DSN
              FROM ENVIRONMENT "ATM_ESTATE_NEW_FILE"
              ON EXCEPTION
                 MOVE "estates.txt.new" TO NEW-ESTATE-FILE-DSN
           END-ACCEPT.

           ACCEPT ESTATE-ACCT-FILE-DSN
              FROM ENVIRONMENT "ATM_ESTATE_ACCT_FILE"
              ON EXCEPTION
                 MOVE "estAccts.txt" TO ESTATE-ACCT-FILE-DSN
           END-ACCEPT.

           ACCEPT ESTATE-AUDIT-FILE-DSN
              FROM ENVIRONMENT "ATM_ESTATE_AUDIT_FILE"
              ON EXCEPTION
                 MOVE "estAudit.txt" TO ESTATE-AUDIT-FILE-DSN
           END-ACCEPT.

           ACCEPT LEGAL-ORDER-FILE-DSN
              FROM ENVIRONMENT "ATM_LEGAL_ORDER_FILE"
              ON EXCEPTION
                 MOVE "legalOrd.txt" TO LEGAL-ORDER-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-LEGAL-ORDER-FILE-DSN
              FROM ENVIRONMENT "ATM_LEGAL_ORDER_NEW_FILE"
              ON EXCEPTION
                 MOVE "legalOrd.txt.new" TO NEW-LEGAL-ORDER-FILE-DSN
           END-ACCEPT.

           ACCEPT LEGAL-REMIT-FILE-DSN
              FROM ENVIRONMENT "ATM_LEGAL_REMIT_FILE"
              ON EXCEPTION
                 MOVE "legalRem.txt" TO LEGAL-REMIT-FILE-DSN
           END-ACCEPT.

           ACCEPT JOURNAL-FILE-DSN
              FROM ENVIRONMENT "ATM_JOURNAL_FILE"
              ON EXCEPTION
              ON EXCEPTION MOVE "fxlog.txt" TO FX-LOG-FILE-DSN
           END-ACCEPT.

           ACCEPT FX-HISTORY-FILE-DSN
              FROM ENVIRONMENT "ATM_FX_HISTORY_FILE"
              ON EXCEPTION MOVE "fxhist.txt" TO FX-HISTORY-FILE-DSN
           END-ACCEPT.

           ACCEPT FX-REPORT-FILE-DSN
              FROM ENVIRONMENT "ATM_FX_REPORT_FILE"
              ON EXCEPTION
                 MOVE "fxReport.txt" TO FX-REPORT-FILE-DSN
           END-ACCEPT.

           ACCEPT MEMO-POST-FILE-DSN
              FROM ENVIRONMENT "ATM_MEMO_POST_FILE"
              ON EXCEPTION
                 MOVE "memopost.txt" TO MEMO-POST-FILE-DSN
           END-ACCEPT.

           GO TO READ-PARAMETER-FILE.

       READ-PARAMETER-FILE.
              MOVE PARAM-EFFECTIVE-DATE TO BEST-WHT-RATE-DATE
           END-IF.

           IF PARAM-NAME = "TD-RATE-030" AND
              PARAM-EFFECTIVE-DATE NOT < BEST-TD-RATE-030-DATE
           THEN
              MOVE PARAM-VALUE TO TD-RATE-030
              MOVE PARAM-EFFECTIVE-DATE TO BEST-TD-RATE-030-DATE
           END-IF.

           IF PARAM-NAME = "TD-RATE-090" AND
              PARAM-EFFECTIVE-DATE NOT < BEST-TD-RATE-090-DATE
           THEN
              MOVE PARAM-VALUE TO TD-RATE-090
              MOVE PARAM-EFFECTIVE-DATE TO BEST-TD-RATE-090-DATE
           END-IF.

           IF PARAM-NAME = "TD-RATE-180" AND
              PARAM-EFFECTIVE-DATE NOT < BEST-TD-RATE-180-DATE
           THEN
              MOVE PARAM-VALUE TO TD-RATE-180
              MOVE PARAM-EFFECTIVE-DATE TO BEST-TD-RATE-180-DATE
           END-IF.

           GO TO READ-PARAMETER-FILE-LOOP.

       READ-PARAMETER-FILE-DONE.
           GO TO LOAD-TERMINAL-REGISTRY.

       LOAD-TERMINAL-REGISTRY.
           PERFORM LOAD-PRODUCT-TABLE THRU LOAD-PRODUCT-TABLE-EXIT.
           PERFORM LOAD-ESTATE-HOLDS THRU LOAD-ESTATE-HOLDS-EXIT.
           OPEN INPUT TERMINAL-REGISTRY-FILE.
           IF TERMINAL-REGISTRY-NOT-FOUND
           THEN
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM ACQUIRE-RUN-LOCKS THRU ACQUIRE-RUN-LOCKS-EXIT.
           MOVE 0 TO TERMINAL-SUBSCRIPT.

       CLEAR-TERMINAL-TOTALS-LOOP.

       CHECK-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-FULL-DATE.
           MOVE 0 TO RECORDED-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-FILE-NOT-FOUND
           THEN
              THEN
                 CLOSE RUN-LOG-FILE
              END-IF
              PERFORM RELEASE-RUN-LOCKS THRU RELEASE-RUN-LOCKS-EXIT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
              END-IF
           END-IF.

           IF TODAY-FULL-DATE > EXPECTED-NEXT-DATE
           THEN
              MOVE "NEXT" TO BUSCAL-FUNCTION
              MOVE EXPECTED-NEXT-DATE TO BUSCAL-DATE-IN
              PERFORM CALL-BUSINESS-CALENDAR
              IF BUSCAL-DATE-OUT NOT < TODAY-FULL-DATE
              THEN
                 STRING "=====> NON-BUSINESS DAY(S) SINCE LAST RUN "
                    RECORDED-BUSINESS-DATE " -- CATCHING UP ITEMS "
                    "DUE IN THE GAP" DELIMITED BY SIZE
                    INTO RUN-LOG-MESSAGE
                 PERFORM LOG-RUN-EVENT
                 MOVE TODAY-FULL-DATE TO EXPECTED-NEXT-DATE
              END-IF
           END-IF.

           IF TODAY-FULL-DATE > EXPECTED-NEXT-DATE
           THEN
              STRING "~~~~~~~~~~~~~~~> CALENDAR DAY(S) SKIPPED -- "
              THEN
                 CLOSE RUN-LOG-FILE
              END-IF
              PERFORM RELEASE-RUN-LOCKS THRU RELEASE-RUN-LOCKS-EXIT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "I" TO BUSDATE-STATUS.
           WRITE BUSINESS-DATE-RECORD.
           CLOSE BUSINESS-DATE-FILE.
           PERFORM SET-STANDING-WINDOW THRU SET-STANDING-WINDOW-EXIT.
           PERFORM LOAD-ALERT-PREFS THRU LOAD-ALERT-PREFS-EXIT.
           GO TO RELEASE-EXPIRED-HOLDS.

           READ HOLDS-FILE
              AT END GO TO RELEASE-EXPIRED-HOLDS-DONE
           END-READ.
           MOVE "NEXT" TO BUSCAL-FUNCTION.
           MOVE HOLD-RELEASE-DATE TO BUSCAL-DATE-IN.
           PERFORM CALL-BUSINESS-CALENDAR.
           MOVE BUSCAL-DATE-OUT TO EFFECTIVE-DUE-DATE.
           IF (HOLD-IS-HELD OR HOLD-IS-PENDING-POST) AND
              EFFECTIVE-DUE-DATE NOT > TODAY-FULL-DATE
           THEN
              ADD 1 TO HOLDS-RELEASED-COUNT
              STRING "~~~~~~~~~~~~~~~> HOLD RELEASED: ACCT "
           GO TO GENERATE-STANDING-ORDERS-LOOP.

       GENERATE-STANDING-ORDERS-LOOP.
           MOVE STDORD-LAST-RUN-STAMP TO STANDING-PRIOR-RUN-STAMP.
           IF STDORD-DAY-OF-MONTH > 0 AND STDORD-DAY-OF-MONTH < 32
           THEN
              MOVE TODAY-FULL-DATE TO STANDING-SCHEDULE-DATE
              IF STANDING-SCHEDULE-MONTH > 1
              THEN
                 SUBTRACT 1 FROM STANDING-SCHEDULE-MONTH
              ELSE
                 MOVE 12 TO STANDING-SCHEDULE-MONTH
                 SUBTRACT 1 FROM STANDING-SCHEDULE-YEAR
              END-IF
              PERFORM CHECK-STANDING-SCHEDULE THRU
                 CHECK-STANDING-SCHEDULE-EXIT
              MOVE TODAY-FULL-DATE TO STANDING-SCHEDULE-DATE
              PERFORM CHECK-STANDING-SCHEDULE THRU
                 CHECK-STANDING-SCHEDULE-EXIT
           END-IF.

           WRITE NEW-STANDING-ORDER-RECORD FROM STANDING-ORDER-RECORD.
           END-IF.
           GO TO PROMOTE-STANDING-ORDER-FILE.

       CHECK-STANDING-SCHEDULE.
           MOVE BUSDATE-MONTH-DAYS(STANDING-SCHEDULE-MONTH)
              TO BUSDATE-DAYS-IN-MONTH.
           IF STANDING-SCHEDULE-MONTH = 2
           THEN
              MOVE "N" TO BUSDATE-LEAP-FLAG
              DIVIDE STANDING-SCHEDULE-YEAR BY 4
                 GIVING BUSDATE-LEAP-QUOTIENT
                 REMAINDER BUSDATE-LEAP-REMAINDER
              IF BUSDATE-LEAP-REMAINDER = 0
              THEN
                 SET BUSDATE-IS-LEAP-YEAR TO TRUE
                 DIVIDE STANDING-SCHEDULE-YEAR BY 100
                    GIVING BUSDATE-LEAP-QUOTIENT
                    REMAINDER BUSDATE-LEAP-REMAINDER
                 IF BUSDATE-LEAP-REMAINDER = 0
                 THEN
                    MOVE "N" TO BUSDATE-LEAP-FLAG
                    DIVIDE STANDING-SCHEDULE-YEAR BY 400
                       GIVING BUSDATE-LEAP-QUOTIENT
                       REMAINDER BUSDATE-LEAP-REMAINDER
                    IF BUSDATE-LEAP-REMAINDER = 0
                    THEN
                       SET BUSDATE-IS-LEAP-YEAR TO TRUE
                    END-IF
                 END-IF
              END-IF
              IF BUSDATE-IS-LEAP-YEAR
              THEN
                 MOVE 29 TO BUSDATE-DAYS-IN-MONTH
              END-IF
           END-IF.
           IF STDORD-DAY-OF-MONTH > BUSDATE-DAYS-IN-MONTH
           THEN
              MOVE BUSDATE-DAYS-IN-MONTH TO STANDING-SCHEDULE-DAY
           ELSE
              MOVE STDORD-DAY-OF-MONTH TO STANDING-SCHEDULE-DAY
           END-IF.

           MOVE "MFOL" TO BUSCAL-FUNCTION.
           MOVE STANDING-SCHEDULE-DATE TO BUSCAL-DATE-IN.
           PERFORM CALL-BUSINESS-CALENDAR.
           MOVE BUSCAL-DATE-OUT TO STANDING-EFFECTIVE-DATE.
           IF STANDING-EFFECTIVE-DATE NOT > STANDING-WINDOW-START OR
              STANDING-EFFECTIVE-DATE > TODAY-FULL-DATE OR
              STANDING-PRIOR-RUN-STAMP NOT < STANDING-EFFECTIVE-DATE
           THEN
              GO TO CHECK-STANDING-SCHEDULE-EXIT
           END-IF.

           MOVE STDORD-FROM-ACCT      TO STANDING-ACCT-NUMBER.
           MOVE "X"                  TO STANDING-OPERATION.
           MOVE STDORD-AMOUNT         TO STANDING-AMOUNT.
           MOVE STANDING-TIMESTAMP-NOW TO STANDING-TIMESTAMP.
           MOVE "00" TO STANDING-CARDHOLDER-ID.
           MOVE "CSTO" TO CENTRAL-REF-SOURCE.
           PERFORM ISSUE-STANDING-TRANS-REF.
           WRITE STANDING-TRANS-RECORD.

           MOVE STDORD-TO-ACCT        TO STANDING-ACCT-NUMBER.
           MOVE "Y"                  TO STANDING-OPERATION.
           WRITE STANDING-TRANS-RECORD.

           STRING "~~~~~~~~~~~~~~~> STANDING ORDER POSTED: "
              STDORD-FROM-ACCT " -> " STDORD-TO-ACCT
              " AMOUNT: " STDORD-AMOUNT " DUE "
              STANDING-SCHEDULE-DATE DELIMITED BY SIZE
              INTO RUN-LOG-MESSAGE.
           PERFORM LOG-RUN-EVENT.
           ADD 1 TO STANDING-ORDER-COUNT.
           MOVE TODAY-FULL-DATE       TO STDORD-LAST-RUN-STAMP.

       CHECK-STANDING-SCHEDULE-EXIT.
           EXIT.

       SET-STANDING-WINDOW.
           MOVE "ISBD" TO BUSCAL-FUNCTION.
           MOVE TODAY-FULL-DATE TO BUSCAL-DATE-IN.
           PERFORM CALL-BUSINESS-CALENDAR.
           IF BUSCAL-RESULT = "N"
           THEN
              STRING "=====> " TODAY-FULL-DATE " IS NOT A BUSINESS "
                 "DAY -- ITEMS DUE TODAY ROLL TO THE NEXT BUSINESS "
                 "DAY" DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
              PERFORM LOG-RUN-EVENT
           END-IF.
           IF RECORDED-BUSINESS-DATE IS NUMERIC AND
              RECORDED-BUSINESS-DATE > 0 AND
              RECORDED-BUSINESS-DATE < TODAY-FULL-DATE
           THEN
              MOVE RECORDED-BUSINESS-DATE TO STANDING-WINDOW-START
              GO TO SET-STANDING-WINDOW-EXIT
           END-IF.
           MOVE "LAST" TO BUSCAL-FUNCTION.
           MOVE TODAY-FULL-DATE TO BUSCAL-DATE-IN.
           PERFORM CALL-BUSINESS-CALENDAR.
           MOVE BUSCAL-DATE-OUT TO STANDING-WINDOW-START.

       SET-STANDING-WINDOW-EXIT.
           EXIT.

       CALL-BUSINESS-CALENDAR.
           MOVE BUSCAL-DATE-IN TO BUSCAL-DATE-OUT.
           MOVE " " TO BUSCAL-RESULT.
           CALL "BUSCAL" USING BUSCAL-FUNCTION BUSCAL-DATE-IN
              BUSCAL-DATE-OUT BUSCAL-RESULT
              ON EXCEPTION
                 MOVE BUSCAL-DATE-IN TO BUSCAL-DATE-OUT
           END-CALL.

       PROMOTE-STANDING-ORDER-FILE.
           OPEN INPUT NEW-STANDING-ORDER-FILE.
           OPEN OUTPUT STANDING-ORDER-FILE.
           MOVE INPAY-AMOUNT           TO STANDING-AMOUNT.
           MOVE INPAY-TIMESTAMP        TO STANDING-TIMESTAMP.
           MOVE "00"                   TO STANDING-CARDHOLDER-ID.
           MOVE "CINB" TO CENTRAL-REF-SOURCE.
           PERFORM ISSUE-STANDING-TRANS-REF.
           WRITE STANDING-TRANS-RECORD.
           ADD 1 TO INBOUND-PAY-COUNT.
           STRING "~~~~~~~~~~~~~~~> INBOUND PAYMENT POSTED: BANK "
           MOVE RETURN-AMOUNT           TO STANDING-AMOUNT.
           MOVE STANDING-TIMESTAMP-NOW  TO STANDING-TIMESTAMP.
           MOVE "00"                    TO STANDING-CARDHOLDER-ID.
           MOVE "CRET" TO CENTRAL-REF-SOURCE.
           PERFORM ISSUE-STANDING-TRANS-REF.
           WRITE STANDING-TRANS-RECORD.
           ADD 1 TO OUTBOUND-RETURN-COUNT.
           STRING "~~~~~~~~~~~~~~~> RETURNED PAYMENT RE-CREDITED: "
           GO TO POST-INTERBANK-DONE.

       POST-INTERBANK-DONE.
           GO TO POST-BILL-RETURNS.

       POST-BILL-RETURNS.
           PERFORM LOAD-BILLER-TABLE THRU LOAD-BILLER-TABLE-EXIT.
           MOVE 0 TO BILL-RETURN-COUNT.
           MOVE 0 TO BILLER-SUBSCRIPT.
           PERFORM LOAD-BILL-RETURNS THRU LOAD-BILL-RETURNS-EXIT.
           IF BILL-RETURN-COUNT = 0
           THEN
              GO TO SETTLE-BILL-PAYMENTS
           END-IF.
           MOVE 0 TO BILL-RETURN-CREDITED-COUNT.
           OPEN INPUT BILL-HISTORY-FILE.
           IF BILL-HISTORY-FILE-NOT-FOUND
           THEN
              GO TO POST-BILL-RETURNS-CARRY
           END-IF.
           OPEN OUTPUT NEW-BILL-HISTORY-FILE.

       POST-BILL-RETURNS-LOOP.
           READ BILL-HISTORY-FILE
              AT END GO TO POST-BILL-RETURNS-PROMOTE
           END-READ.
           IF BILL-IS-SETTLED
           THEN
              PERFORM MATCH-BILL-RETURN THRU MATCH-BILL-RETURN-EXIT
              IF BILL-RETURN-MATCHED
              THEN
                 SET BILL-IS-RETURNED TO TRUE
                 MOVE BH-FROM-ACCT-NUMBER     TO STANDING-ACCT-NUMBER
                 MOVE "D"                     TO STANDING-OPERATION
                 MOVE BH-AMOUNT               TO STANDING-AMOUNT
                 MOVE STANDING-TIMESTAMP-NOW  TO STANDING-TIMESTAMP
                 MOVE "00"                    TO STANDING-CARDHOLDER-ID
                 MOVE "CBRT" TO CENTRAL-REF-SOURCE
                 PERFORM ISSUE-STANDING-TRANS-REF
                 WRITE STANDING-TRANS-RECORD
                 ADD 1 TO BILL-RETURN-CREDITED-COUNT
                 STRING "~~~~~~~~~~~~~~~> RETURNED BILL PAYMENT "
                    "RE-CREDITED: BILLER " BH-BILLER-CODE
                    " ACCT " BH-FROM-ACCT-NUMBER " AMOUNT: " BH-AMOUNT
                    " REASON: " BRT-REASON(BILL-RETURN-SUBSCRIPT)
                    DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
                 PERFORM LOG-RUN-EVENT
              END-IF
           END-IF.
           WRITE NEW-BILL-HISTORY-RECORD FROM BILL-HISTORY-RECORD.
           GO TO POST-BILL-RETURNS-LOOP.

       POST-BILL-RETURNS-PROMOTE.
           CLOSE BILL-HISTORY-FILE.
           CLOSE NEW-BILL-HISTORY-FILE.
           OPEN INPUT NEW-BILL-HISTORY-FILE.
           OPEN OUTPUT BILL-HISTORY-FILE.

       POST-BILL-RETURNS-PROMOTE-LOOP.
           READ NEW-BILL-HISTORY-FILE
              AT END GO TO POST-BILL-RETURNS-PROMOTE-DONE
           END-READ.
           WRITE BILL-HISTORY-RECORD FROM NEW-BILL-HISTORY-RECORD.
           GO TO POST-BILL-RETURNS-PROMOTE-LOOP.

       POST-BILL-RETURNS-PROMOTE-DONE.
           CLOSE NEW-BILL-HISTORY-FILE.
           CLOSE BILL-HISTORY-FILE.

       POST-BILL-RETURNS-CARRY.
           MOVE 0 TO BILL-RETURN-CARRIED-COUNT.
           MOVE 0 TO BILLER-SUBSCRIPT.
           PERFORM CARRY-BILL-RETURNS THRU CARRY-BILL-RETURNS-EXIT.
           STRING "=====> " BILL-RETURN-COUNT
              " RETURNED BILL PAYMENT(S) LOADED, "
              BILL-RETURN-CREDITED-COUNT " RE-CREDITED, "
              BILL-RETURN-CARRIED-COUNT
              " UNMATCHED CARRIED FORWARD FOR OPERATOR REVIEW"
              DELIMITED BY SIZE INTO RUN-LOG-MESSAGE.
           PERFORM LOG-RUN-EVENT.
           GO TO SETTLE-BILL-PAYMENTS.

       SETTLE-BILL-PAYMENTS.
           MOVE 0 TO BILL-SETTLED-COUNT.
           MOVE 0 TO BILL-UNKNOWN-COUNT.
           OPEN INPUT BILL-PAY-FILE.
           IF BILL-PAY-FILE-NOT-FOUND
           THEN
              GO TO POST-OFFLINE-QUEUE
           END-IF.
           CLOSE BILL-PAY-FILE.
           OPEN EXTEND BILL-HISTORY-FILE.
           IF BILL-HISTORY-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT BILL-HISTORY-FILE
           END-IF.
           MOVE 0 TO BILLER-SUBSCRIPT.
           PERFORM SETTLE-ONE-BILLER THRU SETTLE-ONE-BILLER-EXIT.
           OPEN INPUT BILL-PAY-FILE.

       SETTLE-BILL-UNKNOWN-LOOP.
           READ BILL-PAY-FILE
              AT END GO TO SETTLE-BILL-PAYMENTS-DONE
           END-READ.
           MOVE BILLPAY-BILLER-CODE TO BILL-CURRENT-CODE.
           PERFORM FIND-BILLER-IN-TABLE THRU FIND-BILLER-IN-TABLE-EXIT.
           IF BILLER-IS-KNOWN
           THEN
              GO TO SETTLE-BILL-UNKNOWN-LOOP
           END-IF.
           MOVE BILLPAY-FROM-ACCT-NUMBER TO STANDING-ACCT-NUMBER.
           MOVE "D"                      TO STANDING-OPERATION.
           MOVE BILLPAY-AMOUNT           TO STANDING-AMOUNT.
           MOVE STANDING-TIMESTAMP-NOW   TO STANDING-TIMESTAMP.
           MOVE "00"                     TO STANDING-CARDHOLDER-ID.
           MOVE "CBIL" TO CENTRAL-REF-SOURCE.
           PERFORM ISSUE-STANDING-TRANS-REF.
           WRITE STANDING-TRANS-RECORD.
           ADD 1 TO BILL-UNKNOWN-COUNT.
           STRING "~~~~~~~~~~~~~~~> BILL PAYMENT TO UNKNOWN BILLER "
              BILLPAY-BILLER-CODE " RE-CREDITED: ACCT "
              BILLPAY-FROM-ACCT-NUMBER " AMOUNT: " BILLPAY-AMOUNT
              DELIMITED BY SIZE INTO RUN-LOG-MESSAGE.
           PERFORM LOG-RUN-EVENT.
           GO TO SETTLE-BILL-UNKNOWN-LOOP.

       SETTLE-BILL-PAYMENTS-DONE.
           CLOSE BILL-PAY-FILE.
           CLOSE BILL-HISTORY-FILE.
           IF BILL-SETTLED-COUNT > 0 OR BILL-UNKNOWN-COUNT > 0
           THEN
              OPEN OUTPUT BILL-PAY-FILE
              CLOSE BILL-PAY-FILE
              STRING "=====> " BILL-SETTLED-COUNT
                 " BILL PAYMENT(S) SETTLED, " BILL-UNKNOWN-COUNT
                 " RE-CREDITED, INTERFACE FILE CLEARED"
                 DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
              PERFORM LOG-RUN-EVENT
           END-IF.
           GO TO POST-OFFLINE-QUEUE.

       POST-OFFLINE-QUEUE.
           OPEN INPUT OFFLINE-QUEUE-FILE.
           IF OFFLINE-QUEUE-FILE-NOT-FOUND
           THEN
              GO TO POST-OFFLINE-QUEUE-DONE
           GO TO POST-TUITION-COLLECTIONS-LOOP.

       POST-TUITION-COLLECTIONS-DONE.
           GO TO POST-VIDEO-DEPOSITS.

       RESET-TUITION-CONTROL.
           MOVE "WRIT" TO CONTROL-TOTAL-FUNC.
                 CONTINUE
           END-CALL.

       POST-VIDEO-DEPOSITS.
           MOVE "CHEK" TO CONTROL-TOTAL-FUNC.
           CALL "STRMTOTAL" USING CONTROL-TOTAL-FUNC
              VIDEO-DEPOSIT-FILE-DSN CONTROL-TOTAL-RESULT
              ON EXCEPTION
                 MOVE "E" TO CONTROL-TOTAL-RESULT
           END-CALL.
           IF CONTROL-TOTAL-RESULT = "M"
           THEN
              MOVE VIDEO-DEPOSIT-FILE-DSN TO TERMINAL-CHECK-FILE-NAME
              GO TO HANDOFF-CONTROL-MISMATCH
           END-IF.
           IF CONTROL-TOTAL-RESULT = "N"
           THEN
              MOVE SPACES TO RUN-LOG-MESSAGE
              STRING "~~~~~~~~~~~~~~~> NO CONTROL TOTALS ON FILE "
                 "FOR " VIDEO-DEPOSIT-FILE-DSN DELIMITED BY SIZE
                 INTO RUN-LOG-MESSAGE
              PERFORM LOG-RUN-EVENT
           END-IF.
           OPEN INPUT VIDEO-DEPOSIT-FILE.
           IF VIDEO-DEPOSIT-FILE-NOT-FOUND
           THEN
              GO TO POST-VIDEO-DEPOSITS-DONE
           END-IF.

       POST-VIDEO-DEPOSITS-LOOP.
           READ VIDEO-DEPOSIT-FILE
              AT END
                 CLOSE VIDEO-DEPOSIT-FILE
                 IF VIDEO-DEPOSIT-COUNT > 0
                 THEN
                    OPEN OUTPUT VIDEO-DEPOSIT-FILE
                    CLOSE VIDEO-DEPOSIT-FILE
                    PERFORM RESET-VIDEO-DEPOSIT-CONTROL
                    MOVE SPACES TO RUN-LOG-MESSAGE
                    STRING "=====> " VIDEO-DEPOSIT-COUNT
                       " VIDEO STORE DEPOSIT(S) PICKED UP FOR "
                       "POSTING" DELIMITED BY SIZE
                       INTO RUN-LOG-MESSAGE
                    PERFORM LOG-RUN-EVENT
                 END-IF
                 GO TO POST-VIDEO-DEPOSITS-DONE
           END-READ.
           MOVE VIDEO-DEPOSIT-RECORD TO STANDING-TRANS-RECORD.
           WRITE STANDING-TRANS-RECORD.
           ADD 1 TO VIDEO-DEPOSIT-COUNT.
           GO TO POST-VIDEO-DEPOSITS-LOOP.

       POST-VIDEO-DEPOSITS-DONE.
           GO TO POST-DISPUTE-POSTINGS.

       RESET-VIDEO-DEPOSIT-CONTROL.
           MOVE "WRIT" TO CONTROL-TOTAL-FUNC.
           CALL "STRMTOTAL" USING CONTROL-TOTAL-FUNC
              VIDEO-DEPOSIT-FILE-DSN CONTROL-TOTAL-RESULT
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       POST-DISPUTE-POSTINGS.
           OPEN INPUT DISPUTE-TRANS-FILE.
           IF DISPUTE-TRANS-FILE-NOT-FOUND
           GO TO POST-DISPUTE-POSTINGS-LOOP.

       POST-DISPUTE-POSTINGS-DONE.
           GO TO POST-COLLECTION-FEES.

       POST-COLLECTION-FEES.
           OPEN INPUT COLL-FEE-FILE.
           IF COLL-FEE-FILE-NOT-FOUND
           THEN
              GO TO POST-COLLECTION-FEES-DONE
           END-IF.

       POST-COLLECTION-FEES-LOOP.
           READ COLL-FEE-FILE
              AT END
                 CLOSE COLL-FEE-FILE
                 IF COLL-FEE-COUNT > 0
                 THEN
                    OPEN OUTPUT COLL-FEE-FILE
                    CLOSE COLL-FEE-FILE
                    STRING "=====> " COLL-FEE-COUNT
                       " LOAN LATE FEE(S) PICKED UP"
                       DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
                    PERFORM LOG-RUN-EVENT
                 END-IF
                 GO TO POST-COLLECTION-FEES-DONE
           END-READ.
           MOVE COLL-FEE-RECORD TO STANDING-TRANS-RECORD.
           WRITE STANDING-TRANS-RECORD.
           ADD 1 TO COLL-FEE-COUNT.
           GO TO POST-COLLECTION-FEES-LOOP.

       POST-COLLECTION-FEES-DONE.
           GO TO POST-LOAN-PAYMENTS.

       POST-LOAN-PAYMENTS.
           OPEN INPUT LOAN-POST-FILE.
           IF LOAN-POST-FILE-NOT-FOUND
           THEN
              GO TO POST-LOAN-PAYMENTS-DONE
           END-IF.

       POST-LOAN-PAYMENTS-LOOP.
           READ LOAN-POST-FILE
              AT END
                 CLOSE LOAN-POST-FILE
                 IF LOAN-POST-COUNT > 0
                 THEN
                    OPEN OUTPUT LOAN-POST-FILE
                    CLOSE LOAN-POST-FILE
                    STRING "=====> " LOAN-POST-COUNT
                       " LOAN PREPAYMENT/SETTLEMENT DEBIT(S) PICKED UP"
                       DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
                    PERFORM LOG-RUN-EVENT
                 END-IF
                 GO TO POST-LOAN-PAYMENTS-DONE
           END-READ.
           MOVE LOAN-POST-RECORD TO STANDING-TRANS-RECORD.
           WRITE STANDING-TRANS-RECORD.
           ADD 1 TO LOAN-POST-COUNT.
           GO TO POST-LOAN-PAYMENTS-LOOP.

       POST-LOAN-PAYMENTS-DONE.
           GO TO POST-TELLER-TRANSACTIONS.

       POST-TELLER-TRANSACTIONS.
           GO TO POST-TELLER-TRANSACTIONS-LOOP.

       POST-TELLER-TRANSACTIONS-DONE.
           GO TO POST-ENVELOPE-ADJUSTMENTS.

       POST-ENVELOPE-ADJUSTMENTS.
           OPEN INPUT ENV-ADJUST-FILE.
           IF ENV-ADJUST-FILE-NOT-FOUND
           THEN
              GO TO POST-ENVELOPE-ADJUSTMENTS-DONE
           END-IF.

       POST-ENVELOPE-ADJUSTMENTS-LOOP.
           READ ENV-ADJUST-FILE
              AT END
                 CLOSE ENV-ADJUST-FILE
                 IF ENV-ADJUST-COUNT > 0
                 THEN
                    OPEN OUTPUT ENV-ADJUST-FILE
                    CLOSE ENV-ADJUST-FILE
                    STRING "=====> " ENV-ADJUST-COUNT
                       " DEPOSIT ENVELOPE ADJUSTMENT(S) PICKED UP FOR "
                       "POSTING" DELIMITED BY SIZE
                       INTO RUN-LOG-MESSAGE
                    PERFORM LOG-RUN-EVENT
                 END-IF
                 GO TO POST-ENVELOPE-ADJUSTMENTS-DONE
           END-READ.
           MOVE ENV-ADJUST-RECORD TO STANDING-TRANS-RECORD.
           WRITE STANDING-TRANS-RECORD.
           ADD 1 TO ENV-ADJUST-COUNT.
           STRING "~~~~~~~~~~~~~~~> DEPOSIT ENVELOPE ADJUSTMENT: ACCT "
              ADJ-ACCT-NUMBER " OPERATION " ADJ-OPERATION
              " AMOUNT: " ADJ-AMOUNT
              DELIMITED BY SIZE INTO RUN-LOG-MESSAGE.
           PERFORM LOG-RUN-EVENT.
           MOVE ADJ-ACCT-NUMBER TO ALERT-CUST-LOOKUP-ACCT.
           PERFORM LOOK-UP-CUST-FOR-ACCT THRU
              LOOK-UP-CUST-FOR-ACCT-EXIT.
           MOVE 0 TO ALERT-CUST-NUMBER.
           IF ALERT-CUST-WAS-FOUND
           THEN
              MOVE ALERT-CUST-LOOKUP-NUMBER TO ALERT-CUST-NUMBER
           END-IF.
           IF ADJ-OPERATION = "W"
           THEN
              MOVE "DEP-SHORT" TO ALERT-TYPE-TEXT
           ELSE
              MOVE "DEP-OVER" TO ALERT-TYPE-TEXT
           END-IF.
           MOVE ADJ-ACCT-NUMBER TO ALERT-ACCT-NUMBER.
           MOVE ADJ-AMOUNT      TO ALERT-AMOUNT.
           PERFORM WRITE-ALERT-RECORD THRU WRITE-ALERT-RECORD-EXIT.
           GO TO POST-ENVELOPE-ADJUSTMENTS-LOOP.

       POST-ENVELOPE-ADJUSTMENTS-DONE.
           GO TO POST-ESTATE-PAYOUTS.

       POST-ESTATE-PAYOUTS.
           MOVE 0 TO ESTATE-PAID-COUNT.
           OPEN INPUT ESTATE-FILE.
           IF ESTATE-FILE-NOT-FOUND
           THEN
              GO TO POST-ESTATE-PAYOUTS-DONE
           END-IF.
           OPEN OUTPUT NEW-ESTATE-FILE.

       POST-ESTATE-PAYOUTS-LOOP.
           READ ESTATE-FILE
              AT END GO TO POST-ESTATE-PAYOUTS-PROMOTE
           END-READ.
           IF ESTATE-IS-RELEASED
           THEN
              PERFORM PAY-OUT-ESTATE THRU PAY-OUT-ESTATE-EXIT
              MOVE "P"                 TO EST-STATUS
              MOVE TODAY-FULL-DATE     TO EST-PAID-DATE
              MOVE ESTATE-PAYOUT-TOTAL TO EST-PAID-AMOUNT
              ADD 1 TO ESTATE-PAID-COUNT
           END-IF.
           WRITE NEW-ESTATE-RECORD FROM ESTATE-RECORD.
           GO TO POST-ESTATE-PAYOUTS-LOOP.

       POST-ESTATE-PAYOUTS-PROMOTE.
           CLOSE ESTATE-FILE, NEW-ESTATE-FILE.
           IF ESTATE-PAID-COUNT = 0
           THEN
              GO TO POST-ESTATE-PAYOUTS-DONE
           END-IF.
           OPEN INPUT NEW-ESTATE-FILE.
           OPEN OUTPUT ESTATE-FILE.

       POST-ESTATE-PAYOUTS-PROMOTE-LOOP.
           READ NEW-ESTATE-FILE
              AT END
                 CLOSE NEW-ESTATE-FILE, ESTATE-FILE
                 STRING "=====> " ESTATE-PAID-COUNT
                    " RELEASED ESTATE(S) PAID OUT TO EXECUTORS"
                    DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
                 PERFORM LOG-RUN-EVENT
                 GO TO POST-ESTATE-PAYOUTS-DONE
           END-READ.
           WRITE ESTATE-RECORD FROM NEW-ESTATE-RECORD.
           GO TO POST-ESTATE-PAYOUTS-PROMOTE-LOOP.

       POST-ESTATE-PAYOUTS-DONE.
           GO TO POST-LEGAL-REMITTANCES.

       PAY-OUT-ESTATE.
           MOVE 0 TO ESTATE-PAYOUT-TOTAL.
           MOVE 0 TO ESTATE-INTEREST-DAYS.
           MOVE 30 TO ESTATE-MONTH-DAYS.
           IF EST-NOTIFIED-DATE(1:6) = EST-DEATH-DATE(1:6)
           THEN
              MOVE EST-DEATH-DATE(7:2) TO ESTATE-INTEREST-DAYS
              MOVE EST-DEATH-DATE TO ESTATE-MONTH-START
              MOVE 01 TO ESTATE-MONTH-START-DAY
              MOVE ESTATE-MONTH-START TO ESTATE-NEXT-MONTH
              IF ESTATE-NEXT-MONTH-MONTH = 12
              THEN
                 MOVE 01 TO ESTATE-NEXT-MONTH-MONTH
                 ADD 1 TO ESTATE-NEXT-MONTH-YEAR
              ELSE
                 ADD 1 TO ESTATE-NEXT-MONTH-MONTH
              END-IF
              MOVE "DIFF" TO DATECALC-FUNCTION
              MOVE ESTATE-MONTH-START TO DATECALC-DATE-1
              MOVE ESTATE-NEXT-MONTH TO DATECALC-DATE-2
              MOVE 0 TO DATECALC-DAYS
              CALL "DATECALC" USING DATECALC-FUNCTION DATECALC-DATE-1
                 DATECALC-DATE-2 DATECALC-DAYS
                 ON EXCEPTION MOVE 30 TO DATECALC-DAYS
              END-CALL
              IF DATECALC-DAYS > 0
              THEN
                 MOVE DATECALC-DAYS TO ESTATE-MONTH-DAYS
              END-IF
           END-IF.
           STRING "~~~~~~~~~~~~~~~> ESTATE OF CUSTOMER "
              EST-CUST-NUMBER " RELEASED BY " EST-RELEASED-BY
              " -- PAYING OUT TO " EST-EXECUTOR-ACCT
              DELIMITED BY SIZE INTO RUN-LOG-MESSAGE.
           PERFORM LOG-RUN-EVENT.
           OPEN INPUT ESTATE-ACCT-FILE.
           IF ESTATE-ACCT-FILE-NOT-FOUND
           THEN
              GO TO PAY-OUT-ESTATE-EXECUTOR
           END-IF.

       PAY-OUT-ESTATE-LOOP.
           READ ESTATE-ACCT-FILE
              AT END
                 CLOSE ESTATE-ACCT-FILE
                 GO TO PAY-OUT-ESTATE-EXECUTOR
           END-READ.
           IF EA-CUST-NUMBER NOT = EST-CUST-NUMBER
           THEN
              GO TO PAY-OUT-ESTATE-LOOP
           END-IF.
           PERFORM LOOK-UP-ESTATE-BALANCE THRU
              LOOK-UP-ESTATE-BALANCE-EXIT.
           IF NOT ESTATE-ACCT-IS-ON-MASTER
           THEN
              MOVE "NOTONFILE"    TO ESTATE-AUDIT-EVENT
              MOVE EA-ACCT-NUMBER TO ESTATE-AUDIT-ACCT
              MOVE 0              TO ESTATE-AUDIT-AMOUNT
              MOVE "ACCOUNT NOT ON MASTER" TO ESTATE-AUDIT-DETAIL
              PERFORM WRITE-ESTATE-AUDIT THRU WRITE-ESTATE-AUDIT-EXIT
              STRING "~~~~~~~~~~~~~~~> ESTATE ACCT " EA-ACCT-NUMBER
                 " NOT ON MASTER -- NOTHING PAID FROM IT"
                 DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
              PERFORM LOG-RUN-EVENT
              GO TO PAY-OUT-ESTATE-LOOP
           END-IF.

           MOVE 0 TO ESTATE-INTEREST-AMOUNT.
           IF ESTATE-INTEREST-DAYS > 0 AND ESTATE-ACCT-BALANCE > 0
           THEN
              COMPUTE ESTATE-INTEREST-AMOUNT ROUNDED =
                 ESTATE-ACCT-BALANCE * ESTATE-INTEREST-RATE *
                 ESTATE-INTEREST-DAYS / ESTATE-MONTH-DAYS
           END-IF.
           IF ESTATE-INTEREST-AMOUNT > 0
           THEN
              MOVE EA-ACCT-NUMBER         TO ESTATE-STREAM-ACCT
              MOVE "D"                    TO ESTATE-STREAM-OPERATION
              MOVE ESTATE-INTEREST-AMOUNT TO ESTATE-STREAM-REMAINING
              PERFORM WRITE-ESTATE-STREAM THRU
                 WRITE-ESTATE-STREAM-EXIT
              ADD ESTATE-INTEREST-AMOUNT TO ESTATE-ACCT-BALANCE
              MOVE "INTEREST"             TO ESTATE-AUDIT-EVENT
              MOVE EA-ACCT-NUMBER         TO ESTATE-AUDIT-ACCT
              MOVE ESTATE-INTEREST-AMOUNT TO ESTATE-AUDIT-AMOUNT
              MOVE SPACES                 TO ESTATE-AUDIT-DETAIL
              STRING "TO DEATH " EST-DEATH-DATE " DAYS "
                 ESTATE-INTEREST-DAYS DELIMITED BY SIZE
                 INTO ESTATE-AUDIT-DETAIL
              PERFORM WRITE-ESTATE-AUDIT THRU WRITE-ESTATE-AUDIT-EXIT
              STRING "~~~~~~~~~~~~~~~> ESTATE INTEREST TO DATE OF "
                 "DEATH: ACCT " EA-ACCT-NUMBER " AMOUNT "
                 ESTATE-INTEREST-AMOUNT
                 DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
              PERFORM LOG-RUN-EVENT
           END-IF.

           IF ESTATE-ACCT-BALANCE > 0
           THEN
              MOVE EA-ACCT-NUMBER      TO ESTATE-STREAM-ACCT
              MOVE "W"                 TO ESTATE-STREAM-OPERATION
              MOVE ESTATE-ACCT-BALANCE TO ESTATE-STREAM-REMAINING
              PERFORM WRITE-ESTATE-STREAM THRU
                 WRITE-ESTATE-STREAM-EXIT
              ADD ESTATE-ACCT-BALANCE TO ESTATE-PAYOUT-TOTAL
              MOVE "PAYOUT"            TO ESTATE-AUDIT-EVENT
              MOVE EA-ACCT-NUMBER      TO ESTATE-AUDIT-ACCT
              MOVE ESTATE-ACCT-BALANCE TO ESTATE-AUDIT-AMOUNT
              MOVE SPACES              TO ESTATE-AUDIT-DETAIL
              STRING "TO EXECUTOR " EST-EXECUTOR-ACCT
                 DELIMITED BY SIZE INTO ESTATE-AUDIT-DETAIL
              PERFORM WRITE-ESTATE-AUDIT THRU WRITE-ESTATE-AUDIT-EXIT
              STRING "~~~~~~~~~~~~~~~> ESTATE BALANCE RELEASED: ACCT "
                 EA-ACCT-NUMBER " AMOUNT " ESTATE-ACCT-BALANCE
                 DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
              PERFORM LOG-RUN-EVENT
           END-IF.

           IF ESTATE-ACCT-BALANCE < 0
           THEN
              MOVE "OVERDRAWN"         TO ESTATE-AUDIT-EVENT
              MOVE EA-ACCT-NUMBER      TO ESTATE-AUDIT-ACCT
              MOVE ESTATE-ACCT-BALANCE TO ESTATE-AUDIT-AMOUNT
              MOVE "REFER TO BRANCH FOR RECOVERY"
                 TO ESTATE-AUDIT-DETAIL
              PERFORM WRITE-ESTATE-AUDIT THRU WRITE-ESTATE-AUDIT-EXIT
              STRING "~~~~~~~~~~~~~~~> ESTATE ACCT " EA-ACCT-NUMBER
                 " IS OVERDRAWN -- REFER TO BRANCH"
                 DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
              PERFORM LOG-RUN-EVENT
           END-IF.
           GO TO PAY-OUT-ESTATE-LOOP.

       PAY-OUT-ESTATE-EXECUTOR.
           IF ESTATE-PAYOUT-TOTAL = 0
           THEN
              MOVE "NOPAYOUT"        TO ESTATE-AUDIT-EVENT
              MOVE EST-EXECUTOR-ACCT TO ESTATE-AUDIT-ACCT
              MOVE 0                 TO ESTATE-AUDIT-AMOUNT
              MOVE "NO CREDIT BALANCES TO RELEASE"
                 TO ESTATE-AUDIT-DETAIL
              PERFORM WRITE-ESTATE-AUDIT THRU WRITE-ESTATE-AUDIT-EXIT
              GO TO PAY-OUT-ESTATE-EXIT
           END-IF.
           MOVE EST-EXECUTOR-ACCT   TO ESTATE-STREAM-ACCT.
           MOVE "D"                 TO ESTATE-STREAM-OPERATION.
           MOVE ESTATE-PAYOUT-TOTAL TO ESTATE-STREAM-REMAINING.
           PERFORM WRITE-ESTATE-STREAM THRU WRITE-ESTATE-STREAM-EXIT.
           MOVE "EXECCREDIT"        TO ESTATE-AUDIT-EVENT.
           MOVE EST-EXECUTOR-ACCT   TO ESTATE-AUDIT-ACCT.
           MOVE ESTATE-PAYOUT-TOTAL TO ESTATE-AUDIT-AMOUNT.
           MOVE EST-EXECUTOR-NAME   TO ESTATE-AUDIT-DETAIL.
           PERFORM WRITE-ESTATE-AUDIT THRU WRITE-ESTATE-AUDIT-EXIT.
           STRING "~~~~~~~~~~~~~~~> ESTATE OF CUSTOMER "
              EST-CUST-NUMBER " PAID TO EXECUTOR ACCT "
              EST-EXECUTOR-ACCT " AMOUNT " ESTATE-PAYOUT-TOTAL
              DELIMITED BY SIZE INTO RUN-LOG-MESSAGE.
           PERFORM LOG-RUN-EVENT.

       PAY-OUT-ESTATE-EXIT.
           EXIT.

       LOOK-UP-ESTATE-BALANCE.
           MOVE "N" TO ESTATE-ACCT-FOUND-FLAG.
           MOVE 0 TO ESTATE-ACCT-BALANCE.
           MOVE SPACES TO ESTATE-PRODUCT-CODE.
           OPEN INPUT MASTER-FILE.

       LOOK-UP-ESTATE-BALANCE-LOOP.
           READ MASTER-FILE
              AT END GO TO LOOK-UP-ESTATE-BALANCE-CLOSE
           END-READ.
           IF MSTR-ACCT-NUMBER NOT = EA-ACCT-NUMBER
           THEN
              GO TO LOOK-UP-ESTATE-BALANCE-LOOP
           END-IF.
           SET ESTATE-ACCT-IS-ON-MASTER TO TRUE.
           MOVE MSTR-ACCT-BALANCE-UNSIGNED TO ESTATE-ACCT-BALANCE.
           IF MSTR-ACCT-NEGATIVE
           THEN
              MULTIPLY ESTATE-ACCT-BALANCE BY -1
                 GIVING ESTATE-ACCT-BALANCE
           END-IF.
           MOVE MSTR-PRODUCT-CODE TO ESTATE-PRODUCT-CODE.

       LOOK-UP-ESTATE-BALANCE-CLOSE.
           CLOSE MASTER-FILE.
           MOVE MONTHLY-INTEREST-RATE TO ESTATE-INTEREST-RATE.
           IF ESTATE-PRODUCT-CODE = SPACES
           THEN
              GO TO LOOK-UP-ESTATE-BALANCE-EXIT
           END-IF.
           MOVE 0 TO PRODUCT-SUBSCRIPT.

       LOOK-UP-ESTATE-BALANCE-RATE.
           ADD 1 TO PRODUCT-SUBSCRIPT.
           IF PRODUCT-SUBSCRIPT > PRODUCT-COUNT
           THEN
              GO TO LOOK-UP-ESTATE-BALANCE-EXIT
           END-IF.
           IF PRT-CODE(PRODUCT-SUBSCRIPT) = ESTATE-PRODUCT-CODE
           THEN
              MOVE PRT-INTEREST-RATE(PRODUCT-SUBSCRIPT)
                 TO ESTATE-INTEREST-RATE
              GO TO LOOK-UP-ESTATE-BALANCE-EXIT
           END-IF.
           GO TO LOOK-UP-ESTATE-BALANCE-RATE.

       LOOK-UP-ESTATE-BALANCE-EXIT.
           EXIT.

       WRITE-ESTATE-STREAM.
           IF ESTATE-STREAM-REMAINING = 0
           THEN
              GO TO WRITE-ESTATE-STREAM-EXIT
           END-IF.
           MOVE ESTATE-STREAM-ACCT      TO STANDING-ACCT-NUMBER.
           MOVE ESTATE-STREAM-OPERATION TO STANDING-OPERATION.
           IF ESTATE-STREAM-REMAINING > 99999.99
           THEN
              MOVE 99999.99 TO STANDING-AMOUNT
           ELSE
              MOVE ESTATE-STREAM-REMAINING TO STANDING-AMOUNT
           END-IF.
           MOVE STANDING-TIMESTAMP-NOW  TO STANDING-TIMESTAMP.
           MOVE "ES"                    TO STANDING-CARDHOLDER-ID.
           MOVE "CEST" TO CENTRAL-REF-SOURCE.
           PERFORM ISSUE-STANDING-TRANS-REF.
           WRITE STANDING-TRANS-RECORD.
           SUBTRACT STANDING-AMOUNT FROM ESTATE-STREAM-REMAINING.
           GO TO WRITE-ESTATE-STREAM.

       WRITE-ESTATE-STREAM-EXIT.
           EXIT.

       WRITE-ESTATE-AUDIT.
           OPEN EXTEND ESTATE-AUDIT-FILE.
           IF ESTATE-AUDIT-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT ESTATE-AUDIT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO EAU-TIMESTAMP.
           MOVE EST-CUST-NUMBER     TO EAU-CUST-NUMBER.
           MOVE ESTATE-AUDIT-EVENT  TO EAU-EVENT.
           MOVE ESTATE-AUDIT-ACCT   TO EAU-ACCT-NUMBER.
           MOVE ESTATE-AUDIT-AMOUNT TO EAU-AMOUNT.
           MOVE "CENTRAL"           TO EAU-DONE-BY.
           MOVE ESTATE-AUDIT-DETAIL TO EAU-DETAIL.
           WRITE ESTATE-AUDIT-RECORD.
           CLOSE ESTATE-AUDIT-FILE.

       WRITE-ESTATE-AUDIT-EXIT.
           EXIT.

       POST-LEGAL-REMITTANCES.
           MOVE 0 TO LEGAL-FENCE-COUNT.
           MOVE 0 TO LEGAL-REMITTED-COUNT.
           MOVE 0 TO LEGAL-SATISFIED-COUNT.
           MOVE 0 TO LEGAL-EXPIRED-COUNT.
           MOVE 0 TO LEGAL-DEFERRED-COUNT.
           MOVE "N" TO LEGAL-CHANGED-FLAG.
           OPEN INPUT LEGAL-ORDER-FILE.
           IF LEGAL-ORDER-FILE-NOT-FOUND
           THEN
              GO TO POST-LEGAL-REMITTANCES-DONE
           END-IF.
           OPEN OUTPUT NEW-LEGAL-ORDER-FILE.

       POST-LEGAL-REMITTANCES-LOOP.
           READ LEGAL-ORDER-FILE
              AT END GO TO POST-LEGAL-REMITTANCES-PROMOTE
           END-READ.
           PERFORM ADD-LEGAL-FENCE-ENTRY THRU
              ADD-LEGAL-FENCE-ENTRY-EXIT.
           IF LEGAL-ORDER-IS-ACTIVE AND LGO-QUEUED-AMOUNT > 0
           THEN
              PERFORM REMIT-LEGAL-ORDER THRU REMIT-LEGAL-ORDER-EXIT
           END-IF.
           IF LEGAL-ORDER-IS-ACTIVE AND LGO-QUEUED-AMOUNT = 0 AND
              LGO-EXPIRY-DATE < TODAY-FULL-DATE
           THEN
              MOVE "E" TO LGO-STATUS
              MOVE TODAY-FULL-DATE TO LGO-CLOSED-DATE
              SET LEGAL-FILE-CHANGED TO TRUE
              ADD 1 TO LEGAL-EXPIRED-COUNT
              STRING "~~~~~~~~~~~~~~~> LEGAL ORDER " LGO-ORDER-REF
                 " EXPIRED " LGO-EXPIRY-DATE ": ACCT " LGO-ACCT-NUMBER
                 " REMITTED " LGO-REMITTED-AMOUNT " OF "
                 LGO-ORDER-AMOUNT DELIMITED BY SIZE
                 INTO RUN-LOG-MESSAGE
              PERFORM LOG-RUN-EVENT
           END-IF.
           WRITE NEW-LEGAL-ORDER-RECORD FROM LEGAL-ORDER-RECORD.
           GO TO POST-LEGAL-REMITTANCES-LOOP.

       POST-LEGAL-REMITTANCES-PROMOTE.
           CLOSE LEGAL-ORDER-FILE, NEW-LEGAL-ORDER-FILE.
           IF NOT LEGAL-FILE-CHANGED
           THEN
              GO TO POST-LEGAL-REMITTANCES-DONE
           END-IF.
           OPEN INPUT NEW-LEGAL-ORDER-FILE.
           OPEN OUTPUT LEGAL-ORDER-FILE.

       POST-LEGAL-REMITTANCES-PROMOTE-LOOP.
           READ NEW-LEGAL-ORDER-FILE
              AT END
                 CLOSE NEW-LEGAL-ORDER-FILE, LEGAL-ORDER-FILE
                 STRING "=====> LEGAL ORDERS: " LEGAL-REMITTED-COUNT
                    " REMITTANCE(S) POSTED, " LEGAL-SATISFIED-COUNT
                    " ORDER(S) SATISFIED, " LEGAL-EXPIRED-COUNT
                    " EXPIRED" DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
                 PERFORM LOG-RUN-EVENT
                 GO TO POST-LEGAL-REMITTANCES-DONE
           END-READ.
           WRITE LEGAL-ORDER-RECORD FROM NEW-LEGAL-ORDER-RECORD.
           GO TO POST-LEGAL-REMITTANCES-PROMOTE-LOOP.

       POST-LEGAL-REMITTANCES-DONE.
           IF LEGAL-DEFERRED-COUNT > 0
           THEN
              STRING "=====> LEGAL ORDERS: " LEGAL-DEFERRED-COUNT
                 " REMITTANCE(S) DEFERRED -- SEE THE LOG ABOVE"
                 DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
              PERFORM LOG-RUN-EVENT
           END-IF.
           GO TO POST-SWEEP-TRANSFERS.

       REMIT-LEGAL-ORDER.
           MOVE LGO-ACCT-NUMBER TO LEGAL-LOOKUP-ACCT.
           PERFORM LOOK-UP-LEGAL-ACCOUNT THRU
              LOOK-UP-LEGAL-ACCOUNT-EXIT.
           IF NOT LEGAL-ACCT-IS-ACTIVE
           THEN
              ADD 1 TO LEGAL-DEFERRED-COUNT
              STRING "~~~~~~~~~~~~~~~> LEGAL ORDER " LGO-ORDER-REF
                 " DEFERRED: ACCT " LGO-ACCT-NUMBER " IS NOT ACTIVE"
                 DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
              PERFORM LOG-RUN-EVENT
              GO TO REMIT-LEGAL-ORDER-EXIT
           END-IF.
           MOVE LGO-QUEUED-AMOUNT TO LEGAL-REMIT-AMOUNT.
           IF LEGAL-ACCT-BALANCE < LEGAL-REMIT-AMOUNT
           THEN
              IF LEGAL-ACCT-BALANCE > 0
              THEN
                 MOVE LEGAL-ACCT-BALANCE TO LEGAL-REMIT-AMOUNT
              ELSE
                 MOVE 0 TO LEGAL-REMIT-AMOUNT
              END-IF
           END-IF.
           MOVE LGO-CREDITOR-ACCT TO LEGAL-LOOKUP-ACCT.
           PERFORM LOOK-UP-LEGAL-ACCOUNT THRU
              LOOK-UP-LEGAL-ACCOUNT-EXIT.
           IF NOT LEGAL-ACCT-IS-ACTIVE
           THEN
              ADD 1 TO LEGAL-DEFERRED-COUNT
              STRING "~~~~~~~~~~~~~~~> LEGAL ORDER " LGO-ORDER-REF
                 " DEFERRED: CREDITOR ACCT " LGO-CREDITOR-ACCT
                 " IS NOT ACTIVE" DELIMITED BY SIZE
                 INTO RUN-LOG-MESSAGE
              PERFORM LOG-RUN-EVENT
              GO TO REMIT-LEGAL-ORDER-EXIT
           END-IF.
           MOVE 0 TO LGO-QUEUED-AMOUNT.
           SET LEGAL-FILE-CHANGED TO TRUE.
           IF LEGAL-REMIT-AMOUNT = 0
           THEN
              STRING "~~~~~~~~~~~~~~~> LEGAL ORDER " LGO-ORDER-REF
                 ": NO FUNDS LEFT IN ACCT " LGO-ACCT-NUMBER
                 " -- NOTHING REMITTED" DELIMITED BY SIZE
                 INTO RUN-LOG-MESSAGE
              PERFORM LOG-RUN-EVENT
              GO TO REMIT-LEGAL-ORDER-EXIT
           END-IF.

           MOVE LGO-ACCT-NUMBER    TO LEGAL-STREAM-ACCT.
           MOVE "W"                TO LEGAL-STREAM-OPERATION.
           MOVE LEGAL-REMIT-AMOUNT TO LEGAL-STREAM-REMAINING.
           PERFORM WRITE-LEGAL-STREAM THRU WRITE-LEGAL-STREAM-EXIT.
           MOVE LGO-CREDITOR-ACCT  TO LEGAL-STREAM-ACCT.
           MOVE "D"                TO LEGAL-STREAM-OPERATION.
           MOVE LEGAL-REMIT-AMOUNT TO LEGAL-STREAM-REMAINING.
           PERFORM WRITE-LEGAL-STREAM THRU WRITE-LEGAL-STREAM-EXIT.
           ADD LEGAL-REMIT-AMOUNT TO LGO-REMITTED-AMOUNT.
           ADD 1 TO LEGAL-REMITTED-COUNT.
           STRING "~~~~~~~~~~~~~~~> LEGAL ORDER " LGO-ORDER-REF
              " REMITTED: ACCT " LGO-ACCT-NUMBER " AMOUNT "
              LEGAL-REMIT-AMOUNT " TO CREDITOR ACCT "
              LGO-CREDITOR-ACCT DELIMITED BY SIZE
              INTO RUN-LOG-MESSAGE.
           PERFORM LOG-RUN-EVENT.

           IF LGO-REMITTED-AMOUNT NOT < LGO-ORDER-AMOUNT
           THEN
              MOVE "S" TO LGO-STATUS
              MOVE TODAY-FULL-DATE TO LGO-CLOSED-DATE
              ADD 1 TO LEGAL-SATISFIED-COUNT
              STRING "~~~~~~~~~~~~~~~> LEGAL ORDER " LGO-ORDER-REF
                 " SATISFIED: ACCT " LGO-ACCT-NUMBER " TOTAL "
                 LGO-REMITTED-AMOUNT " -- SEE THE NOTICES"
                 DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
              PERFORM LOG-RUN-EVENT
              MOVE LGO-ACCT-NUMBER TO ALERT-CUST-LOOKUP-ACCT
              PERFORM LOOK-UP-CUST-FOR-ACCT THRU
                 LOOK-UP-CUST-FOR-ACCT-EXIT
              MOVE 0 TO ALERT-CUST-NUMBER
              IF ALERT-CUST-WAS-FOUND
              THEN
                 MOVE ALERT-CUST-LOOKUP-NUMBER TO ALERT-CUST-NUMBER
              END-IF
              MOVE "ORDER-SATIS" TO ALERT-TYPE-TEXT
              MOVE LGO-ACCT-NUMBER TO ALERT-ACCT-NUMBER
              MOVE LGO-REMITTED-AMOUNT TO ALERT-AMOUNT
              PERFORM WRITE-ALERT-RECORD THRU WRITE-ALERT-RECORD-EXIT
           END-IF.

           OPEN EXTEND LEGAL-REMIT-FILE.
           IF LEGAL-REMIT-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT LEGAL-REMIT-FILE
           END-IF.
           MOVE TODAY-FULL-DATE     TO LR-REMIT-DATE.
           MOVE LGO-ORDER-REF       TO LR-ORDER-REF.
           MOVE LGO-ACCT-NUMBER     TO LR-ACCT-NUMBER.
           MOVE LGO-CREDITOR-ACCT   TO LR-CREDITOR-ACCT.
           MOVE LGO-CREDITOR-NAME   TO LR-CREDITOR-NAME.
           MOVE LEGAL-REMIT-AMOUNT  TO LR-AMOUNT.
           MOVE LGO-REMITTED-AMOUNT TO LR-REMITTED-TOTAL.
           MOVE LGO-ORDER-AMOUNT    TO LR-ORDER-AMOUNT.
           MOVE LGO-STATUS          TO LR-ORDER-STATUS.
           WRITE LEGAL-REMIT-RECORD.
           CLOSE LEGAL-REMIT-FILE.

       REMIT-LEGAL-ORDER-EXIT.
           EXIT.

       LOOK-UP-LEGAL-ACCOUNT.
           MOVE "N" TO LEGAL-ACCT-FLAG.
           MOVE 0 TO LEGAL-ACCT-BALANCE.
           OPEN INPUT MASTER-FILE.

       LOOK-UP-LEGAL-ACCOUNT-LOOP.
           READ MASTER-FILE
              AT END GO TO LOOK-UP-LEGAL-ACCOUNT-CLOSE
           END-READ.
           IF MSTR-ACCT-NUMBER NOT = LEGAL-LOOKUP-ACCT
           THEN
              GO TO LOOK-UP-LEGAL-ACCOUNT-LOOP
           END-IF.
           IF MSTR-ACCT-ACTIVE
           THEN
              SET LEGAL-ACCT-IS-ACTIVE TO TRUE
           END-IF.
           MOVE MSTR-ACCT-BALANCE-UNSIGNED TO LEGAL-ACCT-BALANCE.
           IF MSTR-ACCT-NEGATIVE
           THEN
              MULTIPLY LEGAL-ACCT-BALANCE BY -1
                 GIVING LEGAL-ACCT-BALANCE
           END-IF.

       LOOK-UP-LEGAL-ACCOUNT-CLOSE.
           CLOSE MASTER-FILE.

       LOOK-UP-LEGAL-ACCOUNT-EXIT.
           EXIT.

       WRITE-LEGAL-STREAM.
           IF LEGAL-STREAM-REMAINING = 0
           THEN
              GO TO WRITE-LEGAL-STREAM-EXIT
           END-IF.
           MOVE LEGAL-STREAM-ACCT      TO STANDING-ACCT-NUMBER.
           MOVE LEGAL-STREAM-OPERATION TO STANDING-OPERATION.
           IF LEGAL-STREAM-REMAINING > 99999.99
           THEN
              MOVE 99999.99 TO STANDING-AMOUNT
           ELSE
              MOVE LEGAL-STREAM-REMAINING TO STANDING-AMOUNT
           END-IF.
           MOVE STANDING-TIMESTAMP-NOW TO STANDING-TIMESTAMP.
           MOVE "LG"                   TO STANDING-CARDHOLDER-ID.
           MOVE "CLGL" TO CENTRAL-REF-SOURCE.
           PERFORM ISSUE-STANDING-TRANS-REF.
           WRITE STANDING-TRANS-RECORD.
           SUBTRACT STANDING-AMOUNT FROM LEGAL-STREAM-REMAINING.
           GO TO WRITE-LEGAL-STREAM.

       WRITE-LEGAL-STREAM-EXIT.
           EXIT.

       ADD-LEGAL-FENCE-ENTRY.
           IF NOT LEGAL-ORDER-IS-ACTIVE
           THEN
              GO TO ADD-LEGAL-FENCE-ENTRY-EXIT
           END-IF.
           MOVE LGO-QUEUED-AMOUNT TO LEGAL-FENCE-AMOUNT.
           IF LEGAL-ORDER-IS-FIXED AND
              LGO-EXPIRY-DATE NOT < TODAY-FULL-DATE
           THEN
              SUBTRACT LGO-REMITTED-AMOUNT FROM LGO-ORDER-AMOUNT
                 GIVING LEGAL-FENCE-AMOUNT
           END-IF.
           IF LEGAL-FENCE-AMOUNT = 0
           THEN
              GO TO ADD-LEGAL-FENCE-ENTRY-EXIT
           END-IF.
           IF LEGAL-FENCE-COUNT NOT < 200
           THEN
              MOVE "~~~~~~~~~~~~~~~> MORE THAN 200 LEGAL ORDERS "
                 TO RUN-LOG-MESSAGE
              PERFORM LOG-RUN-EVENT
              GO TO ADD-LEGAL-FENCE-ENTRY-EXIT
           END-IF.
           ADD 1 TO LEGAL-FENCE-COUNT.
           MOVE LGO-ACCT-NUMBER TO LFT-ACCT-NUMBER(LEGAL-FENCE-COUNT).
           MOVE LEGAL-FENCE-AMOUNT TO LFT-AMOUNT(LEGAL-FENCE-COUNT).

       ADD-LEGAL-FENCE-ENTRY-EXIT.
           EXIT.

       CHECK-LEGAL-FENCE.
           MOVE 0 TO LEGAL-FENCE-TOTAL.
           MOVE 0 TO LEGAL-FENCE-SUBSCRIPT.

       CHECK-LEGAL-FENCE-LOOP.
           ADD 1 TO LEGAL-FENCE-SUBSCRIPT.
           IF LEGAL-FENCE-SUBSCRIPT > LEGAL-FENCE-COUNT
           THEN
              GO TO CHECK-LEGAL-FENCE-EXIT
           END-IF.
           IF LFT-ACCT-NUMBER(LEGAL-FENCE-SUBSCRIPT) =
              LEGAL-FENCE-LOOKUP-ACCT
           THEN
              ADD LFT-AMOUNT(LEGAL-FENCE-SUBSCRIPT)
                 TO LEGAL-FENCE-TOTAL
           END-IF.
           GO TO CHECK-LEGAL-FENCE-LOOP.

       CHECK-LEGAL-FENCE-EXIT.
           EXIT.

       POST-SWEEP-TRANSFERS.
           OPEN INPUT SWEEP-TRANS-FILE.
           IF SWEEP-TRANS-FILE-NOT-FOUND
           THEN
              GO TO POST-SWEEP-TRANSFERS-DONE
           END-IF.

       POST-SWEEP-TRANSFERS-LOOP.
           READ SWEEP-TRANS-FILE
              AT END
                 CLOSE SWEEP-TRANS-FILE
                 IF SWEEP-TRANS-COUNT > 0
                 THEN
                    OPEN OUTPUT SWEEP-TRANS-FILE
                    CLOSE SWEEP-TRANS-FILE
                    STRING "=====> " SWEEP-TRANS-COUNT
                       " SWEEP POSTING(S) PICKED UP FROM THE "
                       "PRIOR EVALUATION" DELIMITED BY SIZE
                       INTO RUN-LOG-MESSAGE
                    PERFORM LOG-RUN-EVENT
                 END-IF
                 GO TO POST-SWEEP-TRANSFERS-DONE
           END-READ.
           MOVE SWEEP-TRANS-RECORD TO STANDING-TRANS-RECORD.
           WRITE STANDING-TRANS-RECORD.
           ADD 1 TO SWEEP-TRANS-COUNT.
           GO TO POST-SWEEP-TRANSFERS-LOOP.

       POST-SWEEP-TRANSFERS-DONE.
           GO TO COLLECT-LOAN-INSTALLMENTS.

       COLLECT-LOAN-INSTALLMENTS.
           OPEN INPUT LOAN-SCHED-FILE.
           IF LOAN-SCHED-FILE-NOT-FOUND
           THEN
              GO TO COLLECT-LOAN-INSTALLMENTS-DONE
           END-IF.
           OPEN OUTPUT NEW-LOAN-SCHED-FILE.
           OPEN OUTPUT LOAN-ARREARS-FILE.

       COLLECT-LOAN-INSTALLMENTS-LOOP.
           READ LOAN-SCHED-FILE
              AT END GO TO COLLECT-LOAN-INSTALLMENTS-PROMOTE
           END-READ.
           IF LSCH-ACCT-NUMBER NOT = LOAN-COMMITTED-ACCT
           THEN
              MOVE LSCH-ACCT-NUMBER TO LOAN-COMMITTED-ACCT
              MOVE 0 TO LOAN-COMMITTED-AMOUNT
           END-IF.
           MOVE "NEXT" TO BUSCAL-FUNCTION.
           MOVE LSCH-DUE-DATE TO BUSCAL-DATE-IN.
           PERFORM CALL-BUSINESS-CALENDAR.
           MOVE BUSCAL-DATE-OUT TO EFFECTIVE-DUE-DATE.
           IF INSTALLMENT-IS-MISSED OR
              (INSTALLMENT-IS-PENDING AND
               EFFECTIVE-DUE-DATE NOT > TODAY-FULL-DATE)
           THEN
              PERFORM CHECK-ESTATE-HOLD THRU CHECK-ESTATE-HOLD-EXIT
              IF ACCT-IS-ESTATE-HELD
              THEN
                 STRING "~~~~~~~~~~~~~~~> LOAN INSTALLMENT "
                    LSCH-INSTALLMENT-NUMBER " HELD: ACCT "
                    LSCH-ACCT-NUMBER " BELONGS TO A DECEASED "
                    "CUSTOMER'S ESTATE" DELIMITED BY SIZE
                    INTO RUN-LOG-MESSAGE
                 PERFORM LOG-RUN-EVENT
                 WRITE NEW-LOAN-SCHED-RECORD FROM LOAN-SCHED-RECORD
                 GO TO COLLECT-LOAN-INSTALLMENTS-LOOP
              END-IF
           END-IF.
           IF INSTALLMENT-IS-MISSED
           THEN
              PERFORM LOOK-UP-LOAN-FUNDS THRU LOOK-UP-LOAN-FUNDS-EXIT
              IF LOAN-FUNDS-ARE-GOOD
              THEN
                 MOVE LSCH-ACCT-NUMBER       TO STANDING-ACCT-NUMBER
                 MOVE "W"                    TO STANDING-OPERATION
                 MOVE LSCH-AMOUNT            TO STANDING-AMOUNT
                 MOVE STANDING-TIMESTAMP-NOW TO STANDING-TIMESTAMP
                 MOVE "00"                   TO STANDING-CARDHOLDER-ID
                 MOVE "CLNI" TO CENTRAL-REF-SOURCE
                 PERFORM ISSUE-STANDING-TRANS-REF
                 WRITE STANDING-TRANS-RECORD
                 MOVE "C" TO LSCH-STATUS
                 ADD LSCH-AMOUNT TO LOAN-COMMITTED-AMOUNT
                 ADD 1 TO LOAN-RECOVERED-COUNT
                 STRING "~~~~~~~~~~~~~~~> MISSED LOAN INSTALLMENT "
                    LSCH-INSTALLMENT-NUMBER " RECOVERED: ACCT "
                    LSCH-ACCT-NUMBER " AMOUNT " LSCH-AMOUNT
                    DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
                 PERFORM LOG-RUN-EVENT
              END-IF
              WRITE NEW-LOAN-SCHED-RECORD FROM LOAN-SCHED-RECORD
              GO TO COLLECT-LOAN-INSTALLMENTS-LOOP
           END-IF.
           IF INSTALLMENT-IS-PENDING AND
              EFFECTIVE-DUE-DATE NOT > TODAY-FULL-DATE
           THEN
              PERFORM LOOK-UP-LOAN-FUNDS THRU LOOK-UP-LOAN-FUNDS-EXIT
              IF LOAN-FUNDS-ARE-GOOD
              THEN
                 MOVE LSCH-ACCT-NUMBER       TO STANDING-ACCT-NUMBER
                 MOVE "W"                    TO STANDING-OPERATION
                 MOVE LSCH-AMOUNT            TO STANDING-AMOUNT
                 MOVE STANDING-TIMESTAMP-NOW TO STANDING-TIMESTAMP
                 MOVE "00"                   TO STANDING-CARDHOLDER-ID
                 MOVE "CLNI" TO CENTRAL-REF-SOURCE
                 PERFORM ISSUE-STANDING-TRANS-REF
                 WRITE STANDING-TRANS-RECORD
                 MOVE "C" TO LSCH-STATUS
                 ADD LSCH-AMOUNT TO LOAN-COMMITTED-AMOUNT
                 ADD 1 TO LOAN-COLLECTED-COUNT
                 STRING "~~~~~~~~~~~~~~~> LOAN INSTALLMENT "
                    LSCH-INSTALLMENT-NUMBER " COLLECTED: ACCT "
                    LSCH-ACCT-NUMBER " AMOUNT " LSCH-AMOUNT
                    DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
                 PERFORM LOG-RUN-EVENT
              ELSE
                 MOVE "M" TO LSCH-STATUS
                 ADD 1 TO LOAN-MISSED-COUNT
                 MOVE LSCH-ACCT-NUMBER        TO LA-ACCT-NUMBER
                 MOVE LSCH-INSTALLMENT-NUMBER TO LA-INSTALLMENT
                 MOVE LSCH-DUE-DATE           TO LA-DUE-DATE
                 MOVE LSCH-AMOUNT             TO LA-AMOUNT
                 WRITE LOAN-ARREARS-RECORD FROM LOAN-ARREARS-BUFFER
                 STRING "~~~~~~~~~~~~~~~> LOAN INSTALLMENT MISSED: "
                    "ACCT " LSCH-ACCT-NUMBER " AMOUNT " LSCH-AMOUNT
                    " -- SEE THE ARREARS REPORT" DELIMITED BY SIZE
                    INTO RUN-LOG-MESSAGE
                 PERFORM LOG-RUN-EVENT
              END-IF
           END-IF.
           WRITE NEW-LOAN-SCHED-RECORD FROM LOAN-SCHED-RECORD.
           GO TO COLLECT-LOAN-INSTALLMENTS-LOOP.

       COLLECT-LOAN-INSTALLMENTS-PROMOTE.
           CLOSE LOAN-SCHED-FILE, NEW-LOAN-SCHED-FILE.
           CLOSE LOAN-ARREARS-FILE.
           OPEN INPUT NEW-LOAN-SCHED-FILE.
           OPEN OUTPUT LOAN-SCHED-FILE.

       COLLECT-LOAN-INSTALLMENTS-PROMOTE-LOOP.
           READ NEW-LOAN-SCHED-FILE
              AT END
                 CLOSE NEW-LOAN-SCHED-FILE, LOAN-SCHED-FILE
                 IF LOAN-COLLECTED-COUNT > 0 OR LOAN-MISSED-COUNT > 0
                 THEN
                    STRING "=====> LOANS: " LOAN-COLLECTED-COUNT
                       " INSTALLMENT(S) COLLECTED, "
                       LOAN-MISSED-COUNT " MISSED"
                       DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
                    PERFORM LOG-RUN-EVENT
                 END-IF
                 IF LOAN-RECOVERED-COUNT > 0
                 THEN
                    STRING "=====> LOANS: " LOAN-RECOVERED-COUNT
                       " MISSED INSTALLMENT(S) RECOVERED FROM ARREARS"
                       DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
                    PERFORM LOG-RUN-EVENT
                 END-IF
                 GO TO COLLECT-LOAN-INSTALLMENTS-DONE
           END-READ.
           WRITE LOAN-SCHED-RECORD FROM NEW-LOAN-SCHED-RECORD.
           GO TO COLLECT-LOAN-INSTALLMENTS-PROMOTE-LOOP.

       COLLECT-LOAN-INSTALLMENTS-DONE.
           GO TO POST-CHEQUE-DEPOSITS.

       POST-CHEQUE-DEPOSITS.
           PERFORM LOAD-CHEQUE-RETURNS THRU LOAD-CHEQUE-RETURNS-EXIT.
           OPEN INPUT CHEQUE-FILE.
           IF CHEQUE-FILE-NOT-FOUND
           THEN
              GO TO POST-CHEQUE-DEPOSITS-DONE
           END-IF.
           OPEN OUTPUT NEW-CHEQUE-FILE.

       POST-CHEQUE-DEPOSITS-LOOP.
           READ CHEQUE-FILE
              AT END GO TO POST-CHEQUE-DEPOSITS-PROMOTE
           END-READ.
           IF CHEQUE-IS-NEW
           THEN
              MOVE CHQ-ACCT-NUMBER        TO STANDING-ACCT-NUMBER
              MOVE "D"                    TO STANDING-OPERATION
              MOVE CHQ-AMOUNT             TO STANDING-AMOUNT
              MOVE STANDING-TIMESTAMP-NOW TO STANDING-TIMESTAMP
              MOVE "00"                   TO STANDING-CARDHOLDER-ID
              MOVE "CCHQ" TO CENTRAL-REF-SOURCE
              PERFORM ISSUE-STANDING-TRANS-REF
              WRITE STANDING-TRANS-RECORD
              MOVE "P" TO CHQ-STATUS
              ADD 1 TO CHEQUE-CREDITED-COUNT
              STRING "~~~~~~~~~~~~~~~> CHEQUE " CHQ-CHEQUE-NUMBER
                 " ON BANK " CHQ-BANK-CODE
                 " PROVISIONALLY CREDITED: ACCT " CHQ-ACCT-NUMBER
                 " AMOUNT " CHQ-AMOUNT DELIMITED BY SIZE
                 INTO RUN-LOG-MESSAGE
              PERFORM LOG-RUN-EVENT
              GO TO POST-CHEQUE-DEPOSITS-WRITE
           END-IF.
           IF CHEQUE-IS-PROVISIONAL
           THEN
              PERFORM MATCH-CHEQUE-RETURN THRU
                 MATCH-CHEQUE-RETURN-EXIT
              IF CHQ-RETURN-MATCHED
              THEN
                 MOVE CHQ-ACCT-NUMBER        TO STANDING-ACCT-NUMBER
                 MOVE "W"                    TO STANDING-OPERATION
                 MOVE CHQ-AMOUNT             TO STANDING-AMOUNT
                 MOVE STANDING-TIMESTAMP-NOW TO STANDING-TIMESTAMP
                 MOVE "00"                  TO STANDING-CARDHOLDER-ID
                 MOVE "CCHQ" TO CENTRAL-REF-SOURCE
                 PERFORM ISSUE-STANDING-TRANS-REF
                 WRITE STANDING-TRANS-RECORD
                 MOVE CHEQUE-RETURN-FEE      TO STANDING-AMOUNT
                 MOVE "CCHQ" TO CENTRAL-REF-SOURCE
                 PERFORM ISSUE-STANDING-TRANS-REF
                 WRITE STANDING-TRANS-RECORD
                 MOVE "R" TO CHQ-STATUS
                 ADD 1 TO CHEQUE-RETURNED-COUNT
                 PERFORM LOG-RUN-EVENT
                 GO TO POST-CHEQUE-DEPOSITS-WRITE
              END-IF
              MOVE "NEXT" TO BUSCAL-FUNCTION
              MOVE CHQ-CLEAR-DATE TO BUSCAL-DATE-IN
              PERFORM CALL-BUSINESS-CALENDAR
              IF BUSCAL-DATE-OUT NOT > TODAY-FULL-DATE
              THEN
                 MOVE "F" TO CHQ-STATUS
                 ADD 1 TO CHEQUE-FINAL-COUNT
              END-IF
           END-IF.

       POST-CHEQUE-DEPOSITS-WRITE.
           WRITE NEW-CHEQUE-RECORD FROM CHEQUE-RECORD.
           GO TO POST-CHEQUE-DEPOSITS-LOOP.

       POST-CHEQUE-DEPOSITS-PROMOTE.
           CLOSE CHEQUE-FILE, NEW-CHEQUE-FILE.
           OPEN INPUT NEW-CHEQUE-FILE.
           OPEN OUTPUT CHEQUE-FILE.

       POST-CHEQUE-DEPOSITS-PROMOTE-LOOP.
           READ NEW-CHEQUE-FILE
              AT END
                 CLOSE NEW-CHEQUE-FILE, CHEQUE-FILE
                 IF CHEQUE-CREDITED-COUNT > 0 OR
                    CHEQUE-FINAL-COUNT > 0 OR
                    CHEQUE-RETURNED-COUNT > 0
                 THEN
                    STRING "=====> CHEQUES: " CHEQUE-CREDITED-COUNT
                       " CREDITED, " CHEQUE-FINAL-COUNT " CLEARED, "
                       CHEQUE-RETURNED-COUNT " RETURNED"
                       DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
                    PERFORM LOG-RUN-EVENT
                 END-IF
                 GO TO POST-CHEQUE-DEPOSITS-DONE
           END-READ.
           WRITE CHEQUE-RECORD FROM NEW-CHEQUE-RECORD.
           GO TO POST-CHEQUE-DEPOSITS-PROMOTE-LOOP.

       POST-CHEQUE-DEPOSITS-DONE.
           IF CHQ-RETURN-COUNT > 0
           THEN
              PERFORM CARRY-UNMATCHED-RETURNS THRU
                 CARRY-UNMATCHED-RETURNS-EXIT
           END-IF.
           GO TO PAY-INWARD-CHEQUES.

       PAY-INWARD-CHEQUES.
           OPEN INPUT INWARD-CHEQUE-FILE.
           IF INWARD-CHEQUE-FILE-NOT-FOUND
           THEN
              GO TO PAY-INWARD-CHEQUES-DONE
           END-IF.
           PERFORM LOAD-CHEQUE-BOOKS THRU LOAD-CHEQUE-BOOKS-EXIT.
           PERFORM LOAD-CHEQUE-STOPS THRU LOAD-CHEQUE-STOPS-EXIT.
           PERFORM LOAD-PAID-CHEQUES THRU LOAD-PAID-CHEQUES-EXIT.
           MOVE 0 TO CHQ-COMMIT-COUNT.
           OPEN EXTEND CHEQUE-PAID-FILE.
           IF CHEQUE-PAID-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT CHEQUE-PAID-FILE
           END-IF.
           OPEN EXTEND INWARD-RETURN-FILE.
           IF INWARD-RETURN-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT INWARD-RETURN-FILE
           END-IF.

       PAY-INWARD-CHEQUES-LOOP.
           READ INWARD-CHEQUE-FILE
              AT END GO TO PAY-INWARD-CHEQUES-CLOSE
           END-READ.
           ADD 1 TO INWARD-PRESENTED-COUNT.
           MOVE SPACES TO INWARD-RETURN-CODE.
           PERFORM CHECK-INWARD-ISSUED THRU CHECK-INWARD-ISSUED-EXIT.
           IF INWARD-RETURN-CODE NOT = SPACES
           THEN
              GO TO PAY-INWARD-CHEQUES-RETURN
           END-IF.
           PERFORM CHECK-INWARD-STOPPED THRU CHECK-INWARD-STOPPED-EXIT.
           IF INWARD-RETURN-CODE NOT = SPACES
           THEN
              GO TO PAY-INWARD-CHEQUES-RETURN
           END-IF.
           PERFORM CHECK-INWARD-PAID THRU CHECK-INWARD-PAID-EXIT.
           IF INWARD-RETURN-CODE NOT = SPACES
           THEN
              GO TO PAY-INWARD-CHEQUES-RETURN
           END-IF.
           PERFORM LOOK-UP-CHEQUE-FUNDS THRU LOOK-UP-CHEQUE-FUNDS-EXIT.
           IF INWARD-RETURN-CODE NOT = SPACES
           THEN
              GO TO PAY-INWARD-CHEQUES-RETURN
           END-IF.

           MOVE ICL-ACCT-NUMBER        TO STANDING-ACCT-NUMBER.
           MOVE "W"                    TO STANDING-OPERATION.
           MOVE ICL-AMOUNT             TO STANDING-AMOUNT.
           MOVE STANDING-TIMESTAMP-NOW TO STANDING-TIMESTAMP.
           MOVE "00"                   TO STANDING-CARDHOLDER-ID.
           MOVE "CICL" TO CENTRAL-REF-SOURCE.
           PERFORM ISSUE-STANDING-TRANS-REF.
           WRITE STANDING-TRANS-RECORD.
           ADD ICL-AMOUNT TO CCT-AMOUNT(CHQ-COMMIT-SUBSCRIPT).

           MOVE ICL-ACCT-NUMBER     TO CPAID-ACCT-NUMBER.
           MOVE ICL-SERIAL          TO CPAID-SERIAL.
           MOVE ICL-AMOUNT          TO CPAID-AMOUNT.
           MOVE TODAY-FULL-DATE     TO CPAID-DATE.
           MOVE ICL-PRESENTING-BANK TO CPAID-PRESENTING-BANK.
           WRITE CHEQUE-PAID-RECORD.
           IF CHQ-PAID-COUNT < 5000
           THEN
              ADD 1 TO CHQ-PAID-COUNT
              MOVE ICL-ACCT-NUMBER TO CPT-ACCT-NUMBER(CHQ-PAID-COUNT)
              MOVE ICL-SERIAL TO CPT-SERIAL(CHQ-PAID-COUNT)
           END-IF.
           ADD 1 TO INWARD-PAID-COUNT.
           STRING "~~~~~~~~~~~~~~~> INWARD CHEQUE " ICL-SERIAL
              " PAID: ACCT " ICL-ACCT-NUMBER " AMOUNT " ICL-AMOUNT
              " PRESENTED BY BANK " ICL-PRESENTING-BANK
              DELIMITED BY SIZE INTO RUN-LOG-MESSAGE.
           PERFORM LOG-RUN-EVENT.
           GO TO PAY-INWARD-CHEQUES-LOOP.

       PAY-INWARD-CHEQUES-RETURN.
           MOVE ICL-PRESENTING-BANK TO IRT-PRESENTING-BANK.
           MOVE ICL-ACCT-NUMBER     TO IRT-ACCT-NUMBER.
           MOVE ICL-SERIAL          TO IRT-SERIAL.
           MOVE ICL-AMOUNT          TO IRT-AMOUNT.
           MOVE INWARD-RETURN-CODE  TO IRT-REASON-CODE.
           MOVE INWARD-RETURN-TEXT  TO IRT-REASON-TEXT.
           MOVE TODAY-FULL-DATE     TO IRT-RETURN-DATE.
           WRITE INWARD-RETURN-RECORD.
           ADD 1 TO INWARD-RETURNED-COUNT.
           STRING "~~~~~~~~~~~~~~~> INWARD CHEQUE " ICL-SERIAL
              " ON ACCT " ICL-ACCT-NUMBER " RETURNED "
              INWARD-RETURN-CODE " " INWARD-RETURN-TEXT
              DELIMITED BY SIZE INTO RUN-LOG-MESSAGE.
           PERFORM LOG-RUN-EVENT.
           GO TO PAY-INWARD-CHEQUES-LOOP.

       PAY-INWARD-CHEQUES-CLOSE.
           CLOSE INWARD-CHEQUE-FILE.
           CLOSE CHEQUE-PAID-FILE.
           CLOSE INWARD-RETURN-FILE.
           IF INWARD-PRESENTED-COUNT > 0
           THEN
              OPEN OUTPUT INWARD-CHEQUE-FILE
              CLOSE INWARD-CHEQUE-FILE
              STRING "=====> INWARD CLEARING: "
                 INWARD-PRESENTED-COUNT " PRESENTED, "
                 INWARD-PAID-COUNT " PAID, "
                 INWARD-RETURNED-COUNT " RETURNED"
                 DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
              PERFORM LOG-RUN-EVENT
           END-IF.

       PAY-INWARD-CHEQUES-DONE.
           GO TO MATURE-TERM-DEPOSITS.

       CHECK-INWARD-ISSUED.
           MOVE "03" TO INWARD-RETURN-CODE.
           MOVE "SERIAL NOT ISSUED" TO INWARD-RETURN-TEXT.
           MOVE 0 TO CHQ-BOOK-SUBSCRIPT.

       CHECK-INWARD-ISSUED-LOOP.
           ADD 1 TO CHQ-BOOK-SUBSCRIPT.
           IF CHQ-BOOK-SUBSCRIPT > CHQ-BOOK-COUNT
           THEN
              GO TO CHECK-INWARD-ISSUED-EXIT
           END-IF.
           IF CBT-ACCT-NUMBER(CHQ-BOOK-SUBSCRIPT) = ICL-ACCT-NUMBER AND
              ICL-SERIAL NOT < CBT-FIRST-SERIAL(CHQ-BOOK-SUBSCRIPT) AND
              ICL-SERIAL NOT > CBT-LAST-SERIAL(CHQ-BOOK-SUBSCRIPT)
           THEN
              MOVE SPACES TO INWARD-RETURN-CODE
              GO TO CHECK-INWARD-ISSUED-EXIT
           END-IF.
           GO TO CHECK-INWARD-ISSUED-LOOP.

       CHECK-INWARD-ISSUED-EXIT.
           EXIT.

       CHECK-INWARD-STOPPED.
           MOVE 0 TO CHQ-STOP-SUBSCRIPT.

       CHECK-INWARD-STOPPED-LOOP.
           ADD 1 TO CHQ-STOP-SUBSCRIPT.
           IF CHQ-STOP-SUBSCRIPT > CHQ-STOP-COUNT
           THEN
              GO TO CHECK-INWARD-STOPPED-EXIT
           END-IF.
           IF CST-ACCT-NUMBER(CHQ-STOP-SUBSCRIPT) = ICL-ACCT-NUMBER AND
              ICL-SERIAL NOT < CST-FIRST-SERIAL(CHQ-STOP-SUBSCRIPT) AND
              ICL-SERIAL NOT > CST-LAST-SERIAL(CHQ-STOP-SUBSCRIPT)
           THEN
              MOVE "01" TO INWARD-RETURN-CODE
              MOVE "PAYMENT STOPPED" TO INWARD-RETURN-TEXT
              GO TO CHECK-INWARD-STOPPED-EXIT
           END-IF.
           GO TO CHECK-INWARD-STOPPED-LOOP.

       CHECK-INWARD-STOPPED-EXIT.
           EXIT.

       CHECK-INWARD-PAID.
           MOVE 0 TO CHQ-PAID-SUBSCRIPT.

       CHECK-INWARD-PAID-LOOP.
           ADD 1 TO CHQ-PAID-SUBSCRIPT.
           IF CHQ-PAID-SUBSCRIPT > CHQ-PAID-COUNT
           THEN
              GO TO CHECK-INWARD-PAID-EXIT
           END-IF.
           IF CPT-ACCT-NUMBER(CHQ-PAID-SUBSCRIPT) = ICL-ACCT-NUMBER AND
              CPT-SERIAL(CHQ-PAID-SUBSCRIPT) = ICL-SERIAL
           THEN
              MOVE "02" TO INWARD-RETURN-CODE
              MOVE "ALREADY PAID" TO INWARD-RETURN-TEXT
              GO TO CHECK-INWARD-PAID-EXIT
           END-IF.
           GO TO CHECK-INWARD-PAID-LOOP.

       CHECK-INWARD-PAID-EXIT.
           EXIT.

       LOOK-UP-CHEQUE-FUNDS.
           MOVE 0 TO CHQ-COMMIT-SUBSCRIPT.

       LOOK-UP-CHEQUE-FUNDS-COMMIT.
           ADD 1 TO CHQ-COMMIT-SUBSCRIPT.
           IF CHQ-COMMIT-SUBSCRIPT > CHQ-COMMIT-COUNT
           THEN
              IF CHQ-COMMIT-COUNT NOT < 500
              THEN
                 MOVE "06" TO INWARD-RETURN-CODE
                 MOVE "REFER TO DRAWER" TO INWARD-RETURN-TEXT
                 GO TO LOOK-UP-CHEQUE-FUNDS-EXIT
              END-IF
              ADD 1 TO CHQ-COMMIT-COUNT
              MOVE ICL-ACCT-NUMBER
                 TO CCT-ACCT-NUMBER(CHQ-COMMIT-SUBSCRIPT)
              MOVE 0 TO CCT-AMOUNT(CHQ-COMMIT-SUBSCRIPT)
              GO TO LOOK-UP-CHEQUE-FUNDS-MASTER
           END-IF.
           IF CCT-ACCT-NUMBER(CHQ-COMMIT-SUBSCRIPT) = ICL-ACCT-NUMBER
           THEN
              GO TO LOOK-UP-CHEQUE-FUNDS-MASTER
           END-IF.
           GO TO LOOK-UP-CHEQUE-FUNDS-COMMIT.

       LOOK-UP-CHEQUE-FUNDS-MASTER.
           MOVE "05" TO INWARD-RETURN-CODE.
           MOVE "ACCOUNT NOT ACTIVE" TO INWARD-RETURN-TEXT.
           OPEN INPUT MASTER-FILE.

       LOOK-UP-CHEQUE-FUNDS-LOOP.
           READ MASTER-FILE
              AT END GO TO LOOK-UP-CHEQUE-FUNDS-CLOSE
           END-READ.
           IF MSTR-ACCT-NUMBER NOT = ICL-ACCT-NUMBER
           THEN
              GO TO LOOK-UP-CHEQUE-FUNDS-LOOP
           END-IF.
           IF MSTR-ACCT-ACTIVE
           THEN
              MOVE MSTR-ACCT-BALANCE-UNSIGNED TO CHEQUE-FUNDS-BALANCE
              IF MSTR-ACCT-NEGATIVE
              THEN
                 MULTIPLY CHEQUE-FUNDS-BALANCE BY -1
                    GIVING CHEQUE-FUNDS-BALANCE
              END-IF
              MOVE ICL-ACCT-NUMBER TO LEGAL-FENCE-LOOKUP-ACCT
              PERFORM CHECK-LEGAL-FENCE THRU CHECK-LEGAL-FENCE-EXIT
              SUBTRACT LEGAL-FENCE-TOTAL FROM CHEQUE-FUNDS-BALANCE
              IF ICL-AMOUNT + CCT-AMOUNT(CHQ-COMMIT-SUBSCRIPT) >
                 CHEQUE-FUNDS-BALANCE + MSTR-ACCT-OVERDRAFT-LIMIT
              THEN
                 MOVE "04" TO INWARD-RETURN-CODE
                 MOVE "INSUFFICIENT FUNDS" TO INWARD-RETURN-TEXT
              ELSE
                 MOVE SPACES TO INWARD-RETURN-CODE
              END-IF
           END-IF.

       LOOK-UP-CHEQUE-FUNDS-CLOSE.
           CLOSE MASTER-FILE.

       LOOK-UP-CHEQUE-FUNDS-EXIT.
           EXIT.

       LOAD-CHEQUE-BOOKS.
           MOVE 0 TO CHQ-BOOK-COUNT.
           OPEN INPUT CHEQUE-BOOK-FILE.
           IF CHEQUE-BOOK-FILE-NOT-FOUND
           THEN
              GO TO LOAD-CHEQUE-BOOKS-EXIT
           END-IF.

       LOAD-CHEQUE-BOOKS-LOOP.
           READ CHEQUE-BOOK-FILE
              AT END
                 CLOSE CHEQUE-BOOK-FILE
                 GO TO LOAD-CHEQUE-BOOKS-EXIT
           END-READ.
           IF CHQ-BOOK-COUNT < 1000
           THEN
              ADD 1 TO CHQ-BOOK-COUNT
              MOVE CBK-ACCT-NUMBER  TO CBT-ACCT-NUMBER(CHQ-BOOK-COUNT)
              MOVE CBK-FIRST-SERIAL TO CBT-FIRST-SERIAL(CHQ-BOOK-COUNT)
              MOVE CBK-LAST-SERIAL  TO CBT-LAST-SERIAL(CHQ-BOOK-COUNT)
           END-IF.
           GO TO LOAD-CHEQUE-BOOKS-LOOP.

       LOAD-CHEQUE-BOOKS-EXIT.
           EXIT.

       LOAD-CHEQUE-STOPS.
           MOVE 0 TO CHQ-STOP-COUNT.
           OPEN INPUT CHEQUE-STOP-FILE.
           IF CHEQUE-STOP-FILE-NOT-FOUND
           THEN
              GO TO LOAD-CHEQUE-STOPS-EXIT
           END-IF.

       LOAD-CHEQUE-STOPS-LOOP.
           READ CHEQUE-STOP-FILE
              AT END
                 CLOSE CHEQUE-STOP-FILE
                 GO TO LOAD-CHEQUE-STOPS-EXIT
           END-READ.
           IF CHQ-STOP-COUNT < 1000
           THEN
              ADD 1 TO CHQ-STOP-COUNT
              MOVE STOP-ACCT-NUMBER  TO CST-ACCT-NUMBER(CHQ-STOP-COUNT)
              MOVE STOP-FIRST-SERIAL TO CST-FIRST-SERIAL(CHQ-STOP-COUNT)
              MOVE STOP-LAST-SERIAL  TO CST-LAST-SERIAL(CHQ-STOP-COUNT)
           END-IF.
           GO TO LOAD-CHEQUE-STOPS-LOOP.

       LOAD-CHEQUE-STOPS-EXIT.
           EXIT.

       LOAD-PAID-CHEQUES.
           MOVE 0 TO CHQ-PAID-COUNT.
           OPEN INPUT CHEQUE-PAID-FILE.
           IF CHEQUE-PAID-FILE-NOT-FOUND
           THEN
              GO TO LOAD-PAID-CHEQUES-EXIT
           END-IF.

       LOAD-PAID-CHEQUES-LOOP.
           READ CHEQUE-PAID-FILE
              AT END
                 CLOSE CHEQUE-PAID-FILE
                 GO TO LOAD-PAID-CHEQUES-EXIT
           END-READ.
           IF CHQ-PAID-COUNT < 5000
           THEN
              ADD 1 TO CHQ-PAID-COUNT
              MOVE CPAID-ACCT-NUMBER TO CPT-ACCT-NUMBER(CHQ-PAID-COUNT)
              MOVE CPAID-SERIAL      TO CPT-SERIAL(CHQ-PAID-COUNT)
           END-IF.
           GO TO LOAD-PAID-CHEQUES-LOOP.

       LOAD-PAID-CHEQUES-EXIT.
           EXIT.

       CARRY-UNMATCHED-RETURNS.
           MOVE 0 TO CHQ-RETURN-CARRIED-COUNT.
           OPEN OUTPUT CHEQUE-RETURN-FILE.
           MOVE 0 TO CHQ-RETURN-SUBSCRIPT.

       CARRY-UNMATCHED-RETURNS-LOOP.
           ADD 1 TO CHQ-RETURN-SUBSCRIPT.
           IF CHQ-RETURN-SUBSCRIPT > CHQ-RETURN-COUNT
           THEN
              GO TO CARRY-UNMATCHED-RETURNS-CLOSE
           END-IF.
           IF CRT-USED-FLAG(CHQ-RETURN-SUBSCRIPT) = "Y"
           THEN
              GO TO CARRY-UNMATCHED-RETURNS-LOOP
           END-IF.
           MOVE CRT-BANK-CODE(CHQ-RETURN-SUBSCRIPT)
              TO CHQRET-BANK-CODE.
           MOVE CRT-CHEQUE-NUMBER(CHQ-RETURN-SUBSCRIPT)
              TO CHQRET-CHEQUE-NUMBER.
           MOVE CRT-ACCT-NUMBER(CHQ-RETURN-SUBSCRIPT)
              TO CHQRET-ACCT-NUMBER.
           MOVE CRT-REASON(CHQ-RETURN-SUBSCRIPT)
              TO CHQRET-REASON.
           WRITE CHEQUE-RETURN-RECORD.
           ADD 1 TO CHQ-RETURN-CARRIED-COUNT.
           STRING "~~~~~~~~~~~~~~~> RETURNED CHEQUE "
              CHQRET-CHEQUE-NUMBER " ON BANK " CHQRET-BANK-CODE
              " ACCT " CHQRET-ACCT-NUMBER
              " MATCHED NO PROVISIONAL ITEM -- CARRIED FORWARD"
              DELIMITED BY SIZE INTO RUN-LOG-MESSAGE.
           PERFORM LOG-RUN-EVENT.
           GO TO CARRY-UNMATCHED-RETURNS-LOOP.

       CARRY-UNMATCHED-RETURNS-CLOSE.
           CLOSE CHEQUE-RETURN-FILE.
           STRING "=====> " CHQ-RETURN-COUNT
              " RETURNED CHEQUE ITEM(S) LOADED, "
              CHQ-RETURN-CARRIED-COUNT
              " UNMATCHED CARRIED FORWARD FOR OPERATOR REVIEW"
              DELIMITED BY SIZE INTO RUN-LOG-MESSAGE.
           PERFORM LOG-RUN-EVENT.

       CARRY-UNMATCHED-RETURNS-EXIT.
           EXIT.

       LOAD-PRODUCT-TABLE.
           MOVE 0 TO PRODUCT-COUNT.
           OPEN INPUT PRODUCT-FILE.
           IF PRODUCT-FILE-NOT-FOUND
           THEN
              MOVE "=====> NO PRODUCT FILE -- BANK-WIDE RATES AND FEES"
                 TO RUN-LOG-MESSAGE
              PERFORM LOG-RUN-EVENT
              GO TO LOAD-PRODUCT-TABLE-EXIT
           END-IF.

       LOAD-PRODUCT-TABLE-LOOP.
           READ PRODUCT-FILE
              AT END
                 CLOSE PRODUCT-FILE
                 GO TO LOAD-PRODUCT-TABLE-EXIT
           END-READ.
           IF PRODUCT-COUNT < 20
           THEN
              ADD 1 TO PRODUCT-COUNT
              MOVE PROD-CODE TO PRT-CODE(PRODUCT-COUNT)
              MOVE PROD-INTEREST-RATE
                 TO PRT-INTEREST-RATE(PRODUCT-COUNT)
              MOVE PROD-MAINT-FEE TO PRT-MAINT-FEE(PRODUCT-COUNT)
              MOVE PROD-MIN-BALANCE TO PRT-MIN-BALANCE(PRODUCT-COUNT)
              MOVE PROD-OD-ELIGIBLE TO PRT-OD-ELIGIBLE(PRODUCT-COUNT)
           ELSE
              MOVE "~~~~~~~~~~~~~~~> MORE THAN 20 PRODUCTS ON FILE "
                 TO RUN-LOG-MESSAGE
              PERFORM LOG-RUN-EVENT
           END-IF.
           GO TO LOAD-PRODUCT-TABLE-LOOP.

       LOAD-PRODUCT-TABLE-EXIT.
           EXIT.

       LOAD-ESTATE-HOLDS.
           MOVE 0 TO ESTATE-HOLD-COUNT.
           OPEN INPUT ESTATE-ACCT-FILE.
           IF ESTATE-ACCT-FILE-NOT-FOUND
           THEN
              GO TO LOAD-ESTATE-HOLDS-EXIT
           END-IF.

       LOAD-ESTATE-HOLDS-LOOP.
           READ ESTATE-ACCT-FILE
              AT END
                 CLOSE ESTATE-ACCT-FILE
                 GO TO LOAD-ESTATE-HOLDS-EXIT
           END-READ.
           IF ESTATE-HOLD-COUNT < 200
           THEN
              ADD 1 TO ESTATE-HOLD-COUNT
              MOVE EA-ACCT-NUMBER TO EHT-ACCT-NUMBER(ESTATE-HOLD-COUNT)
           ELSE
              MOVE "~~~~~~~~~~~~~~~> MORE THAN 200 ESTATE ACCOUNTS "
                 TO RUN-LOG-MESSAGE
              PERFORM LOG-RUN-EVENT
           END-IF.
           GO TO LOAD-ESTATE-HOLDS-LOOP.

       LOAD-ESTATE-HOLDS-EXIT.
           EXIT.

       CHECK-ESTATE-HOLD.
           MOVE "N" TO ESTATE-HOLD-FLAG.
           MOVE 0 TO ESTATE-HOLD-SUBSCRIPT.

       CHECK-ESTATE-HOLD-LOOP.
           ADD 1 TO ESTATE-HOLD-SUBSCRIPT.
           IF ESTATE-HOLD-SUBSCRIPT > ESTATE-HOLD-COUNT
           THEN
              GO TO CHECK-ESTATE-HOLD-EXIT
           END-IF.
           IF EHT-ACCT-NUMBER(ESTATE-HOLD-SUBSCRIPT) = LSCH-ACCT-NUMBER
           THEN
              SET ACCT-IS-ESTATE-HELD TO TRUE
              GO TO CHECK-ESTATE-HOLD-EXIT
           END-IF.
           GO TO CHECK-ESTATE-HOLD-LOOP.

       CHECK-ESTATE-HOLD-EXIT.
           EXIT.

       APPLY-PRODUCT-RULES.
           MOVE MONTHLY-INTEREST-RATE TO APPLIED-INTEREST-RATE.
           MOVE MAINTENANCE-FEE-AMOUNT TO APPLIED-MAINT-FEE.
           MOVE MIN-BALANCE-THRESHOLD TO APPLIED-MIN-BALANCE.
           IF MSTR-PRODUCT-CODE = SPACES
           THEN
              GO TO APPLY-PRODUCT-RULES-EXIT
           END-IF.
           MOVE 0 TO PRODUCT-SUBSCRIPT.

       APPLY-PRODUCT-RULES-LOOP.
           ADD 1 TO PRODUCT-SUBSCRIPT.
           IF PRODUCT-SUBSCRIPT > PRODUCT-COUNT
           THEN
              STRING "~~~~~~~~~~~~~~~> UNKNOWN PRODUCT "
                 MSTR-PRODUCT-CODE " ON ACCT " MSTR-ACCT-NUMBER
                 " -- BANK-WIDE RULES APPLIED"
                 DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
              PERFORM LOG-RUN-EVENT
              GO TO APPLY-PRODUCT-RULES-EXIT
           END-IF.
           IF PRT-CODE(PRODUCT-SUBSCRIPT) NOT = MSTR-PRODUCT-CODE
           THEN
              GO TO APPLY-PRODUCT-RULES-LOOP
           END-IF.

           MOVE PRT-INTEREST-RATE(PRODUCT-SUBSCRIPT)
              TO APPLIED-INTEREST-RATE.
           MOVE PRT-MAINT-FEE(PRODUCT-SUBSCRIPT) TO APPLIED-MAINT-FEE.
           MOVE PRT-MIN-BALANCE(PRODUCT-SUBSCRIPT)
              TO APPLIED-MIN-BALANCE.

           IF PRT-OD-ELIGIBLE(PRODUCT-SUBSCRIPT) NOT = "Y" AND
              MSTR-ACCT-OVERDRAFT-LIMIT > 0
           THEN
              STRING "~~~~~~~~~~~~~~~> OVERDRAFT LIMIT "
                 MSTR-ACCT-OVERDRAFT-LIMIT " WITHDRAWN -- PRODUCT "
                 MSTR-PRODUCT-CODE " IS NOT OVERDRAFT ELIGIBLE"
                 DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
              PERFORM LOG-RUN-EVENT
              MOVE 0 TO MSTR-ACCT-OVERDRAFT-LIMIT
           END-IF.

       APPLY-PRODUCT-RULES-EXIT.
           EXIT.

       LOAD-BILLER-TABLE.
           MOVE 0 TO BILLER-COUNT.
           OPEN INPUT BILLER-FILE.
           IF BILLER-FILE-NOT-FOUND
           THEN
              GO TO LOAD-BILLER-TABLE-EXIT
           END-IF.

       LOAD-BILLER-TABLE-LOOP.
           READ BILLER-FILE
              AT END
                 CLOSE BILLER-FILE
                 GO TO LOAD-BILLER-TABLE-EXIT
           END-READ.
           IF BILLER-COUNT < 50
           THEN
              ADD 1 TO BILLER-COUNT
              MOVE BILLER-CODE TO BLT-BILLER-CODE(BILLER-COUNT)
              MOVE "N" TO BLT-RETURN-FLAG(BILLER-COUNT)
           ELSE
              MOVE "~~~~~~~~~~~~~~~> MORE THAN 50 BILLERS ON FILE "
                 TO RUN-LOG-MESSAGE
              PERFORM LOG-RUN-EVENT
           END-IF.
           GO TO LOAD-BILLER-TABLE-LOOP.

       LOAD-BILLER-TABLE-EXIT.
           EXIT.

       FIND-BILLER-IN-TABLE.
           MOVE "N" TO BILLER-KNOWN-FLAG.
           MOVE 0 TO BILLER-SUBSCRIPT.

       FIND-BILLER-IN-TABLE-LOOP.
           ADD 1 TO BILLER-SUBSCRIPT.
           IF BILLER-SUBSCRIPT > BILLER-COUNT
           THEN
              GO TO FIND-BILLER-IN-TABLE-EXIT
           END-IF.
           IF BLT-BILLER-CODE(BILLER-SUBSCRIPT) = BILL-CURRENT-CODE
           THEN
              SET BILLER-IS-KNOWN TO TRUE
              GO TO FIND-BILLER-IN-TABLE-EXIT
           END-IF.
           GO TO FIND-BILLER-IN-TABLE-LOOP.

       FIND-BILLER-IN-TABLE-EXIT.
           EXIT.

       BUILD-BILL-RETURN-DSN.
           MOVE SPACES TO BILL-RETURN-FILE-DSN.
           STRING BILL-RETURN-PREFIX DELIMITED BY SPACE
              BILL-CURRENT-CODE ".txt" DELIMITED BY SIZE
              INTO BILL-RETURN-FILE-DSN.

       BUILD-BILL-RETURN-DSN-EXIT.
           EXIT.

       LOAD-BILL-RETURNS.
           ADD 1 TO BILLER-SUBSCRIPT.
           IF BILLER-SUBSCRIPT > BILLER-COUNT
           THEN
              GO TO LOAD-BILL-RETURNS-EXIT
           END-IF.
           MOVE BLT-BILLER-CODE(BILLER-SUBSCRIPT) TO BILL-CURRENT-CODE.
           PERFORM BUILD-BILL-RETURN-DSN
              THRU BUILD-BILL-RETURN-DSN-EXIT.
           OPEN INPUT BILL-RETURN-FILE.
           IF BILL-RETURN-FILE-NOT-FOUND
           THEN
              GO TO LOAD-BILL-RETURNS
           END-IF.

       LOAD-BILL-RETURNS-LOOP.
           READ BILL-RETURN-FILE
              AT END
                 CLOSE BILL-RETURN-FILE
                 GO TO LOAD-BILL-RETURNS
           END-READ.
           MOVE "Y" TO BLT-RETURN-FLAG(BILLER-SUBSCRIPT).
           IF BILL-RETURN-COUNT < 100
           THEN
              ADD 1 TO BILL-RETURN-COUNT
              MOVE BILL-CURRENT-CODE
                 TO BRT-BILLER-CODE(BILL-RETURN-COUNT)
              MOVE BRET-REFERENCE
                 TO BRT-REFERENCE(BILL-RETURN-COUNT)
              MOVE BRET-FROM-ACCT-NUMBER
                 TO BRT-FROM-ACCT-NUMBER(BILL-RETURN-COUNT)
              MOVE BRET-AMOUNT
                 TO BRT-AMOUNT(BILL-RETURN-COUNT)
              MOVE BRET-TIMESTAMP
                 TO BRT-TIMESTAMP(BILL-RETURN-COUNT)
              MOVE BRET-REASON
                 TO BRT-REASON(BILL-RETURN-COUNT)
              MOVE "N" TO BRT-USED-FLAG(BILL-RETURN-COUNT)
           ELSE
              MOVE "~~~~~~~~~~~~~~~> MORE THAN 100 RETURNED BILL "
                 TO RUN-LOG-MESSAGE
              PERFORM LOG-RUN-EVENT
           END-IF.
           GO TO LOAD-BILL-RETURNS-LOOP.

       LOAD-BILL-RETURNS-EXIT.
           EXIT.

       MATCH-BILL-RETURN.
           MOVE "N" TO BILL-RETURN-MATCH-FLAG.
           MOVE 0 TO BILL-RETURN-SUBSCRIPT.

       MATCH-BILL-RETURN-LOOP.
           ADD 1 TO BILL-RETURN-SUBSCRIPT.
           IF BILL-RETURN-SUBSCRIPT > BILL-RETURN-COUNT
           THEN
              GO TO MATCH-BILL-RETURN-EXIT
           END-IF.
           IF BRT-USED-FLAG(BILL-RETURN-SUBSCRIPT) = "N" AND
              BRT-BILLER-CODE(BILL-RETURN-SUBSCRIPT) =
                 BH-BILLER-CODE AND
              BRT-REFERENCE(BILL-RETURN-SUBSCRIPT) = BH-REFERENCE AND
              BRT-FROM-ACCT-NUMBER(BILL-RETURN-SUBSCRIPT) =
                 BH-FROM-ACCT-NUMBER AND
              BRT-AMOUNT(BILL-RETURN-SUBSCRIPT) = BH-AMOUNT AND
              BRT-TIMESTAMP(BILL-RETURN-SUBSCRIPT) = BH-TIMESTAMP
           THEN
              SET BILL-RETURN-MATCHED TO TRUE
              MOVE "Y" TO BRT-USED-FLAG(BILL-RETURN-SUBSCRIPT)
              GO TO MATCH-BILL-RETURN-EXIT
           END-IF.
           GO TO MATCH-BILL-RETURN-LOOP.

       MATCH-BILL-RETURN-EXIT.
           EXIT.

       CARRY-BILL-RETURNS.
           ADD 1 TO BILLER-SUBSCRIPT.
           IF BILLER-SUBSCRIPT > BILLER-COUNT
           THEN
              GO TO CARRY-BILL-RETURNS-EXIT
           END-IF.
           IF BLT-RETURN-FLAG(BILLER-SUBSCRIPT) NOT = "Y"
           THEN
              GO TO CARRY-BILL-RETURNS
           END-IF.
           MOVE BLT-BILLER-CODE(BILLER-SUBSCRIPT) TO BILL-CURRENT-CODE.
           PERFORM BUILD-BILL-RETURN-DSN
              THRU BUILD-BILL-RETURN-DSN-EXIT.
           OPEN OUTPUT BILL-RETURN-FILE.
           MOVE 0 TO BILL-RETURN-SUBSCRIPT.

       CARRY-BILL-RETURNS-LOOP.
           ADD 1 TO BILL-RETURN-SUBSCRIPT.
           IF BILL-RETURN-SUBSCRIPT > BILL-RETURN-COUNT
           THEN
              CLOSE BILL-RETURN-FILE
              GO TO CARRY-BILL-RETURNS
           END-IF.
           IF BRT-USED-FLAG(BILL-RETURN-SUBSCRIPT) = "Y" OR
              BRT-BILLER-CODE(BILL-RETURN-SUBSCRIPT) NOT =
                 BILL-CURRENT-CODE
           THEN
              GO TO CARRY-BILL-RETURNS-LOOP
           END-IF.
           MOVE BRT-BILLER-CODE(BILL-RETURN-SUBSCRIPT)
              TO BRET-BILLER-CODE.
           MOVE BRT-REFERENCE(BILL-RETURN-SUBSCRIPT)
              TO BRET-REFERENCE.
           MOVE BRT-FROM-ACCT-NUMBER(BILL-RETURN-SUBSCRIPT)
              TO BRET-FROM-ACCT-NUMBER.
           MOVE BRT-AMOUNT(BILL-RETURN-SUBSCRIPT)
              TO BRET-AMOUNT.
           MOVE BRT-TIMESTAMP(BILL-RETURN-SUBSCRIPT)
              TO BRET-TIMESTAMP.
           MOVE BRT-REASON(BILL-RETURN-SUBSCRIPT)
              TO BRET-REASON.
           WRITE BILL-RETURN-RECORD.
           ADD 1 TO BILL-RETURN-CARRIED-COUNT.
           STRING "~~~~~~~~~~~~~~~> RETURNED BILL PAYMENT FROM BILLER "
              BRET-BILLER-CODE " ACCT " BRET-FROM-ACCT-NUMBER
              " MATCHED NO SETTLED ITEM -- CARRIED FORWARD"
              DELIMITED BY SIZE INTO RUN-LOG-MESSAGE.
           PERFORM LOG-RUN-EVENT.
           GO TO CARRY-BILL-RETURNS-LOOP.

       CARRY-BILL-RETURNS-EXIT.
           EXIT.

       SETTLE-ONE-BILLER.
           ADD 1 TO BILLER-SUBSCRIPT.
           IF BILLER-SUBSCRIPT > BILLER-COUNT
           THEN
              GO TO SETTLE-ONE-BILLER-EXIT
           END-IF.
           MOVE BLT-BILLER-CODE(BILLER-SUBSCRIPT) TO BILL-CURRENT-CODE.
           MOVE 0 TO BILL-ITEM-COUNT.
           MOVE 0 TO BILL-CONTROL-TOTAL.
           OPEN INPUT BILL-PAY-FILE.

       SETTLE-ONE-BILLER-LOOP.
           READ BILL-PAY-FILE
              AT END GO TO SETTLE-ONE-BILLER-CLOSE
           END-READ.
           IF BILLPAY-BILLER-CODE NOT = BILL-CURRENT-CODE
           THEN
              GO TO SETTLE-ONE-BILLER-LOOP
           END-IF.
           IF BILL-ITEM-COUNT = 0
           THEN
              MOVE SPACES TO BILL-SETTLE-FILE-DSN
              STRING BILL-SETTLE-PREFIX DELIMITED BY SPACE
                 BILL-CURRENT-CODE "_" TODAY-FULL-DATE ".txt"
                 DELIMITED BY SIZE INTO BILL-SETTLE-FILE-DSN
              OPEN OUTPUT BILL-SETTLE-FILE
           END-IF.
           MOVE "D"                      TO BSET-RECORD-TYPE.
           MOVE BILLPAY-BILLER-CODE      TO BSET-BILLER-CODE.
           MOVE BILLPAY-REFERENCE        TO BSET-REFERENCE.
           MOVE BILLPAY-FROM-ACCT-NUMBER TO BSET-FROM-ACCT-NUMBER.
           MOVE BILLPAY-AMOUNT           TO BSET-AMOUNT.
           MOVE BILLPAY-TIMESTAMP        TO BSET-TIMESTAMP.
           WRITE BILL-SETTLE-DETAIL.
           MOVE BILLPAY-BILLER-CODE      TO BH-BILLER-CODE.
           MOVE BILLPAY-REFERENCE        TO BH-REFERENCE.
           MOVE BILLPAY-FROM-ACCT-NUMBER TO BH-FROM-ACCT-NUMBER.
           MOVE BILLPAY-AMOUNT           TO BH-AMOUNT.
           MOVE BILLPAY-TIMESTAMP        TO BH-TIMESTAMP.
           SET BILL-IS-SETTLED           TO TRUE.
           MOVE TODAY-FULL-DATE          TO BH-SETTLE-DATE.
           WRITE BILL-HISTORY-RECORD.
           ADD 1 TO BILL-ITEM-COUNT.
           ADD BILLPAY-AMOUNT TO BILL-CONTROL-TOTAL.
           GO TO SETTLE-ONE-BILLER-LOOP.

       SETTLE-ONE-BILLER-CLOSE.
           CLOSE BILL-PAY-FILE.
           IF BILL-ITEM-COUNT = 0
           THEN
              GO TO SETTLE-ONE-BILLER
           END-IF.
           MOVE SPACES              TO BILL-SETTLE-TRAILER.
           MOVE "T"                 TO BSETT-RECORD-TYPE.
           MOVE BILL-CURRENT-CODE   TO BSETT-BILLER-CODE.
           MOVE TODAY-FULL-DATE     TO BSETT-SETTLE-DATE.
           MOVE BILL-ITEM-COUNT     TO BSETT-ITEM-COUNT.
           MOVE BILL-CONTROL-TOTAL  TO BSETT-CONTROL-TOTAL.
           WRITE BILL-SETTLE-TRAILER.
           CLOSE BILL-SETTLE-FILE.
           ADD BILL-ITEM-COUNT TO BILL-SETTLED-COUNT.
           STRING "~~~~~~~~~~~~~~~> BILLER " BILL-CURRENT-CODE
              " SETTLEMENT FILE " BILL-SETTLE-FILE-DSN
              " ITEMS: " BILL-ITEM-COUNT
              " TOTAL: " BILL-CONTROL-TOTAL
              DELIMITED BY SIZE INTO RUN-LOG-MESSAGE.
           PERFORM LOG-RUN-EVENT.
           GO TO SETTLE-ONE-BILLER.

       SETTLE-ONE-BILLER-EXIT.
           EXIT.

       LOAD-CHEQUE-RETURNS.
                    MULTIPLY LOAN-FUNDS-BALANCE BY -1
                       GIVING LOAN-FUNDS-BALANCE
                 END-IF
                 MOVE LSCH-ACCT-NUMBER TO LEGAL-FENCE-LOOKUP-ACCT
                 PERFORM CHECK-LEGAL-FENCE THRU CHECK-LEGAL-FENCE-EXIT
                 SUBTRACT LEGAL-FENCE-TOTAL FROM LOAN-FUNDS-BALANCE
                 IF LSCH-AMOUNT + LOAN-COMMITTED-AMOUNT NOT >
                    LOAN-FUNDS-BALANCE + MSTR-ACCT-OVERDRAFT-LIMIT
                 THEN
                    SET LOAN-FUNDS-ARE-GOOD TO TRUE
                 END-IF
           READ TERM-DEPOSIT-FILE
              AT END GO TO MATURE-TERM-DEPOSITS-PROMOTE
           END-READ.
           IF TERMDEP-IS-BROKEN
           THEN
              IF TD-BREAK-INTEREST > 0
              THEN
                 MOVE TD-ACCT-NUMBER         TO STANDING-ACCT-NUMBER
                 MOVE "D"                    TO STANDING-OPERATION
                 MOVE TD-BREAK-INTEREST      TO STANDING-AMOUNT
                 MOVE STANDING-TIMESTAMP-NOW TO STANDING-TIMESTAMP
                 MOVE "00"                   TO STANDING-CARDHOLDER-ID
                 MOVE "CTDP" TO CENTRAL-REF-SOURCE
                 PERFORM ISSUE-STANDING-TRANS-REF
                 WRITE STANDING-TRANS-RECORD
              END-IF
              MOVE "W" TO TD-STATUS
              ADD 1 TO TERMDEP-BROKEN-COUNT
              STRING "~~~~~~~~~~~~~~~> TERM DEPOSIT BROKEN: ACCT "
                 TD-ACCT-NUMBER " PRINCIPAL " TD-PRINCIPAL
                 " ON " TD-BREAK-DATE ", INTEREST "
                 TD-BREAK-INTEREST " PAID AFTER PENALTY"
                 DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
              PERFORM LOG-RUN-EVENT
              GO TO MATURE-TERM-DEPOSITS-WRITE
           END-IF.
           MOVE "MFOL" TO BUSCAL-FUNCTION.
           MOVE TD-MATURITY-DATE TO BUSCAL-DATE-IN.
           PERFORM CALL-BUSINESS-CALENDAR.
           MOVE BUSCAL-DATE-OUT TO EFFECTIVE-DUE-DATE.
           IF TERMDEP-IS-OPEN AND
              EFFECTIVE-DUE-DATE NOT > TODAY-FULL-DATE
           THEN
              COMPUTE TERMDEP-INTEREST-WORK ROUNDED =
                 TD-PRINCIPAL * TD-QUOTED-RATE * TD-TERM-DAYS / 365
              MOVE TERMDEP-INTEREST-AMOUNT TO STANDING-AMOUNT
              MOVE STANDING-TIMESTAMP-NOW TO STANDING-TIMESTAMP
              MOVE "00"                   TO STANDING-CARDHOLDER-ID
              MOVE "CTDP" TO CENTRAL-REF-SOURCE
              PERFORM ISSUE-STANDING-TRANS-REF
              WRITE STANDING-TRANS-RECORD
              MOVE "M" TO TD-STATUS
              ADD 1 TO TERMDEP-MATURED-COUNT
              IF NOT TD-INSTR-PAY-OUT
              THEN
                 GO TO MATURE-TERM-DEPOSITS-RENEW
              END-IF
              STRING "~~~~~~~~~~~~~~~> TERM DEPOSIT MATURED: ACCT "
                 TD-ACCT-NUMBER " PRINCIPAL " TD-PRINCIPAL
                 " UNLOCKED, INTEREST " TERMDEP-INTEREST-AMOUNT
           WRITE NEW-TERM-DEPOSIT-RECORD FROM TERM-DEPOSIT-RECORD.
           GO TO MATURE-TERM-DEPOSITS-LOOP.

       MATURE-TERM-DEPOSITS-RENEW.
           WRITE NEW-TERM-DEPOSIT-RECORD FROM TERM-DEPOSIT-RECORD.
           MOVE TD-QUOTED-RATE TO TERMDEP-RENEWAL-RATE.
           IF TD-TERM-DAYS = 030 AND TD-RATE-030 > 0
           THEN
              MOVE TD-RATE-030 TO TERMDEP-RENEWAL-RATE
           END-IF.
           IF TD-TERM-DAYS = 090 AND TD-RATE-090 > 0
           THEN
              MOVE TD-RATE-090 TO TERMDEP-RENEWAL-RATE
           END-IF.
           IF TD-TERM-DAYS = 180 AND TD-RATE-180 > 0
           THEN
              MOVE TD-RATE-180 TO TERMDEP-RENEWAL-RATE
           END-IF.

           MOVE "ADDD" TO DATECALC-FUNCTION.
           MOVE TD-MATURITY-DATE TO DATECALC-DATE-1.
           MOVE TD-TERM-DAYS TO DATECALC-DAYS.
           CALL "DATECALC" USING DATECALC-FUNCTION DATECALC-DATE-1
              DATECALC-DATE-2 DATECALC-DAYS
              ON EXCEPTION
                 STRING "~~~~~~~~~~~~~~~> TERM DEPOSIT ON ACCT "
                    TD-ACCT-NUMBER " PAID OUT -- DATECALC MODULE NOT "
                    "AVAILABLE, ROLLOVER NOT BOOKED"
                    DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
                 PERFORM LOG-RUN-EVENT
                 GO TO MATURE-TERM-DEPOSITS-LOOP
           END-CALL.

           IF TD-INSTR-ROLL-ALL
           THEN
              ADD TERMDEP-INTEREST-AMOUNT TO TD-PRINCIPAL
           END-IF.
           MOVE DATECALC-DATE-1       TO TD-OPEN-DATE.
           MOVE DATECALC-DATE-2       TO TD-MATURITY-DATE.
           MOVE TERMDEP-RENEWAL-RATE  TO TD-QUOTED-RATE.
           MOVE "O"                   TO TD-STATUS.
           MOVE 0                     TO TD-BREAK-DATE.
           MOVE 0                     TO TD-BREAK-INTEREST.
           ADD 1 TO TERMDEP-RENEWED-COUNT.
           STRING "~~~~~~~~~~~~~~~> TERM DEPOSIT ROLLED OVER: ACCT "
              TD-ACCT-NUMBER " INTEREST " TERMDEP-INTEREST-AMOUNT
              " PAID, NEW PRINCIPAL " TD-PRINCIPAL " AT "
              TD-QUOTED-RATE " MATURES " TD-MATURITY-DATE
              DELIMITED BY SIZE INTO RUN-LOG-MESSAGE.
           PERFORM LOG-RUN-EVENT.
           GO TO MATURE-TERM-DEPOSITS-WRITE.

       MATURE-TERM-DEPOSITS-PROMOTE.
           CLOSE TERM-DEPOSIT-FILE, NEW-TERM-DEPOSIT-FILE.
           OPEN INPUT NEW-TERM-DEPOSIT-FILE.
                       DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
                    PERFORM LOG-RUN-EVENT
                 END-IF
                 IF TERMDEP-RENEWED-COUNT > 0
                 THEN
                    STRING "=====> " TERMDEP-RENEWED-COUNT
                       " TERM DEPOSIT(S) ROLLED OVER THIS RUN"
                       DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
                    PERFORM LOG-RUN-EVENT
                 END-IF
                 IF TERMDEP-BROKEN-COUNT > 0
                 THEN
                    STRING "=====> " TERMDEP-BROKEN-COUNT
                       " BROKEN TERM DEPOSIT(S) PAID THIS RUN"
                       DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
                    PERFORM LOG-RUN-EVENT
                 END-IF
                 GO TO MATURE-TERM-DEPOSITS-DONE
           END-READ.
           WRITE TERM-DEPOSIT-RECORD FROM NEW-TERM-DEPOSIT-RECORD.
                 MOVE "=====> RPTWRITE MODULE NOT AVAILABLE -- HALT"
                    TO RUN-LOG-MESSAGE
                 PERFORM LOG-RUN-EVENT
                 PERFORM RELEASE-RUN-LOCKS THRU RELEASE-RUN-LOCKS-EXIT
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
           END-CALL.
           THEN
              GO TO SUMMARIZE-DECLINES
           END-IF.
           OPEN EXTEND FX-HISTORY-FILE.
           IF FX-HISTORY-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT FX-HISTORY-FILE
           END-IF.

       WRITE-FX-REPORT-TALLY.
           READ FX-LOG-FILE
              AT END
                 CLOSE FX-LOG-FILE, FX-HISTORY-FILE
                 GO TO WRITE-FX-REPORT-LINES
           END-READ.
           WRITE FX-HISTORY-RECORD FROM FX-LOG-RECORD.
           MOVE "N" TO FX-ENTRY-FOUND-FLAG.
           MOVE 0 TO FX-TOTAL-SUBSCRIPT.

           THEN
              CLOSE RUN-LOG-FILE
           END-IF.
           PERFORM RELEASE-RUN-LOCKS THRU RELEASE-RUN-LOCKS-EXIT.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

           THEN
              CLOSE RUN-LOG-FILE
           END-IF.
           PERFORM RELEASE-RUN-LOCKS THRU RELEASE-RUN-LOCKS-EXIT.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

                    MOVE TERM-AMOUNT        TO PTL-AMOUNT
                    MOVE TERM-TIMESTAMP     TO PTL-TIMESTAMP
                    MOVE TERM-CARDHOLDER-ID TO PTL-CARDHOLDER-ID
                    MOVE TERM-TRANS-REF     TO PTL-TRANS-REF
                    SET PENDING-TRANSFER-HELD TO TRUE
                 ELSE
                    RELEASE WORK-RECORD FROM TERM-TRANS-RECORD
              MOVE PTL-AMOUNT      TO FROZEN-REJECT-AMOUNT
              MOVE PTL-TIMESTAMP   TO FROZEN-REJECT-TIMESTAMP
              MOVE PTL-CARDHOLDER-ID TO FROZEN-REJECT-CARDHOLDER-ID
              MOVE PTL-TRANS-REF   TO FROZEN-REJECT-TRANS-REF
              WRITE FROZEN-REJECT-RECORD
              MOVE TERM-ACCT-NUMBER TO FROZEN-REJECT-ACCT-NUMBER
              MOVE TERM-OPERATION   TO FROZEN-REJECT-OPERATION
              MOVE TERM-AMOUNT      TO FROZEN-REJECT-AMOUNT
              MOVE TERM-TIMESTAMP   TO FROZEN-REJECT-TIMESTAMP
              MOVE TERM-CARDHOLDER-ID TO FROZEN-REJECT-CARDHOLDER-ID
              MOVE TERM-TRANS-REF   TO FROZEN-REJECT-TRANS-REF
              WRITE FROZEN-REJECT-RECORD
              STRING "~~~~~~~~~~~~~~~> TRANSFER FROZEN: BOTH LEGS "
                 "REJECTED ACCT " PTL-ACCT-NUMBER " / "

                 MOVE "C" TO JOURNAL-ENTRY-TYPE
                 MOVE SPACE TO JOURNAL-OPERATION
                 MOVE SPACES TO JOURNAL-TRANS-REF
                 MOVE 0 TO JOURNAL-AMOUNT
                 PERFORM WRITE-ACCT-JOURNAL THRU
                    WRITE-ACCT-JOURNAL-EXIT
                    MOVE "+" TO CKPT-NET-CHANGE-SIGN
                    MOVE RECON-NET-CHANGE TO CKPT-NET-CHANGE-UNSIGNED
                 END-IF
                 MOVE GL-POSTED-D-AMOUNT TO CKPT-GL-D-AMOUNT
                 MOVE GL-POSTED-W-AMOUNT TO CKPT-GL-W-AMOUNT
                 MOVE GL-POSTED-T-AMOUNT TO CKPT-GL-T-AMOUNT
                 MOVE GL-POSTED-Y-AMOUNT TO CKPT-GL-Y-AMOUNT
                 MOVE INTEREST-RUN-TOTAL TO CKPT-INTEREST-TOTAL
                 MOVE WHT-RUN-TOTAL      TO CKPT-WHT-TOTAL
                 MOVE FEE-RUN-TOTAL      TO CKPT-FEE-TOTAL
                 WRITE CHECKPOINT-RECORD
                 CLOSE CHECKPOINT-FILE

                          MOVE CKPT-NET-CHANGE-UNSIGNED TO
                             RECON-NET-CHANGE
                       END-IF
                       IF CKPT-GL-TOTALS IS NUMERIC
                       THEN
                          MOVE CKPT-GL-D-AMOUNT TO GL-POSTED-D-AMOUNT
                          MOVE CKPT-GL-W-AMOUNT TO GL-POSTED-W-AMOUNT
                          MOVE CKPT-GL-T-AMOUNT TO GL-POSTED-T-AMOUNT
                          MOVE CKPT-GL-Y-AMOUNT TO GL-POSTED-Y-AMOUNT
                          MOVE CKPT-INTEREST-TOTAL TO INTEREST-RUN-TOTAL
                          MOVE CKPT-WHT-TOTAL TO WHT-RUN-TOTAL
                          MOVE CKPT-FEE-TOTAL TO FEE-RUN-TOTAL
                       END-IF
                       STRING "=====> RESUMING AFTER LAST COMMITTED "
                          "ACCOUNT: " CHECKPOINT-LAST-ACCT
                          DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
           MOVE 0 TO CKPT-LAST-ACCT
           MOVE "+" TO CKPT-NET-CHANGE-SIGN
           MOVE 0 TO CKPT-NET-CHANGE-UNSIGNED
           MOVE 0 TO CKPT-GL-D-AMOUNT, CKPT-GL-W-AMOUNT,
              CKPT-GL-T-AMOUNT, CKPT-GL-Y-AMOUNT, CKPT-INTEREST-TOTAL,
              CKPT-WHT-TOTAL, CKPT-FEE-TOTAL
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE

           MOVE 0 TO JOURNAL-SEQ-COUNT.
           MOVE "B" TO JOURNAL-ENTRY-TYPE.
           MOVE SPACE TO JOURNAL-OPERATION.
           MOVE SPACES TO JOURNAL-TRANS-REF.
           MOVE 0 TO JOURNAL-AMOUNT.
           PERFORM WRITE-ACCT-JOURNAL THRU WRITE-ACCT-JOURNAL-EXIT.

           PERFORM APPLY-PRODUCT-RULES THRU APPLY-PRODUCT-RULES-EXIT.

           IF IS-INTEREST-ACCRUAL-DAY AND MSTR-ACCT-ACTIVE AND
              MSTR-ACCT-POSITIVE
           THEN
              COMPUTE INTEREST-AMOUNT ROUNDED =
                 MSTR-ACCT-BALANCE-UNSIGNED * APPLIED-INTEREST-RATE
              IF INTEREST-AMOUNT > 0
              THEN
                 COMPUTE WHT-AMOUNT ROUNDED =
                    DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
                 PERFORM LOG-RUN-EVENT
                 DISPLAY " "
                 MOVE "CINT" TO CENTRAL-REF-SOURCE
                 PERFORM ISSUE-CENTRAL-TRANS-REF
                 MOVE CENTRAL-TRANS-REF TO LD-TRANS-REF
                 MOVE CENTRAL-TRANS-REF TO JOURNAL-TRANS-REF
                 MOVE "00" TO LD-CARDHOLDER-ID
                 MOVE "I"                        TO LD-OPERATION
                 MOVE INTEREST-AMOUNT            TO LD-AMOUNT
           END-IF.

           IF MSTR-ACCT-ACTIVE AND
              ALU-REGISTER < APPLIED-MIN-BALANCE
           THEN
              SUBTRACT APPLIED-MAINT-FEE FROM ALU-REGISTER
                 GIVING ALU-REGISTER
              IF ALU-REGISTER IS NEGATIVE
              THEN
                 MOVE "+" TO MSTR-ACCT-SIGN
              END-IF
              MOVE ALU-REGISTER TO MSTR-ACCT-BALANCE-UNSIGNED
              SUBTRACT APPLIED-MAINT-FEE FROM RECON-NET-CHANGE
              ADD APPLIED-MAINT-FEE TO FEE-RUN-TOTAL

              STRING "~~~~~~~~~~~~~~~>  LOW-BALANCE FEE ASSESSED: "
                 APPLIED-MAINT-FEE DELIMITED BY SIZE
                 INTO RUN-LOG-MESSAGE
              PERFORM LOG-RUN-EVENT
              DISPLAY " "
              MOVE "CFEE" TO CENTRAL-REF-SOURCE
              PERFORM ISSUE-CENTRAL-TRANS-REF
              MOVE CENTRAL-TRANS-REF TO LD-TRANS-REF
              MOVE CENTRAL-TRANS-REF TO JOURNAL-TRANS-REF
              MOVE "00" TO LD-CARDHOLDER-ID
              MOVE "F"                        TO LD-OPERATION
              MOVE APPLIED-MAINT-FEE          TO LD-AMOUNT
              MOVE MSTR-ACCT-SIGN             TO LD-SIGN
              MOVE MSTR-ACCT-BALANCE-UNSIGNED TO LD-BALANCE
              WRITE LEDGER-RECORD FROM LEDGER-DETAIL-BUFFER
              MOVE "P" TO JOURNAL-ENTRY-TYPE
              MOVE "F" TO JOURNAL-OPERATION
              MOVE APPLIED-MAINT-FEE TO JOURNAL-AMOUNT
              PERFORM WRITE-ACCT-JOURNAL THRU
                 WRITE-ACCT-JOURNAL-EXIT
           END-IF.
           THEN
              SET UPDATING-ACCT-TRANSACTION TO TRUE

              IF MSTR-ACCT-FROZEN AND
                 SORTED-TRANS-CARDHOLDER-ID NOT = "ES"
              THEN
                 IF
                    NOT FROZEN-REJECT-FILE-ALREADY-OPEN
                    INTO RUN-LOG-MESSAGE
                 PERFORM LOG-RUN-EVENT
                 MOVE SORTED-TRANS-CARDHOLDER-ID TO LD-CARDHOLDER-ID
                 MOVE SORTED-TRANS-REF           TO LD-TRANS-REF
                 MOVE SORTED-TRANS-REF           TO JOURNAL-TRANS-REF
                 MOVE "P"                        TO LD-OPERATION
                 MOVE 0                          TO LD-AMOUNT
                 MOVE MSTR-ACCT-SIGN             TO LD-SIGN
                 IF SORTED-TRANS-OPERATION = "D"
                 THEN
                    ADD SORTED-TRANS-AMOUNT TO GL-POSTED-D-AMOUNT
                 ELSE
                    ADD SORTED-TRANS-AMOUNT TO GL-POSTED-Y-AMOUNT
                 END-IF
                 IF ALU-REGISTER IS POSITIVE
                 THEN
              MOVE MSTR-ACCT-SIGN         TO LD-SIGN
              MOVE MSTR-ACCT-BALANCE-UNSIGNED TO LD-BALANCE
              MOVE SORTED-TRANS-CARDHOLDER-ID TO LD-CARDHOLDER-ID
              MOVE SORTED-TRANS-REF       TO LD-TRANS-REF
              MOVE SORTED-TRANS-REF       TO JOURNAL-TRANS-REF
              WRITE LEDGER-RECORD FROM LEDGER-DETAIL-BUFFER
              MOVE "P" TO JOURNAL-ENTRY-TYPE
              MOVE SORTED-TRANS-OPERATION TO JOURNAL-OPERATION
                    MOVE "=====> RPTWRITE MODULE NOT AVAILABLE"
                       TO RUN-LOG-MESSAGE
                    PERFORM LOG-RUN-EVENT
                    PERFORM RELEASE-RUN-LOCKS THRU
                       RELEASE-RUN-LOCKS-EXIT
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
              END-CALL
              MOVE GL-POSTED-T-AMOUNT     TO PART-GL-T-AMOUNT
              MOVE INTEREST-RUN-TOTAL     TO PART-INTEREST-TOTAL
              MOVE FEE-RUN-TOTAL          TO PART-FEE-TOTAL
              MOVE GL-POSTED-Y-AMOUNT     TO PART-GL-Y-AMOUNT
              MOVE WHT-RUN-TOTAL          TO PART-WHT-TOTAL
              WRITE PARTITION-RECON-RECORD
              CLOSE PARTITION-RECON-FILE
              STRING "=====> PARTITION " PARTITION-ID-NUMBER
              MOVE GLC-DEBIT-ACCOUNT  TO GL-WHT-DEBIT
              MOVE GLC-CREDIT-ACCOUNT TO GL-WHT-CREDIT
           END-IF.
           IF GLC-EVENT = "XFER-SUSP"
           THEN
              MOVE GLC-DEBIT-ACCOUNT  TO GL-TRANSFER-SUSPENSE
           END-IF.
           GO TO WRITE-GL-INTERFACE-CODES-LOOP.

       WRITE-GL-INTERFACE-POSTINGS.
           MOVE GL-TRANSFER-CREDIT TO GL-EVENT-CREDIT-ACCOUNT.
           PERFORM WRITE-GL-POSTING-PAIR.

           MOVE "XFER-SUSP   " TO GL-EVENT-NAME.
           IF GL-POSTED-Y-AMOUNT > GL-POSTED-T-AMOUNT
           THEN
              COMPUTE GL-EVENT-AMOUNT =
                 GL-POSTED-Y-AMOUNT - GL-POSTED-T-AMOUNT
              MOVE GL-TRANSFER-SUSPENSE TO GL-EVENT-DEBIT-ACCOUNT
              MOVE GL-TRANSFER-CREDIT TO GL-EVENT-CREDIT-ACCOUNT
           ELSE
              COMPUTE GL-EVENT-AMOUNT =
                 GL-POSTED-T-AMOUNT - GL-POSTED-Y-AMOUNT
              MOVE GL-TRANSFER-DEBIT TO GL-EVENT-DEBIT-ACCOUNT
              MOVE GL-TRANSFER-SUSPENSE TO GL-EVENT-CREDIT-ACCOUNT
           END-IF.
           PERFORM WRITE-GL-POSTING-PAIR.

           MOVE "INTEREST    " TO GL-EVENT-NAME.
           MOVE INTEREST-RUN-TOTAL TO GL-EVENT-AMOUNT.
           MOVE GL-INTEREST-DEBIT TO GL-EVENT-DEBIT-ACCOUNT.
           MOVE "=====> BALANCED GL INTERFACE FILE WRITTEN"
              TO RUN-LOG-MESSAGE.
           PERFORM LOG-RUN-EVENT.
           GO TO POST-GL-BALANCES.

       POST-GL-BALANCES.
           IF RUN-PROMOTE-ARMED
           THEN
              MOVE "POST" TO GL-POST-FUNC
           ELSE
              MOVE "PROV" TO GL-POST-FUNC
           END-IF.
           MOVE "E" TO GL-POST-RESULT.
           CALL "GLPOST" USING GL-POST-FUNC TODAY-FULL-DATE
              UPDATED-MASTER-FILE-DSN GL-POST-RESULT
              ON EXCEPTION MOVE "E" TO GL-POST-RESULT
           END-CALL.
           IF GL-POST-RESULT = "K"
           THEN
              STRING "=====> GL TRIAL BALANCE NETS TO ZERO AND ALL "
                 "SUBLEDGERS AGREE WITH THEIR CONTROL ACCOUNTS"
                 DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
              PERFORM LOG-RUN-EVENT
              GO TO PROMOTE-MASTER-FILE
           END-IF.
           IF GL-POST-RESULT = "B"
           THEN
              STRING "~~~~~~~~~~~~~~~> GL PROOF FAILED -- MASTER FILE "
                 "NOT PROMOTED, SEE THE GL TRIAL BALANCE REPORT"
                 DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
           ELSE
              STRING "~~~~~~~~~~~~~~~> GL POSTING MODULE NOT "
                 "AVAILABLE -- MASTER FILE NOT PROMOTED"
                 DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
           END-IF.
           SET RECON-OUT-OF-BALANCE TO TRUE.
           PERFORM LOG-RUN-EVENT.
           GO TO END-CENTRAL-RUN.

       WRITE-GL-POSTING-PAIR.
           IF GL-EVENT-AMOUNT > 0
                    "UPDATEDMASTER.TXT" DELIMITED BY SIZE
                    INTO RUN-LOG-MESSAGE
                 PERFORM LOG-RUN-EVENT
                 PERFORM QUEUE-LEGAL-REMITTANCES THRU
                    QUEUE-LEGAL-REMITTANCES-EXIT
                 PERFORM GENERATE-SWEEP-TRANSFERS THRU
                    GENERATE-SWEEP-TRANSFERS-EXIT
                 GO TO CLEAR-TERMINAL-FILES
              INTO RUN-LOG-MESSAGE.
           PERFORM LOG-RUN-EVENT.

           OPEN OUTPUT MEMO-POST-FILE.
           CLOSE MEMO-POST-FILE.
           MOVE "=====> INTRADAY MEMO-POST FILE CLEARED"
              TO RUN-LOG-MESSAGE.
           PERFORM LOG-RUN-EVENT.

           MOVE " " TO MASTSYNC-RESULT.
           CALL "MASTSYNC" USING UPDATED-MASTER-FILE-DSN,
              MASTSYNC-RESULT
              SORTED-TRANS-OPERATION "|"
              EXTRACT-PRINT-AMOUNT "|"
              SORTED-TRANS-TIMESTAMP "|"
              SORTED-TRANS-CARDHOLDER-ID "|"
              SORTED-TRANS-REF
              DELIMITED BY SIZE INTO EXTRACT-LINE-BUFFER.
           WRITE EXTRACT-TRANS-RECORD FROM EXTRACT-LINE-BUFFER.
           GO TO WRITE-VENDOR-TRANS-EXTRACT-LOOP.
           THEN
              CLOSE RUN-LOG-FILE
           END-IF.
           PERFORM RELEASE-RUN-LOCKS THRU RELEASE-RUN-LOCKS-EXIT.
           MOVE CENTRAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

           MOVE JOURNAL-ENTRY-TYPE         TO JRNL-ENTRY-TYPE.
           MOVE JOURNAL-OPERATION          TO JRNL-OPERATION.
           MOVE JOURNAL-AMOUNT             TO JRNL-AMOUNT.
           MOVE JOURNAL-TRANS-REF          TO JRNL-TRANS-REF.
           MOVE MSTR-ACCT-SIGN             TO JRNL-SIGN.
           MOVE MSTR-ACCT-BALANCE-UNSIGNED TO JRNL-BALANCE.
           WRITE JOURNAL-RECORD.
       WRITE-ACCT-JOURNAL-EXIT.
           EXIT.

       ISSUE-CENTRAL-TRANS-REF.
           CALL "TRANREF" USING CENTRAL-REF-SOURCE CENTRAL-TRANS-REF
              ON EXCEPTION
                 DISPLAY "[ABORT]: TRANREF MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.

       ISSUE-STANDING-TRANS-REF.
           PERFORM ISSUE-CENTRAL-TRANS-REF.
           MOVE CENTRAL-TRANS-REF TO STANDING-TRANS-REF.

       QUEUE-LEGAL-REMITTANCES.
           MOVE 0 TO LEGAL-FENCE-COUNT.
           MOVE 0 TO LEGAL-QUEUED-COUNT.
           OPEN INPUT LEGAL-ORDER-FILE.
           IF LEGAL-ORDER-FILE-NOT-FOUND
           THEN
              GO TO QUEUE-LEGAL-REMITTANCES-EXIT
           END-IF.
           OPEN OUTPUT NEW-LEGAL-ORDER-FILE.

       QUEUE-LEGAL-REMITTANCES-LOOP.
           READ LEGAL-ORDER-FILE
              AT END GO TO QUEUE-LEGAL-REMITTANCES-PROMOTE
           END-READ.
           IF LEGAL-ORDER-IS-ACTIVE AND LGO-QUEUED-AMOUNT = 0 AND
              LGO-EXPIRY-DATE NOT < TODAY-FULL-DATE
           THEN
              PERFORM QUEUE-LEGAL-ORDER THRU QUEUE-LEGAL-ORDER-EXIT
           END-IF.
           PERFORM ADD-LEGAL-FENCE-ENTRY THRU
              ADD-LEGAL-FENCE-ENTRY-EXIT.
           WRITE NEW-LEGAL-ORDER-RECORD FROM LEGAL-ORDER-RECORD.
           GO TO QUEUE-LEGAL-REMITTANCES-LOOP.

       QUEUE-LEGAL-REMITTANCES-PROMOTE.
           CLOSE LEGAL-ORDER-FILE, NEW-LEGAL-ORDER-FILE.
           OPEN INPUT NEW-LEGAL-ORDER-FILE.
           OPEN OUTPUT LEGAL-ORDER-FILE.

       QUEUE-LEGAL-REMITTANCES-PROMOTE-LOOP.
           READ NEW-LEGAL-ORDER-FILE
              AT END
                 CLOSE NEW-LEGAL-ORDER-FILE, LEGAL-ORDER-FILE
                 GO TO QUEUE-LEGAL-REMITTANCES-DONE
           END-READ.
           WRITE LEGAL-ORDER-RECORD FROM NEW-LEGAL-ORDER-RECORD.
           GO TO QUEUE-LEGAL-REMITTANCES-PROMOTE-LOOP.

       QUEUE-LEGAL-REMITTANCES-DONE.
           IF LEGAL-QUEUED-COUNT > 0
           THEN
              STRING "=====> " LEGAL-QUEUED-COUNT
                 " LEGAL ORDER REMITTANCE(S) QUEUED FROM UPDATED "
                 "BALANCES" DELIMITED BY SIZE INTO RUN-LOG-MESSAGE
              PERFORM LOG-RUN-EVENT
           END-IF.

       QUEUE-LEGAL-REMITTANCES-EXIT.
           EXIT.

       QUEUE-LEGAL-ORDER.
           MOVE "N" TO LEGAL-ACCT-FLAG.
           MOVE 0 TO LEGAL-ACCT-BALANCE.
           OPEN INPUT UPDATED-MASTER-FILE.

       QUEUE-LEGAL-ORDER-LOOP.
           READ UPDATED-MASTER-FILE
              AT END GO TO QUEUE-LEGAL-ORDER-CLOSE
           END-READ.
           IF UPDATED-ACCT-NUMBER NOT = LGO-ACCT-NUMBER
           THEN
              GO TO QUEUE-LEGAL-ORDER-LOOP
           END-IF.
           IF UPDATED-ACCT-ACTIVE
           THEN
              SET LEGAL-ACCT-IS-ACTIVE TO TRUE
           END-IF.
           MOVE UPDATED-ACCT-BALANCE-UNSIGNED TO LEGAL-ACCT-BALANCE.
           IF UPDATED-ACCT-NEGATIVE
           THEN
              MULTIPLY LEGAL-ACCT-BALANCE BY -1
                 GIVING LEGAL-ACCT-BALANCE
           END-IF.

       QUEUE-LEGAL-ORDER-CLOSE.
           CLOSE UPDATED-MASTER-FILE.
           IF NOT LEGAL-ACCT-IS-ACTIVE
           THEN
              GO TO QUEUE-LEGAL-ORDER-EXIT
           END-IF.
           MOVE LGO-ACCT-NUMBER TO LEGAL-FENCE-LOOKUP-ACCT.
           PERFORM CHECK-LEGAL-FENCE THRU CHECK-LEGAL-FENCE-EXIT.
           SUBTRACT LEGAL-FENCE-TOTAL FROM LEGAL-ACCT-BALANCE.
           SUBTRACT LGO-REMITTED-AMOUNT FROM LGO-ORDER-AMOUNT
              GIVING LEGAL-OUTSTANDING.
           MOVE 0 TO LEGAL-QUEUE-AMOUNT.
           IF LEGAL-ORDER-IS-FIXED AND LEGAL-ACCT-BALANCE > 0
           THEN
              MOVE LEGAL-ACCT-BALANCE TO LEGAL-QUEUE-AMOUNT
           END-IF.
           IF LEGAL-ORDER-IS-PERCENT
           THEN
              COMPUTE LEGAL-GROWTH =
                 LEGAL-ACCT-BALANCE - LGO-BASE-BALANCE
              IF LEGAL-GROWTH > 0
              THEN
                 COMPUTE LEGAL-QUEUE-AMOUNT ROUNDED =
                    LEGAL-GROWTH * LGO-ORDER-PERCENT / 100
              END-IF
           END-IF.
           IF LEGAL-QUEUE-AMOUNT > LEGAL-OUTSTANDING
           THEN
              MOVE LEGAL-OUTSTANDING TO LEGAL-QUEUE-AMOUNT
           END-IF.
           IF LEGAL-ORDER-IS-PERCENT
           THEN
              IF LEGAL-ACCT-BALANCE > 0
              THEN
                 COMPUTE LGO-BASE-BALANCE =
                    LEGAL-ACCT-BALANCE - LEGAL-QUEUE-AMOUNT
              ELSE
                 MOVE 0 TO LGO-BASE-BALANCE
              END-IF
           END-IF.
           IF LEGAL-QUEUE-AMOUNT = 0
           THEN
              GO TO QUEUE-LEGAL-ORDER-EXIT
           END-IF.
           MOVE LEGAL-QUEUE-AMOUNT TO LGO-QUEUED-AMOUNT.
           ADD 1 TO LEGAL-QUEUED-COUNT.
           STRING "~~~~~~~~~~~~~~~> LEGAL ORDER " LGO-ORDER-REF
              " QUEUED: ACCT " LGO-ACCT-NUMBER " AMOUNT "
              LEGAL-QUEUE-AMOUNT " REMITS NEXT RUN"
              DELIMITED BY SIZE INTO RUN-LOG-MESSAGE.
           PERFORM LOG-RUN-EVENT.

       QUEUE-LEGAL-ORDER-EXIT.
           EXIT.

       GENERATE-SWEEP-TRANSFERS.
           OPEN INPUT SWEEP-FILE.
           IF SWEEP-FILE-NOT-FOUND
           THEN
              GO TO GENERATE-SWEEP-TRANSFERS-LOOP
           END-IF.
           MOVE SWP-SOURCE-ACCT TO LEGAL-FENCE-LOOKUP-ACCT.
           PERFORM CHECK-LEGAL-FENCE THRU CHECK-LEGAL-FENCE-EXIT.
           COMPUTE SWEEP-EXCESS-AMOUNT =
              SWEPT-BALANCE-WORK - SWP-TARGET-BALANCE -
              LEGAL-FENCE-TOTAL.
           IF SWEEP-EXCESS-AMOUNT NOT > 0
           THEN
              GO TO GENERATE-SWEEP-TRANSFERS-LOOP
           MOVE SWEEP-EXCESS-AMOUNT    TO SWPT-AMOUNT.
           MOVE STANDING-TIMESTAMP-NOW TO SWPT-TIMESTAMP.
           MOVE "00"                   TO SWPT-CARDHOLDER-ID.
           MOVE "CSWP" TO CENTRAL-REF-SOURCE.
           PERFORM ISSUE-CENTRAL-TRANS-REF.
           MOVE CENTRAL-TRANS-REF TO SWPT-TRANS-REF.
           WRITE SWEEP-TRANS-RECORD.

           MOVE SWP-DEST-ACCT          TO SWPT-ACCT-NUMBER.
       LOOK-UP-SWEPT-BALANCE-EXIT.
           EXIT.

       ACQUIRE-RUN-LOCKS.
           MOVE MASTER-FILE-DSN TO LOCK-RESOURCE.
           PERFORM CALL-LOCK-CONTROL THRU CALL-LOCK-CONTROL-EXIT.
           MOVE TELLER-TRANS-FILE-DSN TO LOCK-RESOURCE.
           PERFORM CALL-LOCK-CONTROL THRU CALL-LOCK-CONTROL-EXIT.
           MOVE VIDEO-DEPOSIT-FILE-DSN TO LOCK-RESOURCE.
           PERFORM CALL-LOCK-CONTROL THRU CALL-LOCK-CONTROL-EXIT.
           MOVE MEMO-POST-FILE-DSN TO LOCK-RESOURCE.
           PERFORM CALL-LOCK-CONTROL THRU CALL-LOCK-CONTROL-EXIT.
           MOVE 0 TO TERMINAL-SUBSCRIPT.

       ACQUIRE-RUN-LOCKS-LOOP.
           ADD 1 TO TERMINAL-SUBSCRIPT.
           IF TERMINAL-SUBSCRIPT > TERMINAL-COUNT
           THEN
              GO TO ACQUIRE-RUN-LOCKS-EXIT
           END-IF.
           MOVE TR-TRANS-DSN(TERMINAL-SUBSCRIPT) TO LOCK-RESOURCE.
           PERFORM CALL-LOCK-CONTROL THRU CALL-LOCK-CONTROL-EXIT.
           GO TO ACQUIRE-RUN-LOCKS-LOOP.

       ACQUIRE-RUN-LOCKS-EXIT.
           EXIT.

       CALL-LOCK-CONTROL.
           MOVE "EXCW" TO LOCK-FUNCTION.
           CALL "LOCKCTL" USING LOCK-FUNCTION LOCK-RESOURCE LOCK-HOLDER
              LOCK-RESULT LOCK-CONFLICT-HOLDER
              ON EXCEPTION
                 MOVE "=====> LOCKCTL MODULE NOT AVAILABLE -- HALT"
                    TO RUN-LOG-MESSAGE
                 PERFORM LOG-RUN-EVENT
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
           END-CALL.
           IF LOCK-WAS-GRANTED
           THEN
              GO TO CALL-LOCK-CONTROL-EXIT
           END-IF.
           MOVE SPACES TO RUN-LOG-MESSAGE.
           STRING "~~~~~~~~~~~~~~~> " DELIMITED BY SIZE
              LOCK-RESOURCE DELIMITED BY SPACE
              " IN USE BY " DELIMITED BY SIZE
              LOCK-CONFLICT-HOLDER DELIMITED BY "  "
              " -- RUN HALTED" DELIMITED BY SIZE
              INTO RUN-LOG-MESSAGE.
           PERFORM LOG-RUN-EVENT.
           PERFORM RELEASE-RUN-LOCKS THRU RELEASE-RUN-LOCKS-EXIT.
           IF RUN-LOG-IS-OPEN
           THEN
              CLOSE RUN-LOG-FILE
           END-IF.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       CALL-LOCK-CONTROL-EXIT.
           EXIT.

       RELEASE-RUN-LOCKS.
           MOVE "RELH" TO LOCK-FUNCTION.
           MOVE SPACES TO LOCK-RESOURCE.
           CALL "LOCKCTL" USING LOCK-FUNCTION LOCK-RESOURCE LOCK-HOLDER
              LOCK-RESULT LOCK-CONFLICT-HOLDER
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       RELEASE-RUN-LOCKS-EXIT.
           EXIT.

       END PROGRAM CENTRAL.
