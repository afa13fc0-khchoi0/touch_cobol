       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALCERT.
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
              JOURNAL-FILE ASSIGN DYNAMIC JOURNAL-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT
              PRIOR-ONE-FILE ASSIGN DYNAMIC PRIOR-ONE-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS PRIOR-ONE-FILE-STATUS.

           SELECT
              ARCHIVE-CATALOG-FILE ASSIGN DYNAMIC
                 ARCHIVE-CATALOG-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ARCHIVE-CATALOG-FILE-STATUS.

           SELECT
              TERMINAL-REGISTRY-FILE ASSIGN DYNAMIC
                 TERMINAL-REGISTRY-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS TERMINAL-REGISTRY-FILE-STATUS.

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
              CUSTOMER-FILE ASSIGN DYNAMIC CUSTOMER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT
              CERT-REGISTER-FILE ASSIGN DYNAMIC CERT-REGISTER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CERT-REGISTER-FILE-STATUS.

           SELECT
              OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OPERATOR-FILE-STATUS.

           SELECT
              OPERATOR-LOG-FILE ASSIGN TO "OPERLOG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OPERATOR-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
              88 MSTR-ACCT-ACTIVE              VALUE "A".
              88 MSTR-ACCT-FROZEN              VALUE "F".
           02 MSTR-ACCT-OVERDRAFT-LIMIT        PIC 9(9)V9(2).
           02 MSTR-CUST-NUMBER                 PIC 9(8).
           02 MSTR-PRODUCT-CODE                PIC X(2).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           02 JRNL-ACCT-NUMBER                 PIC 9(16).
           02 JRNL-DATE                        PIC 9(8).
           02 JRNL-SEQ                         PIC 9(4).
           02 JRNL-ENTRY-TYPE                  PIC X.
              88 JRNL-BROUGHT-FORWARD          VALUE "B".
              88 JRNL-POSTING                  VALUE "P".
              88 JRNL-CARRIED-FORWARD          VALUE "C".
           02 JRNL-OPERATION                   PIC X.
           02 JRNL-AMOUNT                      PIC 9(5)V9(2).
           02 JRNL-SIGN                        PIC X.
           02 JRNL-BALANCE                     PIC 9(13)V9(2).
           02 JRNL-TRANS-REF                   PIC X(24).

       FD  PRIOR-ONE-FILE.
       01  PRIOR-ONE-RECORD.
           02 PRIOR-ONE-ACCT-NUMBER            PIC 9(16).
           02 PRIOR-ONE-OPERATION              PIC A.
           02 PRIOR-ONE-AMOUNT                 PIC 9(5)V9(2).
           02 PRIOR-ONE-TIMESTAMP              PIC 9(14).
           02 PRIOR-ONE-CARDHOLDER-ID          PIC X(2).
           02 PRIOR-ONE-TRANS-REF              PIC X(24).

       FD  ARCHIVE-CATALOG-FILE.
       01  ARCHIVE-CATALOG-RECORD.
           02 ARCHCAT-GEN-DATE                 PIC 9(8).
           02 ARCHCAT-TERMINAL                 PIC 9(3).
           02 ARCHCAT-FILE-NAME                PIC X(40).
           02 ARCHCAT-RECORD-COUNT             PIC 9(6).

       FD  TERMINAL-REGISTRY-FILE.
       01  TERMINAL-REGISTRY-RECORD.
           02 TERM-REG-ID                      PIC 9(3).
           02 TERM-REG-TRANS-DSN               PIC X(40).
           02 TERM-REG-PRIOR-DSN               PIC X(40).
           02 TERM-REG-LOCATION                PIC X(20).

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

       FD  LOAN-SCHED-FILE.
       01  LOAN-SCHED-RECORD.
           02 LSCH-ACCT-NUMBER                 PIC 9(16).
           02 LSCH-INSTALLMENT-NUMBER          PIC 9(3).
           02 LSCH-DUE-DATE                    PIC 9(8).
           02 LSCH-AMOUNT                      PIC 9(7)V9(2).
           02 LSCH-STATUS                      PIC X.
              88 INSTALLMENT-IS-PENDING        VALUE "P".
              88 INSTALLMENT-IS-COLLECTED      VALUE "C".
              88 INSTALLMENT-IS-MISSED         VALUE "M".

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           02 CIF-CUST-NUMBER                  PIC 9(8).
           02 CIF-CUST-NAME                    PIC X(30).
           02 CIF-CUST-ADDRESS                 PIC X(40).
           02 CIF-CUST-PHONE                   PIC X(12).

       FD  CERT-REGISTER-FILE.
       01  CERT-REGISTER-RECORD.
           02 CREG-CERT-NUMBER                 PIC 9(6).
           02 CREG-ISSUE-DATE                  PIC 9(8).
           02 CREG-OPERATOR                    PIC X(8).
           02 CREG-AS-OF-DATE                  PIC 9(8).
           02 CREG-CUST-NUMBER                 PIC 9(8).
           02 CREG-LINE-TYPE                   PIC X.
              88 CREG-ACCOUNT-LINE             VALUE "A".
              88 CREG-TERM-DEPOSIT-LINE        VALUE "T".
              88 CREG-LOAN-LINE                VALUE "L".
           02 CREG-ACCT-NUMBER                 PIC 9(16).
           02 CREG-SIGN                        PIC X.
           02 CREG-AMOUNT                      PIC 9(13)V9(2).
           02 CREG-SOURCE                      PIC X.
           02 CREG-ADDRESSEE                   PIC X(30).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           02 OPR-ID PIC X(8).
           02 OPR-PASSWORD PIC 9(6).
           02 OPR-ROLE PIC X.

       FD  OPERATOR-LOG-FILE.
       01  OPERATOR-LOG-RECORD.
           02 OPLOG-TIMESTAMP PIC 9(14).
           02 OPLOG-OPERATOR PIC X(8).
           02 OPLOG-PROGRAM PIC X(10).
           02 OPLOG-ACTION PIC X(10).
           02 OPLOG-KEY PIC X(16).

       WORKING-STORAGE SECTION.
       01  MASTER-FILE-DSN                     PIC X(40).
       01  JOURNAL-FILE-DSN                    PIC X(40).
       01  PRIOR-ONE-FILE-DSN                  PIC X(40).
       01  PRIOR-THREE-FILE-DSN                PIC X(40).
       01  PRIOR-FIVE-FILE-DSN                 PIC X(40).
       01  ARCHIVE-CATALOG-FILE-DSN            PIC X(40).
       01  TERMINAL-REGISTRY-FILE-DSN          PIC X(40).
       01  TERM-DEPOSIT-FILE-DSN               PIC X(40).
       01  LOAN-SCHED-FILE-DSN                 PIC X(40).
       01  CUSTOMER-FILE-DSN                   PIC X(40).
       01  CERT-REGISTER-FILE-DSN              PIC X(40).
       01  CERT-REPORT-FILE-DSN                PIC X(40).

       01  MASTER-FILE-STATUS                  PIC 99.
           88 MASTER-FILE-NOT-FOUND            VALUE 35.
       01  JOURNAL-FILE-STATUS                 PIC 99.
           88 JOURNAL-FILE-NOT-FOUND           VALUE 35.
       01  PRIOR-ONE-FILE-STATUS               PIC 99.
           88 PRIOR-ONE-FILE-NOT-FOUND         VALUE 35.
       01  ARCHIVE-CATALOG-FILE-STATUS         PIC 99.
           88 ARCHIVE-CATALOG-FILE-NOT-FOUND   VALUE 35.
       01  TERMINAL-REGISTRY-FILE-STATUS       PIC 99.
           88 TERMINAL-REGISTRY-NOT-FOUND      VALUE 35.
       01  TERM-DEPOSIT-FILE-STATUS            PIC 99.
           88 TERM-DEPOSIT-FILE-NOT-FOUND      VALUE 35.
       01  LOAN-SCHED-FILE-STATUS              PIC 99.
           88 LOAN-SCHED-FILE-NOT-FOUND        VALUE 35.
       01  CUSTOMER-FILE-STATUS                PIC 99.
           88 CUSTOMER-FILE-NOT-FOUND          VALUE 35.
       01  CERT-REGISTER-FILE-STATUS           PIC 99.
           88 CERT-REGISTER-FILE-NOT-FOUND     VALUE 35.
       01  OPERATOR-FILE-STATUS PIC 9(2).
           88 OPERATOR-FILE-NOT-FOUND VALUE 35.
       01  OPERATOR-LOG-STATUS PIC 9(2).
           88 OPERATOR-LOG-NOT-FOUND VALUE 35.

       01  CERT-CHOICE                         PIC X.
           88 ISSUE-CERTIFICATE                VALUE "I", "i".
           88 VERIFY-CERTIFICATE               VALUE "V", "v".
           88 EXIT-CERTIFICATES                VALUE "X", "x".
       01  CERT-KEY-TYPE                       PIC X.
           88 KEY-IS-CUSTOMER                  VALUE "C", "c".
           88 KEY-IS-ACCOUNT                   VALUE "A", "a".

       01  ENTRY-CUST-NUMBER                   PIC 9(8).
       01  ENTRY-ACCT-NUMBER                   PIC 9(16).
       01  ENTRY-AS-OF-DATE                    PIC 9(8).
       01  ENTRY-DATE-BREAKDOWN REDEFINES ENTRY-AS-OF-DATE.
           02 ENTRY-YEAR                       PIC 9(4).
           02 ENTRY-MONTH                      PIC 99.
           02 ENTRY-DAY                        PIC 99.
       01  ENTRY-ADDRESSEE                     PIC X(30).
       01  ENTRY-CERT-NUMBER                   PIC 9(6).
       01  TODAY-DATE                          PIC 9(8).

       01  CERT-ACCT-COUNT                     PIC 9(2) VALUE 0.
       01  CERT-ACCT-SUBSCRIPT                 PIC 9(2) VALUE 0.
       01  CERT-ACCT-TABLE.
           02 CERT-ACCT-ENTRY OCCURS 20 TIMES.
              03 CA-ACCT-NUMBER                PIC 9(16).
              03 CA-HOLDER-NAME                PIC X(20).
              03 CA-CURRENT-BALANCE            PIC S9(13)V9(2).
              03 CA-AS-OF-BALANCE              PIC S9(13)V9(2).
              03 CA-JOURNAL-FLAG               PIC X.
                 88 CA-JOURNAL-COVERS-DATE     VALUE "Y".
              03 CA-FIRST-JOURNAL-DATE         PIC 9(8).
              03 CA-JOURNAL-LATER-NET          PIC S9(13)V9(2).
              03 CA-ARCHIVE-LATER-NET          PIC S9(13)V9(2).
              03 CA-LOAN-OUTSTANDING           PIC 9(11)V9(2).
              03 CA-LOAN-FLAG                  PIC X.
                 88 CA-HAS-LOAN                VALUE "Y".
       01  CERT-ARCHIVE-NEEDED-FLAG            PIC X VALUE "N".
           88 CERT-ARCHIVE-IS-NEEDED           VALUE "Y".
       01  CERT-CUST-NUMBER                    PIC 9(8).

       01  CERT-TD-COUNT                       PIC 9(2) VALUE 0.
       01  CERT-TD-SUBSCRIPT                   PIC 9(2) VALUE 0.
       01  CERT-TD-TABLE.
           02 CERT-TD-ENTRY OCCURS 40 TIMES.
              03 CT-ACCT-NUMBER                PIC 9(16).
              03 CT-PRINCIPAL                  PIC 9(9)V9(2).
              03 CT-OPEN-DATE                  PIC 9(8).
              03 CT-MATURITY-DATE              PIC 9(8).
       01  TD-CLOSED-DATE                      PIC 9(8).

       01  LOOKUP-ACCT-NUMBER                  PIC 9(16).
       01  LOOKUP-FOUND-FLAG                   PIC X VALUE "N".
           88 LOOKUP-WAS-FOUND                 VALUE "Y".
       01  EFFECT-OPERATION                    PIC X.
       01  EFFECT-AMOUNT                       PIC 9(5)V9(2).
       01  EFFECT-SIGNED-AMOUNT                PIC S9(7)V9(2).
       01  RECORD-DAY                          PIC 9(8).

       01  TERMINAL-COUNT                      PIC 9(2) VALUE 0.
       01  TERMINAL-SUBSCRIPT                  PIC 9(2) VALUE 0.
       01  TERMINAL-PRIOR-TABLE.
           02 TERMINAL-PRIOR-ENTRY OCCURS 9 TIMES.
              03 TP-PRIOR-DSN                  PIC X(40).
       01  SCANNED-GEN-COUNT                   PIC 9(2) VALUE 0.
       01  SCANNED-GEN-SUBSCRIPT               PIC 9(2) VALUE 0.
       01  SCANNED-GEN-TABLE.
           02 SCANNED-GEN-ENTRY OCCURS 60 TIMES.
              03 SG-GEN-DSN                    PIC X(40).

       01  HIGHEST-CERT-NUMBER                 PIC 9(6) VALUE 0.
       01  CERT-NUMBER                         PIC 9(6).
       01  VERIFY-LINE-COUNT                   PIC 9(3) VALUE 0.
       01  CERT-ISSUED-COUNT                   PIC 9(3) VALUE 0.
       01  CERT-TOTAL-DEPOSITS                 PIC S9(14)V9(2).
       01  CERT-TOTAL-LOANS                    PIC 9(13)V9(2).

       01  CUSTOMER-LOOKUP-NUMBER              PIC 9(8).
       01  CUSTOMER-LOOKUP-NAME                PIC X(30).
       01  CUSTOMER-LOOKUP-ADDRESS             PIC X(40).

       01  RPT-OP                              PIC X(4).
       01  RPT-TEXT.
           02 RPT-INIT-VIEW.
              03 RPT-REPORT-DSN                PIC X(40).
              03 RPT-PROGRAM-ID                PIC X(10).
              03 RPT-REPORT-TITLE              PIC X(40).
              03 FILLER                        PIC X(42).
       01  REPORT-OPEN-FLAG                    PIC X VALUE "N".
           88 CERT-REPORT-IS-OPEN              VALUE "Y".

       01  CERT-TITLE-BUFFER.
           02 CT-PREFIX-1                      PIC X(37)
              VALUE "BALANCE CONFIRMATION CERTIFICATE NO. ".
           02 CT-CERT-NUMBER                   PIC 9(6).

       01  CERT-ISSUE-BUFFER.
           02 CI-PREFIX-1                      PIC X(10)
              VALUE "ISSUED:   ".
           02 CI-ISSUE-DATE                    PIC 9(8).
           02 CI-PREFIX-2                      PIC X(4)
              VALUE " BY ".
           02 CI-OPERATOR                      PIC X(8).
           02 CI-PREFIX-3                      PIC X(32)
              VALUE "   BALANCES AT CLOSE OF BUSINESS".
           02 CI-PREFIX-4                      PIC X(1)
              VALUE " ".
           02 CI-AS-OF-DATE                    PIC 9(8).

       01  CERT-ADDRESSEE-BUFFER.
           02 CD-PREFIX-1                      PIC X(10)
              VALUE "ISSUED TO:".
           02 CD-PREFIX-2                      PIC X(1)
              VALUE " ".
           02 CD-ADDRESSEE                     PIC X(30).

       01  CERT-NAME-BUFFER.
           02 CN-PREFIX-1                      PIC X(10)
              VALUE "CUSTOMER: ".
           02 CN-CUST-NUMBER                   PIC 9(8).
           02 CN-PREFIX-2                      PIC X(2)
              VALUE "  ".
           02 CN-CUST-NAME                     PIC X(30).

       01  CERT-ADDRESS-BUFFER.
           02 CA-PREFIX-1                      PIC X(10)
              VALUE "ADDRESS:  ".
           02 CA-CUST-ADDRESS                  PIC X(40).

       01  CERT-ACCOUNT-BUFFER.
           02 CB-PREFIX-1                      PIC X(10)
              VALUE "  ACCOUNT ".
           02 CB-ACCT-NUMBER                   PIC 9(16).
           02 CB-PREFIX-2                      PIC X(2)
              VALUE "  ".
           02 CB-HOLDER-NAME                   PIC X(20).
           02 CB-PREFIX-3                      PIC X(10)
              VALUE " BALANCE: ".
           02 CB-BALANCE                       PIC -(13)9.99.
           02 CB-PREFIX-4                      PIC X(9)
              VALUE "  SOURCE ".
           02 CB-SOURCE                        PIC X(7).

       01  CERT-TD-BUFFER.
           02 CTD-PREFIX-1                     PIC X(27)
              VALUE "    TERM DEPOSIT    OPENED ".
           02 CTD-OPEN-DATE                    PIC 9(8).
           02 CTD-PREFIX-2                     PIC X(9)
              VALUE " MATURES ".
           02 CTD-MATURITY-DATE                PIC 9(8).
           02 CTD-PREFIX-3                     PIC X(12)
              VALUE " PRINCIPAL: ".
           02 CTD-PRINCIPAL                    PIC Z(8)9.99.

       01  CERT-LOAN-BUFFER.
           02 CL-PREFIX-1                      PIC X(37)
              VALUE "    LOAN INSTALMENTS OUTSTANDING:    ".
           02 CL-OUTSTANDING                   PIC Z(10)9.99.

       01  CERT-TOTAL-BUFFER.
           02 CTT-PREFIX-1                     PIC X(19)
              VALUE "TOTAL ON DEPOSIT:  ".
           02 CTT-DEPOSITS                     PIC -(14)9.99.
           02 CTT-PREFIX-2                     PIC X(21)
              VALUE "   LOANS OUTSTANDING:".
           02 CTT-LOANS                        PIC Z(12)9.99.

       01  CERT-ATTEST-LINE.
           02 CAT-PREFIX-1                     PIC X(41)
              VALUE "WE CONFIRM THE ABOVE BALANCES AS RECORDED".
           02 CAT-PREFIX-2                     PIC X(30)
              VALUE " IN OUR BOOKS AT THAT DATE.".
       01  CERT-SIGNATURE-LINE.
           02 CSG-PREFIX-1                     PIC X(22)
              VALUE "AUTHORISED SIGNATORY: ".
           02 CSG-PREFIX-2                     PIC X(30)
              VALUE ALL "_".

       01  VERIFY-DISPLAY-BUFFER.
           02 VD-LINE-TYPE                     PIC X(13).
           02 VD-ACCT-NUMBER                   PIC 9(16).
           02 VD-PREFIX-1                      PIC X(1)
              VALUE " ".
           02 VD-SIGN                          PIC X.
           02 VD-AMOUNT                        PIC 9(13).99.
           02 VD-PREFIX-2                      PIC X(1)
              VALUE " ".
           02 VD-SOURCE                        PIC X(7).

       01  SIGNON-OPERATOR-ID PIC X(8).
       01  SIGNON-PASSWORD PIC 9(6).
       01  SIGNON-ROLE PIC X.
           88 SIGNON-IS-SUPERVISOR VALUE "S".
       01  SIGNON-OK-FLAG PIC X VALUE "N".
           88 SIGNON-IS-OK VALUE "Y".
       01  SIGNON-HASH-VALUE PIC 9(6).
       01  LOG-ACTION-TEXT PIC X(10).
       01  LOG-KEY-TEXT PIC X(16).

       PROCEDURE DIVISION.
       INITIALIZE-FILE-NAMES.
           ACCEPT MASTER-FILE-DSN FROM ENVIRONMENT "ATM_MASTER_FILE"
              ON EXCEPTION MOVE "master.txt" TO MASTER-FILE-DSN
           END-ACCEPT.

           ACCEPT JOURNAL-FILE-DSN
              FROM ENVIRONMENT "ATM_JOURNAL_FILE"
              ON EXCEPTION
                 MOVE "journal.txt" TO JOURNAL-FILE-DSN
           END-ACCEPT.

           ACCEPT PRIOR-ONE-FILE-DSN
              FROM ENVIRONMENT "ATM_TRANS711_PRIOR_FILE"
              ON EXCEPTION
                 MOVE "trans711.prior.txt" TO PRIOR-ONE-FILE-DSN
           END-ACCEPT.

           ACCEPT PRIOR-THREE-FILE-DSN
              FROM ENVIRONMENT "ATM_TRANS713_PRIOR_FILE"
              ON EXCEPTION
                 MOVE "trans713.prior.txt" TO PRIOR-THREE-FILE-DSN
           END-ACCEPT.

           ACCEPT PRIOR-FIVE-FILE-DSN
              FROM ENVIRONMENT "ATM_TRANS715_PRIOR_FILE"
              ON EXCEPTION
                 MOVE "trans715.prior.txt" TO PRIOR-FIVE-FILE-DSN
           END-ACCEPT.

           ACCEPT TERMINAL-REGISTRY-FILE-DSN
              FROM ENVIRONMENT "ATM_TERMINAL_REGISTRY_FILE"
              ON EXCEPTION
                 MOVE "terminals.txt" TO TERMINAL-REGISTRY-FILE-DSN
           END-ACCEPT.

           ACCEPT ARCHIVE-CATALOG-FILE-DSN
              FROM ENVIRONMENT "ATM_ARCHIVE_CATALOG_FILE"
              ON EXCEPTION
                 MOVE "archcat.txt" TO ARCHIVE-CATALOG-FILE-DSN
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

           ACCEPT CUSTOMER-FILE-DSN FROM ENVIRONMENT "ATM_CIF_FILE"
              ON EXCEPTION MOVE "cif.txt" TO CUSTOMER-FILE-DSN
           END-ACCEPT.

           ACCEPT CERT-REGISTER-FILE-DSN
              FROM ENVIRONMENT "ATM_BALCERT_REGISTER_FILE"
              ON EXCEPTION
                 MOVE "balcertreg.txt" TO CERT-REGISTER-FILE-DSN
           END-ACCEPT.

           ACCEPT CERT-REPORT-FILE-DSN
              FROM ENVIRONMENT "ATM_BALCERT_FILE"
              ON EXCEPTION
                 MOVE "balCerts.txt" TO CERT-REPORT-FILE-DSN
           END-ACCEPT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           PERFORM SIGN-ON-OPERATOR THRU SIGN-ON-OPERATOR-EXIT.
           PERFORM LOAD-TERMINAL-REGISTRY THRU
              LOAD-TERMINAL-REGISTRY-EXIT.
           GO TO MAIN-MENU.

       MAIN-MENU.
           DISPLAY SPACES
           DISPLAY "##############################################"
           DISPLAY "##      Gringotts Wizarding Bank            ##"
           DISPLAY "##      Balance Confirmation Certificates   ##"
           DISPLAY "##############################################"
           DISPLAY "=> PRESS I TO ISSUE A CERTIFICATE"
           DISPLAY "=> PRESS V TO VERIFY A CERTIFICATE"
           DISPLAY "=> PRESS X TO EXIT"
           ACCEPT CERT-CHOICE.

           IF ISSUE-CERTIFICATE
           THEN
              GO TO INPUT-CERTIFICATE-KEY
           END-IF.

           IF VERIFY-CERTIFICATE
           THEN
              GO TO INPUT-VERIFY-NUMBER
           END-IF.

           IF EXIT-CERTIFICATES
           THEN
              GO TO END-CERTIFICATES
           END-IF.

           DISPLAY "=> INVALID INPUT"
           GO TO MAIN-MENU.

       END-CERTIFICATES.
           IF CERT-REPORT-IS-OPEN
           THEN
              MOVE "TERM" TO RPT-OP
              CALL "RPTWRITE" USING RPT-OP RPT-TEXT
              DISPLAY "=====> " CERT-ISSUED-COUNT " CERTIFICATE(S) "
                 "WRITTEN TO " CERT-REPORT-FILE-DSN
           END-IF.
           STOP RUN.

       INPUT-CERTIFICATE-KEY.
           MOVE 0 TO CERT-ACCT-COUNT.
           MOVE 0 TO CERT-TD-COUNT.
           MOVE "N" TO CERT-ARCHIVE-NEEDED-FLAG.
           MOVE 0 TO CERT-CUST-NUMBER.
           MOVE 0 TO ENTRY-CUST-NUMBER.
           MOVE 0 TO ENTRY-ACCT-NUMBER.

           DISPLAY "=> PRESS C TO CERTIFY ALL ACCOUNTS OF A CUSTOMER"
           DISPLAY "=> PRESS A TO CERTIFY A SINGLE ACCOUNT"
           ACCEPT CERT-KEY-TYPE.
           IF KEY-IS-CUSTOMER
           THEN
              DISPLAY "=> CUSTOMER NUMBER"
              ACCEPT ENTRY-CUST-NUMBER
              MOVE ENTRY-CUST-NUMBER TO CERT-CUST-NUMBER
           ELSE
              IF KEY-IS-ACCOUNT
              THEN
                 DISPLAY "=> ACCOUNT NUMBER"
                 ACCEPT ENTRY-ACCT-NUMBER
              ELSE
                 DISPLAY "=> INVALID INPUT"
                 GO TO MAIN-MENU
              END-IF
           END-IF.

           DISPLAY "=> BALANCES AS OF DATE (YYYYMMDD)"
           ACCEPT ENTRY-AS-OF-DATE.
           IF ENTRY-AS-OF-DATE NOT NUMERIC OR
              ENTRY-MONTH < 1 OR ENTRY-MONTH > 12 OR
              ENTRY-DAY < 1 OR ENTRY-DAY > 31
           THEN
              DISPLAY "=====> " ENTRY-AS-OF-DATE
                 " IS NOT A VALID DATE"
              GO TO MAIN-MENU
           END-IF.
           IF ENTRY-AS-OF-DATE NOT < TODAY-DATE
           THEN
              DISPLAY "=====> THE AS-OF DATE MUST BE BEFORE TODAY -- "
                 "TODAY'S BALANCES ARE NOT YET FINAL"
              GO TO MAIN-MENU
           END-IF.

           DISPLAY "=> ISSUED TO (AUDITOR, EMBASSY, LENDER, ETC.)"
           MOVE SPACES TO ENTRY-ADDRESSEE.
           ACCEPT ENTRY-ADDRESSEE.
           INSPECT ENTRY-ADDRESSEE CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           PERFORM LOAD-CERT-ACCOUNTS THRU LOAD-CERT-ACCOUNTS-EXIT.
           IF CERT-ACCT-COUNT = 0
           THEN
              DISPLAY "=====> NO ACCOUNTS FOUND ON THE MASTER FILE"
              GO TO MAIN-MENU
           END-IF.

           PERFORM SCAN-JOURNAL THRU SCAN-JOURNAL-EXIT.
           IF CERT-ARCHIVE-IS-NEEDED
           THEN
              PERFORM SCAN-ARCHIVED-GENERATIONS THRU
                 SCAN-ARCHIVED-GENERATIONS-EXIT
           END-IF.
           PERFORM SETTLE-AS-OF-BALANCES THRU
              SETTLE-AS-OF-BALANCES-EXIT.
           PERFORM SCAN-TERM-DEPOSITS THRU SCAN-TERM-DEPOSITS-EXIT.
           PERFORM SCAN-LOAN-SCHEDULES THRU SCAN-LOAN-SCHEDULES-EXIT.

           PERFORM FIND-HIGHEST-CERT-NUMBER THRU
              FIND-HIGHEST-CERT-NUMBER-EXIT.
           COMPUTE CERT-NUMBER = HIGHEST-CERT-NUMBER + 1.

           PERFORM PRINT-CERTIFICATE THRU PRINT-CERTIFICATE-EXIT.
           PERFORM REGISTER-CERTIFICATE THRU
              REGISTER-CERTIFICATE-EXIT.

           MOVE "BALCERT" TO LOG-ACTION-TEXT.
           MOVE SPACES TO LOG-KEY-TEXT.
           MOVE CERT-NUMBER TO LOG-KEY-TEXT.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.
           ADD 1 TO CERT-ISSUED-COUNT.

           DISPLAY "=====> CERTIFICATE " CERT-NUMBER " ISSUED FOR "
              CERT-ACCT-COUNT " ACCOUNT(S) AS OF " ENTRY-AS-OF-DATE.
           GO TO MAIN-MENU.

       LOAD-CERT-ACCOUNTS.
           OPEN INPUT MASTER-FILE.
           IF MASTER-FILE-NOT-FOUND
           THEN
              DISPLAY "[ABORT]: MASTER FILE NOT FOUND"
              STOP RUN
           END-IF.

       LOAD-CERT-ACCOUNTS-LOOP.
           READ MASTER-FILE
              AT END
                 CLOSE MASTER-FILE
                 GO TO LOAD-CERT-ACCOUNTS-EXIT
           END-READ.
           IF KEY-IS-CUSTOMER AND
              MSTR-CUST-NUMBER NOT = ENTRY-CUST-NUMBER
           THEN
              GO TO LOAD-CERT-ACCOUNTS-LOOP
           END-IF.
           IF KEY-IS-ACCOUNT AND
              MSTR-ACCT-NUMBER NOT = ENTRY-ACCT-NUMBER
           THEN
              GO TO LOAD-CERT-ACCOUNTS-LOOP
           END-IF.
           IF CERT-ACCT-COUNT NOT < 20
           THEN
              DISPLAY "~~~~~~~~~~~~~~~> MORE THAN 20 ACCOUNTS -- "
                 "ACCT " MSTR-ACCT-NUMBER " LEFT OFF THE CERTIFICATE"
              GO TO LOAD-CERT-ACCOUNTS-LOOP
           END-IF.
           ADD 1 TO CERT-ACCT-COUNT.
           MOVE CERT-ACCT-COUNT TO CERT-ACCT-SUBSCRIPT.
           MOVE MSTR-ACCT-NUMBER
              TO CA-ACCT-NUMBER(CERT-ACCT-SUBSCRIPT).
           MOVE MSTR-ACCT-HOLDER-NAME
              TO CA-HOLDER-NAME(CERT-ACCT-SUBSCRIPT).
           MOVE MSTR-ACCT-BALANCE-UNSIGNED
              TO CA-CURRENT-BALANCE(CERT-ACCT-SUBSCRIPT).
           IF MSTR-ACCT-NEGATIVE
           THEN
              MULTIPLY -1 BY CA-CURRENT-BALANCE(CERT-ACCT-SUBSCRIPT)
           END-IF.
           MOVE 0   TO CA-AS-OF-BALANCE(CERT-ACCT-SUBSCRIPT).
           MOVE "N" TO CA-JOURNAL-FLAG(CERT-ACCT-SUBSCRIPT).
           MOVE 0   TO CA-FIRST-JOURNAL-DATE(CERT-ACCT-SUBSCRIPT).
           MOVE 0   TO CA-JOURNAL-LATER-NET(CERT-ACCT-SUBSCRIPT).
           MOVE 0   TO CA-ARCHIVE-LATER-NET(CERT-ACCT-SUBSCRIPT).
           MOVE 0   TO CA-LOAN-OUTSTANDING(CERT-ACCT-SUBSCRIPT).
           MOVE "N" TO CA-LOAN-FLAG(CERT-ACCT-SUBSCRIPT).
           IF KEY-IS-ACCOUNT
           THEN
              MOVE MSTR-CUST-NUMBER TO CERT-CUST-NUMBER
           END-IF.
           GO TO LOAD-CERT-ACCOUNTS-LOOP.

       LOAD-CERT-ACCOUNTS-EXIT.
           EXIT.

       FIND-CERT-ACCOUNT.
           MOVE "N" TO LOOKUP-FOUND-FLAG.
           MOVE 0 TO CERT-ACCT-SUBSCRIPT.

       FIND-CERT-ACCOUNT-LOOP.
           ADD 1 TO CERT-ACCT-SUBSCRIPT.
           IF CERT-ACCT-SUBSCRIPT > CERT-ACCT-COUNT
           THEN
              GO TO FIND-CERT-ACCOUNT-EXIT
           END-IF.
           IF CA-ACCT-NUMBER(CERT-ACCT-SUBSCRIPT) = LOOKUP-ACCT-NUMBER
           THEN
              SET LOOKUP-WAS-FOUND TO TRUE
              GO TO FIND-CERT-ACCOUNT-EXIT
           END-IF.
           GO TO FIND-CERT-ACCOUNT-LOOP.

       FIND-CERT-ACCOUNT-EXIT.
           EXIT.

       SIGN-OPERATION-EFFECT.
           MOVE 0 TO EFFECT-SIGNED-AMOUNT.
           IF EFFECT-OPERATION = "D" OR EFFECT-OPERATION = "Y" OR
              EFFECT-OPERATION = "I"
           THEN
              MOVE EFFECT-AMOUNT TO EFFECT-SIGNED-AMOUNT
           END-IF.
           IF EFFECT-OPERATION = "W" OR EFFECT-OPERATION = "X" OR
              EFFECT-OPERATION = "F" OR EFFECT-OPERATION = "H"
           THEN
              COMPUTE EFFECT-SIGNED-AMOUNT = 0 - EFFECT-AMOUNT
           END-IF.

       SCAN-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-FILE-NOT-FOUND
           THEN
              SET CERT-ARCHIVE-IS-NEEDED TO TRUE
              GO TO SCAN-JOURNAL-EXIT
           END-IF.

       SCAN-JOURNAL-LOOP.
           READ JOURNAL-FILE
              AT END
                 CLOSE JOURNAL-FILE
                 GO TO SCAN-JOURNAL-CHECK
           END-READ.
           MOVE JRNL-ACCT-NUMBER TO LOOKUP-ACCT-NUMBER.
           PERFORM FIND-CERT-ACCOUNT THRU FIND-CERT-ACCOUNT-EXIT.
           IF NOT LOOKUP-WAS-FOUND
           THEN
              GO TO SCAN-JOURNAL-LOOP
           END-IF.
           IF JRNL-DATE NOT > ENTRY-AS-OF-DATE
           THEN
              SET CA-JOURNAL-COVERS-DATE(CERT-ACCT-SUBSCRIPT) TO TRUE
              MOVE JRNL-BALANCE
                 TO CA-AS-OF-BALANCE(CERT-ACCT-SUBSCRIPT)
              IF JRNL-SIGN = "-"
              THEN
                 MULTIPLY -1 BY CA-AS-OF-BALANCE(CERT-ACCT-SUBSCRIPT)
              END-IF
              GO TO SCAN-JOURNAL-LOOP
           END-IF.
           IF CA-FIRST-JOURNAL-DATE(CERT-ACCT-SUBSCRIPT) = 0
           THEN
              MOVE JRNL-DATE
                 TO CA-FIRST-JOURNAL-DATE(CERT-ACCT-SUBSCRIPT)
           END-IF.
           IF JRNL-POSTING
           THEN
              MOVE JRNL-OPERATION TO EFFECT-OPERATION
              MOVE JRNL-AMOUNT    TO EFFECT-AMOUNT
              PERFORM SIGN-OPERATION-EFFECT
              ADD EFFECT-SIGNED-AMOUNT
                 TO CA-JOURNAL-LATER-NET(CERT-ACCT-SUBSCRIPT)
           END-IF.
           GO TO SCAN-JOURNAL-LOOP.

       SCAN-JOURNAL-CHECK.
           MOVE 0 TO CERT-ACCT-SUBSCRIPT.

       SCAN-JOURNAL-CHECK-LOOP.
           ADD 1 TO CERT-ACCT-SUBSCRIPT.
           IF CERT-ACCT-SUBSCRIPT > CERT-ACCT-COUNT
           THEN
              GO TO SCAN-JOURNAL-EXIT
           END-IF.
           IF NOT CA-JOURNAL-COVERS-DATE(CERT-ACCT-SUBSCRIPT)
           THEN
              SET CERT-ARCHIVE-IS-NEEDED TO TRUE
              GO TO SCAN-JOURNAL-EXIT
           END-IF.
           GO TO SCAN-JOURNAL-CHECK-LOOP.

       SCAN-JOURNAL-EXIT.
           EXIT.

       LOAD-TERMINAL-REGISTRY.
           MOVE 0 TO TERMINAL-COUNT.
           OPEN INPUT TERMINAL-REGISTRY-FILE.
           IF TERMINAL-REGISTRY-NOT-FOUND
           THEN
              MOVE 3 TO TERMINAL-COUNT
              MOVE PRIOR-ONE-FILE-DSN   TO TP-PRIOR-DSN(1)
              MOVE PRIOR-THREE-FILE-DSN TO TP-PRIOR-DSN(2)
              MOVE PRIOR-FIVE-FILE-DSN  TO TP-PRIOR-DSN(3)
              GO TO LOAD-TERMINAL-REGISTRY-EXIT
           END-IF.

       LOAD-TERMINAL-REGISTRY-LOOP.
           READ TERMINAL-REGISTRY-FILE
              AT END
                 CLOSE TERMINAL-REGISTRY-FILE
                 GO TO LOAD-TERMINAL-REGISTRY-EXIT
           END-READ.
           IF TERMINAL-COUNT < 9
           THEN
              ADD 1 TO TERMINAL-COUNT
              MOVE TERM-REG-PRIOR-DSN TO TP-PRIOR-DSN(TERMINAL-COUNT)
           END-IF.
           GO TO LOAD-TERMINAL-REGISTRY-LOOP.

       LOAD-TERMINAL-REGISTRY-EXIT.
           EXIT.

       SCAN-ARCHIVED-GENERATIONS.
           MOVE 0 TO SCANNED-GEN-COUNT.
           OPEN INPUT ARCHIVE-CATALOG-FILE.
           IF ARCHIVE-CATALOG-FILE-NOT-FOUND
           THEN
              GO TO SCAN-PRIOR-GENERATIONS
           END-IF.

       SCAN-ARCHIVED-GENERATIONS-LOOP.
           READ ARCHIVE-CATALOG-FILE
              AT END
                 CLOSE ARCHIVE-CATALOG-FILE
                 GO TO SCAN-PRIOR-GENERATIONS
           END-READ.
           IF ARCHCAT-GEN-DATE < ENTRY-AS-OF-DATE
           THEN
              GO TO SCAN-ARCHIVED-GENERATIONS-LOOP
           END-IF.
           MOVE 0 TO SCANNED-GEN-SUBSCRIPT.

       SCAN-ARCHIVED-GENERATIONS-DUP.
           ADD 1 TO SCANNED-GEN-SUBSCRIPT.
           IF SCANNED-GEN-SUBSCRIPT NOT > SCANNED-GEN-COUNT
           THEN
              IF SG-GEN-DSN(SCANNED-GEN-SUBSCRIPT) =
                 ARCHCAT-FILE-NAME
              THEN
                 GO TO SCAN-ARCHIVED-GENERATIONS-LOOP
              END-IF
              GO TO SCAN-ARCHIVED-GENERATIONS-DUP
           END-IF.
           IF SCANNED-GEN-COUNT < 60
           THEN
              ADD 1 TO SCANNED-GEN-COUNT
              MOVE ARCHCAT-FILE-NAME
                 TO SG-GEN-DSN(SCANNED-GEN-COUNT)
           END-IF.
           MOVE ARCHCAT-FILE-NAME TO PRIOR-ONE-FILE-DSN.
           PERFORM SCAN-ONE-GENERATION THRU SCAN-ONE-GENERATION-EXIT.
           GO TO SCAN-ARCHIVED-GENERATIONS-LOOP.

       SCAN-PRIOR-GENERATIONS.
           MOVE 0 TO TERMINAL-SUBSCRIPT.

       SCAN-PRIOR-GENERATIONS-LOOP.
           ADD 1 TO TERMINAL-SUBSCRIPT.
           IF TERMINAL-SUBSCRIPT > TERMINAL-COUNT
           THEN
              GO TO SCAN-ARCHIVED-GENERATIONS-EXIT
           END-IF.
           MOVE TP-PRIOR-DSN(TERMINAL-SUBSCRIPT) TO PRIOR-ONE-FILE-DSN.
           PERFORM SCAN-ONE-GENERATION THRU SCAN-ONE-GENERATION-EXIT.
           GO TO SCAN-PRIOR-GENERATIONS-LOOP.

       SCAN-ARCHIVED-GENERATIONS-EXIT.
           EXIT.

       SCAN-ONE-GENERATION.
           OPEN INPUT PRIOR-ONE-FILE.
           IF PRIOR-ONE-FILE-NOT-FOUND
           THEN
              GO TO SCAN-ONE-GENERATION-EXIT
           END-IF.

       SCAN-ONE-GENERATION-LOOP.
           READ PRIOR-ONE-FILE
              AT END
                 CLOSE PRIOR-ONE-FILE
                 GO TO SCAN-ONE-GENERATION-EXIT
           END-READ.
           MOVE PRIOR-ONE-ACCT-NUMBER TO LOOKUP-ACCT-NUMBER.
           PERFORM FIND-CERT-ACCOUNT THRU FIND-CERT-ACCOUNT-EXIT.
           IF NOT LOOKUP-WAS-FOUND
           THEN
              GO TO SCAN-ONE-GENERATION-LOOP
           END-IF.
           IF CA-JOURNAL-COVERS-DATE(CERT-ACCT-SUBSCRIPT)
           THEN
              GO TO SCAN-ONE-GENERATION-LOOP
           END-IF.
           MOVE PRIOR-ONE-TIMESTAMP(1:8) TO RECORD-DAY.
           IF RECORD-DAY NOT > ENTRY-AS-OF-DATE
           THEN
              GO TO SCAN-ONE-GENERATION-LOOP
           END-IF.
           IF CA-FIRST-JOURNAL-DATE(CERT-ACCT-SUBSCRIPT) > 0 AND
              RECORD-DAY NOT <
                 CA-FIRST-JOURNAL-DATE(CERT-ACCT-SUBSCRIPT)
           THEN
              GO TO SCAN-ONE-GENERATION-LOOP
           END-IF.
           MOVE PRIOR-ONE-OPERATION TO EFFECT-OPERATION.
           MOVE PRIOR-ONE-AMOUNT    TO EFFECT-AMOUNT.
           PERFORM SIGN-OPERATION-EFFECT.
           ADD EFFECT-SIGNED-AMOUNT
              TO CA-ARCHIVE-LATER-NET(CERT-ACCT-SUBSCRIPT).
           GO TO SCAN-ONE-GENERATION-LOOP.

       SCAN-ONE-GENERATION-EXIT.
           EXIT.

       SETTLE-AS-OF-BALANCES.
           MOVE 0 TO CERT-ACCT-SUBSCRIPT.

       SETTLE-AS-OF-BALANCES-LOOP.
           ADD 1 TO CERT-ACCT-SUBSCRIPT.
           IF CERT-ACCT-SUBSCRIPT > CERT-ACCT-COUNT
           THEN
              GO TO SETTLE-AS-OF-BALANCES-EXIT
           END-IF.
           IF NOT CA-JOURNAL-COVERS-DATE(CERT-ACCT-SUBSCRIPT)
           THEN
              COMPUTE CA-AS-OF-BALANCE(CERT-ACCT-SUBSCRIPT) =
                 CA-CURRENT-BALANCE(CERT-ACCT-SUBSCRIPT) -
                 CA-JOURNAL-LATER-NET(CERT-ACCT-SUBSCRIPT) -
                 CA-ARCHIVE-LATER-NET(CERT-ACCT-SUBSCRIPT)
           END-IF.
           GO TO SETTLE-AS-OF-BALANCES-LOOP.

       SETTLE-AS-OF-BALANCES-EXIT.
           EXIT.

       SCAN-TERM-DEPOSITS.
           OPEN INPUT TERM-DEPOSIT-FILE.
           IF TERM-DEPOSIT-FILE-NOT-FOUND
           THEN
              GO TO SCAN-TERM-DEPOSITS-EXIT
           END-IF.

       SCAN-TERM-DEPOSITS-LOOP.
           READ TERM-DEPOSIT-FILE
              AT END
                 CLOSE TERM-DEPOSIT-FILE
                 GO TO SCAN-TERM-DEPOSITS-EXIT
           END-READ.
           MOVE TD-ACCT-NUMBER TO LOOKUP-ACCT-NUMBER.
           PERFORM FIND-CERT-ACCOUNT THRU FIND-CERT-ACCOUNT-EXIT.
           IF NOT LOOKUP-WAS-FOUND OR
              TD-OPEN-DATE > ENTRY-AS-OF-DATE
           THEN
              GO TO SCAN-TERM-DEPOSITS-LOOP
           END-IF.
           IF NOT TERMDEP-IS-OPEN
           THEN
              IF TD-BREAK-DATE > 0
              THEN
                 MOVE TD-BREAK-DATE TO TD-CLOSED-DATE
              ELSE
                 MOVE TD-MATURITY-DATE TO TD-CLOSED-DATE
              END-IF
              IF TD-CLOSED-DATE NOT > ENTRY-AS-OF-DATE
              THEN
                 GO TO SCAN-TERM-DEPOSITS-LOOP
              END-IF
           END-IF.
           IF CERT-TD-COUNT NOT < 40
           THEN
              DISPLAY "~~~~~~~~~~~~~~~> MORE THAN 40 TERM DEPOSITS -- "
                 "ACCT " TD-ACCT-NUMBER " DEPOSIT LEFT OFF"
              GO TO SCAN-TERM-DEPOSITS-LOOP
           END-IF.
           ADD 1 TO CERT-TD-COUNT.
           MOVE TD-ACCT-NUMBER   TO CT-ACCT-NUMBER(CERT-TD-COUNT).
           MOVE TD-PRINCIPAL     TO CT-PRINCIPAL(CERT-TD-COUNT).
           MOVE TD-OPEN-DATE     TO CT-OPEN-DATE(CERT-TD-COUNT).
           MOVE TD-MATURITY-DATE TO CT-MATURITY-DATE(CERT-TD-COUNT).
           GO TO SCAN-TERM-DEPOSITS-LOOP.

       SCAN-TERM-DEPOSITS-EXIT.
           EXIT.

       SCAN-LOAN-SCHEDULES.
           OPEN INPUT LOAN-SCHED-FILE.
           IF LOAN-SCHED-FILE-NOT-FOUND
           THEN
              GO TO SCAN-LOAN-SCHEDULES-EXIT
           END-IF.

       SCAN-LOAN-SCHEDULES-LOOP.
           READ LOAN-SCHED-FILE
              AT END
                 CLOSE LOAN-SCHED-FILE
                 GO TO SCAN-LOAN-SCHEDULES-EXIT
           END-READ.
           MOVE LSCH-ACCT-NUMBER TO LOOKUP-ACCT-NUMBER.
           PERFORM FIND-CERT-ACCOUNT THRU FIND-CERT-ACCOUNT-EXIT.
           IF NOT LOOKUP-WAS-FOUND
           THEN
              GO TO SCAN-LOAN-SCHEDULES-LOOP
           END-IF.
           SET CA-HAS-LOAN(CERT-ACCT-SUBSCRIPT) TO TRUE.
           IF LSCH-DUE-DATE > ENTRY-AS-OF-DATE OR
              NOT INSTALLMENT-IS-COLLECTED
           THEN
              ADD LSCH-AMOUNT
                 TO CA-LOAN-OUTSTANDING(CERT-ACCT-SUBSCRIPT)
           END-IF.
           GO TO SCAN-LOAN-SCHEDULES-LOOP.

       SCAN-LOAN-SCHEDULES-EXIT.
           EXIT.

       FIND-HIGHEST-CERT-NUMBER.
           MOVE 0 TO HIGHEST-CERT-NUMBER.
           OPEN INPUT CERT-REGISTER-FILE.
           IF CERT-REGISTER-FILE-NOT-FOUND
           THEN
              GO TO FIND-HIGHEST-CERT-NUMBER-EXIT
           END-IF.

       FIND-HIGHEST-CERT-NUMBER-LOOP.
           READ CERT-REGISTER-FILE
              AT END
                 CLOSE CERT-REGISTER-FILE
                 GO TO FIND-HIGHEST-CERT-NUMBER-EXIT
           END-READ.
           IF CREG-CERT-NUMBER > HIGHEST-CERT-NUMBER
           THEN
              MOVE CREG-CERT-NUMBER TO HIGHEST-CERT-NUMBER
           END-IF.
           GO TO FIND-HIGHEST-CERT-NUMBER-LOOP.

       FIND-HIGHEST-CERT-NUMBER-EXIT.
           EXIT.

       PRINT-CERTIFICATE.
           IF NOT CERT-REPORT-IS-OPEN
           THEN
              MOVE SPACES TO RPT-TEXT
              MOVE CERT-REPORT-FILE-DSN TO RPT-REPORT-DSN
              MOVE "BALCERT" TO RPT-PROGRAM-ID
              MOVE "BALANCE CONFIRMATION CERTIFICATES"
                 TO RPT-REPORT-TITLE
              MOVE "INIT" TO RPT-OP
              CALL "RPTWRITE" USING RPT-OP RPT-TEXT
                 ON EXCEPTION
                    DISPLAY "[ABORT]: RPTWRITE MODULE NOT AVAILABLE"
                    STOP RUN
              END-CALL
              SET CERT-REPORT-IS-OPEN TO TRUE
           END-IF.

           MOVE CERT-NUMBER TO CT-CERT-NUMBER.
           MOVE CERT-TITLE-BUFFER TO RPT-TEXT.
           PERFORM WRITE-CERT-LINE.

           MOVE TODAY-DATE         TO CI-ISSUE-DATE.
           MOVE SIGNON-OPERATOR-ID TO CI-OPERATOR.
           MOVE ENTRY-AS-OF-DATE   TO CI-AS-OF-DATE.
           MOVE CERT-ISSUE-BUFFER TO RPT-TEXT.
           PERFORM WRITE-CERT-LINE.

           IF ENTRY-ADDRESSEE NOT = SPACES
           THEN
              MOVE ENTRY-ADDRESSEE TO CD-ADDRESSEE
              MOVE CERT-ADDRESSEE-BUFFER TO RPT-TEXT
              PERFORM WRITE-CERT-LINE
           END-IF.

           MOVE CERT-CUST-NUMBER TO CUSTOMER-LOOKUP-NUMBER.
           PERFORM LOOK-UP-CUSTOMER THRU LOOK-UP-CUSTOMER-EXIT.
           MOVE CUSTOMER-LOOKUP-NUMBER TO CN-CUST-NUMBER.
           MOVE CUSTOMER-LOOKUP-NAME   TO CN-CUST-NAME.
           MOVE CERT-NAME-BUFFER TO RPT-TEXT.
           PERFORM WRITE-CERT-LINE.
           MOVE CUSTOMER-LOOKUP-ADDRESS TO CA-CUST-ADDRESS.
           MOVE CERT-ADDRESS-BUFFER TO RPT-TEXT.
           PERFORM WRITE-CERT-LINE.
           MOVE SPACES TO RPT-TEXT.
           PERFORM WRITE-CERT-LINE.

           MOVE 0 TO CERT-TOTAL-DEPOSITS.
           MOVE 0 TO CERT-TOTAL-LOANS.
           MOVE 0 TO CERT-ACCT-SUBSCRIPT.

       PRINT-CERTIFICATE-ACCT-LOOP.
           ADD 1 TO CERT-ACCT-SUBSCRIPT.
           IF CERT-ACCT-SUBSCRIPT > CERT-ACCT-COUNT
           THEN
              GO TO PRINT-CERTIFICATE-TOTALS
           END-IF.
           MOVE CA-ACCT-NUMBER(CERT-ACCT-SUBSCRIPT) TO CB-ACCT-NUMBER.
           MOVE CA-HOLDER-NAME(CERT-ACCT-SUBSCRIPT) TO CB-HOLDER-NAME.
           MOVE CA-AS-OF-BALANCE(CERT-ACCT-SUBSCRIPT) TO CB-BALANCE.
           IF CA-JOURNAL-COVERS-DATE(CERT-ACCT-SUBSCRIPT)
           THEN
              MOVE "JOURNAL" TO CB-SOURCE
           ELSE
              MOVE "ARCHIVE" TO CB-SOURCE
           END-IF.
           MOVE CERT-ACCOUNT-BUFFER TO RPT-TEXT.
           PERFORM WRITE-CERT-LINE.
           ADD CA-AS-OF-BALANCE(CERT-ACCT-SUBSCRIPT)
              TO CERT-TOTAL-DEPOSITS.

           MOVE 0 TO CERT-TD-SUBSCRIPT.

       PRINT-CERTIFICATE-TD-LOOP.
           ADD 1 TO CERT-TD-SUBSCRIPT.
           IF CERT-TD-SUBSCRIPT > CERT-TD-COUNT
           THEN
              GO TO PRINT-CERTIFICATE-LOAN
           END-IF.
           IF CT-ACCT-NUMBER(CERT-TD-SUBSCRIPT) NOT =
              CA-ACCT-NUMBER(CERT-ACCT-SUBSCRIPT)
           THEN
              GO TO PRINT-CERTIFICATE-TD-LOOP
           END-IF.
           MOVE CT-OPEN-DATE(CERT-TD-SUBSCRIPT)     TO CTD-OPEN-DATE.
           MOVE CT-MATURITY-DATE(CERT-TD-SUBSCRIPT)
              TO CTD-MATURITY-DATE.
           MOVE CT-PRINCIPAL(CERT-TD-SUBSCRIPT)     TO CTD-PRINCIPAL.
           MOVE CERT-TD-BUFFER TO RPT-TEXT.
           PERFORM WRITE-CERT-LINE.
           ADD CT-PRINCIPAL(CERT-TD-SUBSCRIPT) TO CERT-TOTAL-DEPOSITS.
           GO TO PRINT-CERTIFICATE-TD-LOOP.

       PRINT-CERTIFICATE-LOAN.
           IF CA-HAS-LOAN(CERT-ACCT-SUBSCRIPT) AND
              CA-LOAN-OUTSTANDING(CERT-ACCT-SUBSCRIPT) > 0
           THEN
              MOVE CA-LOAN-OUTSTANDING(CERT-ACCT-SUBSCRIPT)
                 TO CL-OUTSTANDING
              MOVE CERT-LOAN-BUFFER TO RPT-TEXT
              PERFORM WRITE-CERT-LINE
              ADD CA-LOAN-OUTSTANDING(CERT-ACCT-SUBSCRIPT)
                 TO CERT-TOTAL-LOANS
           END-IF.
           GO TO PRINT-CERTIFICATE-ACCT-LOOP.

       PRINT-CERTIFICATE-TOTALS.
           MOVE SPACES TO RPT-TEXT.
           PERFORM WRITE-CERT-LINE.
           MOVE CERT-TOTAL-DEPOSITS TO CTT-DEPOSITS.
           MOVE CERT-TOTAL-LOANS    TO CTT-LOANS.
           MOVE CERT-TOTAL-BUFFER TO RPT-TEXT.
           PERFORM WRITE-CERT-LINE.
           MOVE SPACES TO RPT-TEXT.
           PERFORM WRITE-CERT-LINE.
           MOVE CERT-ATTEST-LINE TO RPT-TEXT.
           PERFORM WRITE-CERT-LINE.
           MOVE SPACES TO RPT-TEXT.
           PERFORM WRITE-CERT-LINE.
           MOVE CERT-SIGNATURE-LINE TO RPT-TEXT.
           PERFORM WRITE-CERT-LINE.
           MOVE SPACES TO RPT-TEXT.
           PERFORM WRITE-CERT-LINE.
           PERFORM WRITE-CERT-LINE.

       PRINT-CERTIFICATE-EXIT.
           EXIT.

       WRITE-CERT-LINE.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE SPACES TO RPT-TEXT.

       REGISTER-CERTIFICATE.
           OPEN EXTEND CERT-REGISTER-FILE.
           IF CERT-REGISTER-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT CERT-REGISTER-FILE
           END-IF.
           MOVE 0 TO CERT-ACCT-SUBSCRIPT.

       REGISTER-CERTIFICATE-ACCT-LOOP.
           ADD 1 TO CERT-ACCT-SUBSCRIPT.
           IF CERT-ACCT-SUBSCRIPT > CERT-ACCT-COUNT
           THEN
              GO TO REGISTER-CERTIFICATE-TD
           END-IF.
           PERFORM FILL-REGISTER-HEADER.
           SET CREG-ACCOUNT-LINE TO TRUE.
           MOVE CA-ACCT-NUMBER(CERT-ACCT-SUBSCRIPT) TO CREG-ACCT-NUMBER.
           IF CA-AS-OF-BALANCE(CERT-ACCT-SUBSCRIPT) < 0
           THEN
              MOVE "-" TO CREG-SIGN
           ELSE
              MOVE "+" TO CREG-SIGN
           END-IF.
           MOVE CA-AS-OF-BALANCE(CERT-ACCT-SUBSCRIPT) TO CREG-AMOUNT.
           IF CA-JOURNAL-COVERS-DATE(CERT-ACCT-SUBSCRIPT)
           THEN
              MOVE "J" TO CREG-SOURCE
           ELSE
              MOVE "G" TO CREG-SOURCE
           END-IF.
           WRITE CERT-REGISTER-RECORD.
           IF CA-HAS-LOAN(CERT-ACCT-SUBSCRIPT) AND
              CA-LOAN-OUTSTANDING(CERT-ACCT-SUBSCRIPT) > 0
           THEN
              PERFORM FILL-REGISTER-HEADER
              SET CREG-LOAN-LINE TO TRUE
              MOVE CA-ACCT-NUMBER(CERT-ACCT-SUBSCRIPT)
                 TO CREG-ACCT-NUMBER
              MOVE "+" TO CREG-SIGN
              MOVE CA-LOAN-OUTSTANDING(CERT-ACCT-SUBSCRIPT)
                 TO CREG-AMOUNT
              WRITE CERT-REGISTER-RECORD
           END-IF.
           GO TO REGISTER-CERTIFICATE-ACCT-LOOP.

       REGISTER-CERTIFICATE-TD.
           MOVE 0 TO CERT-TD-SUBSCRIPT.

       REGISTER-CERTIFICATE-TD-LOOP.
           ADD 1 TO CERT-TD-SUBSCRIPT.
           IF CERT-TD-SUBSCRIPT > CERT-TD-COUNT
           THEN
              CLOSE CERT-REGISTER-FILE
              GO TO REGISTER-CERTIFICATE-EXIT
           END-IF.
           PERFORM FILL-REGISTER-HEADER.
           SET CREG-TERM-DEPOSIT-LINE TO TRUE.
           MOVE CT-ACCT-NUMBER(CERT-TD-SUBSCRIPT) TO CREG-ACCT-NUMBER.
           MOVE "+" TO CREG-SIGN.
           MOVE CT-PRINCIPAL(CERT-TD-SUBSCRIPT) TO CREG-AMOUNT.
           WRITE CERT-REGISTER-RECORD.
           GO TO REGISTER-CERTIFICATE-TD-LOOP.

       REGISTER-CERTIFICATE-EXIT.
           EXIT.

       FILL-REGISTER-HEADER.
           MOVE CERT-NUMBER        TO CREG-CERT-NUMBER.
           MOVE TODAY-DATE         TO CREG-ISSUE-DATE.
           MOVE SIGNON-OPERATOR-ID TO CREG-OPERATOR.
           MOVE ENTRY-AS-OF-DATE   TO CREG-AS-OF-DATE.
           MOVE CERT-CUST-NUMBER   TO CREG-CUST-NUMBER.
           MOVE SPACE              TO CREG-SOURCE.
           MOVE ENTRY-ADDRESSEE    TO CREG-ADDRESSEE.

       INPUT-VERIFY-NUMBER.
           DISPLAY "=> CERTIFICATE NUMBER".
           ACCEPT ENTRY-CERT-NUMBER.
           MOVE 0 TO VERIFY-LINE-COUNT.
           OPEN INPUT CERT-REGISTER-FILE.
           IF CERT-REGISTER-FILE-NOT-FOUND
           THEN
              DISPLAY "=====> NO CERTIFICATES HAVE BEEN ISSUED"
              GO TO MAIN-MENU
           END-IF.

       VERIFY-CERTIFICATE-LOOP.
           READ CERT-REGISTER-FILE
              AT END GO TO VERIFY-CERTIFICATE-DONE
           END-READ.
           IF CREG-CERT-NUMBER NOT = ENTRY-CERT-NUMBER
           THEN
              GO TO VERIFY-CERTIFICATE-LOOP
           END-IF.
           IF VERIFY-LINE-COUNT = 0
           THEN
              DISPLAY "=====> CERTIFICATE " CREG-CERT-NUMBER
                 " ISSUED " CREG-ISSUE-DATE " BY " CREG-OPERATOR
              DISPLAY "=====> BALANCES AS OF " CREG-AS-OF-DATE
                 " FOR CUSTOMER " CREG-CUST-NUMBER
              IF CREG-ADDRESSEE NOT = SPACES
              THEN
                 DISPLAY "=====> ISSUED TO " CREG-ADDRESSEE
              END-IF
           END-IF.
           ADD 1 TO VERIFY-LINE-COUNT.
           IF CREG-ACCOUNT-LINE
           THEN
              MOVE "ACCOUNT      " TO VD-LINE-TYPE
           END-IF.
           IF CREG-TERM-DEPOSIT-LINE
           THEN
              MOVE "TERM DEPOSIT " TO VD-LINE-TYPE
           END-IF.
           IF CREG-LOAN-LINE
           THEN
              MOVE "LOAN         " TO VD-LINE-TYPE
           END-IF.
           MOVE CREG-ACCT-NUMBER TO VD-ACCT-NUMBER.
           MOVE CREG-SIGN        TO VD-SIGN.
           MOVE CREG-AMOUNT      TO VD-AMOUNT.
           MOVE SPACES           TO VD-SOURCE.
           IF CREG-SOURCE = "J"
           THEN
              MOVE "JOURNAL" TO VD-SOURCE
           END-IF.
           IF CREG-SOURCE = "G"
           THEN
              MOVE "ARCHIVE" TO VD-SOURCE
           END-IF.
           DISPLAY "=====> " VERIFY-DISPLAY-BUFFER.
           GO TO VERIFY-CERTIFICATE-LOOP.

       VERIFY-CERTIFICATE-DONE.
           CLOSE CERT-REGISTER-FILE.
           IF VERIFY-LINE-COUNT = 0
           THEN
              DISPLAY "~~~~~~~~~~~~~~~> CERTIFICATE " ENTRY-CERT-NUMBER
                 " IS NOT ON THE REGISTER -- NOT ISSUED BY THIS BANK"
           ELSE
              MOVE "BALVERIFY" TO LOG-ACTION-TEXT
              MOVE SPACES TO LOG-KEY-TEXT
              MOVE ENTRY-CERT-NUMBER TO LOG-KEY-TEXT
              PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT
           END-IF.
           GO TO MAIN-MENU.

       LOOK-UP-CUSTOMER.
           MOVE "** NOT ON CIF FILE **" TO CUSTOMER-LOOKUP-NAME.
           MOVE SPACES TO CUSTOMER-LOOKUP-ADDRESS.
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
              MOVE CIF-CUST-NAME    TO CUSTOMER-LOOKUP-NAME
              MOVE CIF-CUST-ADDRESS TO CUSTOMER-LOOKUP-ADDRESS
              GO TO LOOK-UP-CUSTOMER-CLOSE
           END-IF.
           GO TO LOOK-UP-CUSTOMER-LOOP.

       LOOK-UP-CUSTOMER-CLOSE.
           CLOSE CUSTOMER-FILE.

       LOOK-UP-CUSTOMER-EXIT.
           EXIT.

       SIGN-ON-OPERATOR.
           MOVE "N" TO SIGNON-OK-FLAG.
           DISPLAY "OPERATOR ID (8 CHARS)".
           ACCEPT SIGNON-OPERATOR-ID.
           DISPLAY "OPERATOR PASSWORD (6 DIGITS)".
           ACCEPT SIGNON-PASSWORD.
           CALL "PINHASH" USING SIGNON-PASSWORD SIGNON-HASH-VALUE
              ON EXCEPTION
                 DISPLAY "[ABORT]: PINHASH MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-NOT-FOUND
           THEN
              DISPLAY "[ABORT]: NO OPERATOR FILE -- SET OPERATORS "
                 "UP IN OPER-MAINT FIRST"
              STOP RUN
           END-IF.

       SIGN-ON-OPERATOR-LOOP.
           READ OPERATOR-FILE
              AT END GO TO SIGN-ON-OPERATOR-CLOSE
           END-READ.
           IF OPR-ID = SIGNON-OPERATOR-ID AND
              OPR-PASSWORD = SIGNON-HASH-VALUE
           THEN
              SET SIGNON-IS-OK TO TRUE
              MOVE OPR-ROLE TO SIGNON-ROLE
              GO TO SIGN-ON-OPERATOR-CLOSE
           END-IF.
           GO TO SIGN-ON-OPERATOR-LOOP.

       SIGN-ON-OPERATOR-CLOSE.
           CLOSE OPERATOR-FILE.
           IF NOT SIGNON-IS-OK
           THEN
              DISPLAY "[ABORT]: SIGN-ON FAILED"
              STOP RUN
           END-IF.

       SIGN-ON-OPERATOR-EXIT.
           EXIT.

       WRITE-OPERATOR-LOG.
           OPEN EXTEND OPERATOR-LOG-FILE.
           IF OPERATOR-LOG-NOT-FOUND
           THEN
              OPEN OUTPUT OPERATOR-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO OPLOG-TIMESTAMP.
           MOVE SIGNON-OPERATOR-ID TO OPLOG-OPERATOR.
           MOVE "BALCERT" TO OPLOG-PROGRAM.
           MOVE LOG-ACTION-TEXT TO OPLOG-ACTION.
           MOVE LOG-KEY-TEXT TO OPLOG-KEY.
           WRITE OPERATOR-LOG-RECORD.
           CLOSE OPERATOR-LOG-FILE.

       WRITE-OPERATOR-LOG-EXIT.
           EXIT.

       END PROGRAM BALCERT.
