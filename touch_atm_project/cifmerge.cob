       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIFMERGE.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              CUSTOMER-FILE ASSIGN DYNAMIC CUSTOMER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT
              NEW-CUSTOMER-FILE ASSIGN DYNAMIC NEW-CUSTOMER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NEW-CUSTOMER-FILE-STATUS.

           SELECT
              ESTATE-FILE ASSIGN DYNAMIC ESTATE-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ESTATE-FILE-STATUS.

           SELECT
              MASTER-FILE ASSIGN DYNAMIC MASTER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS MASTER-FILE-STATUS.

           SELECT
              NEW-MASTER-FILE ASSIGN DYNAMIC NEW-MASTER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NEW-MASTER-FILE-STATUS.

           SELECT
              CARDHOLDER-FILE ASSIGN DYNAMIC CARDHOLDER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CARDHOLDER-FILE-STATUS.

           SELECT
              NEW-CARDHOLDER-FILE ASSIGN DYNAMIC
                 NEW-CARDHOLDER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NEW-CARDHOLDER-FILE-STATUS.

           SELECT
              ALERT-PREFS-FILE ASSIGN DYNAMIC ALERT-PREFS-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ALERT-PREFS-FILE-STATUS.

           SELECT
              NEW-ALERT-PREFS-FILE ASSIGN DYNAMIC
                 NEW-ALERT-PREFS-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NEW-ALERT-PREFS-FILE-STATUS.

           SELECT
              WHT-REGISTER-FILE ASSIGN DYNAMIC WHT-REGISTER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WHT-REGISTER-FILE-STATUS.

           SELECT
              NEW-WHT-REGISTER-FILE ASSIGN DYNAMIC
                 NEW-WHT-REGISTER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NEW-WHT-REGISTER-FILE-STATUS.

           SELECT
              CTR-MTD-FILE ASSIGN DYNAMIC CTR-MTD-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CTR-MTD-FILE-STATUS.

           SELECT
              NEW-CTR-MTD-FILE ASSIGN DYNAMIC NEW-CTR-MTD-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NEW-CTR-MTD-FILE-STATUS.

           SELECT
              MERGE-MAP-FILE ASSIGN DYNAMIC MERGE-MAP-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS MERGE-MAP-FILE-STATUS.

           SELECT
              NEW-MERGE-MAP-FILE ASSIGN DYNAMIC
                 NEW-MERGE-MAP-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NEW-MERGE-MAP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           02 CIF-CUST-NUMBER                  PIC 9(8).
           02 CIF-CUST-NAME                    PIC X(30).
           02 CIF-CUST-ADDRESS                 PIC X(40).
           02 CIF-CUST-PHONE                   PIC X(12).

       FD  NEW-CUSTOMER-FILE.
       01  NEW-CUSTOMER-RECORD                 PIC X(90).

       FD  ESTATE-FILE.
       01  ESTATE-RECORD.
           02 EST-CUST-NUMBER                  PIC 9(8).
           02 FILLER                           PIC X(100).

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

       FD  NEW-MASTER-FILE.
       01  NEW-MASTER-RECORD                   PIC X(80).

       FD  CARDHOLDER-FILE.
       01  CARDHOLDER-RECORD.
           02 CARDHOLDER-ACCT-NUMBER           PIC 9(16).
           02 CARDHOLDER-ID                    PIC X(2).
           02 CARDHOLDER-NAME                  PIC X(20).
           02 CARDHOLDER-PIN                   PIC 9(6).
           02 CARDHOLDER-ISSUE-DATE            PIC 9(8).
           02 CARDHOLDER-EXPIRY-DATE           PIC 9(8).
           02 CARDHOLDER-STATUS                PIC X.
           02 CARDHOLDER-CUST-NUMBER           PIC 9(8).
           02 CARDHOLDER-LANGUAGE              PIC X(2).

       FD  NEW-CARDHOLDER-FILE.
       01  NEW-CARDHOLDER-RECORD               PIC X(71).

       FD  ALERT-PREFS-FILE.
       01  ALERT-PREFS-RECORD.
           02 APREF-CUST-NUMBER                PIC 9(8).
           02 APREF-LOW-BAL-THRESHOLD          PIC 9(9)V9(2).
           02 APREF-LARGE-DEBIT-THRESHOLD      PIC 9(5)V9(2).
           02 APREF-HOLD-RELEASE-FLAG          PIC X.
           02 APREF-STMT-DELIVERY              PIC X.

       FD  NEW-ALERT-PREFS-FILE.
       01  NEW-ALERT-PREFS-RECORD              PIC X(28).

       FD  WHT-REGISTER-FILE.
       01  WHT-REGISTER-RECORD.
           02 WHT-REG-DATE                     PIC 9(8).
           02 WHT-REG-ACCT-NUMBER              PIC 9(16).
           02 WHT-REG-CUST-NUMBER              PIC 9(8).
           02 WHT-REG-GROSS-INTEREST           PIC 9(5)V9(2).
           02 WHT-REG-TAX-WITHHELD             PIC 9(5)V9(2).

       FD  NEW-WHT-REGISTER-FILE.
       01  NEW-WHT-REGISTER-RECORD             PIC X(46).

       FD  CTR-MTD-FILE.
       01  CTR-MTD-RECORD.
           02 MTD-MONTH                        PIC 9(6).
           02 MTD-CUST-NUMBER                  PIC 9(8).
           02 MTD-CASH-IN                      PIC 9(11)V9(2).
           02 MTD-CASH-OUT                     PIC 9(11)V9(2).

       FD  NEW-CTR-MTD-FILE.
       01  NEW-CTR-MTD-RECORD                  PIC X(40).

       FD  MERGE-MAP-FILE.
       01  MERGE-MAP-RECORD.
           02 CMG-RETIRED-NUMBER               PIC 9(8).
           02 CMG-SURVIVOR-NUMBER              PIC 9(8).
           02 CMG-MERGE-DATE                   PIC 9(8).
           02 CMG-REQUESTED-BY                 PIC X(8).
           02 CMG-APPROVED-BY                  PIC X(8).

       FD  NEW-MERGE-MAP-FILE.
       01  NEW-MERGE-MAP-RECORD                PIC X(40).

       WORKING-STORAGE SECTION.
       01  CUSTOMER-FILE-DSN                   PIC X(40).
       01  NEW-CUSTOMER-FILE-DSN               PIC X(40).
       01  ESTATE-FILE-DSN                     PIC X(40).
       01  MASTER-FILE-DSN                     PIC X(40).
       01  NEW-MASTER-FILE-DSN                 PIC X(40).
       01  CARDHOLDER-FILE-DSN                 PIC X(40).
       01  NEW-CARDHOLDER-FILE-DSN             PIC X(40).
       01  ALERT-PREFS-FILE-DSN                PIC X(40).
       01  NEW-ALERT-PREFS-FILE-DSN            PIC X(40).
       01  WHT-REGISTER-FILE-DSN               PIC X(40).
       01  NEW-WHT-REGISTER-FILE-DSN           PIC X(40).
       01  CTR-MTD-FILE-DSN                    PIC X(40).
       01  NEW-CTR-MTD-FILE-DSN                PIC X(40).
       01  MERGE-MAP-FILE-DSN                  PIC X(40).
       01  NEW-MERGE-MAP-FILE-DSN              PIC X(40).

       01  CUSTOMER-FILE-STATUS                PIC 99.
           88 CUSTOMER-FILE-NOT-FOUND          VALUE 35.
       01  NEW-CUSTOMER-FILE-STATUS            PIC 99.
       01  ESTATE-FILE-STATUS                  PIC 99.
           88 ESTATE-FILE-NOT-FOUND            VALUE 35.
       01  MASTER-FILE-STATUS                  PIC 99.
           88 MASTER-FILE-NOT-FOUND            VALUE 35.
       01  NEW-MASTER-FILE-STATUS              PIC 99.
       01  CARDHOLDER-FILE-STATUS              PIC 99.
           88 CARDHOLDER-FILE-NOT-FOUND        VALUE 35.
       01  NEW-CARDHOLDER-FILE-STATUS          PIC 99.
       01  ALERT-PREFS-FILE-STATUS             PIC 99.
           88 ALERT-PREFS-FILE-NOT-FOUND       VALUE 35.
       01  NEW-ALERT-PREFS-FILE-STATUS         PIC 99.
       01  WHT-REGISTER-FILE-STATUS            PIC 99.
           88 WHT-REGISTER-FILE-NOT-FOUND      VALUE 35.
       01  NEW-WHT-REGISTER-FILE-STATUS        PIC 99.
       01  CTR-MTD-FILE-STATUS                 PIC 99.
           88 CTR-MTD-FILE-NOT-FOUND           VALUE 35.
       01  NEW-CTR-MTD-FILE-STATUS             PIC 99.
       01  MERGE-MAP-FILE-STATUS               PIC 99.
           88 MERGE-MAP-FILE-NOT-FOUND         VALUE 35.
       01  NEW-MERGE-MAP-FILE-STATUS           PIC 99.

       01  RETIRED-FOUND-FLAG                  PIC X VALUE "N".
           88 RETIRED-IS-ON-FILE               VALUE "Y".
       01  SURVIVOR-FOUND-FLAG                 PIC X VALUE "N".
           88 SURVIVOR-IS-ON-FILE              VALUE "Y".
       01  ESTATE-FOUND-FLAG                   PIC X VALUE "N".
           88 ESTATE-IS-ON-FILE                VALUE "Y".
       01  SURVIVOR-PREFS-FLAG                 PIC X VALUE "N".
           88 SURVIVOR-HAS-PREFS               VALUE "Y".
       01  MASTSYNC-RESULT                     PIC X.

       01  MERGE-CARD-COUNT                    PIC 9(5) VALUE 0.
       01  MERGE-WHT-COUNT                     PIC 9(5) VALUE 0.
       01  MERGE-MAP-COUNT                     PIC 9(5) VALUE 0.

       01  MERGE-MONTH-COUNT                   PIC 9(3) VALUE 0.
       01  MERGE-MONTH-IDX                     PIC 9(3) VALUE 0.
       01  MERGE-MONTH-TABLE.
           02 MERGE-MONTH-ENTRY OCCURS 60 TIMES.
              03 MM-MONTH                      PIC 9(6).
              03 MM-CASH-IN                    PIC 9(11)V9(2).
              03 MM-CASH-OUT                   PIC 9(11)V9(2).
              03 MM-USED-FLAG                  PIC X.
                 88 MM-IS-USED                 VALUE "Y".

       LINKAGE SECTION.
       01  LS-RETIRED-CUST                     PIC 9(8).
       01  LS-SURVIVOR-CUST                    PIC 9(8).
       01  LS-REQUESTED-BY                     PIC X(8).
       01  LS-APPROVED-BY                      PIC X(8).
       01  LS-ACCT-COUNT                       PIC 9(5).
       01  LS-RESULT                           PIC X.

       PROCEDURE DIVISION USING LS-RETIRED-CUST LS-SURVIVOR-CUST
           LS-REQUESTED-BY LS-APPROVED-BY LS-ACCT-COUNT LS-RESULT.
       CIF-MERGE-MAIN.
           MOVE "E" TO LS-RESULT.
           MOVE 0 TO LS-ACCT-COUNT.
           MOVE "N" TO RETIRED-FOUND-FLAG.
           MOVE "N" TO SURVIVOR-FOUND-FLAG.
           MOVE "N" TO ESTATE-FOUND-FLAG.
           MOVE "N" TO SURVIVOR-PREFS-FLAG.
           MOVE 0 TO MERGE-CARD-COUNT.
           MOVE 0 TO MERGE-WHT-COUNT.
           MOVE 0 TO MERGE-MAP-COUNT.
           MOVE 0 TO MERGE-MONTH-COUNT.

           IF LS-RETIRED-CUST = LS-SURVIVOR-CUST
           THEN
              MOVE "S" TO LS-RESULT
              GOBACK
           END-IF.

           PERFORM READ-MERGE-FILE-NAMES.

           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-NOT-FOUND
           THEN
              GOBACK
           END-IF.
           PERFORM CHECK-CUSTOMERS-ON-FILE
              THRU CHECK-CUSTOMERS-ON-FILE-EXIT.
           IF NOT RETIRED-IS-ON-FILE
           THEN
              MOVE "N" TO LS-RESULT
              GOBACK
           END-IF.
           IF NOT SURVIVOR-IS-ON-FILE
           THEN
              MOVE "V" TO LS-RESULT
              GOBACK
           END-IF.

           OPEN INPUT ESTATE-FILE.
           IF NOT ESTATE-FILE-NOT-FOUND
           THEN
              PERFORM CHECK-ESTATE-ON-FILE
                 THRU CHECK-ESTATE-ON-FILE-EXIT
           END-IF.
           IF ESTATE-IS-ON-FILE
           THEN
              MOVE "D" TO LS-RESULT
              GOBACK
           END-IF.

           OPEN INPUT MASTER-FILE.
           IF MASTER-FILE-NOT-FOUND
           THEN
              GOBACK
           END-IF.
           OPEN OUTPUT NEW-MASTER-FILE.
           PERFORM REPOINT-MASTER-FILE THRU REPOINT-MASTER-FILE-EXIT.

           OPEN INPUT CARDHOLDER-FILE.
           IF NOT CARDHOLDER-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT NEW-CARDHOLDER-FILE
              PERFORM REPOINT-CARDHOLDER-FILE
                 THRU REPOINT-CARDHOLDER-FILE-EXIT
           END-IF.

           OPEN INPUT ALERT-PREFS-FILE.
           IF NOT ALERT-PREFS-FILE-NOT-FOUND
           THEN
              PERFORM REPOINT-ALERT-PREFS-FILE
                 THRU REPOINT-ALERT-PREFS-FILE-EXIT
           END-IF.

           OPEN INPUT WHT-REGISTER-FILE.
           IF NOT WHT-REGISTER-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT NEW-WHT-REGISTER-FILE
              PERFORM REPOINT-WHT-REGISTER-FILE
                 THRU REPOINT-WHT-REGISTER-FILE-EXIT
           END-IF.

           OPEN INPUT CTR-MTD-FILE.
           IF NOT CTR-MTD-FILE-NOT-FOUND
           THEN
              PERFORM COMBINE-CTR-MTD-FILE
                 THRU COMBINE-CTR-MTD-FILE-EXIT
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           OPEN OUTPUT NEW-CUSTOMER-FILE.
           PERFORM RETIRE-CUSTOMER-RECORD
              THRU RETIRE-CUSTOMER-RECORD-EXIT.

           PERFORM RECORD-MERGE-MAPPING THRU RECORD-MERGE-MAPPING-EXIT.

           DISPLAY "=====> CIF MERGE: " LS-ACCT-COUNT " ACCOUNTS, "
              MERGE-CARD-COUNT " CARDHOLDERS, " MERGE-WHT-COUNT
              " WHT ENTRIES RE-POINTED".
           MOVE "K" TO LS-RESULT.
           GOBACK.

       READ-MERGE-FILE-NAMES.
           ACCEPT CUSTOMER-FILE-DSN FROM ENVIRONMENT "ATM_CIF_FILE"
              ON EXCEPTION MOVE "cif.txt" TO CUSTOMER-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-CUSTOMER-FILE-DSN
              FROM ENVIRONMENT "ATM_CIF_NEW_FILE"
              ON EXCEPTION
                 MOVE "cif.txt.new" TO NEW-CUSTOMER-FILE-DSN
           END-ACCEPT.

           ACCEPT ESTATE-FILE-DSN FROM ENVIRONMENT "ATM_ESTATE_FILE"
              ON EXCEPTION MOVE "estates.txt" TO ESTATE-FILE-DSN
           END-ACCEPT.

           ACCEPT MASTER-FILE-DSN FROM ENVIRONMENT "ATM_MASTER_FILE"
              ON EXCEPTION MOVE "master.txt" TO MASTER-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-MASTER-FILE-DSN
              FROM ENVIRONMENT "ATM_MASTER_NEW_FILE"
              ON EXCEPTION
                 MOVE "master.txt.new" TO NEW-MASTER-FILE-DSN
           END-ACCEPT.

           ACCEPT CARDHOLDER-FILE-DSN
              FROM ENVIRONMENT "ATM_CARDHOLDER_FILE"
              ON EXCEPTION
                 MOVE "cardholders.txt" TO CARDHOLDER-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-CARDHOLDER-FILE-DSN
              FROM ENVIRONMENT "ATM_CARDHOLDER_NEW_FILE"
              ON EXCEPTION
                 MOVE "cardholders.txt.new"
                    TO NEW-CARDHOLDER-FILE-DSN
           END-ACCEPT.

           ACCEPT ALERT-PREFS-FILE-DSN
              FROM ENVIRONMENT "ATM_ALERT_PREFS_FILE"
              ON EXCEPTION
                 MOVE "alertprefs.txt" TO ALERT-PREFS-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-ALERT-PREFS-FILE-DSN
              FROM ENVIRONMENT "ATM_ALERT_PREFS_NEW_FILE"
              ON EXCEPTION
                 MOVE "alertprefs.txt.new"
                    TO NEW-ALERT-PREFS-FILE-DSN
           END-ACCEPT.

           ACCEPT WHT-REGISTER-FILE-DSN
              FROM ENVIRONMENT "ATM_WHT_REGISTER_FILE"
              ON EXCEPTION
                 MOVE "whtreg.txt" TO WHT-REGISTER-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-WHT-REGISTER-FILE-DSN
              FROM ENVIRONMENT "ATM_WHT_REGISTER_NEW_FILE"
              ON EXCEPTION
                 MOVE "whtreg.txt.new" TO NEW-WHT-REGISTER-FILE-DSN
           END-ACCEPT.

           ACCEPT CTR-MTD-FILE-DSN FROM ENVIRONMENT "ATM_CTR_MTD_FILE"
              ON EXCEPTION MOVE "ctrMtd.txt" TO CTR-MTD-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-CTR-MTD-FILE-DSN
              FROM ENVIRONMENT "ATM_CTR_MTD_NEW_FILE"
              ON EXCEPTION
                 MOVE "ctrMtd.txt.new" TO NEW-CTR-MTD-FILE-DSN
           END-ACCEPT.

           ACCEPT MERGE-MAP-FILE-DSN
              FROM ENVIRONMENT "ATM_CIF_MERGE_FILE"
              ON EXCEPTION MOVE "cifMerge.txt" TO MERGE-MAP-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-MERGE-MAP-FILE-DSN
              FROM ENVIRONMENT "ATM_CIF_MERGE_NEW_FILE"
              ON EXCEPTION
                 MOVE "cifMerge.txt.new" TO NEW-MERGE-MAP-FILE-DSN
           END-ACCEPT.

       CHECK-CUSTOMERS-ON-FILE.
           READ CUSTOMER-FILE
              AT END
                 CLOSE CUSTOMER-FILE
                 GO TO CHECK-CUSTOMERS-ON-FILE-EXIT
           END-READ.
           IF CIF-CUST-NUMBER = LS-RETIRED-CUST
           THEN
              SET RETIRED-IS-ON-FILE TO TRUE
           END-IF.
           IF CIF-CUST-NUMBER = LS-SURVIVOR-CUST
           THEN
              SET SURVIVOR-IS-ON-FILE TO TRUE
           END-IF.
           GO TO CHECK-CUSTOMERS-ON-FILE.

       CHECK-CUSTOMERS-ON-FILE-EXIT.
           EXIT.

       CHECK-ESTATE-ON-FILE.
           READ ESTATE-FILE
              AT END
                 CLOSE ESTATE-FILE
                 GO TO CHECK-ESTATE-ON-FILE-EXIT
           END-READ.
           IF EST-CUST-NUMBER = LS-RETIRED-CUST OR
              EST-CUST-NUMBER = LS-SURVIVOR-CUST
           THEN
              SET ESTATE-IS-ON-FILE TO TRUE
           END-IF.
           GO TO CHECK-ESTATE-ON-FILE.

       CHECK-ESTATE-ON-FILE-EXIT.
           EXIT.

       REPOINT-MASTER-FILE.
           READ MASTER-FILE
              AT END GO TO REPOINT-MASTER-FILE-DONE
           END-READ.
           IF MSTR-CUST-NUMBER = LS-RETIRED-CUST
           THEN
              MOVE LS-SURVIVOR-CUST TO MSTR-CUST-NUMBER
              ADD 1 TO LS-ACCT-COUNT
           END-IF.
           WRITE NEW-MASTER-RECORD FROM MASTER-RECORD.
           GO TO REPOINT-MASTER-FILE.

       REPOINT-MASTER-FILE-DONE.
           CLOSE MASTER-FILE, NEW-MASTER-FILE.
           IF LS-ACCT-COUNT = 0
           THEN
              GO TO REPOINT-MASTER-FILE-EXIT
           END-IF.
           OPEN INPUT NEW-MASTER-FILE.
           OPEN OUTPUT MASTER-FILE.

       REPOINT-MASTER-FILE-PROMOTE.
           READ NEW-MASTER-FILE
              AT END
                 CLOSE NEW-MASTER-FILE, MASTER-FILE
                 MOVE " " TO MASTSYNC-RESULT
                 CALL "MASTSYNC" USING MASTER-FILE-DSN
                    MASTSYNC-RESULT
                    ON EXCEPTION MOVE " " TO MASTSYNC-RESULT
                 END-CALL
                 IF MASTSYNC-RESULT NOT = "K"
                 THEN
                    DISPLAY "=====> MASTIDX NOT SYNCED -- RUN "
                       "MASTLOAD TO REBUILD THE INDEXED MASTER"
                 END-IF
                 GO TO REPOINT-MASTER-FILE-EXIT
           END-READ.
           WRITE MASTER-RECORD FROM NEW-MASTER-RECORD.
           GO TO REPOINT-MASTER-FILE-PROMOTE.

       REPOINT-MASTER-FILE-EXIT.
           EXIT.

       REPOINT-CARDHOLDER-FILE.
           READ CARDHOLDER-FILE
              AT END GO TO REPOINT-CARDHOLDER-FILE-DONE
           END-READ.
           IF CARDHOLDER-CUST-NUMBER = LS-RETIRED-CUST
           THEN
              MOVE LS-SURVIVOR-CUST TO CARDHOLDER-CUST-NUMBER
              ADD 1 TO MERGE-CARD-COUNT
           END-IF.
           WRITE NEW-CARDHOLDER-RECORD FROM CARDHOLDER-RECORD.
           GO TO REPOINT-CARDHOLDER-FILE.

       REPOINT-CARDHOLDER-FILE-DONE.
           CLOSE CARDHOLDER-FILE, NEW-CARDHOLDER-FILE.
           IF MERGE-CARD-COUNT = 0
           THEN
              GO TO REPOINT-CARDHOLDER-FILE-EXIT
           END-IF.
           OPEN INPUT NEW-CARDHOLDER-FILE.
           OPEN OUTPUT CARDHOLDER-FILE.

       REPOINT-CARDHOLDER-FILE-PROMOTE.
           READ NEW-CARDHOLDER-FILE
              AT END
                 CLOSE NEW-CARDHOLDER-FILE, CARDHOLDER-FILE
                 GO TO REPOINT-CARDHOLDER-FILE-EXIT
           END-READ.
           WRITE CARDHOLDER-RECORD FROM NEW-CARDHOLDER-RECORD.
           GO TO REPOINT-CARDHOLDER-FILE-PROMOTE.

       REPOINT-CARDHOLDER-FILE-EXIT.
           EXIT.

       REPOINT-ALERT-PREFS-FILE.
           READ ALERT-PREFS-FILE
              AT END GO TO REPOINT-ALERT-PREFS-FILE-COPY
           END-READ.
           IF APREF-CUST-NUMBER = LS-SURVIVOR-CUST
           THEN
              SET SURVIVOR-HAS-PREFS TO TRUE
           END-IF.
           GO TO REPOINT-ALERT-PREFS-FILE.

       REPOINT-ALERT-PREFS-FILE-COPY.
           CLOSE ALERT-PREFS-FILE.
           OPEN INPUT ALERT-PREFS-FILE.
           OPEN OUTPUT NEW-ALERT-PREFS-FILE.

       REPOINT-ALERT-PREFS-FILE-LOOP.
           READ ALERT-PREFS-FILE
              AT END GO TO REPOINT-ALERT-PREFS-FILE-DONE
           END-READ.
           IF APREF-CUST-NUMBER = LS-RETIRED-CUST
           THEN
              IF SURVIVOR-HAS-PREFS
              THEN
                 GO TO REPOINT-ALERT-PREFS-FILE-LOOP
              END-IF
              MOVE LS-SURVIVOR-CUST TO APREF-CUST-NUMBER
           END-IF.
           WRITE NEW-ALERT-PREFS-RECORD FROM ALERT-PREFS-RECORD.
           GO TO REPOINT-ALERT-PREFS-FILE-LOOP.

       REPOINT-ALERT-PREFS-FILE-DONE.
           CLOSE ALERT-PREFS-FILE, NEW-ALERT-PREFS-FILE.
           OPEN INPUT NEW-ALERT-PREFS-FILE.
           OPEN OUTPUT ALERT-PREFS-FILE.

       REPOINT-ALERT-PREFS-FILE-PROMOTE.
           READ NEW-ALERT-PREFS-FILE
              AT END
                 CLOSE NEW-ALERT-PREFS-FILE, ALERT-PREFS-FILE
                 GO TO REPOINT-ALERT-PREFS-FILE-EXIT
           END-READ.
           WRITE ALERT-PREFS-RECORD FROM NEW-ALERT-PREFS-RECORD.
           GO TO REPOINT-ALERT-PREFS-FILE-PROMOTE.

       REPOINT-ALERT-PREFS-FILE-EXIT.
           EXIT.

       REPOINT-WHT-REGISTER-FILE.
           READ WHT-REGISTER-FILE
              AT END GO TO REPOINT-WHT-REGISTER-FILE-DONE
           END-READ.
           IF WHT-REG-CUST-NUMBER = LS-RETIRED-CUST
           THEN
              MOVE LS-SURVIVOR-CUST TO WHT-REG-CUST-NUMBER
              ADD 1 TO MERGE-WHT-COUNT
           END-IF.
           WRITE NEW-WHT-REGISTER-RECORD FROM WHT-REGISTER-RECORD.
           GO TO REPOINT-WHT-REGISTER-FILE.

       REPOINT-WHT-REGISTER-FILE-DONE.
           CLOSE WHT-REGISTER-FILE, NEW-WHT-REGISTER-FILE.
           IF MERGE-WHT-COUNT = 0
           THEN
              GO TO REPOINT-WHT-REGISTER-FILE-EXIT
           END-IF.
           OPEN INPUT NEW-WHT-REGISTER-FILE.
           OPEN OUTPUT WHT-REGISTER-FILE.

       REPOINT-WHT-REGISTER-FILE-PROMOTE.
           READ NEW-WHT-REGISTER-FILE
              AT END
                 CLOSE NEW-WHT-REGISTER-FILE, WHT-REGISTER-FILE
                 GO TO REPOINT-WHT-REGISTER-FILE-EXIT
           END-READ.
           WRITE WHT-REGISTER-RECORD FROM NEW-WHT-REGISTER-RECORD.
           GO TO REPOINT-WHT-REGISTER-FILE-PROMOTE.

       REPOINT-WHT-REGISTER-FILE-EXIT.
           EXIT.

       COMBINE-CTR-MTD-FILE.
           READ CTR-MTD-FILE
              AT END GO TO COMBINE-CTR-MTD-FILE-COPY
           END-READ.
           IF MTD-CUST-NUMBER NOT = LS-RETIRED-CUST
           THEN
              GO TO COMBINE-CTR-MTD-FILE
           END-IF.
           IF MERGE-MONTH-COUNT NOT < 60
           THEN
              DISPLAY "~~~~~~~~~~~~~~~> CTR MONTH TABLE FULL "
                 "-- OVERFLOW IGNORED"
              GO TO COMBINE-CTR-MTD-FILE
           END-IF.
           ADD 1 TO MERGE-MONTH-COUNT.
           MOVE MTD-MONTH    TO MM-MONTH(MERGE-MONTH-COUNT).
           MOVE MTD-CASH-IN  TO MM-CASH-IN(MERGE-MONTH-COUNT).
           MOVE MTD-CASH-OUT TO MM-CASH-OUT(MERGE-MONTH-COUNT).
           MOVE "N"          TO MM-USED-FLAG(MERGE-MONTH-COUNT).
           GO TO COMBINE-CTR-MTD-FILE.

       COMBINE-CTR-MTD-FILE-COPY.
           CLOSE CTR-MTD-FILE.
           IF MERGE-MONTH-COUNT = 0
           THEN
              GO TO COMBINE-CTR-MTD-FILE-EXIT
           END-IF.
           OPEN INPUT CTR-MTD-FILE.
           OPEN OUTPUT NEW-CTR-MTD-FILE.

       COMBINE-CTR-MTD-FILE-LOOP.
           READ CTR-MTD-FILE
              AT END GO TO COMBINE-CTR-MTD-FILE-ADD
           END-READ.
           IF MTD-CUST-NUMBER = LS-RETIRED-CUST
           THEN
              GO TO COMBINE-CTR-MTD-FILE-LOOP
           END-IF.
           IF MTD-CUST-NUMBER = LS-SURVIVOR-CUST
           THEN
              MOVE 1 TO MERGE-MONTH-IDX
              PERFORM ADD-RETIRED-MONTH THRU ADD-RETIRED-MONTH-EXIT
           END-IF.
           WRITE NEW-CTR-MTD-RECORD FROM CTR-MTD-RECORD.
           GO TO COMBINE-CTR-MTD-FILE-LOOP.

       COMBINE-CTR-MTD-FILE-ADD.
           MOVE 1 TO MERGE-MONTH-IDX.
           PERFORM WRITE-UNUSED-MONTH THRU WRITE-UNUSED-MONTH-EXIT.
           CLOSE CTR-MTD-FILE, NEW-CTR-MTD-FILE.
           OPEN INPUT NEW-CTR-MTD-FILE.
           OPEN OUTPUT CTR-MTD-FILE.

       COMBINE-CTR-MTD-FILE-PROMOTE.
           READ NEW-CTR-MTD-FILE
              AT END
                 CLOSE NEW-CTR-MTD-FILE, CTR-MTD-FILE
                 GO TO COMBINE-CTR-MTD-FILE-EXIT
           END-READ.
           WRITE CTR-MTD-RECORD FROM NEW-CTR-MTD-RECORD.
           GO TO COMBINE-CTR-MTD-FILE-PROMOTE.

       COMBINE-CTR-MTD-FILE-EXIT.
           EXIT.

       ADD-RETIRED-MONTH.
           IF MERGE-MONTH-IDX > MERGE-MONTH-COUNT
           THEN
              GO TO ADD-RETIRED-MONTH-EXIT
           END-IF.
           IF MM-MONTH(MERGE-MONTH-IDX) = MTD-MONTH AND
              NOT MM-IS-USED(MERGE-MONTH-IDX)
           THEN
              ADD MM-CASH-IN(MERGE-MONTH-IDX)  TO MTD-CASH-IN
              ADD MM-CASH-OUT(MERGE-MONTH-IDX) TO MTD-CASH-OUT
              SET MM-IS-USED(MERGE-MONTH-IDX) TO TRUE
           END-IF.
           ADD 1 TO MERGE-MONTH-IDX.
           GO TO ADD-RETIRED-MONTH.

       ADD-RETIRED-MONTH-EXIT.
           EXIT.

       WRITE-UNUSED-MONTH.
           IF MERGE-MONTH-IDX > MERGE-MONTH-COUNT
           THEN
              GO TO WRITE-UNUSED-MONTH-EXIT
           END-IF.
           IF NOT MM-IS-USED(MERGE-MONTH-IDX)
           THEN
              MOVE MM-MONTH(MERGE-MONTH-IDX)    TO MTD-MONTH
              MOVE LS-SURVIVOR-CUST             TO MTD-CUST-NUMBER
              MOVE MM-CASH-IN(MERGE-MONTH-IDX)  TO MTD-CASH-IN
              MOVE MM-CASH-OUT(MERGE-MONTH-IDX) TO MTD-CASH-OUT
              WRITE NEW-CTR-MTD-RECORD FROM CTR-MTD-RECORD
           END-IF.
           ADD 1 TO MERGE-MONTH-IDX.
           GO TO WRITE-UNUSED-MONTH.

       WRITE-UNUSED-MONTH-EXIT.
           EXIT.

       RETIRE-CUSTOMER-RECORD.
           READ CUSTOMER-FILE
              AT END GO TO RETIRE-CUSTOMER-RECORD-DONE
           END-READ.
           IF CIF-CUST-NUMBER NOT = LS-RETIRED-CUST
           THEN
              WRITE NEW-CUSTOMER-RECORD FROM CUSTOMER-RECORD
           END-IF.
           GO TO RETIRE-CUSTOMER-RECORD.

       RETIRE-CUSTOMER-RECORD-DONE.
           CLOSE CUSTOMER-FILE, NEW-CUSTOMER-FILE.
           OPEN INPUT NEW-CUSTOMER-FILE.
           OPEN OUTPUT CUSTOMER-FILE.

       RETIRE-CUSTOMER-RECORD-PROMOTE.
           READ NEW-CUSTOMER-FILE
              AT END
                 CLOSE NEW-CUSTOMER-FILE, CUSTOMER-FILE
                 GO TO RETIRE-CUSTOMER-RECORD-EXIT
           END-READ.
           WRITE CUSTOMER-RECORD FROM NEW-CUSTOMER-RECORD.
           GO TO RETIRE-CUSTOMER-RECORD-PROMOTE.

       RETIRE-CUSTOMER-RECORD-EXIT.
           EXIT.

       RECORD-MERGE-MAPPING.
           OPEN OUTPUT NEW-MERGE-MAP-FILE.
           OPEN INPUT MERGE-MAP-FILE.
           IF MERGE-MAP-FILE-NOT-FOUND
           THEN
              GO TO RECORD-MERGE-MAPPING-ADD
           END-IF.

       RECORD-MERGE-MAPPING-LOOP.
           READ MERGE-MAP-FILE
              AT END
                 CLOSE MERGE-MAP-FILE
                 GO TO RECORD-MERGE-MAPPING-ADD
           END-READ.
           IF CMG-SURVIVOR-NUMBER = LS-RETIRED-CUST
           THEN
              MOVE LS-SURVIVOR-CUST TO CMG-SURVIVOR-NUMBER
              ADD 1 TO MERGE-MAP-COUNT
           END-IF.
           WRITE NEW-MERGE-MAP-RECORD FROM MERGE-MAP-RECORD.
           GO TO RECORD-MERGE-MAPPING-LOOP.

       RECORD-MERGE-MAPPING-ADD.
           MOVE LS-RETIRED-CUST  TO CMG-RETIRED-NUMBER.
           MOVE LS-SURVIVOR-CUST TO CMG-SURVIVOR-NUMBER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CMG-MERGE-DATE.
           MOVE LS-REQUESTED-BY  TO CMG-REQUESTED-BY.
           MOVE LS-APPROVED-BY   TO CMG-APPROVED-BY.
           WRITE NEW-MERGE-MAP-RECORD FROM MERGE-MAP-RECORD.
           CLOSE NEW-MERGE-MAP-FILE.
           OPEN INPUT NEW-MERGE-MAP-FILE.
           OPEN OUTPUT MERGE-MAP-FILE.

       RECORD-MERGE-MAPPING-PROMOTE.
           READ NEW-MERGE-MAP-FILE
              AT END
                 CLOSE NEW-MERGE-MAP-FILE, MERGE-MAP-FILE
                 GO TO RECORD-MERGE-MAPPING-EXIT
           END-READ.
           WRITE MERGE-MAP-RECORD FROM NEW-MERGE-MAP-RECORD.
           GO TO RECORD-MERGE-MAPPING-PROMOTE.

       RECORD-MERGE-MAPPING-EXIT.
           EXIT.

       END PROGRAM CIFMERGE.
