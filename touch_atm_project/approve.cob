              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FX-RATE-FILE-STATUS.

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
              OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              88 MSTR-ACCT-FROZEN              VALUE "F".
           02 MSTR-ACCT-OVERDRAFT-LIMIT        PIC 9(9)V9(2).
           02 MSTR-CUST-NUMBER                 PIC 9(8).
           02 MSTR-PRODUCT-CODE                PIC X(2).

       FD  NEW-MASTER-FILE.
       01  NEW-MASTER-RECORD                   PIC X(80).

       FD  HOT-CARD-FILE.
       01  HOT-CARD-RECORD.
           02 FX-BUY-RATE                      PIC 9(3)V9(6).
           02 FX-EFFECTIVE-DATE                PIC 9(8).

       FD  ESTATE-FILE.
       01  ESTATE-RECORD.
           02 EST-CUST-NUMBER                  PIC 9(8).
           02 EST-DEATH-DATE                   PIC 9(8).
           02 EST-NOTIFIED-DATE                PIC 9(8).
           02 EST-EXECUTOR-ACCT                PIC 9(16).
           02 EST-EXECUTOR-NAME                PIC X(30).
           02 EST-STATUS                       PIC X.
              88 ESTATE-IS-NOTIFIED            VALUE "N".
           02 EST-RECORDED-BY                  PIC X(8).
           02 EST-RELEASED-BY                  PIC X(8).
           02 EST-PAID-DATE                    PIC 9(8).
           02 EST-PAID-AMOUNT                  PIC 9(11)V9(2).

       FD  NEW-ESTATE-FILE.
       01  NEW-ESTATE-RECORD                   PIC X(108).

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
           02 LGO-ORDER-AMOUNT                 PIC 9(11)V9(2).
           02 LGO-ORDER-PERCENT                PIC 9(3)V9(2).
           02 LGO-CREDITOR-ACCT                PIC 9(16).
           02 LGO-CREDITOR-NAME                PIC X(30).
           02 LGO-SERVED-DATE                  PIC 9(8).
           02 LGO-EXPIRY-DATE                  PIC 9(8).
           02 LGO-STATUS                       PIC X.
              88 LEGAL-ORDER-IS-ACTIVE         VALUE "A".
              88 LEGAL-ORDER-IS-LIFTED         VALUE "L".
           02 LGO-REMITTED-AMOUNT              PIC 9(11)V9(2).
           02 LGO-QUEUED-AMOUNT                PIC 9(11)V9(2).
           02 LGO-BASE-BALANCE                 PIC 9(11)V9(2).
           02 LGO-RECORDED-BY                  PIC X(8).
           02 LGO-CLOSED-DATE                  PIC 9(8).

       FD  NEW-LEGAL-ORDER-FILE.
       01  NEW-LEGAL-ORDER-RECORD              PIC X(169).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           02 OPR-ID PIC X(8).
       01  HOT-CARD-FILE-DSN                   PIC X(40).
       01  NEW-HOT-CARD-FILE-DSN               PIC X(40).
       01  FX-RATE-FILE-DSN                    PIC X(40).
       01  ESTATE-FILE-DSN                     PIC X(40).
       01  NEW-ESTATE-FILE-DSN                 PIC X(40).
       01  ESTATE-AUDIT-FILE-DSN               PIC X(40).
       01  LEGAL-ORDER-FILE-DSN                PIC X(40).
       01  NEW-LEGAL-ORDER-FILE-DSN            PIC X(40).

       01  PENDING-FILE-STATUS                 PIC 99.
           88 PENDING-FILE-NOT-FOUND           VALUE 35.
       01  NEW-HOT-CARD-FILE-STATUS            PIC 99.
       01  FX-RATE-FILE-STATUS                 PIC 99.
           88 FX-RATE-FILE-NOT-FOUND           VALUE 35.
       01  ESTATE-FILE-STATUS                  PIC 99.
           88 ESTATE-FILE-NOT-FOUND            VALUE 35.
       01  NEW-ESTATE-FILE-STATUS              PIC 99.
       01  ESTATE-AUDIT-FILE-STATUS            PIC 99.
           88 ESTATE-AUDIT-FILE-NOT-FOUND      VALUE 35.
       01  LEGAL-ORDER-FILE-STATUS             PIC 99.
           88 LEGAL-ORDER-FILE-NOT-FOUND       VALUE 35.
       01  NEW-LEGAL-ORDER-FILE-STATUS         PIC 99.
       01  OPERATOR-FILE-STATUS PIC 9(2).
           88 OPERATOR-FILE-NOT-FOUND VALUE 35.
       01  OPERATOR-LOG-STATUS PIC 9(2).
              03 SEL-FX-RATE                   PIC 9(3)V9(6).
              03 SEL-FX-EFFECTIVE              PIC 9(8).
              03 FILLER                        PIC X(10).
           02 SEL-MERGE-VIEW REDEFINES SEL-DATA.
              03 SEL-SURVIVOR-NUMBER           PIC 9(8).
              03 FILLER                        PIC X(22).
       01  SELECTED-KEY-ACCT REDEFINES
              SELECTED-PENDING-RECORD.
           02 FILLER                           PIC X(42).
           02 SEL-KEY-ACCT-NUMBER              PIC 9(16).
           02 FILLER                           PIC X(30).
       01  SELECTED-KEY-CUST REDEFINES
              SELECTED-PENDING-RECORD.
           02 FILLER                           PIC X(42).
           02 SEL-KEY-CUST-NUMBER              PIC 9(8).
           02 FILLER                           PIC X(8).
           02 SEL-ESTATE-EXECUTOR-ACCT         PIC 9(16).
           02 FILLER                           PIC X(14).

       01  ITEM-FOUND-FLAG                     PIC X VALUE "N".
           88 ITEM-WAS-FOUND                   VALUE "Y".
       01  ALREADY-LISTED-FLAG                 PIC X VALUE "N".
           88 ALREADY-LISTED                   VALUE "Y".
       01  MASTSYNC-RESULT                     PIC X.
       01  LOCK-FUNCTION                       PIC X(4).
       01  LOCK-RESOURCE                       PIC X(40).
       01  LOCK-HOLDER.
           02 LOCK-HOLDER-PROGRAM              PIC X(10)
                                               VALUE "APPROVE".
           02 LOCK-HOLDER-ID                   PIC X(10) VALUE SPACES.
       01  LOCK-RESULT                         PIC X.
           88 LOCK-WAS-GRANTED                 VALUE "Y".
       01  LOCK-CONFLICT-HOLDER                PIC X(20).
       01  MASTER-LOCK-FLAG                    PIC X VALUE "N".
           88 MASTER-LOCK-IS-HELD              VALUE "Y".
       01  HOTSYNC-RESULT                      PIC X.
       01  LIFTED-ORDER-ACCT                   PIC 9(16).
       01  LIFTED-ORDER-QUEUED                 PIC 9(11)V9(2).
       01  CIFMERGE-RESULT                     PIC X.
       01  CIFMERGE-ACCT-COUNT                 PIC 9(5).

       01  SIGNON-OPERATOR-ID PIC X(8).
       01  SIGNON-PASSWORD PIC 9(6).
              ON EXCEPTION MOVE "fxrates.txt" TO FX-RATE-FILE-DSN
           END-ACCEPT.

           ACCEPT ESTATE-FILE-DSN FROM ENVIRONMENT "ATM_ESTATE_FILE"
              ON EXCEPTION MOVE "estates.txt" TO ESTATE-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-ESTATE-FILE-DSN
              FROM ENVIRONMENT "ATM_ESTATE_NEW_FILE"
              ON EXCEPTION
                 MOVE "estates.txt.new" TO NEW-ESTATE-FILE-DSN
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

           PERFORM SIGN-ON-OPERATOR THRU SIGN-ON-OPERATOR-EXIT.
           IF NOT SIGNON-IS-SUPERVISOR
           THEN
           GO TO MAIN-MENU.

       MAIN-MENU.
           IF MASTER-LOCK-IS-HELD
           THEN
              PERFORM RELEASE-MASTER-LOCK THRU RELEASE-MASTER-LOCK-EXIT
           END-IF.
           MOVE "N" TO ITEM-FOUND-FLAG.
           MOVE "N" TO APPLY-OK-FLAG.
           MOVE "N" TO TARGET-FOUND-FLAG.
              GO TO MAIN-MENU
           END-IF.

           IF SEL-ACTION = "CLOSE" OR "ODLIMIT" OR "CIFMERGE"
           THEN
              PERFORM ACQUIRE-MASTER-LOCK THRU ACQUIRE-MASTER-LOCK-EXIT
              IF NOT LOCK-WAS-GRANTED
              THEN
                 DISPLAY "=====> MASTER FILE IN USE BY "
                    LOCK-CONFLICT-HOLDER
                 DISPLAY "=====> ITEM LEFT PENDING -- TRY AGAIN LATER"
                 GO TO MAIN-MENU
              END-IF
           END-IF.

           IF SEL-ACTION = "CLOSE"
           THEN
              PERFORM APPLY-ACCOUNT-CLOSE THRU
              PERFORM APPLY-FX-RATE THRU APPLY-FX-RATE-EXIT
              GO TO FINISH-APPROVAL
           END-IF.
           IF SEL-ACTION = "ESTREL"
           THEN
              PERFORM APPLY-ESTATE-RELEASE THRU
                 APPLY-ESTATE-RELEASE-EXIT
              GO TO FINISH-APPROVAL
           END-IF.
           IF SEL-ACTION = "LEGALLIFT"
           THEN
              PERFORM APPLY-LEGAL-LIFT THRU APPLY-LEGAL-LIFT-EXIT
              GO TO FINISH-APPROVAL
           END-IF.
           IF SEL-ACTION = "CIFMERGE"
           THEN
              PERFORM APPLY-CIF-MERGE THRU APPLY-CIF-MERGE-EXIT
              GO TO FINISH-APPROVAL
           END-IF.

           DISPLAY "=====> UNKNOWN ACTION " SEL-ACTION
              " -- ITEM LEFT PENDING".
       APPLY-FX-RATE-EXIT.
           EXIT.

       APPLY-ESTATE-RELEASE.
           OPEN INPUT ESTATE-FILE.
           IF ESTATE-FILE-NOT-FOUND
           THEN
              DISPLAY "=====> NO ESTATE FILE FOUND"
              GO TO APPLY-ESTATE-RELEASE-EXIT
           END-IF.
           OPEN OUTPUT NEW-ESTATE-FILE.

       APPLY-ESTATE-RELEASE-LOOP.
           READ ESTATE-FILE
              AT END GO TO APPLY-ESTATE-RELEASE-DONE
           END-READ.
           IF EST-CUST-NUMBER = SEL-KEY-CUST-NUMBER AND
              ESTATE-IS-NOTIFIED
           THEN
              SET TARGET-WAS-FOUND TO TRUE
              MOVE "R" TO EST-STATUS
              MOVE SIGNON-OPERATOR-ID TO EST-RELEASED-BY
              MOVE EST-EXECUTOR-ACCT TO SEL-ESTATE-EXECUTOR-ACCT
           END-IF.
           WRITE NEW-ESTATE-RECORD FROM ESTATE-RECORD.
           GO TO APPLY-ESTATE-RELEASE-LOOP.

       APPLY-ESTATE-RELEASE-DONE.
           CLOSE ESTATE-FILE, NEW-ESTATE-FILE.
           IF NOT TARGET-WAS-FOUND
           THEN
              DISPLAY "=====> NO UNRELEASED ESTATE FOR CUSTOMER "
                 SEL-KEY-CUST-NUMBER
              GO TO APPLY-ESTATE-RELEASE-EXIT
           END-IF.
           OPEN INPUT NEW-ESTATE-FILE.
           OPEN OUTPUT ESTATE-FILE.

       APPLY-ESTATE-RELEASE-PROMOTE.
           READ NEW-ESTATE-FILE
              AT END
                 CLOSE NEW-ESTATE-FILE, ESTATE-FILE
                 GO TO APPLY-ESTATE-RELEASE-AUDIT
           END-READ.
           WRITE ESTATE-RECORD FROM NEW-ESTATE-RECORD.
           GO TO APPLY-ESTATE-RELEASE-PROMOTE.

       APPLY-ESTATE-RELEASE-AUDIT.
           OPEN EXTEND ESTATE-AUDIT-FILE.
           IF ESTATE-AUDIT-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT ESTATE-AUDIT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO EAU-TIMESTAMP.
           MOVE SEL-KEY-CUST-NUMBER      TO EAU-CUST-NUMBER.
           MOVE "RELEASED"               TO EAU-EVENT.
           MOVE SEL-ESTATE-EXECUTOR-ACCT TO EAU-ACCT-NUMBER.
           MOVE 0                        TO EAU-AMOUNT.
           MOVE SIGNON-OPERATOR-ID       TO EAU-DONE-BY.
           MOVE SPACES                   TO EAU-DETAIL.
           STRING "REQUESTED BY " SEL-MAKER-ID DELIMITED BY SIZE
              INTO EAU-DETAIL.
           WRITE ESTATE-AUDIT-RECORD.
           CLOSE ESTATE-AUDIT-FILE.
           DISPLAY "=====> ESTATE OF CUSTOMER " SEL-KEY-CUST-NUMBER
              " RELEASED -- CENTRAL PAYS IT OUT ON THE NEXT RUN".
           SET APPLY-WAS-OK TO TRUE.

       APPLY-ESTATE-RELEASE-EXIT.
           EXIT.

       APPLY-LEGAL-LIFT.
           OPEN INPUT LEGAL-ORDER-FILE.
           IF LEGAL-ORDER-FILE-NOT-FOUND
           THEN
              DISPLAY "=====> NO LEGAL ORDER FILE FOUND"
              GO TO APPLY-LEGAL-LIFT-EXIT
           END-IF.
           OPEN OUTPUT NEW-LEGAL-ORDER-FILE.

       APPLY-LEGAL-LIFT-LOOP.
           READ LEGAL-ORDER-FILE
              AT END GO TO APPLY-LEGAL-LIFT-DONE
           END-READ.
           IF LGO-ORDER-REF = SEL-KEY AND LEGAL-ORDER-IS-ACTIVE
           THEN
              SET TARGET-WAS-FOUND TO TRUE
              MOVE LGO-ACCT-NUMBER TO LIFTED-ORDER-ACCT
              MOVE LGO-QUEUED-AMOUNT TO LIFTED-ORDER-QUEUED
              SET LEGAL-ORDER-IS-LIFTED TO TRUE
              MOVE 0 TO LGO-QUEUED-AMOUNT
              MOVE FUNCTION CURRENT-DATE(1:8) TO LGO-CLOSED-DATE
           END-IF.
           WRITE NEW-LEGAL-ORDER-RECORD FROM LEGAL-ORDER-RECORD.
           GO TO APPLY-LEGAL-LIFT-LOOP.

       APPLY-LEGAL-LIFT-DONE.
           CLOSE LEGAL-ORDER-FILE, NEW-LEGAL-ORDER-FILE.
           IF NOT TARGET-WAS-FOUND
           THEN
              DISPLAY "=====> NO ACTIVE LEGAL ORDER " SEL-KEY
              GO TO APPLY-LEGAL-LIFT-EXIT
           END-IF.
           OPEN INPUT NEW-LEGAL-ORDER-FILE.
           OPEN OUTPUT LEGAL-ORDER-FILE.

       APPLY-LEGAL-LIFT-PROMOTE.
           READ NEW-LEGAL-ORDER-FILE
              AT END
                 CLOSE NEW-LEGAL-ORDER-FILE, LEGAL-ORDER-FILE
                 GO TO APPLY-LEGAL-LIFT-FINISH
           END-READ.
           WRITE LEGAL-ORDER-RECORD FROM NEW-LEGAL-ORDER-RECORD.
           GO TO APPLY-LEGAL-LIFT-PROMOTE.

       APPLY-LEGAL-LIFT-FINISH.
           DISPLAY "=====> LEGAL ORDER " SEL-KEY " ON "
              LIFTED-ORDER-ACCT " LIFTED -- FUNDS RELEASED".
           IF LIFTED-ORDER-QUEUED > 0
           THEN
              DISPLAY "=====> A QUEUED REMITTANCE OF "
                 LIFTED-ORDER-QUEUED " WAS CANCELLED"
           END-IF.
           SET APPLY-WAS-OK TO TRUE.

       APPLY-LEGAL-LIFT-EXIT.
           EXIT.

       APPLY-CIF-MERGE.
           MOVE "E" TO CIFMERGE-RESULT.
           MOVE 0 TO CIFMERGE-ACCT-COUNT.
           CALL "CIFMERGE" USING SEL-KEY-CUST-NUMBER
              SEL-SURVIVOR-NUMBER SEL-MAKER-ID SIGNON-OPERATOR-ID
              CIFMERGE-ACCT-COUNT CIFMERGE-RESULT
              ON EXCEPTION MOVE "E" TO CIFMERGE-RESULT
           END-CALL.
           IF CIFMERGE-RESULT = "K"
           THEN
              DISPLAY "=====> CUSTOMER " SEL-KEY-CUST-NUMBER
                 " MERGED INTO " SEL-SURVIVOR-NUMBER " -- "
                 CIFMERGE-ACCT-COUNT " ACCOUNTS RE-POINTED"
              SET APPLY-WAS-OK TO TRUE
              GO TO APPLY-CIF-MERGE-EXIT
           END-IF.
           IF CIFMERGE-RESULT = "S"
           THEN
              DISPLAY "=====> A CUSTOMER CANNOT BE MERGED INTO ITSELF"
           END-IF.
           IF CIFMERGE-RESULT = "N"
           THEN
              DISPLAY "=====> CUSTOMER " SEL-KEY-CUST-NUMBER
                 " NOT FOUND"
           END-IF.
           IF CIFMERGE-RESULT = "V"
           THEN
              DISPLAY "=====> CUSTOMER " SEL-SURVIVOR-NUMBER
                 " NOT FOUND"
           END-IF.
           IF CIFMERGE-RESULT = "D"
           THEN
              DISPLAY "=====> AN ESTATE IS OPEN FOR ONE OF THE "
                 "CUSTOMERS -- NOT MERGED"
           END-IF.
           IF CIFMERGE-RESULT = "E"
           THEN
              DISPLAY "=====> CIFMERGE COULD NOT READ THE CUSTOMER "
                 "OR MASTER FILE"
           END-IF.

       APPLY-CIF-MERGE-EXIT.
           EXIT.

       REMOVE-PENDING-ITEM.
           OPEN INPUT PENDING-FILE.
           OPEN OUTPUT NEW-PENDING-FILE.
       WRITE-OPERATOR-LOG-EXIT.
           EXIT.

       ACQUIRE-MASTER-LOCK.
           MOVE "EXC " TO LOCK-FUNCTION.
           MOVE MASTER-FILE-DSN TO LOCK-RESOURCE.
           MOVE SIGNON-OPERATOR-ID TO LOCK-HOLDER-ID.
           CALL "LOCKCTL" USING LOCK-FUNCTION LOCK-RESOURCE LOCK-HOLDER
              LOCK-RESULT LOCK-CONFLICT-HOLDER
              ON EXCEPTION
                 DISPLAY "[ABORT]: LOCKCTL MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           IF LOCK-WAS-GRANTED
           THEN
              SET MASTER-LOCK-IS-HELD TO TRUE
           END-IF.

       ACQUIRE-MASTER-LOCK-EXIT.
           EXIT.

       RELEASE-MASTER-LOCK.
           MOVE "REL " TO LOCK-FUNCTION.
           MOVE MASTER-FILE-DSN TO LOCK-RESOURCE.
           CALL "LOCKCTL" USING LOCK-FUNCTION LOCK-RESOURCE LOCK-HOLDER
              LOCK-RESULT LOCK-CONFLICT-HOLDER
              ON EXCEPTION
                 DISPLAY "[ABORT]: LOCKCTL MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           MOVE "N" TO MASTER-LOCK-FLAG.

       RELEASE-MASTER-LOCK-EXIT.
           EXIT.

       END PROGRAM APPROVE.
