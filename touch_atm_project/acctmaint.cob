              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS PENDING-FILE-STATUS.

           SELECT
              SCREEN-HOLD-FILE ASSIGN DYNAMIC SCREEN-HOLD-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS SCREEN-HOLD-FILE-STATUS.

           SELECT
              PRODUCT-FILE ASSIGN DYNAMIC PRODUCT-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS PRODUCT-FILE-STATUS.

           SELECT
              ESTATE-ACCT-FILE ASSIGN DYNAMIC ESTATE-ACCT-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ESTATE-ACCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
              88 MSTR-ACCT-FROZEN              VALUE "F".
           02 MSTR-ACCT-OVERDRAFT-LIMIT        PIC 9(9)V9(2).
           02 MSTR-CUST-NUMBER                 PIC 9(8).
           02 MSTR-PRODUCT-CODE                PIC X(2).

       FD  NEW-MASTER-FILE.
       01  NEW-MASTER-RECORD.
           02 NEW-MSTR-ACCT-STATUS             PIC X.
           02 NEW-MSTR-ACCT-OVERDRAFT-LIMIT    PIC 9(9)V9(2).
           02 NEW-MSTR-CUST-NUMBER             PIC 9(8).
           02 NEW-MSTR-PRODUCT-CODE            PIC X(2).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
              03 PEND-NEW-ODLIMIT              PIC 9(9)V9(2).
              03 FILLER                        PIC X(19).

       FD  SCREEN-HOLD-FILE.
       01  SCREEN-HOLD-RECORD.
           02 SHLD-SUBJECT-TYPE                PIC X.
           02 SHLD-SUBJECT-KEY                 PIC X(16).
           02 SHLD-STATUS                      PIC X.
           02 SHLD-TIMESTAMP                   PIC 9(14).
           02 SHLD-PROGRAM                     PIC X(10).
           02 SHLD-OPERATOR                    PIC X(8).
           02 SHLD-SCREENED-NAME               PIC X(30).
           02 SHLD-MATCH-ID                    PIC 9(6).
           02 SHLD-MATCH-NAME                  PIC X(30).
           02 SHLD-MATCH-SCORE                 PIC 9(3).
           02 SHLD-DECIDED-BY                  PIC X(8).
           02 SHLD-DECIDED-DATE                PIC 9(8).
           02 SHLD-PAYLOAD                     PIC X(100).
           02 SHLD-ACCOUNT-VIEW REDEFINES SHLD-PAYLOAD.
              03 SHLD-MSTR-ACCT-HOLDER-NAME    PIC X(20).
              03 SHLD-MSTR-ACCT-NUMBER         PIC 9(16).
              03 SHLD-MSTR-ACCT-PASSWORD       PIC 9(6).
              03 SHLD-MSTR-ACCT-SIGN           PIC X.
              03 SHLD-MSTR-ACCT-BALANCE        PIC 9(13)V9(2).
              03 SHLD-MSTR-ACCT-STATUS         PIC X.
              03 SHLD-MSTR-ACCT-OD-LIMIT       PIC 9(9)V9(2).
              03 SHLD-MSTR-CUST-NUMBER         PIC 9(8).
              03 SHLD-MSTR-PRODUCT-CODE        PIC X(2).
              03 FILLER                        PIC X(20).

       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD.
           02 PROD-CODE                        PIC X(2).
           02 PROD-NAME                        PIC X(20).
           02 PROD-INTEREST-RATE               PIC 9V9(4).
           02 PROD-MAINT-FEE                   PIC 9(5)V9(2).
           02 PROD-MIN-BALANCE                 PIC 9(5)V9(2).
           02 PROD-OD-ELIGIBLE                 PIC X.
              88 PROD-OD-IS-ELIGIBLE           VALUE "Y".
           02 PROD-ATM-DAILY-LIMIT             PIC 9(6)V9(2).

       FD  ESTATE-ACCT-FILE.
       01  ESTATE-ACCT-RECORD.
           02 EA-CUST-NUMBER                   PIC 9(8).
           02 EA-ACCT-NUMBER                   PIC 9(16).
           02 EA-NOTIFIED-SIGN                 PIC X.
           02 EA-NOTIFIED-BALANCE              PIC 9(13)V9(2).
           02 EA-PRODUCT-CODE                  PIC X(2).

       WORKING-STORAGE SECTION.
       01  MASTER-FILE-DSN                      PIC X(40).
       01  NEW-MASTER-FILE-DSN                  PIC X(40).
       01  CUSTOMER-FILE-DSN                    PIC X(40).
       01  SCREEN-HOLD-FILE-DSN                 PIC X(40).

       01  MASTER-FILE-STATUS                  PIC 99.
           88 MASTER-FILE-NOT-FOUND            VALUE 35.
           88 NEW-MASTER-FILE-ALREADY-OPEN     VALUE 41.
       01  CUSTOMER-FILE-STATUS                PIC 99.
           88 CUSTOMER-FILE-NOT-FOUND          VALUE 35.
       01  SCREEN-HOLD-FILE-STATUS             PIC 99.
           88 SCREEN-HOLD-FILE-NOT-FOUND       VALUE 35.
       01  PRODUCT-FILE-DSN                    PIC X(40).
       01  PRODUCT-FILE-STATUS                 PIC 99.
           88 PRODUCT-FILE-NOT-FOUND           VALUE 35.
       01  PRODUCT-LOOKUP-CODE                 PIC X(2).
       01  PRODUCT-LOOKUP-NAME                 PIC X(20).
       01  PRODUCT-LOOKUP-FLAG                 PIC X VALUE "N".
           88 PRODUCT-IS-ON-FILE               VALUE "Y".
       01  PRODUCT-LOOKUP-OD-FLAG              PIC X VALUE "N".
           88 PRODUCT-ALLOWS-OVERDRAFT         VALUE "Y".
       01  NEW-ACCT-CUST-NUMBER                PIC 9(8).
       01  CUSTOMER-LOOKUP-FLAG                PIC X VALUE "N".
           88 CUSTOMER-IS-ON-FILE              VALUE "Y".
       01  NEW-ACCT-PASSWORD                   PIC 9(6).
       01  NEW-ACCT-BALANCE                    PIC 9(13)V9(2).
       01  NEW-ACCT-OVERDRAFT-LIMIT            PIC 9(9)V9(2).
       01  NEW-ACCT-STATUS                     PIC X.
       01  NEW-ACCT-PRODUCT-CODE               PIC X(2).
       01  SCREENING-HOLD-FLAG                 PIC X VALUE "N".
           88 ACCOUNT-IS-ON-HOLD               VALUE "Y".
       01  ESTATE-ACCT-FILE-DSN                PIC X(40).
       01  ESTATE-ACCT-FILE-STATUS             PIC 99.
           88 ESTATE-ACCT-FILE-NOT-FOUND       VALUE 35.
       01  ESTATE-ACCT-FLAG                    PIC X VALUE "N".
           88 ACCOUNT-IS-IN-ESTATE             VALUE "Y".
       01  CLOSE-ACCT-NUMBER                   PIC 9(16).
       01  FREEZE-ACCT-NUMBER                  PIC 9(16).
       01  ODLIMIT-ACCT-NUMBER                 PIC 9(16).
       01  LOG-ACTION-TEXT PIC X(10).
       01  LOG-KEY-TEXT PIC X(16).
       01  MASTSYNC-RESULT                     PIC X.
       01  LOCK-FUNCTION                       PIC X(4).
       01  LOCK-RESOURCE                       PIC X(40).
       01  LOCK-HOLDER.
           02 LOCK-HOLDER-PROGRAM              PIC X(10)
                                               VALUE "ACCTMAINT".
           02 LOCK-HOLDER-ID                   PIC X(10) VALUE SPACES.
       01  LOCK-RESULT                         PIC X.
           88 LOCK-WAS-GRANTED                 VALUE "Y".
       01  LOCK-CONFLICT-HOLDER                PIC X(20).
       01  MASTER-LOCK-FLAG                    PIC X VALUE "N".
           88 MASTER-LOCK-IS-HELD              VALUE "Y".
       01  HASHED-PIN-VALUE                    PIC 9(6).
       01  CHKDIGIT-EXPECTED                   PIC 9.
       01  CHKDIGIT-RESULT                     PIC X.

       01  SCREEN-REQUEST.
           02 SCRN-PROGRAM                     PIC X(10).
           02 SCRN-SUBJECT-TYPE                PIC X.
           02 SCRN-SUBJECT-KEY                 PIC X(16).
           02 SCRN-NAME                        PIC X(30).
           02 SCRN-OPERATOR                    PIC X(8).
           02 SCRN-RESULT                      PIC X.
              88 SCRN-IS-HIT                   VALUE "H".
           02 SCRN-MATCH-ID                    PIC 9(6).
           02 SCRN-MATCH-NAME                  PIC X(30).
           02 SCRN-MATCH-SCORE                 PIC 9(3).

       PROCEDURE DIVISION.
       INITIALIZE-FILE-NAMES.
           ACCEPT MASTER-FILE-DSN FROM ENVIRONMENT "ATM_MASTER_FILE"
              ON EXCEPTION MOVE "pendAppr.txt" TO PENDING-FILE-DSN
           END-ACCEPT.

           ACCEPT SCREEN-HOLD-FILE-DSN
              FROM ENVIRONMENT "ATM_SCREEN_HOLD_FILE"
              ON EXCEPTION
                 MOVE "screenHold.txt" TO SCREEN-HOLD-FILE-DSN
           END-ACCEPT.

           ACCEPT PRODUCT-FILE-DSN FROM ENVIRONMENT "ATM_PRODUCT_FILE"
              ON EXCEPTION MOVE "products.txt" TO PRODUCT-FILE-DSN
           END-ACCEPT.

           ACCEPT ESTATE-ACCT-FILE-DSN
              FROM ENVIRONMENT "ATM_ESTATE_ACCT_FILE"
              ON EXCEPTION
                 MOVE "estAccts.txt" TO ESTATE-ACCT-FILE-DSN
           END-ACCEPT.

           PERFORM SIGN-ON-OPERATOR THRU SIGN-ON-OPERATOR-EXIT.
           GO TO MAIN-MENU.

       MAIN-MENU.
           IF MASTER-LOCK-IS-HELD
           THEN
              PERFORM RELEASE-MASTER-LOCK THRU RELEASE-MASTER-LOCK-EXIT
           END-IF.
           MOVE "N" TO DUPLICATE-FOUND-FLAG.
           MOVE "N" TO ACCOUNT-FOUND-FLAG.
           MOVE "N" TO INSERTED-FLAG.
           DISPLAY "=> OPENING DEPOSIT AMOUNT"
           ACCEPT NEW-ACCT-BALANCE.

           DISPLAY "=> PRODUCT CODE (SV SAVINGS, CU CURRENT, "
              "ST STUDENT, SR SENIOR, BU BUSINESS)"
           ACCEPT NEW-ACCT-PRODUCT-CODE.
           INSPECT NEW-ACCT-PRODUCT-CODE CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE NEW-ACCT-PRODUCT-CODE TO PRODUCT-LOOKUP-CODE.
           PERFORM LOOK-UP-PRODUCT THRU LOOK-UP-PRODUCT-EXIT.
           IF NOT PRODUCT-IS-ON-FILE
           THEN
              DISPLAY "=====> PRODUCT " NEW-ACCT-PRODUCT-CODE
                 " IS NOT ON THE PRODUCT FILE -- NOT OPENED"
              GO TO MAIN-MENU
           END-IF.

           DISPLAY "=> OVERDRAFT LIMIT"
           ACCEPT NEW-ACCT-OVERDRAFT-LIMIT.

           IF NEW-ACCT-OVERDRAFT-LIMIT > 0 AND
              NOT PRODUCT-ALLOWS-OVERDRAFT
           THEN
              DISPLAY "=====> " PRODUCT-LOOKUP-NAME
                 " ACCOUNTS MAY NOT HAVE AN OVERDRAFT -- NOT OPENED"
              GO TO MAIN-MENU
           END-IF.

           DISPLAY "=> CUSTOMER NUMBER (8 DIGITS)"
           ACCEPT NEW-ACCT-CUST-NUMBER.

              GO TO MAIN-MENU
           END-IF.

           MOVE "ACCTMAINT"          TO SCRN-PROGRAM.
           MOVE "A"                  TO SCRN-SUBJECT-TYPE.
           MOVE NEW-ACCT-NUMBER      TO SCRN-SUBJECT-KEY.
           MOVE NEW-ACCT-HOLDER-NAME TO SCRN-NAME.
           MOVE SIGNON-OPERATOR-ID   TO SCRN-OPERATOR.
           CALL "WATCHSCR" USING SCREEN-REQUEST
              ON EXCEPTION
                 DISPLAY "[ABORT]: WATCHSCR MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           IF SCRN-IS-HIT
           THEN
              MOVE "F" TO NEW-ACCT-STATUS
           ELSE
              MOVE "A" TO NEW-ACCT-STATUS
           END-IF.

           SET PENDING-OPEN TO TRUE.
           GO TO REBUILD-MASTER-FILE.

       LOOK-UP-PRODUCT.
           MOVE "N" TO PRODUCT-LOOKUP-FLAG.
           MOVE "N" TO PRODUCT-LOOKUP-OD-FLAG.
           MOVE SPACES TO PRODUCT-LOOKUP-NAME.
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
              MOVE "Y" TO PRODUCT-LOOKUP-FLAG
              MOVE PROD-NAME TO PRODUCT-LOOKUP-NAME
              IF PROD-OD-IS-ELIGIBLE
              THEN
                 MOVE "Y" TO PRODUCT-LOOKUP-OD-FLAG
              END-IF
              GO TO LOOK-UP-PRODUCT-CLOSE
           END-IF.
           GO TO LOOK-UP-PRODUCT-LOOP.

       LOOK-UP-PRODUCT-CLOSE.
           CLOSE PRODUCT-FILE.

       LOOK-UP-PRODUCT-EXIT.
           EXIT.

       LOOK-UP-ACCOUNT-PRODUCT.
           MOVE SPACES TO PRODUCT-LOOKUP-CODE.
           MOVE "N" TO ACCOUNT-FOUND-FLAG.
           OPEN INPUT MASTER-FILE.
           IF MASTER-FILE-NOT-FOUND
           THEN
              GO TO LOOK-UP-ACCOUNT-PRODUCT-EXIT
           END-IF.

       LOOK-UP-ACCOUNT-PRODUCT-LOOP.
           READ MASTER-FILE
              AT END GO TO LOOK-UP-ACCOUNT-PRODUCT-CLOSE
           END-READ.
           IF MSTR-ACCT-NUMBER = ODLIMIT-ACCT-NUMBER
           THEN
              SET ACCOUNT-WAS-FOUND TO TRUE
              MOVE MSTR-PRODUCT-CODE TO PRODUCT-LOOKUP-CODE
              GO TO LOOK-UP-ACCOUNT-PRODUCT-CLOSE
           END-IF.
           GO TO LOOK-UP-ACCOUNT-PRODUCT-LOOP.

       LOOK-UP-ACCOUNT-PRODUCT-CLOSE.
           CLOSE MASTER-FILE.

       LOOK-UP-ACCOUNT-PRODUCT-EXIT.
           EXIT.

       CHECK-CUSTOMER-ON-FILE.
           MOVE "N" TO CUSTOMER-LOOKUP-FLAG.
           OPEN INPUT CUSTOMER-FILE.
           DISPLAY "=> NEW OVERDRAFT LIMIT"
           ACCEPT ODLIMIT-NEW-AMOUNT.

           PERFORM LOOK-UP-ACCOUNT-PRODUCT THRU
              LOOK-UP-ACCOUNT-PRODUCT-EXIT.
           IF NOT ACCOUNT-WAS-FOUND
           THEN
              DISPLAY "=====> ACCOUNT " ODLIMIT-ACCT-NUMBER
                 " NOT FOUND"
              GO TO MAIN-MENU
           END-IF.
           IF ODLIMIT-NEW-AMOUNT > 0 AND
              PRODUCT-LOOKUP-CODE NOT = SPACES
           THEN
              PERFORM LOOK-UP-PRODUCT THRU LOOK-UP-PRODUCT-EXIT
              IF PRODUCT-IS-ON-FILE AND
                 NOT PRODUCT-ALLOWS-OVERDRAFT
              THEN
                 DISPLAY "=====> " PRODUCT-LOOKUP-NAME
                    " ACCOUNTS MAY NOT HAVE AN OVERDRAFT"
                 GO TO MAIN-MENU
              END-IF
           END-IF.

           MOVE "ODLIMIT"           TO PENDING-ACTION-TEXT.
           MOVE ODLIMIT-ACCT-NUMBER TO PENDING-KEY-TEXT.
           MOVE SPACES              TO PENDING-DATA-TEXT.
           DISPLAY "=> ACCOUNT NUMBER TO UNFREEZE"
           ACCEPT FREEZE-ACCT-NUMBER.

           PERFORM CHECK-SCREENING-HOLD THRU CHECK-SCREENING-HOLD-EXIT.
           IF ACCOUNT-IS-ON-HOLD
           THEN
              DISPLAY "=====> ACCOUNT " FREEZE-ACCT-NUMBER
                 " IS UNDER A COMPLIANCE HOLD -- ONLY COMPDESK CAN "
                 "RELEASE IT"
              GO TO MAIN-MENU
           END-IF.

           PERFORM CHECK-ESTATE-ACCOUNT THRU CHECK-ESTATE-ACCOUNT-EXIT.
           IF ACCOUNT-IS-IN-ESTATE
           THEN
              DISPLAY "=====> ACCOUNT " FREEZE-ACCT-NUMBER
                 " BELONGS TO A DECEASED CUSTOMER'S ESTATE -- IT IS "
                 "HANDLED THROUGH ESTATE"
              GO TO MAIN-MENU
           END-IF.

           SET PENDING-UNFREEZE TO TRUE.
           GO TO REBUILD-MASTER-FILE.

       CHECK-SCREENING-HOLD.
           MOVE "N" TO SCREENING-HOLD-FLAG.
           OPEN INPUT SCREEN-HOLD-FILE.
           IF SCREEN-HOLD-FILE-NOT-FOUND
           THEN
              GO TO CHECK-SCREENING-HOLD-EXIT
           END-IF.

       CHECK-SCREENING-HOLD-LOOP.
           READ SCREEN-HOLD-FILE
              AT END GO TO CHECK-SCREENING-HOLD-CLOSE
           END-READ.
           IF SHLD-SUBJECT-TYPE = "A" AND
              (SHLD-STATUS = "P" OR SHLD-STATUS = "J") AND
              SHLD-MSTR-ACCT-NUMBER = FREEZE-ACCT-NUMBER
           THEN
              SET ACCOUNT-IS-ON-HOLD TO TRUE
              GO TO CHECK-SCREENING-HOLD-CLOSE
           END-IF.
           GO TO CHECK-SCREENING-HOLD-LOOP.

       CHECK-SCREENING-HOLD-CLOSE.
           CLOSE SCREEN-HOLD-FILE.

       CHECK-SCREENING-HOLD-EXIT.
           EXIT.

       CHECK-ESTATE-ACCOUNT.
           MOVE "N" TO ESTATE-ACCT-FLAG.
           OPEN INPUT ESTATE-ACCT-FILE.
           IF ESTATE-ACCT-FILE-NOT-FOUND
           THEN
              GO TO CHECK-ESTATE-ACCOUNT-EXIT
           END-IF.

       CHECK-ESTATE-ACCOUNT-LOOP.
           READ ESTATE-ACCT-FILE
              AT END GO TO CHECK-ESTATE-ACCOUNT-CLOSE
           END-READ.
           IF EA-ACCT-NUMBER = FREEZE-ACCT-NUMBER
           THEN
              SET ACCOUNT-IS-IN-ESTATE TO TRUE
              GO TO CHECK-ESTATE-ACCOUNT-CLOSE
           END-IF.
           GO TO CHECK-ESTATE-ACCOUNT-LOOP.

       CHECK-ESTATE-ACCOUNT-CLOSE.
           CLOSE ESTATE-ACCT-FILE.

       CHECK-ESTATE-ACCOUNT-EXIT.
           EXIT.

       REBUILD-MASTER-FILE.
           IF NOT MASTER-FILE-ALREADY-OPEN OR
              NOT NEW-MASTER-FILE-ALREADY-OPEN
           THEN
              PERFORM ACQUIRE-MASTER-LOCK THRU ACQUIRE-MASTER-LOCK-EXIT
              IF NOT LOCK-WAS-GRANTED
              THEN
                 DISPLAY "=====> MASTER FILE IN USE BY "
                    LOCK-CONFLICT-HOLDER
                 DISPLAY "=====> CHANGE NOT APPLIED, TRY AGAIN LATER"
                 GO TO MAIN-MENU
              END-IF
              OPEN INPUT MASTER-FILE
              IF MASTER-FILE-NOT-FOUND
              THEN
              MOVE "+"                  TO NEW-MSTR-ACCT-SIGN
              MOVE NEW-ACCT-BALANCE     TO
                 NEW-MSTR-ACCT-BALANCE-UNSIGNED
              MOVE NEW-ACCT-STATUS      TO NEW-MSTR-ACCT-STATUS
              MOVE NEW-ACCT-OVERDRAFT-LIMIT
                 TO NEW-MSTR-ACCT-OVERDRAFT-LIMIT
              MOVE NEW-ACCT-CUST-NUMBER TO NEW-MSTR-CUST-NUMBER
              MOVE NEW-ACCT-PRODUCT-CODE TO NEW-MSTR-PRODUCT-CODE
              WRITE NEW-MASTER-RECORD
              SET ALREADY-INSERTED TO TRUE
           END-IF.
              MOVE "+"                  TO NEW-MSTR-ACCT-SIGN
              MOVE NEW-ACCT-BALANCE     TO
                 NEW-MSTR-ACCT-BALANCE-UNSIGNED
              MOVE NEW-ACCT-STATUS      TO NEW-MSTR-ACCT-STATUS
              MOVE NEW-ACCT-OVERDRAFT-LIMIT
                 TO NEW-MSTR-ACCT-OVERDRAFT-LIMIT
              MOVE NEW-ACCT-CUST-NUMBER TO NEW-MSTR-CUST-NUMBER
              MOVE NEW-ACCT-PRODUCT-CODE TO NEW-MSTR-PRODUCT-CODE
              WRITE NEW-MASTER-RECORD
              SET ALREADY-INSERTED TO TRUE
           END-IF.
                 WRITE-OPERATOR-LOG-EXIT
           END-IF.

           IF PENDING-OPEN AND SCRN-IS-HIT
           THEN
              PERFORM WRITE-SCREENING-HOLD THRU
                 WRITE-SCREENING-HOLD-EXIT
              DISPLAY "=====> ACCOUNT " NEW-ACCT-NUMBER
                 " IS FROZEN PENDING COMPLIANCE REVIEW -- POSSIBLE "
                 "WATCH-LIST MATCH " SCRN-MATCH-NAME
           END-IF.

           IF PENDING-FREEZE
           THEN
              DISPLAY "=====> ACCOUNT " FREEZE-ACCT-NUMBER " FROZEN"
           WRITE MASTER-RECORD FROM NEW-MASTER-RECORD.
           GO TO PROMOTE-MASTER-FILE.

       WRITE-SCREENING-HOLD.
           OPEN EXTEND SCREEN-HOLD-FILE.
           IF SCREEN-HOLD-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT SCREEN-HOLD-FILE
           END-IF.
           MOVE SPACES               TO SCREEN-HOLD-RECORD.
           MOVE "A"                  TO SHLD-SUBJECT-TYPE.
           MOVE NEW-ACCT-NUMBER      TO SHLD-SUBJECT-KEY.
           MOVE "P"                  TO SHLD-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SHLD-TIMESTAMP.
           MOVE "ACCTMAINT"          TO SHLD-PROGRAM.
           MOVE SIGNON-OPERATOR-ID   TO SHLD-OPERATOR.
           MOVE NEW-ACCT-HOLDER-NAME TO SHLD-SCREENED-NAME.
           MOVE SCRN-MATCH-ID        TO SHLD-MATCH-ID.
           MOVE SCRN-MATCH-NAME      TO SHLD-MATCH-NAME.
           MOVE SCRN-MATCH-SCORE     TO SHLD-MATCH-SCORE.
           MOVE 0                    TO SHLD-DECIDED-DATE.
           MOVE NEW-ACCT-HOLDER-NAME TO SHLD-MSTR-ACCT-HOLDER-NAME.
           MOVE NEW-ACCT-NUMBER      TO SHLD-MSTR-ACCT-NUMBER.
           MOVE NEW-ACCT-PASSWORD    TO SHLD-MSTR-ACCT-PASSWORD.
           MOVE "+"                  TO SHLD-MSTR-ACCT-SIGN.
           MOVE NEW-ACCT-BALANCE     TO SHLD-MSTR-ACCT-BALANCE.
           MOVE NEW-ACCT-STATUS      TO SHLD-MSTR-ACCT-STATUS.
           MOVE NEW-ACCT-OVERDRAFT-LIMIT TO SHLD-MSTR-ACCT-OD-LIMIT.
           MOVE NEW-ACCT-CUST-NUMBER TO SHLD-MSTR-CUST-NUMBER.
           MOVE NEW-ACCT-PRODUCT-CODE TO SHLD-MSTR-PRODUCT-CODE.
           WRITE SCREEN-HOLD-RECORD.
           CLOSE SCREEN-HOLD-FILE.

       WRITE-SCREENING-HOLD-EXIT.
           EXIT.

       SIGN-ON-OPERATOR.
           MOVE "N" TO SIGNON-OK-FLAG.
           DISPLAY "OPERATOR ID (8 CHARS)".
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

       END PROGRAM ACCTMAINT.
