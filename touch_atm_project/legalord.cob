       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGALORD.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              LEGAL-ORDER-FILE ASSIGN DYNAMIC LEGAL-ORDER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS LEGAL-ORDER-FILE-STATUS.

           SELECT
              MASTER-FILE ASSIGN DYNAMIC MASTER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS MASTER-FILE-STATUS.

           SELECT
              PENDING-FILE ASSIGN DYNAMIC PENDING-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS PENDING-FILE-STATUS.

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
              88 LEGAL-ORDER-IS-SATISFIED      VALUE "S".
              88 LEGAL-ORDER-IS-EXPIRED        VALUE "E".
              88 LEGAL-ORDER-IS-LIFTED         VALUE "L".
           02 LGO-REMITTED-AMOUNT              PIC 9(11)V9(2).
           02 LGO-QUEUED-AMOUNT                PIC 9(11)V9(2).
           02 LGO-BASE-BALANCE                 PIC 9(11)V9(2).
           02 LGO-RECORDED-BY                  PIC X(8).
           02 LGO-CLOSED-DATE                  PIC 9(8).

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

       FD  PENDING-FILE.
       01  PENDING-RECORD.
           02 PEND-TIMESTAMP                   PIC 9(14).
           02 PEND-MAKER-ID                    PIC X(8).
           02 PEND-PROGRAM                     PIC X(10).
           02 PEND-ACTION                      PIC X(10).
           02 PEND-KEY                         PIC X(16).
           02 PEND-DATA                        PIC X(30).

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
       01  LEGAL-ORDER-FILE-DSN                PIC X(40).
       01  MASTER-FILE-DSN                     PIC X(40).
       01  PENDING-FILE-DSN                    PIC X(40).

       01  LEGAL-ORDER-FILE-STATUS             PIC 99.
           88 LEGAL-ORDER-FILE-NOT-FOUND       VALUE 35.
       01  MASTER-FILE-STATUS                  PIC 99.
           88 MASTER-FILE-NOT-FOUND            VALUE 35.
       01  PENDING-FILE-STATUS                 PIC 99.
           88 PENDING-FILE-NOT-FOUND           VALUE 35.
       01  OPERATOR-FILE-STATUS PIC 9(2).
           88 OPERATOR-FILE-NOT-FOUND VALUE 35.
       01  OPERATOR-LOG-STATUS PIC 9(2).
           88 OPERATOR-LOG-NOT-FOUND VALUE 35.

       01  MAINT-CHOICE                        PIC X.
           88 ADD-ORDER                        VALUE "A", "a".
           88 REQUEST-LIFT                     VALUE "R", "r".
           88 LIST-ORDERS                      VALUE "L", "l".
           88 EXIT-MAINTENANCE                 VALUE "X", "x".

       01  ENTRY-ORDER-REF                     PIC X(16).
       01  ENTRY-ACCT-NUMBER                   PIC 9(16).
       01  ENTRY-ORDER-TYPE                    PIC X.
           88 ENTRY-TYPE-IS-FIXED              VALUE "F", "f".
           88 ENTRY-TYPE-IS-PERCENT            VALUE "P", "p".
       01  ENTRY-ORDER-AMOUNT                  PIC 9(11)V9(2).
       01  ENTRY-ORDER-PERCENT                 PIC 9(3)V9(2).
       01  ENTRY-CREDITOR-ACCT                 PIC 9(16).
       01  ENTRY-CREDITOR-NAME                 PIC X(30).
       01  ENTRY-SERVED-DATE                   PIC 9(8).
       01  ENTRY-SERVED-DATE-PARTS REDEFINES ENTRY-SERVED-DATE.
           02 ENTRY-SERVED-YEAR                PIC 9(4).
           02 ENTRY-SERVED-MONTH               PIC 99.
           02 ENTRY-SERVED-DAY                 PIC 99.
       01  ENTRY-EXPIRY-DATE                   PIC 9(8).
       01  ENTRY-EXPIRY-DATE-PARTS REDEFINES ENTRY-EXPIRY-DATE.
           02 ENTRY-EXPIRY-YEAR                PIC 9(4).
           02 ENTRY-EXPIRY-MONTH               PIC 99.
           02 ENTRY-EXPIRY-DAY                 PIC 99.
       01  TODAY-FULL-DATE                     PIC 9(8).

       01  LOOKUP-ACCT-NUMBER                  PIC 9(16).
       01  ACCOUNT-FOUND-FLAG                  PIC X VALUE "N".
           88 ACCOUNT-WAS-FOUND                VALUE "Y".
       01  ACCOUNT-USABLE-FLAG                 PIC X VALUE "N".
           88 ACCOUNT-IS-USABLE                VALUE "Y".
       01  ORDER-FOUND-FLAG                    PIC X VALUE "N".
           88 ORDER-WAS-FOUND                  VALUE "Y".
       01  ORDER-FOUND-STATUS                  PIC X.
           88 FOUND-ORDER-IS-ACTIVE            VALUE "A".
       01  ORDER-FOUND-ACCT                    PIC 9(16).
       01  PENDING-FOUND-FLAG                  PIC X VALUE "N".
           88 PENDING-WAS-FOUND                VALUE "Y".
       01  ALREADY-LISTED-FLAG                 PIC X VALUE "N".
           88 ALREADY-LISTED                   VALUE "Y".

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
           ACCEPT LEGAL-ORDER-FILE-DSN
              FROM ENVIRONMENT "ATM_LEGAL_ORDER_FILE"
              ON EXCEPTION
                 MOVE "legalOrd.txt" TO LEGAL-ORDER-FILE-DSN
           END-ACCEPT.

           ACCEPT MASTER-FILE-DSN FROM ENVIRONMENT "ATM_MASTER_FILE"
              ON EXCEPTION MOVE "master.txt" TO MASTER-FILE-DSN
           END-ACCEPT.

           ACCEPT PENDING-FILE-DSN FROM ENVIRONMENT "ATM_PENDING_FILE"
              ON EXCEPTION MOVE "pendAppr.txt" TO PENDING-FILE-DSN
           END-ACCEPT.

           PERFORM SIGN-ON-OPERATOR THRU SIGN-ON-OPERATOR-EXIT.
           GO TO MAIN-MENU.

       MAIN-MENU.
           MOVE "N" TO ACCOUNT-FOUND-FLAG.
           MOVE "N" TO ACCOUNT-USABLE-FLAG.
           MOVE "N" TO ORDER-FOUND-FLAG.
           MOVE "N" TO PENDING-FOUND-FLAG.
           MOVE "N" TO ALREADY-LISTED-FLAG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-FULL-DATE.

           DISPLAY SPACES
           DISPLAY "##############################################"
           DISPLAY "##      Gringotts Wizarding Bank            ##"
           DISPLAY "##      Legal Attachment Orders             ##"
           DISPLAY "##############################################"
           DISPLAY "=> PRESS A TO RECORD A NEW ORDER"
           DISPLAY "=> PRESS R TO REQUEST THAT AN ORDER BE LIFTED"
           DISPLAY "=> PRESS L TO LIST ORDERS"
           DISPLAY "=> PRESS X TO EXIT"
           ACCEPT MAINT-CHOICE.

           IF ADD-ORDER
           THEN
              GO TO INPUT-ADD-ORDER
           END-IF.

           IF REQUEST-LIFT
           THEN
              GO TO INPUT-REQUEST-LIFT
           END-IF.

           IF LIST-ORDERS
           THEN
              GO TO LIST-ALL-ORDERS
           END-IF.

           IF EXIT-MAINTENANCE
           THEN
              STOP RUN
           END-IF.

           DISPLAY "=> INVALID INPUT"
           GO TO MAIN-MENU.

       INPUT-ADD-ORDER.
           DISPLAY "=> COURT ORDER REFERENCE (16 CHARS)"
           ACCEPT ENTRY-ORDER-REF.
           INSPECT ENTRY-ORDER-REF CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           IF ENTRY-ORDER-REF = SPACES
           THEN
              DISPLAY "=====> AN ORDER REFERENCE IS REQUIRED"
              GO TO MAIN-MENU
           END-IF.

           PERFORM FIND-ORDER THRU FIND-ORDER-EXIT.
           IF ORDER-WAS-FOUND
           THEN
              DISPLAY "=====> ORDER " ENTRY-ORDER-REF
                 " IS ALREADY RECORDED -- STATUS " ORDER-FOUND-STATUS
              GO TO MAIN-MENU
           END-IF.

           DISPLAY "=> ATTACHED ACCOUNT NUMBER (16 DIGITS)"
           ACCEPT ENTRY-ACCT-NUMBER.
           MOVE ENTRY-ACCT-NUMBER TO LOOKUP-ACCT-NUMBER.
           PERFORM CHECK-ACCOUNT-ON-MASTER THRU
              CHECK-ACCOUNT-ON-MASTER-EXIT.
           IF NOT ACCOUNT-WAS-FOUND
           THEN
              DISPLAY "=====> ACCOUNT " ENTRY-ACCT-NUMBER
                 " IS NOT ON THE MASTER FILE -- NOT ADDED"
              GO TO MAIN-MENU
           END-IF.

           DISPLAY "=> ORDER TYPE (F = FIXED SUM, P = PERCENTAGE)"
           ACCEPT ENTRY-ORDER-TYPE.
           IF NOT ENTRY-TYPE-IS-FIXED AND NOT ENTRY-TYPE-IS-PERCENT
           THEN
              DISPLAY "=====> INVALID ORDER TYPE -- NOT ADDED"
              GO TO MAIN-MENU
           END-IF.

           DISPLAY "=> TOTAL SUM TO BE REMITTED UNDER THE ORDER"
           ACCEPT ENTRY-ORDER-AMOUNT.
           IF ENTRY-ORDER-AMOUNT = 0
           THEN
              DISPLAY "=====> THE ORDER SUM MUST BE GREATER THAN ZERO"
              GO TO MAIN-MENU
           END-IF.

           MOVE 0 TO ENTRY-ORDER-PERCENT.
           IF ENTRY-TYPE-IS-PERCENT
           THEN
              DISPLAY "=> PERCENTAGE OF FUNDS ATTACHED (E.G. 25.00)"
              ACCEPT ENTRY-ORDER-PERCENT
              IF ENTRY-ORDER-PERCENT = 0 OR
                 ENTRY-ORDER-PERCENT > 100
              THEN
                 DISPLAY "=====> THE PERCENTAGE MUST BE ABOVE 0 AND "
                    "NOT OVER 100"
                 GO TO MAIN-MENU
              END-IF
           END-IF.

           DISPLAY "=> CREDITOR'S REMITTANCE ACCOUNT (16 DIGITS)"
           ACCEPT ENTRY-CREDITOR-ACCT.
           IF ENTRY-CREDITOR-ACCT = ENTRY-ACCT-NUMBER
           THEN
              DISPLAY "=====> THE CREDITOR ACCOUNT MAY NOT BE THE "
                 "ATTACHED ACCOUNT"
              GO TO MAIN-MENU
           END-IF.
           MOVE ENTRY-CREDITOR-ACCT TO LOOKUP-ACCT-NUMBER.
           PERFORM CHECK-ACCOUNT-ON-MASTER THRU
              CHECK-ACCOUNT-ON-MASTER-EXIT.
           IF NOT ACCOUNT-WAS-FOUND OR NOT ACCOUNT-IS-USABLE
           THEN
              DISPLAY "=====> CREDITOR ACCOUNT " ENTRY-CREDITOR-ACCT
                 " IS NOT USABLE -- NOT ADDED"
              GO TO MAIN-MENU
           END-IF.

           DISPLAY "=> CREDITOR'S NAME (30 CHARS)"
           ACCEPT ENTRY-CREDITOR-NAME.

           DISPLAY "=> DATE THE ORDER WAS SERVED (YYYYMMDD)"
           ACCEPT ENTRY-SERVED-DATE.
           IF ENTRY-SERVED-MONTH < 1 OR ENTRY-SERVED-MONTH > 12 OR
              ENTRY-SERVED-DAY < 1 OR ENTRY-SERVED-DAY > 31 OR
              ENTRY-SERVED-YEAR < 1900
           THEN
              DISPLAY "=====> INVALID SERVED DATE"
              GO TO MAIN-MENU
           END-IF.
           IF ENTRY-SERVED-DATE > TODAY-FULL-DATE
           THEN
              DISPLAY "=====> THE SERVED DATE MAY NOT BE IN THE "
                 "FUTURE"
              GO TO MAIN-MENU
           END-IF.

           DISPLAY "=> ORDER EXPIRY DATE (YYYYMMDD)"
           ACCEPT ENTRY-EXPIRY-DATE.
           IF ENTRY-EXPIRY-MONTH < 1 OR ENTRY-EXPIRY-MONTH > 12 OR
              ENTRY-EXPIRY-DAY < 1 OR ENTRY-EXPIRY-DAY > 31 OR
              ENTRY-EXPIRY-YEAR < 1900
           THEN
              DISPLAY "=====> INVALID EXPIRY DATE"
              GO TO MAIN-MENU
           END-IF.
           IF ENTRY-EXPIRY-DATE < TODAY-FULL-DATE
           THEN
              DISPLAY "=====> THE ORDER HAS ALREADY EXPIRED -- "
                 "NOT ADDED"
              GO TO MAIN-MENU
           END-IF.

           OPEN EXTEND LEGAL-ORDER-FILE.
           IF LEGAL-ORDER-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT LEGAL-ORDER-FILE
           END-IF.
           MOVE ENTRY-ORDER-REF      TO LGO-ORDER-REF.
           MOVE ENTRY-ACCT-NUMBER    TO LGO-ACCT-NUMBER.
           IF ENTRY-TYPE-IS-FIXED
           THEN
              SET LEGAL-ORDER-IS-FIXED TO TRUE
           ELSE
              SET LEGAL-ORDER-IS-PERCENT TO TRUE
           END-IF.
           MOVE ENTRY-ORDER-AMOUNT   TO LGO-ORDER-AMOUNT.
           MOVE ENTRY-ORDER-PERCENT  TO LGO-ORDER-PERCENT.
           MOVE ENTRY-CREDITOR-ACCT  TO LGO-CREDITOR-ACCT.
           MOVE ENTRY-CREDITOR-NAME  TO LGO-CREDITOR-NAME.
           MOVE ENTRY-SERVED-DATE    TO LGO-SERVED-DATE.
           MOVE ENTRY-EXPIRY-DATE    TO LGO-EXPIRY-DATE.
           SET LEGAL-ORDER-IS-ACTIVE TO TRUE.
           MOVE 0                    TO LGO-REMITTED-AMOUNT.
           MOVE 0                    TO LGO-QUEUED-AMOUNT.
           MOVE 0                    TO LGO-BASE-BALANCE.
           MOVE SIGNON-OPERATOR-ID   TO LGO-RECORDED-BY.
           MOVE 0                    TO LGO-CLOSED-DATE.
           WRITE LEGAL-ORDER-RECORD.
           CLOSE LEGAL-ORDER-FILE.

           DISPLAY "=====> ORDER " ENTRY-ORDER-REF " RECORDED "
              "AGAINST " ENTRY-ACCT-NUMBER " FOR " ENTRY-ORDER-AMOUNT.
           IF ENTRY-TYPE-IS-PERCENT
           THEN
              DISPLAY "=====> " ENTRY-ORDER-PERCENT
                 " PERCENT OF FUNDS ARE ATTACHED UNTIL SATISFIED"
           ELSE
              DISPLAY "=====> THE FULL SUM IS RING-FENCED FROM TODAY"
           END-IF.
           MOVE "LEGALADD" TO LOG-ACTION-TEXT.
           MOVE ENTRY-ORDER-REF TO LOG-KEY-TEXT.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.
           GO TO MAIN-MENU.

       INPUT-REQUEST-LIFT.
           DISPLAY "=> COURT ORDER REFERENCE TO LIFT"
           ACCEPT ENTRY-ORDER-REF.
           INSPECT ENTRY-ORDER-REF CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           PERFORM FIND-ORDER THRU FIND-ORDER-EXIT.
           IF NOT ORDER-WAS-FOUND
           THEN
              DISPLAY "=====> NO ORDER " ENTRY-ORDER-REF " ON FILE"
              GO TO MAIN-MENU
           END-IF.
           IF NOT FOUND-ORDER-IS-ACTIVE
           THEN
              DISPLAY "=====> ORDER " ENTRY-ORDER-REF
                 " IS NOT ACTIVE -- STATUS " ORDER-FOUND-STATUS
              GO TO MAIN-MENU
           END-IF.

           PERFORM FIND-PENDING-LIFT THRU FIND-PENDING-LIFT-EXIT.
           IF PENDING-WAS-FOUND
           THEN
              DISPLAY "=====> A LIFT OF ORDER " ENTRY-ORDER-REF
                 " IS ALREADY AWAITING APPROVAL"
              GO TO MAIN-MENU
           END-IF.

           OPEN EXTEND PENDING-FILE.
           IF PENDING-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT PENDING-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PEND-TIMESTAMP.
           MOVE SIGNON-OPERATOR-ID   TO PEND-MAKER-ID.
           MOVE "LEGALORD"           TO PEND-PROGRAM.
           MOVE "LEGALLIFT"          TO PEND-ACTION.
           MOVE ENTRY-ORDER-REF      TO PEND-KEY.
           MOVE SPACES               TO PEND-DATA.
           WRITE PENDING-RECORD.
           CLOSE PENDING-FILE.

           DISPLAY "=====> LIFT OF ORDER " ENTRY-ORDER-REF " ON "
              ORDER-FOUND-ACCT " QUEUED FOR APPROVAL -- A SECOND "
              "OPERATOR MUST APPLY IT IN APPROVE".
           MOVE "REQLGLIFT" TO LOG-ACTION-TEXT.
           MOVE ENTRY-ORDER-REF TO LOG-KEY-TEXT.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.
           GO TO MAIN-MENU.

       FIND-ORDER.
           MOVE "N" TO ORDER-FOUND-FLAG.
           OPEN INPUT LEGAL-ORDER-FILE.
           IF LEGAL-ORDER-FILE-NOT-FOUND
           THEN
              GO TO FIND-ORDER-EXIT
           END-IF.

       FIND-ORDER-LOOP.
           READ LEGAL-ORDER-FILE
              AT END
                 CLOSE LEGAL-ORDER-FILE
                 GO TO FIND-ORDER-EXIT
           END-READ.
           IF LGO-ORDER-REF = ENTRY-ORDER-REF
           THEN
              SET ORDER-WAS-FOUND TO TRUE
              MOVE LGO-STATUS TO ORDER-FOUND-STATUS
              MOVE LGO-ACCT-NUMBER TO ORDER-FOUND-ACCT
           END-IF.
           GO TO FIND-ORDER-LOOP.

       FIND-ORDER-EXIT.
           EXIT.

       FIND-PENDING-LIFT.
           MOVE "N" TO PENDING-FOUND-FLAG.
           OPEN INPUT PENDING-FILE.
           IF PENDING-FILE-NOT-FOUND
           THEN
              GO TO FIND-PENDING-LIFT-EXIT
           END-IF.

       FIND-PENDING-LIFT-LOOP.
           READ PENDING-FILE
              AT END
                 CLOSE PENDING-FILE
                 GO TO FIND-PENDING-LIFT-EXIT
           END-READ.
           IF PEND-ACTION = "LEGALLIFT" AND
              PEND-KEY = ENTRY-ORDER-REF
           THEN
              SET PENDING-WAS-FOUND TO TRUE
           END-IF.
           GO TO FIND-PENDING-LIFT-LOOP.

       FIND-PENDING-LIFT-EXIT.
           EXIT.

       LIST-ALL-ORDERS.
           OPEN INPUT LEGAL-ORDER-FILE.
           IF LEGAL-ORDER-FILE-NOT-FOUND
           THEN
              DISPLAY "=====> NO LEGAL ORDER FILE FOUND"
              GO TO MAIN-MENU
           END-IF.

       LIST-ALL-ORDERS-LOOP.
           READ LEGAL-ORDER-FILE
              AT END
                 CLOSE LEGAL-ORDER-FILE
                 IF NOT ALREADY-LISTED
                 THEN
                    DISPLAY "=====> LEGAL ORDER FILE IS EMPTY"
                 END-IF
                 GO TO MAIN-MENU
           END-READ.
           SET ALREADY-LISTED TO TRUE.
           DISPLAY "=====> " LGO-ORDER-REF " " LGO-ACCT-NUMBER " "
              LGO-ORDER-TYPE " " LGO-STATUS " SUM " LGO-ORDER-AMOUNT
              " PAID " LGO-REMITTED-AMOUNT.
           IF LEGAL-ORDER-IS-PERCENT
           THEN
              DISPLAY "          " LGO-ORDER-PERCENT " PERCENT, "
                 "QUEUED " LGO-QUEUED-AMOUNT " TO " LGO-CREDITOR-ACCT
                 " UNTIL " LGO-EXPIRY-DATE
           ELSE
              DISPLAY "          QUEUED " LGO-QUEUED-AMOUNT " TO "
                 LGO-CREDITOR-ACCT " UNTIL " LGO-EXPIRY-DATE
           END-IF.
           GO TO LIST-ALL-ORDERS-LOOP.

       CHECK-ACCOUNT-ON-MASTER.
           MOVE "N" TO ACCOUNT-FOUND-FLAG.
           MOVE "N" TO ACCOUNT-USABLE-FLAG.
           OPEN INPUT MASTER-FILE.
           IF MASTER-FILE-NOT-FOUND
           THEN
              GO TO CHECK-ACCOUNT-ON-MASTER-EXIT
           END-IF.

       CHECK-ACCOUNT-ON-MASTER-LOOP.
           READ MASTER-FILE
              AT END GO TO CHECK-ACCOUNT-ON-MASTER-CLOSE
           END-READ.
           IF MSTR-ACCT-NUMBER = LOOKUP-ACCT-NUMBER
           THEN
              SET ACCOUNT-WAS-FOUND TO TRUE
              IF MSTR-ACCT-ACTIVE
              THEN
                 SET ACCOUNT-IS-USABLE TO TRUE
              END-IF
              GO TO CHECK-ACCOUNT-ON-MASTER-CLOSE
           END-IF.
           GO TO CHECK-ACCOUNT-ON-MASTER-LOOP.

       CHECK-ACCOUNT-ON-MASTER-CLOSE.
           CLOSE MASTER-FILE.

       CHECK-ACCOUNT-ON-MASTER-EXIT.
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
           MOVE "LEGALORD" TO OPLOG-PROGRAM.
           MOVE LOG-ACTION-TEXT TO OPLOG-ACTION.
           MOVE LOG-KEY-TEXT TO OPLOG-KEY.
           WRITE OPERATOR-LOG-RECORD.
           CLOSE OPERATOR-LOG-FILE.

       WRITE-OPERATOR-LOG-EXIT.
           EXIT.

       END PROGRAM LEGALORD.
