       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODMAINT.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              PRODUCT-FILE ASSIGN DYNAMIC PRODUCT-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS PRODUCT-FILE-STATUS.

           SELECT
              NEW-PRODUCT-FILE ASSIGN DYNAMIC NEW-PRODUCT-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NEW-PRODUCT-FILE-STATUS.

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

       FD  NEW-PRODUCT-FILE.
       01  NEW-PRODUCT-RECORD                  PIC X(50).

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
       01  PRODUCT-FILE-DSN                    PIC X(40).
       01  NEW-PRODUCT-FILE-DSN                PIC X(40).

       01  PRODUCT-FILE-STATUS                 PIC 99.
           88 PRODUCT-FILE-NOT-FOUND           VALUE 35.
       01  NEW-PRODUCT-FILE-STATUS             PIC 99.
       01  OPERATOR-FILE-STATUS PIC 9(2).
           88 OPERATOR-FILE-NOT-FOUND VALUE 35.
       01  OPERATOR-LOG-STATUS PIC 9(2).
           88 OPERATOR-LOG-NOT-FOUND VALUE 35.

       01  MAINT-CHOICE                        PIC X.
           88 ADD-PRODUCT                      VALUE "A", "a".
           88 CHANGE-PRODUCT                   VALUE "C", "c".
           88 LIST-PRODUCTS                    VALUE "L", "l".
           88 EXIT-MAINTENANCE                 VALUE "X", "x".

       01  ENTRY-PRODUCT-CODE                  PIC X(2).
       01  ENTRY-PRODUCT-NAME                  PIC X(20).
       01  ENTRY-INTEREST-RATE                 PIC 9(3)V9(4).
       01  ENTRY-MAINT-FEE                     PIC 9(5)V9(2).
       01  ENTRY-MIN-BALANCE                   PIC 9(5)V9(2).
       01  ENTRY-OD-ELIGIBLE                   PIC X.
           88 ENTRY-OD-ELIGIBLE-VALID          VALUE "Y", "N".
       01  ENTRY-ATM-DAILY-LIMIT               PIC 9(6)V9(2).
       01  ENTRY-RULES-FLAG                    PIC X VALUE "N".
           88 ENTRY-RULES-OK                   VALUE "Y".

       01  ENTRY-FOUND-FLAG                    PIC X VALUE "N".
           88 ENTRY-WAS-FOUND                  VALUE "Y".
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
           ACCEPT PRODUCT-FILE-DSN FROM ENVIRONMENT "ATM_PRODUCT_FILE"
              ON EXCEPTION MOVE "products.txt" TO PRODUCT-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-PRODUCT-FILE-DSN
              FROM ENVIRONMENT "ATM_PRODUCT_NEW_FILE"
              ON EXCEPTION
                 MOVE "products.txt.new" TO NEW-PRODUCT-FILE-DSN
           END-ACCEPT.

           PERFORM SIGN-ON-OPERATOR THRU SIGN-ON-OPERATOR-EXIT.
           IF NOT SIGNON-IS-SUPERVISOR
           THEN
              DISPLAY "[ABORT]: ONLY A SUPERVISOR MAY MAINTAIN "
                 "ACCOUNT PRODUCTS"
              STOP RUN
           END-IF.
           GO TO MAIN-MENU.

       MAIN-MENU.
           MOVE "N" TO ENTRY-FOUND-FLAG.
           MOVE "N" TO ALREADY-LISTED-FLAG.

           DISPLAY SPACES
           DISPLAY "##############################################"
           DISPLAY "##      Gringotts Wizarding Bank            ##"
           DISPLAY "##      Account Products                    ##"
           DISPLAY "##############################################"
           DISPLAY "=> PRESS A TO ADD A PRODUCT"
           DISPLAY "=> PRESS C TO CHANGE A PRODUCT'S RULES"
           DISPLAY "=> PRESS L TO LIST PRODUCTS"
           DISPLAY "=> PRESS X TO EXIT"
           ACCEPT MAINT-CHOICE.

           IF ADD-PRODUCT
           THEN
              GO TO INPUT-ADD-PRODUCT
           END-IF.

           IF CHANGE-PRODUCT
           THEN
              GO TO INPUT-CHANGE-PRODUCT
           END-IF.

           IF LIST-PRODUCTS
           THEN
              GO TO LIST-ALL-PRODUCTS
           END-IF.

           IF EXIT-MAINTENANCE
           THEN
              STOP RUN
           END-IF.

           DISPLAY "=> INVALID INPUT"
           GO TO MAIN-MENU.

       INPUT-ADD-PRODUCT.
           DISPLAY "=> PRODUCT CODE (2 CHARS, E.G. SV CU ST SR BU)"
           ACCEPT ENTRY-PRODUCT-CODE.
           INSPECT ENTRY-PRODUCT-CODE CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           IF ENTRY-PRODUCT-CODE = SPACES OR
              ENTRY-PRODUCT-CODE(2:1) = SPACE
           THEN
              DISPLAY "=====> THE PRODUCT CODE MUST BE 2 CHARACTERS"
              GO TO MAIN-MENU
           END-IF.

           PERFORM CHECK-PRODUCT-EXISTS THRU
              CHECK-PRODUCT-EXISTS-EXIT.
           IF ENTRY-WAS-FOUND
           THEN
              DISPLAY "=====> PRODUCT " ENTRY-PRODUCT-CODE
                 " ALREADY EXISTS"
              GO TO MAIN-MENU
           END-IF.

           DISPLAY "=> PRODUCT NAME (20 CHARS)"
           ACCEPT ENTRY-PRODUCT-NAME.
           IF ENTRY-PRODUCT-NAME = SPACES
           THEN
              DISPLAY "=====> THE PRODUCT NAME IS REQUIRED"
              GO TO MAIN-MENU
           END-IF.

           PERFORM INPUT-PRODUCT-RULES THRU INPUT-PRODUCT-RULES-EXIT.
           IF NOT ENTRY-RULES-OK
           THEN
              GO TO MAIN-MENU
           END-IF.

           OPEN EXTEND PRODUCT-FILE.
           IF PRODUCT-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT PRODUCT-FILE
           END-IF.
           MOVE ENTRY-PRODUCT-CODE    TO PROD-CODE.
           MOVE ENTRY-PRODUCT-NAME    TO PROD-NAME.
           MOVE ENTRY-INTEREST-RATE   TO PROD-INTEREST-RATE.
           MOVE ENTRY-MAINT-FEE       TO PROD-MAINT-FEE.
           MOVE ENTRY-MIN-BALANCE     TO PROD-MIN-BALANCE.
           MOVE ENTRY-OD-ELIGIBLE     TO PROD-OD-ELIGIBLE.
           MOVE ENTRY-ATM-DAILY-LIMIT TO PROD-ATM-DAILY-LIMIT.
           WRITE PRODUCT-RECORD.
           CLOSE PRODUCT-FILE.

           MOVE "PRODADD" TO LOG-ACTION-TEXT.
           MOVE ENTRY-PRODUCT-CODE TO LOG-KEY-TEXT.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.

           DISPLAY "=====> PRODUCT " ENTRY-PRODUCT-CODE " "
              ENTRY-PRODUCT-NAME " ADDED".
           GO TO MAIN-MENU.

       INPUT-PRODUCT-RULES.
           MOVE "N" TO ENTRY-RULES-FLAG.
           DISPLAY "=> MONTHLY INTEREST RATE (E.G. 0.0025)"
           ACCEPT ENTRY-INTEREST-RATE.
           IF ENTRY-INTEREST-RATE NOT < 1
           THEN
              DISPLAY "=====> THE MONTHLY RATE MUST BE BELOW 1.0000"
              GO TO INPUT-PRODUCT-RULES-EXIT
           END-IF.
           DISPLAY "=> MONTHLY MAINTENANCE FEE"
           ACCEPT ENTRY-MAINT-FEE.
           DISPLAY "=> FEE-FREE MINIMUM BALANCE"
           ACCEPT ENTRY-MIN-BALANCE.
           DISPLAY "=> OVERDRAFT ELIGIBLE (Y/N)"
           ACCEPT ENTRY-OD-ELIGIBLE.
           INSPECT ENTRY-OD-ELIGIBLE CONVERTING "yn" TO "YN".
           IF NOT ENTRY-OD-ELIGIBLE-VALID
           THEN
              DISPLAY "=====> OVERDRAFT ELIGIBILITY MUST BE Y OR N"
              GO TO INPUT-PRODUCT-RULES-EXIT
           END-IF.
           DISPLAY "=> ATM DAILY LIMIT"
           ACCEPT ENTRY-ATM-DAILY-LIMIT.
           IF ENTRY-ATM-DAILY-LIMIT = 0
           THEN
              DISPLAY "=====> THE ATM DAILY LIMIT MUST NOT BE ZERO"
              GO TO INPUT-PRODUCT-RULES-EXIT
           END-IF.
           SET ENTRY-RULES-OK TO TRUE.

       INPUT-PRODUCT-RULES-EXIT.
           EXIT.

       CHECK-PRODUCT-EXISTS.
           MOVE "N" TO ENTRY-FOUND-FLAG.
           OPEN INPUT PRODUCT-FILE.
           IF PRODUCT-FILE-NOT-FOUND
           THEN
              GO TO CHECK-PRODUCT-EXISTS-EXIT
           END-IF.

       CHECK-PRODUCT-EXISTS-LOOP.
           READ PRODUCT-FILE
              AT END
                 CLOSE PRODUCT-FILE
                 GO TO CHECK-PRODUCT-EXISTS-EXIT
           END-READ.
           IF PROD-CODE = ENTRY-PRODUCT-CODE
           THEN
              SET ENTRY-WAS-FOUND TO TRUE
           END-IF.
           GO TO CHECK-PRODUCT-EXISTS-LOOP.

       CHECK-PRODUCT-EXISTS-EXIT.
           EXIT.

       INPUT-CHANGE-PRODUCT.
           DISPLAY "=> PRODUCT CODE (2 CHARS)"
           ACCEPT ENTRY-PRODUCT-CODE.
           INSPECT ENTRY-PRODUCT-CODE CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           PERFORM CHECK-PRODUCT-EXISTS THRU
              CHECK-PRODUCT-EXISTS-EXIT.
           IF NOT ENTRY-WAS-FOUND
           THEN
              DISPLAY "=====> NO PRODUCT " ENTRY-PRODUCT-CODE
              GO TO MAIN-MENU
           END-IF.

           PERFORM INPUT-PRODUCT-RULES THRU INPUT-PRODUCT-RULES-EXIT.
           IF NOT ENTRY-RULES-OK
           THEN
              GO TO MAIN-MENU
           END-IF.

           OPEN INPUT PRODUCT-FILE.
           OPEN OUTPUT NEW-PRODUCT-FILE.

       INPUT-CHANGE-PRODUCT-LOOP.
           READ PRODUCT-FILE
              AT END GO TO INPUT-CHANGE-PRODUCT-DONE
           END-READ.
           IF PROD-CODE = ENTRY-PRODUCT-CODE
           THEN
              MOVE ENTRY-INTEREST-RATE   TO PROD-INTEREST-RATE
              MOVE ENTRY-MAINT-FEE       TO PROD-MAINT-FEE
              MOVE ENTRY-MIN-BALANCE     TO PROD-MIN-BALANCE
              MOVE ENTRY-OD-ELIGIBLE     TO PROD-OD-ELIGIBLE
              MOVE ENTRY-ATM-DAILY-LIMIT TO PROD-ATM-DAILY-LIMIT
           END-IF.
           WRITE NEW-PRODUCT-RECORD FROM PRODUCT-RECORD.
           GO TO INPUT-CHANGE-PRODUCT-LOOP.

       INPUT-CHANGE-PRODUCT-DONE.
           CLOSE PRODUCT-FILE, NEW-PRODUCT-FILE.
           OPEN INPUT NEW-PRODUCT-FILE.
           OPEN OUTPUT PRODUCT-FILE.

       INPUT-CHANGE-PRODUCT-PROMOTE.
           READ NEW-PRODUCT-FILE
              AT END
                 CLOSE NEW-PRODUCT-FILE, PRODUCT-FILE
                 GO TO INPUT-CHANGE-PRODUCT-LOGGED
           END-READ.
           WRITE PRODUCT-RECORD FROM NEW-PRODUCT-RECORD.
           GO TO INPUT-CHANGE-PRODUCT-PROMOTE.

       INPUT-CHANGE-PRODUCT-LOGGED.
           MOVE "PRODCHG" TO LOG-ACTION-TEXT.
           MOVE ENTRY-PRODUCT-CODE TO LOG-KEY-TEXT.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.
           DISPLAY "=====> PRODUCT " ENTRY-PRODUCT-CODE
              " RULES CHANGED -- EFFECTIVE FROM THE NEXT RUN".
           IF ENTRY-OD-ELIGIBLE = "N"
           THEN
              DISPLAY "=====> OVERDRAFT LIMITS ON THIS PRODUCT WILL "
                 "BE WITHDRAWN BY THE NEXT CENTRAL RUN"
           END-IF.
           GO TO MAIN-MENU.

       LIST-ALL-PRODUCTS.
           OPEN INPUT PRODUCT-FILE.
           IF PRODUCT-FILE-NOT-FOUND
           THEN
              DISPLAY "=====> NO PRODUCT FILE FOUND"
              GO TO MAIN-MENU
           END-IF.

       LIST-ALL-PRODUCTS-LOOP.
           READ PRODUCT-FILE
              AT END
                 CLOSE PRODUCT-FILE
                 IF NOT ALREADY-LISTED
                 THEN
                    DISPLAY "=====> PRODUCT FILE IS EMPTY"
                 END-IF
                 GO TO MAIN-MENU
           END-READ.
           SET ALREADY-LISTED TO TRUE.
           DISPLAY "=====> " PROD-CODE " " PROD-NAME
              " RATE " PROD-INTEREST-RATE " FEE " PROD-MAINT-FEE
              " MIN " PROD-MIN-BALANCE " OD " PROD-OD-ELIGIBLE
              " ATM/DAY " PROD-ATM-DAILY-LIMIT.
           GO TO LIST-ALL-PRODUCTS-LOOP.

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
           MOVE "PRODMAINT" TO OPLOG-PROGRAM.
           MOVE LOG-ACTION-TEXT TO OPLOG-ACTION.
           MOVE LOG-KEY-TEXT TO OPLOG-KEY.
           WRITE OPERATOR-LOG-RECORD.
           CLOSE OPERATOR-LOG-FILE.

       WRITE-OPERATOR-LOG-EXIT.
           EXIT.

       END PROGRAM PRODMAINT.
