       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEEMNT.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              PAYEE-FILE ASSIGN DYNAMIC PAYEE-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS PAYEE-FILE-STATUS.

           SELECT
              NEW-PAYEE-FILE ASSIGN DYNAMIC NEW-PAYEE-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NEW-PAYEE-FILE-STATUS.

           SELECT
              MASTER-FILE ASSIGN DYNAMIC MASTER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS MASTER-FILE-STATUS.

           SELECT
              PARAMETER-FILE ASSIGN DYNAMIC PARAMETER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS PARAMETER-FILE-STATUS.

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
       FD  PAYEE-FILE.
       01  PAYEE-RECORD.
           02 PAYEE-OWNER-ACCT                 PIC 9(16).
           02 PAYEE-SEQUENCE                   PIC 9(2).
           02 PAYEE-BANK-CODE                  PIC 9(4).
           02 PAYEE-DEST-ACCT                  PIC 9(16).
           02 PAYEE-NICKNAME                   PIC X(20).
           02 PAYEE-BENEFICIARY-NAME           PIC X(30).
           02 PAYEE-STATUS                     PIC X.
              88 PAYEE-IS-ACTIVE               VALUE "A".
              88 PAYEE-IS-DELETED              VALUE "D".
           02 PAYEE-REGISTERED-DATE            PIC 9(8).
           02 PAYEE-REGISTERED-BY              PIC X(8).

       FD  NEW-PAYEE-FILE.
       01  NEW-PAYEE-RECORD                    PIC X(105).

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

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 PARAM-NAME                       PIC X(24).
           02 PARAM-VALUE                      PIC 9(9)V9(4).
           02 PARAM-EFFECTIVE-DATE             PIC 9(8).

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
       01  PAYEE-FILE-DSN                      PIC X(40).
       01  NEW-PAYEE-FILE-DSN                  PIC X(40).
       01  MASTER-FILE-DSN                     PIC X(40).
       01  PARAMETER-FILE-DSN                  PIC X(40).

       01  PAYEE-FILE-STATUS                   PIC 99.
           88 PAYEE-FILE-NOT-FOUND             VALUE 35.
       01  NEW-PAYEE-FILE-STATUS               PIC 99.
       01  MASTER-FILE-STATUS                  PIC 99.
           88 MASTER-FILE-NOT-FOUND            VALUE 35.
       01  PARAMETER-FILE-STATUS               PIC 99.
           88 PARAMETER-FILE-NOT-FOUND         VALUE 35.
       01  OPERATOR-FILE-STATUS PIC 9(2).
           88 OPERATOR-FILE-NOT-FOUND VALUE 35.
       01  OPERATOR-LOG-STATUS PIC 9(2).
           88 OPERATOR-LOG-NOT-FOUND VALUE 35.

       01  MAINT-CHOICE                        PIC X.
           88 ADD-PAYEE                        VALUE "A", "a".
           88 REMOVE-PAYEE                     VALUE "R", "r".
           88 LIST-PAYEES                      VALUE "L", "l".
           88 EXIT-MAINTENANCE                 VALUE "X", "x".

       01  ENTRY-OWNER-ACCT                    PIC 9(16).
       01  ENTRY-SEQUENCE                      PIC 9(2).
       01  ENTRY-BANK-CODE                     PIC 9(4).
       01  ENTRY-DEST-ACCT                     PIC 9(16).
       01  ENTRY-NICKNAME                      PIC X(20).
       01  ENTRY-BENEFICIARY-NAME              PIC X(30).
       01  HIGHEST-SEQUENCE                    PIC 9(2).
       01  TODAY-FULL-DATE                     PIC 9(8).

       01  PAYEE-COOLING-DAYS                  PIC 9(3) VALUE 1.
       01  PAYEE-NEW-DAYS                      PIC 9(3) VALUE 7.
       01  PAYEE-NEW-LIMIT                     PIC 9(5)V9(2)
              VALUE 500.
       01  PARAM-BEST-DATES.
           02 BEST-COOLING-DAYS-DATE           PIC 9(8) VALUE 0.
           02 BEST-NEW-DAYS-DATE               PIC 9(8) VALUE 0.
           02 BEST-NEW-LIMIT-DATE              PIC 9(8) VALUE 0.

       01  DATECALC-FUNCTION                   PIC X(4).
       01  DATECALC-DATE-1                     PIC 9(8).
       01  DATECALC-DATE-2                     PIC 9(8).
       01  DATECALC-DAYS                       PIC S9(5).
       01  PAYEE-USABLE-DATE                   PIC 9(8).
       01  PAYEE-FULL-LIMIT-DATE               PIC 9(8).

       01  LOOKUP-ACCT-NUMBER                  PIC 9(16).
       01  ACCOUNT-FOUND-FLAG                  PIC X VALUE "N".
           88 ACCOUNT-WAS-FOUND                VALUE "Y".
       01  ACCOUNT-USABLE-FLAG                 PIC X VALUE "N".
           88 ACCOUNT-IS-USABLE                VALUE "Y".
       01  ENTRY-FOUND-FLAG                    PIC X VALUE "N".
           88 ENTRY-WAS-FOUND                  VALUE "Y".
       01  DUPLICATE-FLAG                      PIC X VALUE "N".
           88 PAYEE-IS-DUPLICATE               VALUE "Y".
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
           ACCEPT PAYEE-FILE-DSN FROM ENVIRONMENT "ATM_PAYEE_FILE"
              ON EXCEPTION MOVE "payees.txt" TO PAYEE-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-PAYEE-FILE-DSN
              FROM ENVIRONMENT "ATM_PAYEE_NEW_FILE"
              ON EXCEPTION
                 MOVE "payees.txt.new" TO NEW-PAYEE-FILE-DSN
           END-ACCEPT.

           ACCEPT MASTER-FILE-DSN FROM ENVIRONMENT "ATM_MASTER_FILE"
              ON EXCEPTION MOVE "master.txt" TO MASTER-FILE-DSN
           END-ACCEPT.

           ACCEPT PARAMETER-FILE-DSN FROM ENVIRONMENT "ATM_PARAMS_FILE"
              ON EXCEPTION MOVE "params.txt" TO PARAMETER-FILE-DSN
           END-ACCEPT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-FULL-DATE.
           PERFORM READ-PARAMETER-FILE THRU READ-PARAMETER-FILE-EXIT.

           PERFORM SIGN-ON-OPERATOR THRU SIGN-ON-OPERATOR-EXIT.
           GO TO MAIN-MENU.

       MAIN-MENU.
           MOVE "N" TO ACCOUNT-FOUND-FLAG.
           MOVE "N" TO ACCOUNT-USABLE-FLAG.
           MOVE "N" TO ENTRY-FOUND-FLAG.
           MOVE "N" TO DUPLICATE-FLAG.
           MOVE "N" TO ALREADY-LISTED-FLAG.

           DISPLAY SPACES
           DISPLAY "##############################################"
           DISPLAY "##      Gringotts Wizarding Bank            ##"
           DISPLAY "##      Registered Payees                   ##"
           DISPLAY "##############################################"
           DISPLAY "=> PRESS A TO REGISTER A PAYEE"
           DISPLAY "=> PRESS R TO REMOVE A PAYEE"
           DISPLAY "=> PRESS L TO LIST AN ACCOUNT'S PAYEES"
           DISPLAY "=> PRESS X TO EXIT"
           ACCEPT MAINT-CHOICE.

           IF ADD-PAYEE
           THEN
              GO TO INPUT-ADD-PAYEE
           END-IF.

           IF REMOVE-PAYEE
           THEN
              GO TO INPUT-REMOVE-PAYEE
           END-IF.

           IF LIST-PAYEES
           THEN
              GO TO INPUT-LIST-PAYEES
           END-IF.

           IF EXIT-MAINTENANCE
           THEN
              STOP RUN
           END-IF.

           DISPLAY "=> INVALID INPUT"
           GO TO MAIN-MENU.

       INPUT-ADD-PAYEE.
           DISPLAY "=> CUSTOMER ACCOUNT (16 DIGITS)"
           ACCEPT ENTRY-OWNER-ACCT.

           MOVE ENTRY-OWNER-ACCT TO LOOKUP-ACCT-NUMBER.
           PERFORM CHECK-ACCOUNT-ON-MASTER THRU
              CHECK-ACCOUNT-ON-MASTER-EXIT.
           IF NOT ACCOUNT-WAS-FOUND OR NOT ACCOUNT-IS-USABLE
           THEN
              DISPLAY "=====> ACCOUNT " ENTRY-OWNER-ACCT
                 " IS NOT USABLE -- PAYEE NOT ADDED"
              GO TO MAIN-MENU
           END-IF.

           DISPLAY "=> PAYEE BANK CODE (4 DIGITS)"
           ACCEPT ENTRY-BANK-CODE.

           DISPLAY "=> PAYEE ACCOUNT (16 DIGITS)"
           ACCEPT ENTRY-DEST-ACCT.

           DISPLAY "=> PAYEE NICKNAME (20 CHARS)"
           ACCEPT ENTRY-NICKNAME.

           DISPLAY "=> BENEFICIARY NAME (30 CHARS)"
           ACCEPT ENTRY-BENEFICIARY-NAME.

           IF ENTRY-BANK-CODE = 0 OR ENTRY-DEST-ACCT = 0
           THEN
              DISPLAY "=====> BANK CODE AND ACCOUNT ARE REQUIRED"
              GO TO MAIN-MENU
           END-IF.

           IF ENTRY-NICKNAME = SPACES OR
              ENTRY-BENEFICIARY-NAME = SPACES
           THEN
              DISPLAY "=====> NICKNAME AND BENEFICIARY NAME ARE "
                 "REQUIRED"
              GO TO MAIN-MENU
           END-IF.

           PERFORM SCAN-OWNER-PAYEES THRU SCAN-OWNER-PAYEES-EXIT.
           IF PAYEE-IS-DUPLICATE
           THEN
              DISPLAY "=====> THAT PAYEE IS ALREADY REGISTERED ON "
                 ENTRY-OWNER-ACCT
              GO TO MAIN-MENU
           END-IF.
           IF HIGHEST-SEQUENCE = 99
           THEN
              DISPLAY "=====> ACCOUNT " ENTRY-OWNER-ACCT
                 " HAS NO PAYEE SLOTS LEFT"
              GO TO MAIN-MENU
           END-IF.
           ADD 1 TO HIGHEST-SEQUENCE GIVING ENTRY-SEQUENCE.

           OPEN EXTEND PAYEE-FILE.
           IF PAYEE-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT PAYEE-FILE
           END-IF.
           MOVE ENTRY-OWNER-ACCT       TO PAYEE-OWNER-ACCT.
           MOVE ENTRY-SEQUENCE         TO PAYEE-SEQUENCE.
           MOVE ENTRY-BANK-CODE        TO PAYEE-BANK-CODE.
           MOVE ENTRY-DEST-ACCT        TO PAYEE-DEST-ACCT.
           MOVE ENTRY-NICKNAME         TO PAYEE-NICKNAME.
           MOVE ENTRY-BENEFICIARY-NAME TO PAYEE-BENEFICIARY-NAME.
           MOVE "A"                    TO PAYEE-STATUS.
           MOVE TODAY-FULL-DATE        TO PAYEE-REGISTERED-DATE.
           MOVE SIGNON-OPERATOR-ID     TO PAYEE-REGISTERED-BY.
           WRITE PAYEE-RECORD.
           CLOSE PAYEE-FILE.

           PERFORM COMPUTE-PAYEE-DATES THRU COMPUTE-PAYEE-DATES-EXIT.

           MOVE "PAYADD" TO LOG-ACTION-TEXT.
           MOVE ENTRY-OWNER-ACCT TO LOG-KEY-TEXT.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.

           DISPLAY "=====> PAYEE " ENTRY-SEQUENCE " " ENTRY-NICKNAME
              " REGISTERED ON " ENTRY-OWNER-ACCT.
           DISPLAY "=====> USABLE AT THE ATM FROM " PAYEE-USABLE-DATE.
           DISPLAY "=====> LIMITED TO " PAYEE-NEW-LIMIT
              " PER TRANSFER UNTIL " PAYEE-FULL-LIMIT-DATE.
           GO TO MAIN-MENU.

       SCAN-OWNER-PAYEES.
           MOVE 0 TO HIGHEST-SEQUENCE.
           MOVE "N" TO DUPLICATE-FLAG.
           OPEN INPUT PAYEE-FILE.
           IF PAYEE-FILE-NOT-FOUND
           THEN
              GO TO SCAN-OWNER-PAYEES-EXIT
           END-IF.

       SCAN-OWNER-PAYEES-LOOP.
           READ PAYEE-FILE
              AT END
                 CLOSE PAYEE-FILE
                 GO TO SCAN-OWNER-PAYEES-EXIT
           END-READ.
           IF PAYEE-OWNER-ACCT NOT = ENTRY-OWNER-ACCT
           THEN
              GO TO SCAN-OWNER-PAYEES-LOOP
           END-IF.
           IF PAYEE-SEQUENCE > HIGHEST-SEQUENCE
           THEN
              MOVE PAYEE-SEQUENCE TO HIGHEST-SEQUENCE
           END-IF.
           IF PAYEE-IS-ACTIVE AND
              PAYEE-BANK-CODE = ENTRY-BANK-CODE AND
              PAYEE-DEST-ACCT = ENTRY-DEST-ACCT
           THEN
              SET PAYEE-IS-DUPLICATE TO TRUE
           END-IF.
           GO TO SCAN-OWNER-PAYEES-LOOP.

       SCAN-OWNER-PAYEES-EXIT.
           EXIT.

       INPUT-REMOVE-PAYEE.
           DISPLAY "=> CUSTOMER ACCOUNT (16 DIGITS)"
           ACCEPT ENTRY-OWNER-ACCT.

           DISPLAY "=> PAYEE NUMBER TO REMOVE"
           ACCEPT ENTRY-SEQUENCE.

           OPEN INPUT PAYEE-FILE.
           IF PAYEE-FILE-NOT-FOUND
           THEN
              DISPLAY "=====> NO PAYEE FILE FOUND"
              GO TO MAIN-MENU
           END-IF.
           OPEN OUTPUT NEW-PAYEE-FILE.

       INPUT-REMOVE-PAYEE-LOOP.
           READ PAYEE-FILE
              AT END GO TO INPUT-REMOVE-PAYEE-DONE
           END-READ.
           IF PAYEE-OWNER-ACCT = ENTRY-OWNER-ACCT AND
              PAYEE-SEQUENCE = ENTRY-SEQUENCE AND
              PAYEE-IS-ACTIVE
           THEN
              SET ENTRY-WAS-FOUND TO TRUE
              MOVE "D" TO PAYEE-STATUS
           END-IF.
           WRITE NEW-PAYEE-RECORD FROM PAYEE-RECORD.
           GO TO INPUT-REMOVE-PAYEE-LOOP.

       INPUT-REMOVE-PAYEE-DONE.
           CLOSE PAYEE-FILE, NEW-PAYEE-FILE.

           IF NOT ENTRY-WAS-FOUND
           THEN
              DISPLAY "=====> NO ACTIVE PAYEE " ENTRY-SEQUENCE
                 " ON ACCOUNT " ENTRY-OWNER-ACCT
              GO TO MAIN-MENU
           END-IF.

           OPEN INPUT NEW-PAYEE-FILE.
           OPEN OUTPUT PAYEE-FILE.

       INPUT-REMOVE-PAYEE-PROMOTE.
           READ NEW-PAYEE-FILE
              AT END
                 CLOSE NEW-PAYEE-FILE, PAYEE-FILE
                 GO TO INPUT-REMOVE-PAYEE-LOGGED
           END-READ.
           WRITE PAYEE-RECORD FROM NEW-PAYEE-RECORD.
           GO TO INPUT-REMOVE-PAYEE-PROMOTE.

       INPUT-REMOVE-PAYEE-LOGGED.
           MOVE "PAYDEL" TO LOG-ACTION-TEXT.
           MOVE ENTRY-OWNER-ACCT TO LOG-KEY-TEXT.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.
           DISPLAY "=====> PAYEE " ENTRY-SEQUENCE " REMOVED FROM "
              ENTRY-OWNER-ACCT.
           GO TO MAIN-MENU.

       INPUT-LIST-PAYEES.
           DISPLAY "=> CUSTOMER ACCOUNT (16 DIGITS)"
           ACCEPT ENTRY-OWNER-ACCT.

           OPEN INPUT PAYEE-FILE.
           IF PAYEE-FILE-NOT-FOUND
           THEN
              DISPLAY "=====> NO PAYEE FILE FOUND"
              GO TO MAIN-MENU
           END-IF.

       INPUT-LIST-PAYEES-LOOP.
           READ PAYEE-FILE
              AT END
                 CLOSE PAYEE-FILE
                 IF NOT ALREADY-LISTED
                 THEN
                    DISPLAY "=====> NO PAYEES REGISTERED ON "
                       ENTRY-OWNER-ACCT
                 END-IF
                 GO TO MAIN-MENU
           END-READ.
           IF PAYEE-OWNER-ACCT NOT = ENTRY-OWNER-ACCT OR
              NOT PAYEE-IS-ACTIVE
           THEN
              GO TO INPUT-LIST-PAYEES-LOOP
           END-IF.
           SET ALREADY-LISTED TO TRUE.
           PERFORM COMPUTE-PAYEE-DATES THRU COMPUTE-PAYEE-DATES-EXIT.
           DISPLAY "=====> " PAYEE-SEQUENCE " " PAYEE-NICKNAME
              " BANK " PAYEE-BANK-CODE " ACCT " PAYEE-DEST-ACCT.
           DISPLAY "       " PAYEE-BENEFICIARY-NAME
              " REGISTERED " PAYEE-REGISTERED-DATE
              " BY " PAYEE-REGISTERED-BY.
           IF TODAY-FULL-DATE < PAYEE-USABLE-DATE
           THEN
              DISPLAY "       COOLING OFF UNTIL " PAYEE-USABLE-DATE
           ELSE
              IF TODAY-FULL-DATE < PAYEE-FULL-LIMIT-DATE
              THEN
                 DISPLAY "       NEW PAYEE LIMIT " PAYEE-NEW-LIMIT
                    " UNTIL " PAYEE-FULL-LIMIT-DATE
              END-IF
           END-IF.
           GO TO INPUT-LIST-PAYEES-LOOP.

       COMPUTE-PAYEE-DATES.
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

       COMPUTE-PAYEE-DATES-EXIT.
           EXIT.

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

       READ-PARAMETER-FILE.
           OPEN INPUT PARAMETER-FILE.
           IF PARAMETER-FILE-NOT-FOUND
           THEN
              GO TO READ-PARAMETER-FILE-EXIT
           END-IF.

       READ-PARAMETER-FILE-LOOP.
           READ PARAMETER-FILE
              AT END
                 CLOSE PARAMETER-FILE
                 GO TO READ-PARAMETER-FILE-EXIT
           END-READ.
           IF PARAM-EFFECTIVE-DATE > TODAY-FULL-DATE
           THEN
              GO TO READ-PARAMETER-FILE-LOOP
           END-IF.

           IF PARAM-NAME = "PAYEE-COOLING-DAYS" AND
              PARAM-EFFECTIVE-DATE NOT < BEST-COOLING-DAYS-DATE
           THEN
              MOVE PARAM-VALUE TO PAYEE-COOLING-DAYS
              MOVE PARAM-EFFECTIVE-DATE TO BEST-COOLING-DAYS-DATE
           END-IF.

           IF PARAM-NAME = "PAYEE-NEW-DAYS" AND
              PARAM-EFFECTIVE-DATE NOT < BEST-NEW-DAYS-DATE
           THEN
              MOVE PARAM-VALUE TO PAYEE-NEW-DAYS
              MOVE PARAM-EFFECTIVE-DATE TO BEST-NEW-DAYS-DATE
           END-IF.

           IF PARAM-NAME = "PAYEE-NEW-LIMIT" AND
              PARAM-EFFECTIVE-DATE NOT < BEST-NEW-LIMIT-DATE
           THEN
              MOVE PARAM-VALUE TO PAYEE-NEW-LIMIT
              MOVE PARAM-EFFECTIVE-DATE TO BEST-NEW-LIMIT-DATE
           END-IF.

           GO TO READ-PARAMETER-FILE-LOOP.

       READ-PARAMETER-FILE-EXIT.
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
           MOVE "PAYEEMNT" TO OPLOG-PROGRAM.
           MOVE LOG-ACTION-TEXT TO OPLOG-ACTION.
           MOVE LOG-KEY-TEXT TO OPLOG-KEY.
           WRITE OPERATOR-LOG-RECORD.
           CLOSE OPERATOR-LOG-FILE.

       WRITE-OPERATOR-LOG-EXIT.
           EXIT.

       END PROGRAM PAYEEMNT.
