              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CHEQUE-FILE-STATUS.

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
              OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              88 MSTR-ACCT-FROZEN              VALUE "F".
           02 MSTR-ACCT-OVERDRAFT-LIMIT        PIC 9(9)V9(2).
           02 MSTR-CUST-NUMBER                 PIC 9(8).
           02 MSTR-PRODUCT-CODE                PIC X(2).

       FD  CHEQUE-FILE.
       01  CHEQUE-RECORD.
              88 CHEQUE-IS-FINAL               VALUE "F".
              88 CHEQUE-IS-RETURNED            VALUE "R".

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

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           02 OPR-ID PIC X(8).
       WORKING-STORAGE SECTION.
       01  MASTER-FILE-DSN                     PIC X(40).
       01  CHEQUE-FILE-DSN                     PIC X(40).
       01  CHEQUE-BOOK-FILE-DSN                PIC X(40).
       01  CHEQUE-STOP-FILE-DSN                PIC X(40).

       01  MASTER-FILE-STATUS                  PIC 99.
           88 MASTER-FILE-NOT-FOUND            VALUE 35.
       01  CHEQUE-FILE-STATUS                  PIC 99.
           88 CHEQUE-FILE-NOT-FOUND            VALUE 35.
       01  CHEQUE-BOOK-FILE-STATUS             PIC 99.
           88 CHEQUE-BOOK-FILE-NOT-FOUND       VALUE 35.
       01  CHEQUE-STOP-FILE-STATUS             PIC 99.
           88 CHEQUE-STOP-FILE-NOT-FOUND       VALUE 35.
       01  OPERATOR-FILE-STATUS PIC 9(2).
           88 OPERATOR-FILE-NOT-FOUND VALUE 35.
       01  OPERATOR-LOG-STATUS PIC 9(2).
       01  MAINT-CHOICE                        PIC X.
           88 CAPTURE-CHEQUE                   VALUE "C", "c".
           88 LIST-CHEQUES                     VALUE "L", "l".
           88 ISSUE-CHEQUE-BOOK                VALUE "I", "i".
           88 STOP-CHEQUE-PAYMENT              VALUE "S", "s".
           88 LIST-BOOKS                       VALUE "B", "b".
           88 EXIT-MAINTENANCE                 VALUE "X", "x".

       01  CHEQUE-CLEARING-DAYS                PIC 99 VALUE 3.
       01  ENTRY-BANK-CODE                     PIC 9(4).
       01  ENTRY-CHEQUE-NUMBER                 PIC 9(6).
       01  ENTRY-AMOUNT                        PIC 9(5)V9(2).
       01  ENTRY-LEAF-COUNT                    PIC 9(2).
           88 LEAF-COUNT-IS-VALID              VALUE 10, 25, 50.
       01  ENTRY-FIRST-SERIAL                  PIC 9(6).
       01  ENTRY-LAST-SERIAL                   PIC 9(6).
       01  ENTRY-STOP-REASON                   PIC X(20).
       01  HIGHEST-ISSUED-SERIAL               PIC 9(6).
       01  SERIALS-ISSUED-FLAG                 PIC X VALUE "N".
           88 SERIALS-WERE-ISSUED              VALUE "Y".

       01  ACCOUNT-FOUND-FLAG                  PIC X VALUE "N".
           88 ACCOUNT-WAS-FOUND                VALUE "Y".
              ON EXCEPTION MOVE "cheques.txt" TO CHEQUE-FILE-DSN
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

           PERFORM SIGN-ON-OPERATOR THRU SIGN-ON-OPERATOR-EXIT.
           GO TO MAIN-MENU.

           DISPLAY SPACES
           DISPLAY "##############################################"
           DISPLAY "##      Gringotts Wizarding Bank            ##"
           DISPLAY "##      Cheque Desk                         ##"
           DISPLAY "##############################################"
           DISPLAY "=> PRESS C TO CAPTURE A CHEQUE DEPOSIT"
           DISPLAY "=> PRESS L TO LIST THE CHEQUE REGISTER"
           DISPLAY "=> PRESS I TO ISSUE A CHEQUE BOOK"
           DISPLAY "=> PRESS S TO LODGE A STOP-PAYMENT"
           DISPLAY "=> PRESS B TO LIST BOOKS AND STOPS FOR AN ACCOUNT"
           DISPLAY "=> PRESS X TO EXIT"
           ACCEPT MAINT-CHOICE.

              GO TO LIST-ALL-CHEQUES
           END-IF.

           IF ISSUE-CHEQUE-BOOK
           THEN
              GO TO INPUT-CHEQUE-BOOK
           END-IF.

           IF STOP-CHEQUE-PAYMENT
           THEN
              GO TO INPUT-STOP-PAYMENT
           END-IF.

           IF LIST-BOOKS
           THEN
              GO TO LIST-BOOKS-AND-STOPS
           END-IF.

           IF EXIT-MAINTENANCE
           THEN
              STOP RUN
           DISPLAY "=====> " CHEQUE-RECORD.
           GO TO LIST-ALL-CHEQUES-LOOP.

       INPUT-CHEQUE-BOOK.
           DISPLAY "=> DRAWER ACCOUNT NUMBER (16 DIGITS)"
           ACCEPT ENTRY-ACCT-NUMBER.

           DISPLAY "=> NUMBER OF LEAVES (10, 25 OR 50)"
           ACCEPT ENTRY-LEAF-COUNT.

           IF NOT LEAF-COUNT-IS-VALID
           THEN
              DISPLAY "=> INVALID INPUT"
              GO TO INPUT-CHEQUE-BOOK
           END-IF.

           PERFORM CHECK-ACCOUNT-ON-MASTER THRU
              CHECK-ACCOUNT-ON-MASTER-EXIT.
           IF NOT ACCOUNT-WAS-FOUND
           THEN
              DISPLAY "=====> ACCOUNT " ENTRY-ACCT-NUMBER
                 " IS NOT ON THE MASTER FILE -- NOT ISSUED"
              GO TO MAIN-MENU
           END-IF.
           IF NOT ACCOUNT-IS-USABLE
           THEN
              DISPLAY "=====> ACCOUNT " ENTRY-ACCT-NUMBER
                 " IS NOT ACTIVE -- NOT ISSUED"
              GO TO MAIN-MENU
           END-IF.

           PERFORM FIND-LAST-SERIAL THRU FIND-LAST-SERIAL-EXIT.
           IF HIGHEST-ISSUED-SERIAL + ENTRY-LEAF-COUNT > 999999
           THEN
              DISPLAY "=====> SERIAL RANGE FOR ACCOUNT "
                 ENTRY-ACCT-NUMBER " IS EXHAUSTED -- NOT ISSUED"
              GO TO MAIN-MENU
           END-IF.

           OPEN EXTEND CHEQUE-BOOK-FILE.
           IF CHEQUE-BOOK-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT CHEQUE-BOOK-FILE
           END-IF.
           MOVE ENTRY-ACCT-NUMBER TO CBK-ACCT-NUMBER.
           COMPUTE CBK-FIRST-SERIAL = HIGHEST-ISSUED-SERIAL + 1.
           COMPUTE CBK-LAST-SERIAL =
              HIGHEST-ISSUED-SERIAL + ENTRY-LEAF-COUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CBK-ISSUE-DATE.
           MOVE SIGNON-OPERATOR-ID TO CBK-ISSUED-BY.
           WRITE CHEQUE-BOOK-RECORD.
           CLOSE CHEQUE-BOOK-FILE.

           DISPLAY "=====> CHEQUE BOOK ISSUED: ACCT " ENTRY-ACCT-NUMBER
              " SERIALS " CBK-FIRST-SERIAL " TO " CBK-LAST-SERIAL.
           MOVE "CHQBOOK" TO LOG-ACTION-TEXT.
           MOVE ENTRY-ACCT-NUMBER TO LOG-KEY-TEXT.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.
           GO TO MAIN-MENU.

       FIND-LAST-SERIAL.
           MOVE 0 TO HIGHEST-ISSUED-SERIAL.
           OPEN INPUT CHEQUE-BOOK-FILE.
           IF CHEQUE-BOOK-FILE-NOT-FOUND
           THEN
              GO TO FIND-LAST-SERIAL-EXIT
           END-IF.

       FIND-LAST-SERIAL-LOOP.
           READ CHEQUE-BOOK-FILE
              AT END
                 CLOSE CHEQUE-BOOK-FILE
                 GO TO FIND-LAST-SERIAL-EXIT
           END-READ.
           IF CBK-ACCT-NUMBER = ENTRY-ACCT-NUMBER AND
              CBK-LAST-SERIAL > HIGHEST-ISSUED-SERIAL
           THEN
              MOVE CBK-LAST-SERIAL TO HIGHEST-ISSUED-SERIAL
           END-IF.
           GO TO FIND-LAST-SERIAL-LOOP.

       FIND-LAST-SERIAL-EXIT.
           EXIT.

       INPUT-STOP-PAYMENT.
           DISPLAY "=> DRAWER ACCOUNT NUMBER (16 DIGITS)"
           ACCEPT ENTRY-ACCT-NUMBER.

           DISPLAY "=> FIRST CHEQUE SERIAL TO STOP (6 DIGITS)"
           ACCEPT ENTRY-FIRST-SERIAL.

           DISPLAY "=> LAST CHEQUE SERIAL (000000 FOR ONE CHEQUE)"
           ACCEPT ENTRY-LAST-SERIAL.

           IF ENTRY-LAST-SERIAL = 0
           THEN
              MOVE ENTRY-FIRST-SERIAL TO ENTRY-LAST-SERIAL
           END-IF.
           IF ENTRY-FIRST-SERIAL = 0 OR
              ENTRY-LAST-SERIAL < ENTRY-FIRST-SERIAL
           THEN
              DISPLAY "=> INVALID INPUT"
              GO TO INPUT-STOP-PAYMENT
           END-IF.

           DISPLAY "=> REASON (E.G. LOST, STOLEN, DISPUTE)"
           ACCEPT ENTRY-STOP-REASON.

           PERFORM CHECK-SERIALS-ISSUED THRU CHECK-SERIALS-ISSUED-EXIT.
           IF NOT SERIALS-WERE-ISSUED
           THEN
              DISPLAY "=====> SERIALS " ENTRY-FIRST-SERIAL " TO "
                 ENTRY-LAST-SERIAL " WERE NOT ISSUED TO ACCOUNT "
                 ENTRY-ACCT-NUMBER " -- NOT STOPPED"
              GO TO MAIN-MENU
           END-IF.

           OPEN EXTEND CHEQUE-STOP-FILE.
           IF CHEQUE-STOP-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT CHEQUE-STOP-FILE
           END-IF.
           MOVE ENTRY-ACCT-NUMBER  TO STOP-ACCT-NUMBER.
           MOVE ENTRY-FIRST-SERIAL TO STOP-FIRST-SERIAL.
           MOVE ENTRY-LAST-SERIAL  TO STOP-LAST-SERIAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO STOP-LODGED-DATE.
           MOVE ENTRY-STOP-REASON  TO STOP-REASON.
           MOVE SIGNON-OPERATOR-ID TO STOP-LODGED-BY.
           WRITE CHEQUE-STOP-RECORD.
           CLOSE CHEQUE-STOP-FILE.

           DISPLAY "=====> STOP-PAYMENT LODGED: ACCT " ENTRY-ACCT-NUMBER
              " SERIALS " ENTRY-FIRST-SERIAL " TO " ENTRY-LAST-SERIAL.
           MOVE "STOPCHQ" TO LOG-ACTION-TEXT.
           MOVE ENTRY-ACCT-NUMBER TO LOG-KEY-TEXT.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.
           GO TO MAIN-MENU.

       CHECK-SERIALS-ISSUED.
           MOVE "N" TO SERIALS-ISSUED-FLAG.
           OPEN INPUT CHEQUE-BOOK-FILE.
           IF CHEQUE-BOOK-FILE-NOT-FOUND
           THEN
              GO TO CHECK-SERIALS-ISSUED-EXIT
           END-IF.

       CHECK-SERIALS-ISSUED-LOOP.
           READ CHEQUE-BOOK-FILE
              AT END
                 CLOSE CHEQUE-BOOK-FILE
                 GO TO CHECK-SERIALS-ISSUED-EXIT
           END-READ.
           IF CBK-ACCT-NUMBER = ENTRY-ACCT-NUMBER AND
              ENTRY-FIRST-SERIAL NOT < CBK-FIRST-SERIAL AND
              ENTRY-LAST-SERIAL NOT > CBK-LAST-SERIAL
           THEN
              SET SERIALS-WERE-ISSUED TO TRUE
           END-IF.
           GO TO CHECK-SERIALS-ISSUED-LOOP.

       CHECK-SERIALS-ISSUED-EXIT.
           EXIT.

       LIST-BOOKS-AND-STOPS.
           DISPLAY "=> DRAWER ACCOUNT NUMBER (16 DIGITS)"
           ACCEPT ENTRY-ACCT-NUMBER.

           OPEN INPUT CHEQUE-BOOK-FILE.
           IF CHEQUE-BOOK-FILE-NOT-FOUND
           THEN
              DISPLAY "=====> NO CHEQUE BOOKS ISSUED"
              GO TO MAIN-MENU
           END-IF.

       LIST-BOOKS-AND-STOPS-LOOP.
           READ CHEQUE-BOOK-FILE
              AT END
                 CLOSE CHEQUE-BOOK-FILE
                 GO TO LIST-STOPS
           END-READ.
           IF CBK-ACCT-NUMBER = ENTRY-ACCT-NUMBER
           THEN
              SET ALREADY-LISTED TO TRUE
              DISPLAY "=====> BOOK " CBK-FIRST-SERIAL " TO "
                 CBK-LAST-SERIAL " ISSUED " CBK-ISSUE-DATE
                 " BY " CBK-ISSUED-BY
           END-IF.
           GO TO LIST-BOOKS-AND-STOPS-LOOP.

       LIST-STOPS.
           IF NOT ALREADY-LISTED
           THEN
              DISPLAY "=====> NO CHEQUE BOOKS FOR ACCOUNT "
                 ENTRY-ACCT-NUMBER
              GO TO MAIN-MENU
           END-IF.
           OPEN INPUT CHEQUE-STOP-FILE.
           IF CHEQUE-STOP-FILE-NOT-FOUND
           THEN
              GO TO MAIN-MENU
           END-IF.

       LIST-STOPS-LOOP.
           READ CHEQUE-STOP-FILE
              AT END
                 CLOSE CHEQUE-STOP-FILE
                 GO TO MAIN-MENU
           END-READ.
           IF STOP-ACCT-NUMBER = ENTRY-ACCT-NUMBER
           THEN
              DISPLAY "=====> STOPPED " STOP-FIRST-SERIAL " TO "
                 STOP-LAST-SERIAL " ON " STOP-LODGED-DATE " "
                 STOP-REASON
           END-IF.
           GO TO LIST-STOPS-LOOP.

       SIGN-ON-OPERATOR.
           MOVE "N" TO SIGNON-OK-FLAG.
           DISPLAY "OPERATOR ID (8 CHARS)".
