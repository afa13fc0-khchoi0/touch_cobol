       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLDESK.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              COLLECTIONS-FILE ASSIGN DYNAMIC COLLECTIONS-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS COLLECTIONS-FILE-STATUS.

           SELECT
              NEW-COLLECTIONS-FILE
              ASSIGN DYNAMIC NEW-COLLECTIONS-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NEW-COLLECTIONS-FILE-STATUS.

           SELECT
              COLL-CONTACT-FILE ASSIGN DYNAMIC COLL-CONTACT-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS COLL-CONTACT-FILE-STATUS.

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
       FD  COLLECTIONS-FILE.
       01  COLLECTIONS-RECORD.
           02 COLL-ACCT-NUMBER                 PIC 9(16).
           02 COLL-OLDEST-DUE-DATE             PIC 9(8).
           02 COLL-DAYS-PAST-DUE               PIC 9(4).
           02 COLL-BUCKET                      PIC X(5).
           02 COLL-MISSED-COUNT                PIC 9(3).
           02 COLL-ARREARS-AMOUNT              PIC 9(9)V9(2).
           02 COLL-FEES-CHARGED                PIC 9(3).
           02 COLL-PTP-DATE                    PIC 9(8).
           02 COLL-PTP-AMOUNT                  PIC 9(9)V9(2).
           02 COLL-LAST-CONTACT-DATE           PIC 9(8).
           02 COLL-LAST-OUTCOME                PIC X(2).
           02 COLL-WRITEOFF-FLAG               PIC X.
              88 COLL-WRITEOFF-REVIEW          VALUE "Y".
           02 COLL-STATUS                      PIC X.
              88 COLL-IS-ACTIVE                VALUE "A".
              88 COLL-IS-CURED                 VALUE "C".

       FD  NEW-COLLECTIONS-FILE.
       01  NEW-COLLECTIONS-RECORD              PIC X(81).

       FD  COLL-CONTACT-FILE.
       01  COLL-CONTACT-RECORD.
           02 CCON-ACCT-NUMBER                 PIC 9(16).
           02 CCON-TIMESTAMP                   PIC 9(14).
           02 CCON-OPERATOR                    PIC X(8).
           02 CCON-OUTCOME                     PIC X(2).
           02 CCON-PTP-DATE                    PIC 9(8).
           02 CCON-PTP-AMOUNT                  PIC 9(9)V9(2).

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
       01  COLLECTIONS-FILE-DSN                PIC X(40).
       01  NEW-COLLECTIONS-FILE-DSN            PIC X(40).
       01  COLL-CONTACT-FILE-DSN               PIC X(40).

       01  COLLECTIONS-FILE-STATUS             PIC 99.
           88 COLLECTIONS-FILE-NOT-FOUND       VALUE 35.
       01  NEW-COLLECTIONS-FILE-STATUS         PIC 99.
       01  COLL-CONTACT-FILE-STATUS            PIC 99.
           88 COLL-CONTACT-FILE-NOT-FOUND      VALUE 35.
       01  OPERATOR-FILE-STATUS PIC 9(2).
           88 OPERATOR-FILE-NOT-FOUND VALUE 35.
       01  OPERATOR-LOG-STATUS PIC 9(2).
           88 OPERATOR-LOG-NOT-FOUND VALUE 35.

       01  MAINT-CHOICE                        PIC X.
           88 SHOW-WORK-QUEUE                  VALUE "Q", "q".
           88 RECORD-PROMISE                   VALUE "P", "p".
           88 RECORD-CONTACT                   VALUE "C", "c".
           88 SHOW-CONTACT-HISTORY             VALUE "H", "h".
           88 EXIT-MAINTENANCE                 VALUE "X", "x".

       01  ENTRY-ACCT-NUMBER                   PIC 9(16).
       01  ENTRY-PTP-DATE                      PIC 9(8).
       01  ENTRY-PTP-AMOUNT                    PIC 9(9)V9(2).
       01  ENTRY-OUTCOME                       PIC X(2).
           88 OUTCOME-IS-VALID                 VALUE "NA", "LM", "PP",
                                                     "RF", "WN", "DS",
                                                     "PD".
           88 OUTCOME-IS-PROMISE               VALUE "PP".

       01  TODAY-FULL-DATE                     PIC 9(8).
       01  CASE-FOUND-FLAG                     PIC X VALUE "N".
           88 CASE-WAS-FOUND                   VALUE "Y".
       01  CASE-ACTIVE-FLAG                    PIC X VALUE "N".
           88 CASE-IS-ACTIVE                   VALUE "Y".
       01  ALREADY-LISTED-FLAG                 PIC X VALUE "N".
           88 ALREADY-LISTED                   VALUE "Y".
       01  QUEUE-ACTION-TEXT                   PIC X(16).

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
           ACCEPT COLLECTIONS-FILE-DSN
              FROM ENVIRONMENT "ATM_COLLECTIONS_FILE"
              ON EXCEPTION
                 MOVE "collections.txt" TO COLLECTIONS-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-COLLECTIONS-FILE-DSN
              FROM ENVIRONMENT "ATM_COLLECTIONS_NEW_FILE"
              ON EXCEPTION
                 MOVE "collections.txt.new" TO NEW-COLLECTIONS-FILE-DSN
           END-ACCEPT.

           ACCEPT COLL-CONTACT-FILE-DSN
              FROM ENVIRONMENT "ATM_COLL_CONTACT_FILE"
              ON EXCEPTION
                 MOVE "collContact.txt" TO COLL-CONTACT-FILE-DSN
           END-ACCEPT.

           PERFORM SIGN-ON-OPERATOR THRU SIGN-ON-OPERATOR-EXIT.
           GO TO MAIN-MENU.

       MAIN-MENU.
           MOVE "N" TO CASE-FOUND-FLAG.
           MOVE "N" TO CASE-ACTIVE-FLAG.
           MOVE "N" TO ALREADY-LISTED-FLAG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-FULL-DATE.

           DISPLAY SPACES
           DISPLAY "##############################################"
           DISPLAY "##      Gringotts Wizarding Bank            ##"
           DISPLAY "##      Collections Desk                    ##"
           DISPLAY "##############################################"
           DISPLAY "=> PRESS Q TO LIST THE WORK QUEUE"
           DISPLAY "=> PRESS P TO RECORD A PROMISE TO PAY"
           DISPLAY "=> PRESS C TO RECORD A CONTACT OUTCOME"
           DISPLAY "=> PRESS H TO LIST CONTACT HISTORY"
           DISPLAY "=> PRESS X TO EXIT"
           ACCEPT MAINT-CHOICE.

           IF SHOW-WORK-QUEUE
           THEN
              GO TO LIST-WORK-QUEUE
           END-IF.

           IF RECORD-PROMISE
           THEN
              GO TO INPUT-PROMISE-TO-PAY
           END-IF.

           IF RECORD-CONTACT
           THEN
              GO TO INPUT-CONTACT-OUTCOME
           END-IF.

           IF SHOW-CONTACT-HISTORY
           THEN
              GO TO LIST-CONTACT-HISTORY
           END-IF.

           IF EXIT-MAINTENANCE
           THEN
              STOP RUN
           END-IF.

           DISPLAY "=> INVALID INPUT"
           GO TO MAIN-MENU.

       LIST-WORK-QUEUE.
           OPEN INPUT COLLECTIONS-FILE.
           IF COLLECTIONS-FILE-NOT-FOUND
           THEN
              DISPLAY "=====> NO COLLECTIONS FILE -- RUN THE AGEING "
                 "JOB FIRST"
              GO TO MAIN-MENU
           END-IF.

       LIST-WORK-QUEUE-LOOP.
           READ COLLECTIONS-FILE
              AT END
                 CLOSE COLLECTIONS-FILE
                 IF NOT ALREADY-LISTED
                 THEN
                    DISPLAY "=====> NO LOANS IN ARREARS"
                 END-IF
                 GO TO MAIN-MENU
           END-READ.
           IF NOT COLL-IS-ACTIVE
           THEN
              GO TO LIST-WORK-QUEUE-LOOP
           END-IF.
           SET ALREADY-LISTED TO TRUE.
           MOVE "CALL CUSTOMER" TO QUEUE-ACTION-TEXT.
           IF COLL-PTP-DATE NOT < TODAY-FULL-DATE
           THEN
              MOVE "PROMISE PENDING" TO QUEUE-ACTION-TEXT
           END-IF.
           IF COLL-PTP-DATE > 0 AND COLL-PTP-DATE < TODAY-FULL-DATE
           THEN
              MOVE "PROMISE BROKEN" TO QUEUE-ACTION-TEXT
           END-IF.
           IF COLL-WRITEOFF-REVIEW
           THEN
              MOVE "WRITE-OFF REVIEW" TO QUEUE-ACTION-TEXT
           END-IF.
           DISPLAY "=====> " COLL-BUCKET " ACCT " COLL-ACCT-NUMBER
              " DPD " COLL-DAYS-PAST-DUE " ARREARS "
              COLL-ARREARS-AMOUNT " PTP " COLL-PTP-DATE " LAST "
              COLL-LAST-OUTCOME " " QUEUE-ACTION-TEXT.
           GO TO LIST-WORK-QUEUE-LOOP.

       INPUT-PROMISE-TO-PAY.
           DISPLAY "=> LOAN ACCOUNT NUMBER (16 DIGITS)"
           ACCEPT ENTRY-ACCT-NUMBER.

           DISPLAY "=> PROMISED PAYMENT DATE (YYYYMMDD)"
           ACCEPT ENTRY-PTP-DATE.

           IF ENTRY-PTP-DATE < TODAY-FULL-DATE
           THEN
              DISPLAY "=> PROMISE DATE CANNOT BE IN THE PAST"
              GO TO INPUT-PROMISE-TO-PAY
           END-IF.

           DISPLAY "=> PROMISED AMOUNT"
           ACCEPT ENTRY-PTP-AMOUNT.

           IF ENTRY-PTP-AMOUNT = 0
           THEN
              DISPLAY "=> INVALID INPUT"
              GO TO INPUT-PROMISE-TO-PAY
           END-IF.

           MOVE "PP" TO ENTRY-OUTCOME.
           PERFORM UPDATE-COLLECTION-CASE THRU
              UPDATE-COLLECTION-CASE-EXIT.
           IF NOT CASE-IS-ACTIVE
           THEN
              DISPLAY "=====> ACCOUNT " ENTRY-ACCT-NUMBER
                 " IS NOT IN ARREARS -- NOT RECORDED"
              GO TO MAIN-MENU
           END-IF.

           PERFORM WRITE-CONTACT-HISTORY THRU
              WRITE-CONTACT-HISTORY-EXIT.
           DISPLAY "=====> PROMISE RECORDED: ACCT " ENTRY-ACCT-NUMBER
              " TO PAY " ENTRY-PTP-AMOUNT " BY " ENTRY-PTP-DATE.
           MOVE "PROMISE" TO LOG-ACTION-TEXT.
           MOVE ENTRY-ACCT-NUMBER TO LOG-KEY-TEXT.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.
           GO TO MAIN-MENU.

       INPUT-CONTACT-OUTCOME.
           DISPLAY "=> LOAN ACCOUNT NUMBER (16 DIGITS)"
           ACCEPT ENTRY-ACCT-NUMBER.

           DISPLAY "=> OUTCOME: NA NO ANSWER, LM LEFT MESSAGE, "
              "RF REFUSED, WN WRONG NUMBER,"
           DISPLAY "=>          DS DISPUTED, PD CLAIMS PAID"
           ACCEPT ENTRY-OUTCOME.

           IF NOT OUTCOME-IS-VALID OR OUTCOME-IS-PROMISE
           THEN
              DISPLAY "=> INVALID INPUT -- USE P FOR A PROMISE TO PAY"
              GO TO INPUT-CONTACT-OUTCOME
           END-IF.

           MOVE 0 TO ENTRY-PTP-DATE.
           MOVE 0 TO ENTRY-PTP-AMOUNT.
           PERFORM UPDATE-COLLECTION-CASE THRU
              UPDATE-COLLECTION-CASE-EXIT.
           IF NOT CASE-IS-ACTIVE
           THEN
              DISPLAY "=====> ACCOUNT " ENTRY-ACCT-NUMBER
                 " IS NOT IN ARREARS -- NOT RECORDED"
              GO TO MAIN-MENU
           END-IF.

           PERFORM WRITE-CONTACT-HISTORY THRU
              WRITE-CONTACT-HISTORY-EXIT.
           DISPLAY "=====> CONTACT RECORDED: ACCT " ENTRY-ACCT-NUMBER
              " OUTCOME " ENTRY-OUTCOME.
           MOVE "CONTACT" TO LOG-ACTION-TEXT.
           MOVE ENTRY-ACCT-NUMBER TO LOG-KEY-TEXT.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.
           GO TO MAIN-MENU.

       UPDATE-COLLECTION-CASE.
           MOVE "N" TO CASE-FOUND-FLAG.
           MOVE "N" TO CASE-ACTIVE-FLAG.
           OPEN INPUT COLLECTIONS-FILE.
           IF COLLECTIONS-FILE-NOT-FOUND
           THEN
              GO TO UPDATE-COLLECTION-CASE-EXIT
           END-IF.
           OPEN OUTPUT NEW-COLLECTIONS-FILE.

       UPDATE-COLLECTION-CASE-LOOP.
           READ COLLECTIONS-FILE
              AT END GO TO UPDATE-COLLECTION-CASE-CLOSE
           END-READ.
           IF COLL-ACCT-NUMBER = ENTRY-ACCT-NUMBER
           THEN
              SET CASE-WAS-FOUND TO TRUE
              IF COLL-IS-ACTIVE
              THEN
                 SET CASE-IS-ACTIVE TO TRUE
                 MOVE TODAY-FULL-DATE TO COLL-LAST-CONTACT-DATE
                 MOVE ENTRY-OUTCOME TO COLL-LAST-OUTCOME
                 IF OUTCOME-IS-PROMISE
                 THEN
                    MOVE ENTRY-PTP-DATE TO COLL-PTP-DATE
                    MOVE ENTRY-PTP-AMOUNT TO COLL-PTP-AMOUNT
                 END-IF
              END-IF
           END-IF.
           WRITE NEW-COLLECTIONS-RECORD FROM COLLECTIONS-RECORD.
           GO TO UPDATE-COLLECTION-CASE-LOOP.

       UPDATE-COLLECTION-CASE-CLOSE.
           CLOSE COLLECTIONS-FILE.
           CLOSE NEW-COLLECTIONS-FILE.
           IF NOT CASE-IS-ACTIVE
           THEN
              GO TO UPDATE-COLLECTION-CASE-EXIT
           END-IF.
           OPEN INPUT NEW-COLLECTIONS-FILE.
           OPEN OUTPUT COLLECTIONS-FILE.

       UPDATE-COLLECTION-CASE-PROMOTE.
           READ NEW-COLLECTIONS-FILE
              AT END
                 CLOSE NEW-COLLECTIONS-FILE
                 CLOSE COLLECTIONS-FILE
                 GO TO UPDATE-COLLECTION-CASE-EXIT
           END-READ.
           WRITE COLLECTIONS-RECORD FROM NEW-COLLECTIONS-RECORD.
           GO TO UPDATE-COLLECTION-CASE-PROMOTE.

       UPDATE-COLLECTION-CASE-EXIT.
           EXIT.

       WRITE-CONTACT-HISTORY.
           OPEN EXTEND COLL-CONTACT-FILE.
           IF COLL-CONTACT-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT COLL-CONTACT-FILE
           END-IF.
           MOVE ENTRY-ACCT-NUMBER TO CCON-ACCT-NUMBER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CCON-TIMESTAMP.
           MOVE SIGNON-OPERATOR-ID TO CCON-OPERATOR.
           MOVE ENTRY-OUTCOME TO CCON-OUTCOME.
           MOVE ENTRY-PTP-DATE TO CCON-PTP-DATE.
           MOVE ENTRY-PTP-AMOUNT TO CCON-PTP-AMOUNT.
           WRITE COLL-CONTACT-RECORD.
           CLOSE COLL-CONTACT-FILE.

       WRITE-CONTACT-HISTORY-EXIT.
           EXIT.

       LIST-CONTACT-HISTORY.
           DISPLAY "=> LOAN ACCOUNT NUMBER (16 DIGITS)"
           ACCEPT ENTRY-ACCT-NUMBER.

           OPEN INPUT COLL-CONTACT-FILE.
           IF COLL-CONTACT-FILE-NOT-FOUND
           THEN
              DISPLAY "=====> NO CONTACT HISTORY FILE FOUND"
              GO TO MAIN-MENU
           END-IF.

       LIST-CONTACT-HISTORY-LOOP.
           READ COLL-CONTACT-FILE
              AT END
                 CLOSE COLL-CONTACT-FILE
                 IF NOT ALREADY-LISTED
                 THEN
                    DISPLAY "=====> NO CONTACTS FOR ACCOUNT "
                       ENTRY-ACCT-NUMBER
                 END-IF
                 GO TO MAIN-MENU
           END-READ.
           IF CCON-ACCT-NUMBER = ENTRY-ACCT-NUMBER
           THEN
              SET ALREADY-LISTED TO TRUE
              DISPLAY "=====> " CCON-TIMESTAMP " BY " CCON-OPERATOR
                 " OUTCOME " CCON-OUTCOME " PTP " CCON-PTP-DATE
                 " " CCON-PTP-AMOUNT
           END-IF.
           GO TO LIST-CONTACT-HISTORY-LOOP.

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
           MOVE "COLLDESK" TO OPLOG-PROGRAM.
           MOVE LOG-ACTION-TEXT TO OPLOG-ACTION.
           MOVE LOG-KEY-TEXT TO OPLOG-KEY.
           WRITE OPERATOR-LOG-RECORD.
           CLOSE OPERATOR-LOG-FILE.

       WRITE-OPERATOR-LOG-EXIT.
           EXIT.

       END PROGRAM COLLDESK.
