       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPDESK.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              WATCH-LIST-FILE ASSIGN DYNAMIC WATCH-LIST-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WATCH-LIST-FILE-STATUS.

           SELECT
              NEW-WATCH-LIST-FILE ASSIGN DYNAMIC
                 NEW-WATCH-LIST-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NEW-WATCH-LIST-FILE-STATUS.

           SELECT
              SCREEN-HOLD-FILE ASSIGN DYNAMIC SCREEN-HOLD-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS SCREEN-HOLD-FILE-STATUS.

           SELECT
              NEW-SCREEN-HOLD-FILE ASSIGN DYNAMIC
                 NEW-SCREEN-HOLD-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NEW-SCREEN-HOLD-FILE-STATUS.

           SELECT
              SCREEN-LOG-FILE ASSIGN DYNAMIC SCREEN-LOG-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS SCREEN-LOG-FILE-STATUS.

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
              OUTBOUND-PAY-FILE ASSIGN DYNAMIC OUTBOUND-PAY-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS OUTBOUND-PAY-FILE-STATUS.

           SELECT
              OUTBOUND-RETURN-FILE ASSIGN DYNAMIC
                 OUTBOUND-RETURN-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS OUTBOUND-RETURN-FILE-STATUS.

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
       FD  WATCH-LIST-FILE.
       01  WATCH-LIST-RECORD.
           02 WL-ENTRY-ID                      PIC 9(6).
           02 WL-NAME                          PIC X(30).
           02 WL-LIST-SOURCE                   PIC X(10).
           02 WL-ADDED-DATE                    PIC 9(8).
           02 WL-ADDED-BY                      PIC X(8).

       FD  NEW-WATCH-LIST-FILE.
       01  NEW-WATCH-LIST-RECORD               PIC X(62).

       FD  SCREEN-HOLD-FILE.
       01  SCREEN-HOLD-RECORD.
           02 SHLD-SUBJECT-TYPE                PIC X.
              88 SHLD-IS-CUSTOMER              VALUE "C".
              88 SHLD-IS-ACCOUNT               VALUE "A".
              88 SHLD-IS-PAYMENT               VALUE "P".
           02 SHLD-SUBJECT-KEY                 PIC X(16).
           02 SHLD-STATUS                      PIC X.
              88 SHLD-IS-PENDING               VALUE "P".
              88 SHLD-IS-RELEASED              VALUE "R".
              88 SHLD-IS-REJECTED              VALUE "J".
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

       FD  NEW-SCREEN-HOLD-FILE.
       01  NEW-SCREEN-HOLD-RECORD              PIC X(235).

       FD  SCREEN-LOG-FILE.
       01  SCREEN-LOG-RECORD.
           02 SLOG-TIMESTAMP                   PIC 9(14).
           02 SLOG-PROGRAM                     PIC X(10).
           02 SLOG-SUBJECT-TYPE                PIC X.
           02 SLOG-SUBJECT-KEY                 PIC X(16).
           02 SLOG-NAME                        PIC X(30).
           02 SLOG-DECISION                    PIC X(8).
           02 SLOG-MATCH-ID                    PIC 9(6).
           02 SLOG-MATCH-SCORE                 PIC 9(3).
           02 SLOG-OPERATOR                    PIC X(8).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           02 CIF-CUST-NUMBER                  PIC 9(8).
           02 CIF-CUST-NAME                    PIC X(30).
           02 CIF-CUST-ADDRESS                 PIC X(40).
           02 CIF-CUST-PHONE                   PIC X(12).

       FD  NEW-CUSTOMER-FILE.
       01  NEW-CUSTOMER-RECORD                 PIC X(90).

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

       FD  NEW-MASTER-FILE.
       01  NEW-MASTER-RECORD                   PIC X(80).

       FD  OUTBOUND-PAY-FILE.
       01  OUTBOUND-PAY-RECORD                 PIC X(57).

       FD  OUTBOUND-RETURN-FILE.
       01  OUTBOUND-RETURN-RECORD.
           02 RETURN-BANK-CODE                 PIC 9(4).
           02 RETURN-DEST-ACCT-NUMBER          PIC 9(16).
           02 RETURN-FROM-ACCT-NUMBER          PIC 9(16).
           02 RETURN-AMOUNT                    PIC 9(5)V9(2).
           02 RETURN-TIMESTAMP                 PIC 9(14).
           02 RETURN-REASON                    PIC X(20).

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
       01  WATCH-LIST-FILE-DSN                 PIC X(40).
       01  NEW-WATCH-LIST-FILE-DSN             PIC X(40).
       01  SCREEN-HOLD-FILE-DSN                PIC X(40).
       01  NEW-SCREEN-HOLD-FILE-DSN            PIC X(40).
       01  SCREEN-LOG-FILE-DSN                 PIC X(40).
       01  CUSTOMER-FILE-DSN                   PIC X(40).
       01  NEW-CUSTOMER-FILE-DSN               PIC X(40).
       01  MASTER-FILE-DSN                     PIC X(40).
       01  NEW-MASTER-FILE-DSN                 PIC X(40).
       01  OUTBOUND-PAY-FILE-DSN               PIC X(40).
       01  OUTBOUND-RETURN-FILE-DSN            PIC X(40).

       01  WATCH-LIST-FILE-STATUS              PIC 99.
           88 WATCH-LIST-FILE-NOT-FOUND        VALUE 35.
       01  NEW-WATCH-LIST-FILE-STATUS          PIC 99.
       01  SCREEN-HOLD-FILE-STATUS             PIC 99.
           88 SCREEN-HOLD-FILE-NOT-FOUND       VALUE 35.
       01  NEW-SCREEN-HOLD-FILE-STATUS         PIC 99.
       01  SCREEN-LOG-FILE-STATUS              PIC 99.
           88 SCREEN-LOG-FILE-NOT-FOUND        VALUE 35.
       01  CUSTOMER-FILE-STATUS                PIC 99.
           88 CUSTOMER-FILE-NOT-FOUND          VALUE 35.
       01  NEW-CUSTOMER-FILE-STATUS            PIC 99.
       01  MASTER-FILE-STATUS                  PIC 99.
           88 MASTER-FILE-NOT-FOUND            VALUE 35.
       01  NEW-MASTER-FILE-STATUS              PIC 99.
       01  OUTBOUND-PAY-FILE-STATUS            PIC 99.
           88 OUTBOUND-PAY-FILE-NOT-FOUND      VALUE 35.
       01  OUTBOUND-RETURN-FILE-STATUS         PIC 99.
           88 OUTBOUND-RETURN-FILE-NOT-FOUND   VALUE 35.
       01  OPERATOR-FILE-STATUS PIC 9(2).
           88 OPERATOR-FILE-NOT-FOUND VALUE 35.
       01  OPERATOR-LOG-STATUS PIC 9(2).
           88 OPERATOR-LOG-NOT-FOUND VALUE 35.

       01  MAINT-CHOICE                        PIC X.
           88 ADD-WATCH-ENTRY                  VALUE "W", "w".
           88 DELETE-WATCH-ENTRY               VALUE "D", "d".
           88 LIST-WATCH-ENTRIES               VALUE "L", "l".
           88 LIST-HELD-ITEMS                  VALUE "Q", "q".
           88 RELEASE-HELD-ITEM                VALUE "R", "r".
           88 REJECT-HELD-ITEM                 VALUE "J", "j".
           88 EXIT-MAINTENANCE                 VALUE "X", "x".

       01  ENTRY-WATCH-NAME                    PIC X(30).
       01  ENTRY-WATCH-SOURCE                  PIC X(10).
       01  ENTRY-WATCH-ID                      PIC 9(6).
       01  HIGHEST-WATCH-ID                    PIC 9(6).
       01  ENTRY-TIMESTAMP                     PIC 9(14).
       01  TODAY-FULL-DATE                     PIC 9(8).

       01  SELECTED-HOLD-RECORD.
           02 SEL-SUBJECT-TYPE                 PIC X.
              88 SEL-IS-CUSTOMER               VALUE "C".
              88 SEL-IS-ACCOUNT                VALUE "A".
              88 SEL-IS-PAYMENT                VALUE "P".
           02 SEL-SUBJECT-KEY                  PIC X(16).
           02 SEL-STATUS                       PIC X.
           02 SEL-TIMESTAMP                    PIC 9(14).
           02 SEL-PROGRAM                      PIC X(10).
           02 SEL-OPERATOR                     PIC X(8).
           02 SEL-SCREENED-NAME                PIC X(30).
           02 SEL-MATCH-ID                     PIC 9(6).
           02 SEL-MATCH-NAME                   PIC X(30).
           02 SEL-MATCH-SCORE                  PIC 9(3).
           02 SEL-DECIDED-BY                   PIC X(8).
           02 SEL-DECIDED-DATE                 PIC 9(8).
           02 SEL-PAYLOAD                      PIC X(100).
           02 SEL-CUSTOMER-VIEW REDEFINES SEL-PAYLOAD.
              03 SEL-CIF-OPERATION             PIC X.
                 88 SEL-CIF-IS-ADD             VALUE "A".
                 88 SEL-CIF-IS-UPDATE          VALUE "U".
              03 SEL-CIF-RECORD.
                 04 SEL-CIF-CUST-NUMBER        PIC 9(8).
                 04 FILLER                     PIC X(82).
              03 FILLER                        PIC X(9).
           02 SEL-ACCOUNT-VIEW REDEFINES SEL-PAYLOAD.
              03 FILLER                        PIC X(20).
              03 SEL-MSTR-ACCT-NUMBER          PIC 9(16).
              03 FILLER                        PIC X(64).
           02 SEL-PAYMENT-VIEW REDEFINES SEL-PAYLOAD.
              03 SEL-OUTPAY-RECORD.
                 04 SEL-OUTPAY-BANK-CODE       PIC 9(4).
                 04 SEL-OUTPAY-DEST-ACCT       PIC 9(16).
                 04 SEL-OUTPAY-FROM-ACCT       PIC 9(16).
                 04 SEL-OUTPAY-AMOUNT          PIC 9(5)V9(2).
                 04 SEL-OUTPAY-TIMESTAMP       PIC 9(14).
              03 FILLER                        PIC X(43).

       01  DECISION-TEXT                       PIC X(8).
       01  ITEM-FOUND-FLAG                     PIC X VALUE "N".
           88 ITEM-WAS-FOUND                   VALUE "Y".
       01  APPLY-OK-FLAG                       PIC X VALUE "N".
           88 APPLY-WAS-OK                     VALUE "Y".
       01  TARGET-FOUND-FLAG                   PIC X VALUE "N".
           88 TARGET-WAS-FOUND                 VALUE "Y".
       01  INSERTED-FLAG                       PIC X VALUE "N".
           88 ALREADY-INSERTED                 VALUE "Y".
       01  ALREADY-LISTED-FLAG                 PIC X VALUE "N".
           88 ALREADY-LISTED                   VALUE "Y".
       01  MASTSYNC-RESULT                     PIC X.
       01  LOCK-FUNCTION                       PIC X(4).
       01  LOCK-RESOURCE                       PIC X(40).
       01  LOCK-HOLDER.
           02 LOCK-HOLDER-PROGRAM              PIC X(10)
                                               VALUE "COMPDESK".
           02 LOCK-HOLDER-ID                   PIC X(10) VALUE SPACES.
       01  LOCK-RESULT                         PIC X.
           88 LOCK-WAS-GRANTED                 VALUE "Y".
       01  LOCK-CONFLICT-HOLDER                PIC X(20).
       01  MASTER-LOCK-FLAG                    PIC X VALUE "N".
           88 MASTER-LOCK-IS-HELD              VALUE "Y".

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
           ACCEPT WATCH-LIST-FILE-DSN
              FROM ENVIRONMENT "ATM_WATCH_LIST_FILE"
              ON EXCEPTION
                 MOVE "watchlist.txt" TO WATCH-LIST-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-WATCH-LIST-FILE-DSN
              FROM ENVIRONMENT "ATM_WATCH_LIST_NEW_FILE"
              ON EXCEPTION
                 MOVE "watchlist.txt.new" TO NEW-WATCH-LIST-FILE-DSN
           END-ACCEPT.

           ACCEPT SCREEN-HOLD-FILE-DSN
              FROM ENVIRONMENT "ATM_SCREEN_HOLD_FILE"
              ON EXCEPTION
                 MOVE "screenHold.txt" TO SCREEN-HOLD-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-SCREEN-HOLD-FILE-DSN
              FROM ENVIRONMENT "ATM_SCREEN_HOLD_NEW_FILE"
              ON EXCEPTION
                 MOVE "screenHold.txt.new" TO NEW-SCREEN-HOLD-FILE-DSN
           END-ACCEPT.

           ACCEPT SCREEN-LOG-FILE-DSN
              FROM ENVIRONMENT "ATM_SCREEN_LOG_FILE"
              ON EXCEPTION
                 MOVE "screenLog.txt" TO SCREEN-LOG-FILE-DSN
           END-ACCEPT.

           ACCEPT CUSTOMER-FILE-DSN FROM ENVIRONMENT "ATM_CIF_FILE"
              ON EXCEPTION MOVE "cif.txt" TO CUSTOMER-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-CUSTOMER-FILE-DSN
              FROM ENVIRONMENT "ATM_CIF_NEW_FILE"
              ON EXCEPTION
                 MOVE "cif.txt.new" TO NEW-CUSTOMER-FILE-DSN
           END-ACCEPT.

           ACCEPT MASTER-FILE-DSN FROM ENVIRONMENT "ATM_MASTER_FILE"
              ON EXCEPTION MOVE "master.txt" TO MASTER-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-MASTER-FILE-DSN
              FROM ENVIRONMENT "ATM_MASTER_NEW_FILE"
              ON EXCEPTION
                 MOVE "master.txt.new" TO NEW-MASTER-FILE-DSN
           END-ACCEPT.

           ACCEPT OUTBOUND-PAY-FILE-DSN
              FROM ENVIRONMENT "ATM_OUTBOUND_PAY_FILE"
              ON EXCEPTION
                 MOVE "outPayments.txt" TO OUTBOUND-PAY-FILE-DSN
           END-ACCEPT.

           ACCEPT OUTBOUND-RETURN-FILE-DSN
              FROM ENVIRONMENT "ATM_OUTBOUND_RETURN_FILE"
              ON EXCEPTION
                 MOVE "outReturns.txt" TO OUTBOUND-RETURN-FILE-DSN
           END-ACCEPT.

           PERFORM SIGN-ON-OPERATOR THRU SIGN-ON-OPERATOR-EXIT.
           IF NOT SIGNON-IS-SUPERVISOR
           THEN
              DISPLAY "[ABORT]: ONLY A SUPERVISOR MAY REVIEW "
                 "SCREENING HOLDS"
              STOP RUN
           END-IF.
           GO TO MAIN-MENU.

       MAIN-MENU.
           IF MASTER-LOCK-IS-HELD
           THEN
              PERFORM RELEASE-MASTER-LOCK THRU RELEASE-MASTER-LOCK-EXIT
           END-IF.
           MOVE "N" TO ITEM-FOUND-FLAG.
           MOVE "N" TO APPLY-OK-FLAG.
           MOVE "N" TO TARGET-FOUND-FLAG.
           MOVE "N" TO INSERTED-FLAG.
           MOVE "N" TO ALREADY-LISTED-FLAG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-FULL-DATE.

           DISPLAY SPACES
           DISPLAY "##############################################"
           DISPLAY "##      Gringotts Wizarding Bank            ##"
           DISPLAY "##      Compliance Screening Desk           ##"
           DISPLAY "##############################################"
           DISPLAY "=> PRESS W TO ADD A WATCH-LIST NAME"
           DISPLAY "=> PRESS D TO DELETE A WATCH-LIST NAME"
           DISPLAY "=> PRESS L TO LIST THE WATCH LIST"
           DISPLAY "=> PRESS Q TO LIST ITEMS HELD FOR REVIEW"
           DISPLAY "=> PRESS R TO RELEASE A HELD ITEM"
           DISPLAY "=> PRESS J TO REJECT A HELD ITEM"
           DISPLAY "=> PRESS X TO EXIT"
           ACCEPT MAINT-CHOICE.

           IF ADD-WATCH-ENTRY
           THEN
              GO TO INPUT-WATCH-ENTRY
           END-IF.

           IF DELETE-WATCH-ENTRY
           THEN
              GO TO INPUT-WATCH-DELETE
           END-IF.

           IF LIST-WATCH-ENTRIES
           THEN
              GO TO LIST-WATCH-LIST
           END-IF.

           IF LIST-HELD-ITEMS
           THEN
              GO TO LIST-ALL-HELD
           END-IF.

           IF RELEASE-HELD-ITEM OR REJECT-HELD-ITEM
           THEN
              GO TO SELECT-HELD-ITEM
           END-IF.

           IF EXIT-MAINTENANCE
           THEN
              STOP RUN
           END-IF.

           DISPLAY "=> INVALID INPUT"
           GO TO MAIN-MENU.

       INPUT-WATCH-ENTRY.
           DISPLAY "=> LISTED NAME (30 CHARS)"
           ACCEPT ENTRY-WATCH-NAME.
           IF ENTRY-WATCH-NAME = SPACES
           THEN
              DISPLAY "=====> A NAME IS REQUIRED"
              GO TO MAIN-MENU
           END-IF.

           DISPLAY "=> LIST SOURCE (10 CHARS, E.G. UN, OFAC, LOCAL)"
           ACCEPT ENTRY-WATCH-SOURCE.

           MOVE 0 TO HIGHEST-WATCH-ID.
           OPEN INPUT WATCH-LIST-FILE.
           IF WATCH-LIST-FILE-NOT-FOUND
           THEN
              GO TO INPUT-WATCH-ENTRY-WRITE
           END-IF.

       INPUT-WATCH-ENTRY-LOOP.
           READ WATCH-LIST-FILE
              AT END
                 CLOSE WATCH-LIST-FILE
                 GO TO INPUT-WATCH-ENTRY-WRITE
           END-READ.
           IF WL-ENTRY-ID > HIGHEST-WATCH-ID
           THEN
              MOVE WL-ENTRY-ID TO HIGHEST-WATCH-ID
           END-IF.
           GO TO INPUT-WATCH-ENTRY-LOOP.

       INPUT-WATCH-ENTRY-WRITE.
           OPEN EXTEND WATCH-LIST-FILE.
           IF WATCH-LIST-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT WATCH-LIST-FILE
           END-IF.
           ADD 1 TO HIGHEST-WATCH-ID GIVING WL-ENTRY-ID.
           MOVE ENTRY-WATCH-NAME   TO WL-NAME.
           MOVE ENTRY-WATCH-SOURCE TO WL-LIST-SOURCE.
           MOVE TODAY-FULL-DATE    TO WL-ADDED-DATE.
           MOVE SIGNON-OPERATOR-ID TO WL-ADDED-BY.
           WRITE WATCH-LIST-RECORD.
           CLOSE WATCH-LIST-FILE.
           DISPLAY "=====> WATCH-LIST ENTRY " WL-ENTRY-ID " ADDED: "
              WL-NAME.
           MOVE "WLADD" TO LOG-ACTION-TEXT.
           MOVE WL-ENTRY-ID TO LOG-KEY-TEXT.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.
           GO TO MAIN-MENU.

       INPUT-WATCH-DELETE.
           DISPLAY "=> WATCH-LIST ENTRY NUMBER (6 DIGITS)"
           ACCEPT ENTRY-WATCH-ID.

           OPEN INPUT WATCH-LIST-FILE.
           IF WATCH-LIST-FILE-NOT-FOUND
           THEN
              DISPLAY "=====> NO WATCH LIST FOUND"
              GO TO MAIN-MENU
           END-IF.
           OPEN OUTPUT NEW-WATCH-LIST-FILE.

       INPUT-WATCH-DELETE-LOOP.
           READ WATCH-LIST-FILE
              AT END GO TO INPUT-WATCH-DELETE-DONE
           END-READ.
           IF WL-ENTRY-ID = ENTRY-WATCH-ID
           THEN
              SET TARGET-WAS-FOUND TO TRUE
           ELSE
              WRITE NEW-WATCH-LIST-RECORD FROM WATCH-LIST-RECORD
           END-IF.
           GO TO INPUT-WATCH-DELETE-LOOP.

       INPUT-WATCH-DELETE-DONE.
           CLOSE WATCH-LIST-FILE, NEW-WATCH-LIST-FILE.
           IF NOT TARGET-WAS-FOUND
           THEN
              DISPLAY "=====> WATCH-LIST ENTRY " ENTRY-WATCH-ID
                 " NOT FOUND"
              GO TO MAIN-MENU
           END-IF.
           OPEN INPUT NEW-WATCH-LIST-FILE.
           OPEN OUTPUT WATCH-LIST-FILE.

       INPUT-WATCH-DELETE-PROMOTE.
           READ NEW-WATCH-LIST-FILE
              AT END
                 CLOSE NEW-WATCH-LIST-FILE, WATCH-LIST-FILE
                 DISPLAY "=====> WATCH-LIST ENTRY " ENTRY-WATCH-ID
                    " DELETED"
                 MOVE "WLDEL" TO LOG-ACTION-TEXT
                 MOVE ENTRY-WATCH-ID TO LOG-KEY-TEXT
                 PERFORM WRITE-OPERATOR-LOG THRU
                    WRITE-OPERATOR-LOG-EXIT
                 GO TO MAIN-MENU
           END-READ.
           WRITE WATCH-LIST-RECORD FROM NEW-WATCH-LIST-RECORD.
           GO TO INPUT-WATCH-DELETE-PROMOTE.

       LIST-WATCH-LIST.
           OPEN INPUT WATCH-LIST-FILE.
           IF WATCH-LIST-FILE-NOT-FOUND
           THEN
              DISPLAY "=====> NO WATCH LIST FOUND"
              GO TO MAIN-MENU
           END-IF.

       LIST-WATCH-LIST-LOOP.
           READ WATCH-LIST-FILE
              AT END
                 CLOSE WATCH-LIST-FILE
                 IF NOT ALREADY-LISTED
                 THEN
                    DISPLAY "=====> THE WATCH LIST IS EMPTY"
                 END-IF
                 GO TO MAIN-MENU
           END-READ.
           SET ALREADY-LISTED TO TRUE.
           DISPLAY "=====> " WL-ENTRY-ID " " WL-NAME " "
              WL-LIST-SOURCE " " WL-ADDED-DATE " " WL-ADDED-BY.
           GO TO LIST-WATCH-LIST-LOOP.

       LIST-ALL-HELD.
           OPEN INPUT SCREEN-HOLD-FILE.
           IF SCREEN-HOLD-FILE-NOT-FOUND
           THEN
              DISPLAY "=====> NOTHING IS HELD FOR REVIEW"
              GO TO MAIN-MENU
           END-IF.

       LIST-ALL-HELD-LOOP.
           READ SCREEN-HOLD-FILE
              AT END
                 CLOSE SCREEN-HOLD-FILE
                 IF NOT ALREADY-LISTED
                 THEN
                    DISPLAY "=====> NOTHING IS HELD FOR REVIEW"
                 END-IF
                 GO TO MAIN-MENU
           END-READ.
           IF NOT SHLD-IS-PENDING
           THEN
              GO TO LIST-ALL-HELD-LOOP
           END-IF.
           SET ALREADY-LISTED TO TRUE.
           DISPLAY "=====> " SHLD-TIMESTAMP " " SHLD-SUBJECT-TYPE " "
              SHLD-SUBJECT-KEY " " SHLD-PROGRAM " " SHLD-SCREENED-NAME.
           DISPLAY "       MATCHED " SHLD-MATCH-ID " " SHLD-MATCH-NAME
              " SCORE " SHLD-MATCH-SCORE.
           IF SHLD-IS-PAYMENT
           THEN
              MOVE SCREEN-HOLD-RECORD TO SELECTED-HOLD-RECORD
              DISPLAY "       PAYMENT TO BANK " SEL-OUTPAY-BANK-CODE
                 " ACCT " SEL-OUTPAY-DEST-ACCT " AMOUNT "
                 SEL-OUTPAY-AMOUNT
           END-IF.
           GO TO LIST-ALL-HELD-LOOP.

       SELECT-HELD-ITEM.
           DISPLAY "=> ITEM TIMESTAMP (14 DIGITS, FROM THE LIST)"
           ACCEPT ENTRY-TIMESTAMP.

           OPEN INPUT SCREEN-HOLD-FILE.
           IF SCREEN-HOLD-FILE-NOT-FOUND
           THEN
              DISPLAY "=====> NOTHING IS HELD FOR REVIEW"
              GO TO MAIN-MENU
           END-IF.

       SELECT-HELD-ITEM-LOOP.
           READ SCREEN-HOLD-FILE
              AT END GO TO SELECT-HELD-ITEM-DONE
           END-READ.
           IF SHLD-IS-PENDING AND SHLD-TIMESTAMP = ENTRY-TIMESTAMP
           THEN
              SET ITEM-WAS-FOUND TO TRUE
              MOVE SCREEN-HOLD-RECORD TO SELECTED-HOLD-RECORD
              GO TO SELECT-HELD-ITEM-DONE
           END-IF.
           GO TO SELECT-HELD-ITEM-LOOP.

       SELECT-HELD-ITEM-DONE.
           CLOSE SCREEN-HOLD-FILE.

           IF NOT ITEM-WAS-FOUND
           THEN
              DISPLAY "=====> NO HELD ITEM WITH TIMESTAMP "
                 ENTRY-TIMESTAMP
              GO TO MAIN-MENU
           END-IF.

           IF SEL-OPERATOR = SIGNON-OPERATOR-ID
           THEN
              DISPLAY "=====> YOU MAY NOT REVIEW AN ITEM YOU ENTERED "
                 "-- ASK ANOTHER SUPERVISOR"
              GO TO MAIN-MENU
           END-IF.

           IF REJECT-HELD-ITEM
           THEN
              GO TO REJECT-SELECTED-ITEM
           END-IF.

           IF SEL-IS-CUSTOMER
           THEN
              PERFORM APPLY-CUSTOMER-RECORD THRU
                 APPLY-CUSTOMER-RECORD-EXIT
           END-IF.
           IF SEL-IS-ACCOUNT
           THEN
              PERFORM ACTIVATE-ACCOUNT THRU ACTIVATE-ACCOUNT-EXIT
           END-IF.
           IF SEL-IS-PAYMENT
           THEN
              PERFORM SEND-HELD-PAYMENT THRU SEND-HELD-PAYMENT-EXIT
           END-IF.

           IF NOT APPLY-WAS-OK
           THEN
              DISPLAY "=====> ITEM LEFT ON HOLD -- RESOLVE THE "
                 "PROBLEM OR REJECT IT"
              GO TO MAIN-MENU
           END-IF.
           MOVE "R" TO SEL-STATUS.
           MOVE "RELEASE" TO DECISION-TEXT.
           GO TO FINISH-DECISION.

       REJECT-SELECTED-ITEM.
           IF SEL-IS-PAYMENT
           THEN
              PERFORM RETURN-HELD-PAYMENT THRU
                 RETURN-HELD-PAYMENT-EXIT
           END-IF.
           MOVE "J" TO SEL-STATUS.
           MOVE "REJECT" TO DECISION-TEXT.
           GO TO FINISH-DECISION.

       FINISH-DECISION.
           MOVE SIGNON-OPERATOR-ID TO SEL-DECIDED-BY.
           MOVE TODAY-FULL-DATE    TO SEL-DECIDED-DATE.
           PERFORM UPDATE-HOLD-FILE THRU UPDATE-HOLD-FILE-EXIT.
           PERFORM WRITE-SCREEN-LOG THRU WRITE-SCREEN-LOG-EXIT.

           IF SEL-STATUS = "R"
           THEN
              DISPLAY "=====> HELD ITEM " SEL-SUBJECT-TYPE " "
                 SEL-SUBJECT-KEY " RELEASED"
              MOVE "SCRNREL" TO LOG-ACTION-TEXT
           ELSE
              DISPLAY "=====> HELD ITEM " SEL-SUBJECT-TYPE " "
                 SEL-SUBJECT-KEY " REJECTED"
              MOVE "SCRNREJ" TO LOG-ACTION-TEXT
           END-IF.
           IF SEL-IS-ACCOUNT AND SEL-STATUS = "J"
           THEN
              DISPLAY "=====> THE ACCOUNT REMAINS FROZEN"
           END-IF.
           IF SEL-IS-PAYMENT AND SEL-STATUS = "J"
           THEN
              DISPLAY "=====> THE PAYMENT WILL BE RE-CREDITED TO "
                 SEL-OUTPAY-FROM-ACCT " IN THE NEXT CENTRAL RUN"
           END-IF.
           MOVE SEL-SUBJECT-KEY TO LOG-KEY-TEXT.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.
           GO TO MAIN-MENU.

       APPLY-CUSTOMER-RECORD.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-NOT-FOUND
           THEN
              IF SEL-CIF-IS-ADD
              THEN
                 OPEN OUTPUT CUSTOMER-FILE
                 CLOSE CUSTOMER-FILE
                 OPEN INPUT CUSTOMER-FILE
              ELSE
                 DISPLAY "=====> NO CUSTOMER FILE FOUND"
                 GO TO APPLY-CUSTOMER-RECORD-EXIT
              END-IF
           END-IF.
           OPEN OUTPUT NEW-CUSTOMER-FILE.

       APPLY-CUSTOMER-RECORD-LOOP.
           READ CUSTOMER-FILE
              AT END GO TO APPLY-CUSTOMER-RECORD-DONE
           END-READ.
           IF SEL-CIF-IS-ADD AND NOT ALREADY-INSERTED AND
              CIF-CUST-NUMBER > SEL-CIF-CUST-NUMBER
           THEN
              WRITE NEW-CUSTOMER-RECORD FROM SEL-CIF-RECORD
              SET ALREADY-INSERTED TO TRUE
           END-IF.
           IF CIF-CUST-NUMBER = SEL-CIF-CUST-NUMBER
           THEN
              SET TARGET-WAS-FOUND TO TRUE
              IF SEL-CIF-IS-UPDATE
              THEN
                 WRITE NEW-CUSTOMER-RECORD FROM SEL-CIF-RECORD
                 GO TO APPLY-CUSTOMER-RECORD-LOOP
              END-IF
           END-IF.
           WRITE NEW-CUSTOMER-RECORD FROM CUSTOMER-RECORD.
           GO TO APPLY-CUSTOMER-RECORD-LOOP.

       APPLY-CUSTOMER-RECORD-DONE.
           IF SEL-CIF-IS-ADD AND NOT ALREADY-INSERTED AND
              NOT TARGET-WAS-FOUND
           THEN
              WRITE NEW-CUSTOMER-RECORD FROM SEL-CIF-RECORD
              SET ALREADY-INSERTED TO TRUE
           END-IF.
           CLOSE CUSTOMER-FILE, NEW-CUSTOMER-FILE.

           IF SEL-CIF-IS-ADD AND TARGET-WAS-FOUND
           THEN
              DISPLAY "=====> CUSTOMER " SEL-CIF-CUST-NUMBER
                 " ALREADY EXISTS -- NOT ADDED"
              GO TO APPLY-CUSTOMER-RECORD-EXIT
           END-IF.
           IF SEL-CIF-IS-UPDATE AND NOT TARGET-WAS-FOUND
           THEN
              DISPLAY "=====> CUSTOMER " SEL-CIF-CUST-NUMBER
                 " NOT FOUND"
              GO TO APPLY-CUSTOMER-RECORD-EXIT
           END-IF.

           OPEN INPUT NEW-CUSTOMER-FILE.
           OPEN OUTPUT CUSTOMER-FILE.

       APPLY-CUSTOMER-RECORD-PROMOTE.
           READ NEW-CUSTOMER-FILE
              AT END
                 CLOSE NEW-CUSTOMER-FILE, CUSTOMER-FILE
                 SET APPLY-WAS-OK TO TRUE
                 GO TO APPLY-CUSTOMER-RECORD-EXIT
           END-READ.
           WRITE CUSTOMER-RECORD FROM NEW-CUSTOMER-RECORD.
           GO TO APPLY-CUSTOMER-RECORD-PROMOTE.

       APPLY-CUSTOMER-RECORD-EXIT.
           EXIT.

       ACTIVATE-ACCOUNT.
           PERFORM ACQUIRE-MASTER-LOCK THRU ACQUIRE-MASTER-LOCK-EXIT.
           IF NOT LOCK-WAS-GRANTED
           THEN
              DISPLAY "=====> MASTER FILE IN USE BY "
                 LOCK-CONFLICT-HOLDER
              GO TO ACTIVATE-ACCOUNT-EXIT
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF MASTER-FILE-NOT-FOUND
           THEN
              DISPLAY "=====> NO MASTER FILE FOUND"
              GO TO ACTIVATE-ACCOUNT-EXIT
           END-IF.
           OPEN OUTPUT NEW-MASTER-FILE.

       ACTIVATE-ACCOUNT-LOOP.
           READ MASTER-FILE
              AT END GO TO ACTIVATE-ACCOUNT-DONE
           END-READ.
           IF MSTR-ACCT-NUMBER = SEL-MSTR-ACCT-NUMBER
           THEN
              SET TARGET-WAS-FOUND TO TRUE
              MOVE "A" TO MSTR-ACCT-STATUS
           END-IF.
           WRITE NEW-MASTER-RECORD FROM MASTER-RECORD.
           GO TO ACTIVATE-ACCOUNT-LOOP.

       ACTIVATE-ACCOUNT-DONE.
           CLOSE MASTER-FILE, NEW-MASTER-FILE.
           IF NOT TARGET-WAS-FOUND
           THEN
              DISPLAY "=====> ACCOUNT " SEL-SUBJECT-KEY " NOT FOUND"
              GO TO ACTIVATE-ACCOUNT-EXIT
           END-IF.
           OPEN INPUT NEW-MASTER-FILE.
           OPEN OUTPUT MASTER-FILE.

       ACTIVATE-ACCOUNT-PROMOTE.
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
                 SET APPLY-WAS-OK TO TRUE
                 GO TO ACTIVATE-ACCOUNT-EXIT
           END-READ.
           WRITE MASTER-RECORD FROM NEW-MASTER-RECORD.
           GO TO ACTIVATE-ACCOUNT-PROMOTE.

       ACTIVATE-ACCOUNT-EXIT.
           EXIT.

       SEND-HELD-PAYMENT.
           OPEN EXTEND OUTBOUND-PAY-FILE.
           IF OUTBOUND-PAY-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT OUTBOUND-PAY-FILE
           END-IF.
           WRITE OUTBOUND-PAY-RECORD FROM SEL-OUTPAY-RECORD.
           CLOSE OUTBOUND-PAY-FILE.
           SET APPLY-WAS-OK TO TRUE.

       SEND-HELD-PAYMENT-EXIT.
           EXIT.

       RETURN-HELD-PAYMENT.
           OPEN EXTEND OUTBOUND-RETURN-FILE.
           IF OUTBOUND-RETURN-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT OUTBOUND-RETURN-FILE
           END-IF.
           MOVE SEL-OUTPAY-BANK-CODE TO RETURN-BANK-CODE.
           MOVE SEL-OUTPAY-DEST-ACCT TO RETURN-DEST-ACCT-NUMBER.
           MOVE SEL-OUTPAY-FROM-ACCT TO RETURN-FROM-ACCT-NUMBER.
           MOVE SEL-OUTPAY-AMOUNT    TO RETURN-AMOUNT.
           MOVE SEL-OUTPAY-TIMESTAMP TO RETURN-TIMESTAMP.
           MOVE "COMPLIANCE REJECTED" TO RETURN-REASON.
           WRITE OUTBOUND-RETURN-RECORD.
           CLOSE OUTBOUND-RETURN-FILE.

       RETURN-HELD-PAYMENT-EXIT.
           EXIT.

       UPDATE-HOLD-FILE.
           MOVE "N" TO ITEM-FOUND-FLAG.
           OPEN INPUT SCREEN-HOLD-FILE.
           OPEN OUTPUT NEW-SCREEN-HOLD-FILE.

       UPDATE-HOLD-FILE-LOOP.
           READ SCREEN-HOLD-FILE
              AT END GO TO UPDATE-HOLD-FILE-PROMOTE
           END-READ.
           IF SHLD-IS-PENDING AND NOT ITEM-WAS-FOUND AND
              SHLD-TIMESTAMP = SEL-TIMESTAMP AND
              SHLD-SUBJECT-KEY = SEL-SUBJECT-KEY
           THEN
              SET ITEM-WAS-FOUND TO TRUE
              WRITE NEW-SCREEN-HOLD-RECORD FROM SELECTED-HOLD-RECORD
           ELSE
              WRITE NEW-SCREEN-HOLD-RECORD FROM SCREEN-HOLD-RECORD
           END-IF.
           GO TO UPDATE-HOLD-FILE-LOOP.

       UPDATE-HOLD-FILE-PROMOTE.
           CLOSE SCREEN-HOLD-FILE, NEW-SCREEN-HOLD-FILE.
           OPEN INPUT NEW-SCREEN-HOLD-FILE.
           OPEN OUTPUT SCREEN-HOLD-FILE.

       UPDATE-HOLD-FILE-PROMOTE-LOOP.
           READ NEW-SCREEN-HOLD-FILE
              AT END
                 CLOSE NEW-SCREEN-HOLD-FILE, SCREEN-HOLD-FILE
                 GO TO UPDATE-HOLD-FILE-EXIT
           END-READ.
           WRITE SCREEN-HOLD-RECORD FROM NEW-SCREEN-HOLD-RECORD.
           GO TO UPDATE-HOLD-FILE-PROMOTE-LOOP.

       UPDATE-HOLD-FILE-EXIT.
           EXIT.

       WRITE-SCREEN-LOG.
           OPEN EXTEND SCREEN-LOG-FILE.
           IF SCREEN-LOG-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT SCREEN-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SLOG-TIMESTAMP.
           MOVE "COMPDESK"          TO SLOG-PROGRAM.
           MOVE SEL-SUBJECT-TYPE    TO SLOG-SUBJECT-TYPE.
           MOVE SEL-SUBJECT-KEY     TO SLOG-SUBJECT-KEY.
           MOVE SEL-SCREENED-NAME   TO SLOG-NAME.
           MOVE DECISION-TEXT       TO SLOG-DECISION.
           MOVE SEL-MATCH-ID        TO SLOG-MATCH-ID.
           MOVE SEL-MATCH-SCORE     TO SLOG-MATCH-SCORE.
           MOVE SIGNON-OPERATOR-ID  TO SLOG-OPERATOR.
           WRITE SCREEN-LOG-RECORD.
           CLOSE SCREEN-LOG-FILE.

       WRITE-SCREEN-LOG-EXIT.
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
           MOVE "COMPDESK" TO OPLOG-PROGRAM.
           MOVE LOG-ACTION-TEXT TO OPLOG-ACTION.
           MOVE LOG-KEY-TEXT TO OPLOG-KEY.
           WRITE OPERATOR-LOG-RECORD.
           CLOSE OPERATOR-LOG-FILE.

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

       END PROGRAM COMPDESK.
