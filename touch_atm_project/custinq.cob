              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS HOT-CARD-FILE-STATUS.

           SELECT
              COLLECTIONS-FILE ASSIGN DYNAMIC COLLECTIONS-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS COLLECTIONS-FILE-STATUS.

           SELECT
              MERGE-MAP-FILE ASSIGN DYNAMIC MERGE-MAP-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS MERGE-MAP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
              88 MSTR-ACCT-FROZEN              VALUE "F".
           02 MSTR-ACCT-OVERDRAFT-LIMIT        PIC 9(9)V9(2).
           02 MSTR-CUST-NUMBER                 PIC 9(8).
           02 MSTR-PRODUCT-CODE                PIC X(2).

       FD  CARDHOLDER-FILE.
       01  CARDHOLDER-RECORD.
           02 CARDHOLDER-ISSUE-DATE            PIC 9(8).
           02 CARDHOLDER-EXPIRY-DATE           PIC 9(8).
           02 CARDHOLDER-STATUS                PIC X.
           02 CARDHOLDER-CUST-NUMBER           PIC 9(8).
           02 CARDHOLDER-LANGUAGE              PIC X(2).

       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-RECORD.
           02 HOTCARD-REASON                   PIC X(20).
           02 HOTCARD-TIMESTAMP                PIC 9(14).

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

       FD  MERGE-MAP-FILE.
       01  MERGE-MAP-RECORD.
           02 CMG-RETIRED-NUMBER               PIC 9(8).
           02 CMG-SURVIVOR-NUMBER              PIC 9(8).
           02 CMG-MERGE-DATE                   PIC 9(8).
           02 CMG-REQUESTED-BY                 PIC X(8).
           02 CMG-APPROVED-BY                  PIC X(8).

       WORKING-STORAGE SECTION.
       01  CUSTOMER-FILE-DSN                   PIC X(40).
       01  MASTER-FILE-DSN                     PIC X(40).
       01  STANDING-ORDER-FILE-DSN             PIC X(40).
       01  HOLDS-FILE-DSN                      PIC X(40).
       01  HOT-CARD-FILE-DSN                   PIC X(40).
       01  COLLECTIONS-FILE-DSN                PIC X(40).
       01  MERGE-MAP-FILE-DSN                  PIC X(40).

       01  CUSTOMER-FILE-STATUS                PIC 99.
           88 CUSTOMER-FILE-NOT-FOUND          VALUE 35.
           88 HOLDS-FILE-NOT-FOUND             VALUE 35.
       01  HOT-CARD-FILE-STATUS                PIC 99.
           88 HOT-CARD-FILE-NOT-FOUND          VALUE 35.
       01  COLLECTIONS-FILE-STATUS             PIC 99.
           88 COLLECTIONS-FILE-NOT-FOUND       VALUE 35.
       01  MERGE-MAP-FILE-STATUS               PIC 99.
           88 MERGE-MAP-FILE-NOT-FOUND         VALUE 35.

       01  ENTRY-CUST-NUMBER                   PIC 9(8).
       01  CUSTOMER-FOUND-FLAG                 PIC X VALUE "N".
           88 ACCT-BELONGS-TO-CUST             VALUE "Y".
       01  MATCH-ACCT-NUMBER                   PIC 9(16).
       01  SIGNED-BALANCE                      PIC S9(14)V9(2).
       01  TODAY-FULL-DATE                     PIC 9(8).

       01  XREF-KEY-TYPE                       PIC X.
       01  XREF-CUST-NUMBER                    PIC 9(8).
       01  XREF-STUDENT-ID                     PIC 9(7).
       01  XREF-MEMBER-ID                      PIC X(10).
       01  XREF-TUITION-BALANCE                PIC 9(7)V9(2).
       01  XREF-TUITION-DAYS                   PIC 9(5).
       01  XREF-FEE-BALANCE                    PIC S9(5)V9(2).
       01  XREF-FEE-OWED                       PIC 9(5)V9(2).
       01  XREF-RESULT                         PIC X.
           88 XREF-PERSON-LINKED               VALUE "Y".

       PROCEDURE DIVISION.
       INITIALIZE-FILE-NAMES.
              ON EXCEPTION MOVE "hotcard.txt" TO HOT-CARD-FILE-DSN
           END-ACCEPT.

           ACCEPT COLLECTIONS-FILE-DSN
              FROM ENVIRONMENT "ATM_COLLECTIONS_FILE"
              ON EXCEPTION
                 MOVE "collections.txt" TO COLLECTIONS-FILE-DSN
           END-ACCEPT.

           ACCEPT MERGE-MAP-FILE-DSN
              FROM ENVIRONMENT "ATM_CIF_MERGE_FILE"
              ON EXCEPTION MOVE "cifMerge.txt" TO MERGE-MAP-FILE-DSN
           END-ACCEPT.

           GO TO INPUT-CUSTOMER-NUMBER.

       INPUT-CUSTOMER-NUMBER.
           THEN
              DISPLAY "=====> CUSTOMER " ENTRY-CUST-NUMBER
                 " IS NOT ON THE CUSTOMER FILE"
              GO TO SHOW-MERGED-CUSTOMER
           END-IF.
           GO TO SHOW-CUSTOMER-ACCOUNTS.

       SHOW-MERGED-CUSTOMER.
           OPEN INPUT MERGE-MAP-FILE.
           IF MERGE-MAP-FILE-NOT-FOUND
           THEN
              GO TO INPUT-CUSTOMER-NUMBER
           END-IF.

       SHOW-MERGED-CUSTOMER-LOOP.
           READ MERGE-MAP-FILE
              AT END
                 CLOSE MERGE-MAP-FILE
                 GO TO INPUT-CUSTOMER-NUMBER
           END-READ.
           IF CMG-RETIRED-NUMBER = ENTRY-CUST-NUMBER
           THEN
              DISPLAY "=====> MERGED INTO CUSTOMER "
                 CMG-SURVIVOR-NUMBER " ON " CMG-MERGE-DATE
           END-IF.
           GO TO SHOW-MERGED-CUSTOMER-LOOP.

       SHOW-CUSTOMER-ACCOUNTS.
           DISPLAY " ".
           DISPLAY "=====> ACCOUNTS:".
           END-READ.
           MOVE CARDHOLDER-ACCT-NUMBER TO MATCH-ACCT-NUMBER.
           PERFORM CHECK-ACCT-BELONGS THRU CHECK-ACCT-BELONGS-EXIT.
           IF ACCT-BELONGS-TO-CUST AND CARDHOLDER-STATUS NOT = "P"
           THEN
              DISPLAY "=====>   ACCT " CARDHOLDER-ACCT-NUMBER
                 " CH " CARDHOLDER-ID " " CARDHOLDER-NAME
           IF HOT-CARD-FILE-NOT-FOUND
           THEN
              DISPLAY "=====>   (NO HOT CARD FILE)"
              GO TO SHOW-CUSTOMER-ARREARS
           END-IF.

       SHOW-CUSTOMER-HOT-CARDS-LOOP.
           READ HOT-CARD-FILE
              AT END
                 CLOSE HOT-CARD-FILE
                 GO TO SHOW-CUSTOMER-ARREARS
           END-READ.
           MOVE HOTCARD-ACCT-NUMBER TO MATCH-ACCT-NUMBER.
           PERFORM CHECK-ACCT-BELONGS THRU CHECK-ACCT-BELONGS-EXIT.
           END-IF.
           GO TO SHOW-CUSTOMER-HOT-CARDS-LOOP.

       SHOW-CUSTOMER-ARREARS.
           DISPLAY " ".
           DISPLAY "=====> LOAN ARREARS:".
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-FULL-DATE.
           OPEN INPUT COLLECTIONS-FILE.
           IF COLLECTIONS-FILE-NOT-FOUND
           THEN
              DISPLAY "=====>   (NO COLLECTIONS FILE)"
              GO TO SHOW-CUSTOMER-RELATIONS
           END-IF.

       SHOW-CUSTOMER-ARREARS-LOOP.
           READ COLLECTIONS-FILE
              AT END
                 CLOSE COLLECTIONS-FILE
                 GO TO SHOW-CUSTOMER-RELATIONS
           END-READ.
           MOVE COLL-ACCT-NUMBER TO MATCH-ACCT-NUMBER.
           PERFORM CHECK-ACCT-BELONGS THRU CHECK-ACCT-BELONGS-EXIT.
           IF ACCT-BELONGS-TO-CUST AND COLL-IS-ACTIVE
           THEN
              DISPLAY "=====>   ACCT " COLL-ACCT-NUMBER " BUCKET "
                 COLL-BUCKET " DPD " COLL-DAYS-PAST-DUE " ARREARS "
                 COLL-ARREARS-AMOUNT " (" COLL-MISSED-COUNT
                 " INSTALLMENT(S))"
              IF COLL-PTP-DATE NOT < TODAY-FULL-DATE
              THEN
                 DISPLAY "=====>     PROMISED " COLL-PTP-AMOUNT
                    " BY " COLL-PTP-DATE
              END-IF
              IF COLL-WRITEOFF-REVIEW
              THEN
                 DISPLAY "=====>     UNDER WRITE-OFF REVIEW"
              END-IF
           END-IF.
           GO TO SHOW-CUSTOMER-ARREARS-LOOP.

       SHOW-CUSTOMER-RELATIONS.
           DISPLAY " ".
           DISPLAY "=====> OTHER RELATIONSHIPS:".
           MOVE "C" TO XREF-KEY-TYPE.
           MOVE ENTRY-CUST-NUMBER TO XREF-CUST-NUMBER.
           MOVE 0 TO XREF-STUDENT-ID.
           MOVE SPACES TO XREF-MEMBER-ID.
           CALL "XREFINFO" USING XREF-KEY-TYPE XREF-CUST-NUMBER
              XREF-STUDENT-ID XREF-MEMBER-ID XREF-TUITION-BALANCE
              XREF-TUITION-DAYS XREF-FEE-BALANCE XREF-RESULT
              ON EXCEPTION
                 DISPLAY "[ABORT]: XREFINFO MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           IF NOT XREF-PERSON-LINKED
           THEN
              DISPLAY "=====>   (NONE)"
              GO TO INPUT-CUSTOMER-NUMBER
           END-IF.
           IF XREF-STUDENT-ID NOT = 0
           THEN
              IF XREF-TUITION-BALANCE > 0
              THEN
                 DISPLAY "=====>   STUDENT " XREF-STUDENT-ID
                    " BEHIND ON TUITION " XREF-TUITION-BALANCE
                    " (" XREF-TUITION-DAYS " DAYS)"
              ELSE
                 DISPLAY "=====>   STUDENT " XREF-STUDENT-ID
                    " TUITION UP TO DATE"
              END-IF
           END-IF.
           IF XREF-MEMBER-ID NOT = SPACES
           THEN
              IF XREF-FEE-BALANCE > 0
              THEN
                 MOVE XREF-FEE-BALANCE TO XREF-FEE-OWED
                 DISPLAY "=====>   VIDEO MEMBER " XREF-MEMBER-ID
                    " OWES LATE FEES " XREF-FEE-OWED
              ELSE
                 DISPLAY "=====>   VIDEO MEMBER " XREF-MEMBER-ID
                    " NO LATE FEES OWED"
              END-IF
           END-IF.
           GO TO INPUT-CUSTOMER-NUMBER.

       CHECK-ACCT-BELONGS.
           MOVE "N" TO ACCT-BELONGS-FLAG.
           MOVE 0 TO CUST-ACCT-SUBSCRIPT.
