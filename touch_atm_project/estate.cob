       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTATE.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              ESTATE-FILE ASSIGN DYNAMIC ESTATE-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ESTATE-FILE-STATUS.

           SELECT
              ESTATE-ACCT-FILE ASSIGN DYNAMIC ESTATE-ACCT-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ESTATE-ACCT-FILE-STATUS.

           SELECT
              ESTATE-AUDIT-FILE ASSIGN DYNAMIC ESTATE-AUDIT-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ESTATE-AUDIT-FILE-STATUS.

           SELECT
              CUSTOMER-FILE ASSIGN DYNAMIC CUSTOMER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CUSTOMER-FILE-STATUS.

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
              HOT-CARD-FILE ASSIGN DYNAMIC HOT-CARD-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS HOT-CARD-FILE-STATUS.

           SELECT
              STANDING-ORDER-FILE ASSIGN DYNAMIC
                 STANDING-ORDER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS STANDING-ORDER-FILE-STATUS.

           SELECT
              NEW-STANDING-ORDER-FILE ASSIGN DYNAMIC
                 NEW-STANDING-ORDER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NEW-STANDING-ORDER-FILE-STATUS.

           SELECT
              SWEEP-FILE ASSIGN DYNAMIC SWEEP-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS SWEEP-FILE-STATUS.

           SELECT
              NEW-SWEEP-FILE ASSIGN DYNAMIC NEW-SWEEP-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NEW-SWEEP-FILE-STATUS.

           SELECT
              MANDATE-FILE ASSIGN DYNAMIC MANDATE-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS MANDATE-FILE-STATUS.

           SELECT
              NEW-MANDATE-FILE ASSIGN DYNAMIC NEW-MANDATE-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NEW-MANDATE-FILE-STATUS.

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
       FD  ESTATE-FILE.
       01  ESTATE-RECORD.
           02 EST-CUST-NUMBER                  PIC 9(8).
           02 EST-DEATH-DATE                   PIC 9(8).
           02 EST-NOTIFIED-DATE                PIC 9(8).
           02 EST-EXECUTOR-ACCT                PIC 9(16).
           02 EST-EXECUTOR-NAME                PIC X(30).
           02 EST-STATUS                       PIC X.
              88 ESTATE-IS-NOTIFIED            VALUE "N".
              88 ESTATE-IS-RELEASED            VALUE "R".
              88 ESTATE-IS-PAID                VALUE "P".
           02 EST-RECORDED-BY                  PIC X(8).
           02 EST-RELEASED-BY                  PIC X(8).
           02 EST-PAID-DATE                    PIC 9(8).
           02 EST-PAID-AMOUNT                  PIC 9(11)V9(2).

       FD  ESTATE-ACCT-FILE.
       01  ESTATE-ACCT-RECORD.
           02 EA-CUST-NUMBER                   PIC 9(8).
           02 EA-ACCT-NUMBER                   PIC 9(16).
           02 EA-NOTIFIED-SIGN                 PIC X.
           02 EA-NOTIFIED-BALANCE              PIC 9(13)V9(2).
           02 EA-PRODUCT-CODE                  PIC X(2).

       FD  ESTATE-AUDIT-FILE.
       01  ESTATE-AUDIT-RECORD.
           02 EAU-TIMESTAMP                    PIC 9(14).
           02 EAU-CUST-NUMBER                  PIC 9(8).
           02 EAU-EVENT                        PIC X(10).
           02 EAU-ACCT-NUMBER                  PIC 9(16).
           02 EAU-AMOUNT                       PIC 9(11)V9(2).
           02 EAU-DONE-BY                      PIC X(8).
           02 EAU-DETAIL                       PIC X(30).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           02 CIF-CUST-NUMBER                  PIC 9(8).
           02 CIF-CUST-NAME                    PIC X(30).
           02 CIF-CUST-ADDRESS                 PIC X(40).
           02 CIF-CUST-PHONE                   PIC X(12).

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

       FD  HOT-CARD-FILE.
       01  HOT-CARD-RECORD.
           02 HOTCARD-ACCT-NUMBER              PIC 9(16).
           02 HOTCARD-REASON                   PIC X(20).
           02 HOTCARD-TIMESTAMP                PIC 9(14).

       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-RECORD.
           02 STDORD-FROM-ACCT                 PIC 9(16).
           02 STDORD-TO-ACCT                   PIC 9(16).
           02 STDORD-AMOUNT                    PIC 9(5)V9(2).
           02 STDORD-DAY-OF-MONTH              PIC 99.
           02 STDORD-LAST-RUN-STAMP            PIC 9(8).

       FD  NEW-STANDING-ORDER-FILE.
       01  NEW-STANDING-ORDER-RECORD           PIC X(49).

       FD  SWEEP-FILE.
       01  SWEEP-RECORD.
           02 SWP-SOURCE-ACCT                  PIC 9(16).
           02 SWP-DEST-ACCT                    PIC 9(16).
           02 SWP-TARGET-BALANCE               PIC 9(9)V9(2).

       FD  NEW-SWEEP-FILE.
       01  NEW-SWEEP-RECORD                    PIC X(43).

       FD  MANDATE-FILE.
       01  MANDATE-RECORD.
           02 MAND-STUDENT-ID                  PIC 9(7).
           02 MAND-ACCT-NUMBER                 PIC 9(16).

       FD  NEW-MANDATE-FILE.
       01  NEW-MANDATE-RECORD                  PIC X(23).

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
       01  ESTATE-FILE-DSN                     PIC X(40).
       01  ESTATE-ACCT-FILE-DSN                PIC X(40).
       01  ESTATE-AUDIT-FILE-DSN               PIC X(40).
       01  CUSTOMER-FILE-DSN                   PIC X(40).
       01  MASTER-FILE-DSN                     PIC X(40).
       01  NEW-MASTER-FILE-DSN                 PIC X(40).
       01  HOT-CARD-FILE-DSN                   PIC X(40).
       01  STANDING-ORDER-FILE-DSN             PIC X(40).
       01  NEW-STANDING-ORDER-FILE-DSN         PIC X(40).
       01  SWEEP-FILE-DSN                      PIC X(40).
       01  NEW-SWEEP-FILE-DSN                  PIC X(40).
       01  MANDATE-FILE-DSN                    PIC X(40).
       01  NEW-MANDATE-FILE-DSN                PIC X(40).
       01  PENDING-FILE-DSN                    PIC X(40).

       01  ESTATE-FILE-STATUS                  PIC 99.
           88 ESTATE-FILE-NOT-FOUND            VALUE 35.
       01  ESTATE-ACCT-FILE-STATUS             PIC 99.
           88 ESTATE-ACCT-FILE-NOT-FOUND       VALUE 35.
       01  ESTATE-AUDIT-FILE-STATUS            PIC 99.
           88 ESTATE-AUDIT-FILE-NOT-FOUND      VALUE 35.
       01  CUSTOMER-FILE-STATUS                PIC 99.
           88 CUSTOMER-FILE-NOT-FOUND          VALUE 35.
       01  MASTER-FILE-STATUS                  PIC 99.
           88 MASTER-FILE-NOT-FOUND            VALUE 35.
       01  NEW-MASTER-FILE-STATUS              PIC 99.
       01  HOT-CARD-FILE-STATUS                PIC 99.
           88 HOT-CARD-FILE-NOT-FOUND          VALUE 35.
       01  STANDING-ORDER-FILE-STATUS          PIC 99.
           88 STANDING-ORDER-FILE-NOT-FOUND    VALUE 35.
       01  NEW-STANDING-ORDER-FILE-STATUS      PIC 99.
       01  SWEEP-FILE-STATUS                   PIC 99.
           88 SWEEP-FILE-NOT-FOUND             VALUE 35.
       01  NEW-SWEEP-FILE-STATUS               PIC 99.
       01  MANDATE-FILE-STATUS                 PIC 99.
           88 MANDATE-FILE-NOT-FOUND           VALUE 35.
       01  NEW-MANDATE-FILE-STATUS             PIC 99.
       01  PENDING-FILE-STATUS                 PIC 99.
           88 PENDING-FILE-NOT-FOUND           VALUE 35.
       01  OPERATOR-FILE-STATUS PIC 9(2).
           88 OPERATOR-FILE-NOT-FOUND VALUE 35.
       01  OPERATOR-LOG-STATUS PIC 9(2).
           88 OPERATOR-LOG-NOT-FOUND VALUE 35.

       01  MAINT-CHOICE                        PIC X.
           88 NOTIFY-DEATH                     VALUE "N", "n".
           88 REQUEST-RELEASE                  VALUE "R", "r".
           88 LIST-ESTATES                     VALUE "L", "l".
           88 EXIT-MAINTENANCE                 VALUE "X", "x".

       01  ENTRY-CUST-NUMBER                   PIC 9(8).
       01  ENTRY-DEATH-DATE                    PIC 9(8).
       01  ENTRY-DEATH-DATE-PARTS REDEFINES ENTRY-DEATH-DATE.
           02 ENTRY-DEATH-YEAR                 PIC 9(4).
           02 ENTRY-DEATH-MONTH                PIC 99.
           02 ENTRY-DEATH-DAY                  PIC 99.
       01  ENTRY-EXECUTOR-ACCT                 PIC 9(16).
       01  ENTRY-EXECUTOR-NAME                 PIC X(30).
       01  TODAY-FULL-DATE                     PIC 9(8).

       01  CUSTOMER-LOOKUP-NAME                PIC X(30).
       01  CUSTOMER-FOUND-FLAG                 PIC X VALUE "N".
           88 CUSTOMER-IS-ON-FILE              VALUE "Y".
       01  ESTATE-FOUND-FLAG                   PIC X VALUE "N".
           88 ESTATE-WAS-FOUND                 VALUE "Y".
       01  ESTATE-FOUND-STATUS                 PIC X.
       01  EXECUTOR-FOUND-FLAG                 PIC X VALUE "N".
           88 EXECUTOR-IS-ON-FILE              VALUE "Y".
       01  EXECUTOR-STATUS                     PIC X.
       01  EXECUTOR-CUST-NUMBER                PIC 9(8).
       01  RELEASE-QUEUED-FLAG                 PIC X VALUE "N".
           88 RELEASE-IS-QUEUED                VALUE "Y".
       01  ALREADY-LISTED-FLAG                 PIC X VALUE "N".
           88 ALREADY-LISTED                   VALUE "Y".

       01  ESTATE-ACCT-COUNT                   PIC 99 VALUE 0.
       01  ESTATE-ACCT-SUBSCRIPT               PIC 99 VALUE 0.
       01  ESTATE-ACCT-TABLE.
           02 ESTATE-ACCT-ENTRY OCCURS 20 TIMES.
              03 EAT-ACCT-NUMBER               PIC 9(16).
              03 EAT-HOT-FLAG                  PIC X.
       01  ESTATE-ACCT-OVERFLOW-FLAG           PIC X VALUE "N".
           88 ESTATE-ACCTS-OVERFLOW            VALUE "Y".
       01  ACCT-CHECK-NUMBER                   PIC 9(16).
       01  ACCT-CHECK-FLAG                     PIC X VALUE "N".
           88 ACCT-IS-IN-ESTATE                VALUE "Y".

       01  CARDS-BLOCKED-COUNT                 PIC 99 VALUE 0.
       01  ORDERS-STOPPED-COUNT                PIC 9(3) VALUE 0.
       01  SWEEPS-STOPPED-COUNT                PIC 9(3) VALUE 0.
       01  MANDATES-STOPPED-COUNT              PIC 9(3) VALUE 0.

       01  AUDIT-EVENT-TEXT                    PIC X(10).
       01  AUDIT-ACCT-NUMBER                   PIC 9(16).
       01  AUDIT-AMOUNT                        PIC 9(11)V9(2).
       01  AUDIT-DETAIL-TEXT                   PIC X(30).

       01  MASTSYNC-RESULT                     PIC X.
       01  LOCK-FUNCTION                       PIC X(4).
       01  LOCK-RESOURCE                       PIC X(40).
       01  LOCK-HOLDER.
           02 LOCK-HOLDER-PROGRAM              PIC X(10)
                                               VALUE "ESTATE".
           02 LOCK-HOLDER-ID                   PIC X(10) VALUE SPACES.
       01  LOCK-RESULT                         PIC X.
           88 LOCK-WAS-GRANTED                 VALUE "Y".
       01  LOCK-CONFLICT-HOLDER                PIC X(20).
       01  MASTER-LOCK-FLAG                    PIC X VALUE "N".
           88 MASTER-LOCK-IS-HELD              VALUE "Y".
       01  HOTSYNC-RESULT                      PIC X.

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
           ACCEPT ESTATE-FILE-DSN FROM ENVIRONMENT "ATM_ESTATE_FILE"
              ON EXCEPTION MOVE "estates.txt" TO ESTATE-FILE-DSN
           END-ACCEPT.

           ACCEPT ESTATE-ACCT-FILE-DSN
              FROM ENVIRONMENT "ATM_ESTATE_ACCT_FILE"
              ON EXCEPTION
                 MOVE "estAccts.txt" TO ESTATE-ACCT-FILE-DSN
           END-ACCEPT.

           ACCEPT ESTATE-AUDIT-FILE-DSN
              FROM ENVIRONMENT "ATM_ESTATE_AUDIT_FILE"
              ON EXCEPTION
                 MOVE "estAudit.txt" TO ESTATE-AUDIT-FILE-DSN
           END-ACCEPT.

           ACCEPT CUSTOMER-FILE-DSN FROM ENVIRONMENT "ATM_CIF_FILE"
              ON EXCEPTION MOVE "cif.txt" TO CUSTOMER-FILE-DSN
           END-ACCEPT.

           ACCEPT MASTER-FILE-DSN FROM ENVIRONMENT "ATM_MASTER_FILE"
              ON EXCEPTION MOVE "master.txt" TO MASTER-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-MASTER-FILE-DSN
              FROM ENVIRONMENT "ATM_MASTER_NEW_FILE"
              ON EXCEPTION
                 MOVE "master.txt.new" TO NEW-MASTER-FILE-DSN
           END-ACCEPT.

           ACCEPT HOT-CARD-FILE-DSN FROM ENVIRONMENT "ATM_HOTCARD_FILE"
              ON EXCEPTION MOVE "hotcard.txt" TO HOT-CARD-FILE-DSN
           END-ACCEPT.

           ACCEPT STANDING-ORDER-FILE-DSN
              FROM ENVIRONMENT "ATM_STANDING_FILE"
              ON EXCEPTION
                 MOVE "standing.txt" TO STANDING-ORDER-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-STANDING-ORDER-FILE-DSN
              FROM ENVIRONMENT "ATM_STANDING_NEW_FILE"
              ON EXCEPTION
                 MOVE "standing.txt.new" TO NEW-STANDING-ORDER-FILE-DSN
           END-ACCEPT.

           ACCEPT SWEEP-FILE-DSN FROM ENVIRONMENT "ATM_SWEEP_FILE"
              ON EXCEPTION MOVE "sweeps.txt" TO SWEEP-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-SWEEP-FILE-DSN
              FROM ENVIRONMENT "ATM_SWEEP_NEW_FILE"
              ON EXCEPTION
                 MOVE "sweeps.txt.new" TO NEW-SWEEP-FILE-DSN
           END-ACCEPT.

           ACCEPT MANDATE-FILE-DSN FROM ENVIRONMENT "ATM_MANDATE_FILE"
              ON EXCEPTION MOVE "MANDATE.DAT" TO MANDATE-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-MANDATE-FILE-DSN
              FROM ENVIRONMENT "ATM_MANDATE_NEW_FILE"
              ON EXCEPTION
                 MOVE "MANDATE.DAT.NEW" TO NEW-MANDATE-FILE-DSN
           END-ACCEPT.

           ACCEPT PENDING-FILE-DSN FROM ENVIRONMENT "ATM_PENDING_FILE"
              ON EXCEPTION MOVE "pendAppr.txt" TO PENDING-FILE-DSN
           END-ACCEPT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-FULL-DATE.

           PERFORM SIGN-ON-OPERATOR THRU SIGN-ON-OPERATOR-EXIT.
           GO TO MAIN-MENU.

       MAIN-MENU.
           IF MASTER-LOCK-IS-HELD
           THEN
              PERFORM RELEASE-MASTER-LOCK THRU RELEASE-MASTER-LOCK-EXIT
           END-IF.
           MOVE "N" TO CUSTOMER-FOUND-FLAG.
           MOVE "N" TO ESTATE-FOUND-FLAG.
           MOVE "N" TO EXECUTOR-FOUND-FLAG.
           MOVE "N" TO RELEASE-QUEUED-FLAG.
           MOVE "N" TO ALREADY-LISTED-FLAG.
           MOVE "N" TO ESTATE-ACCT-OVERFLOW-FLAG.
           MOVE 0 TO ESTATE-ACCT-COUNT.
           MOVE 0 TO CARDS-BLOCKED-COUNT.
           MOVE 0 TO ORDERS-STOPPED-COUNT.
           MOVE 0 TO SWEEPS-STOPPED-COUNT.
           MOVE 0 TO MANDATES-STOPPED-COUNT.

           DISPLAY SPACES
           DISPLAY "##############################################"
           DISPLAY "##      Gringotts Wizarding Bank            ##"
           DISPLAY "##      Deceased Customer Estates           ##"
           DISPLAY "##############################################"
           DISPLAY "=> PRESS N TO RECORD A CUSTOMER'S DEATH"
           DISPLAY "=> PRESS R TO REQUEST RELEASE OF AN ESTATE"
           DISPLAY "=> PRESS L TO LIST ESTATES"
           DISPLAY "=> PRESS X TO EXIT"
           ACCEPT MAINT-CHOICE.

           IF NOTIFY-DEATH
           THEN
              GO TO INPUT-NOTIFY-DEATH
           END-IF.

           IF REQUEST-RELEASE
           THEN
              GO TO INPUT-REQUEST-RELEASE
           END-IF.

           IF LIST-ESTATES
           THEN
              GO TO LIST-ALL-ESTATES
           END-IF.

           IF EXIT-MAINTENANCE
           THEN
              STOP RUN
           END-IF.

           DISPLAY "=> INVALID INPUT"
           GO TO MAIN-MENU.

       INPUT-NOTIFY-DEATH.
           DISPLAY "=> CIF CUSTOMER NUMBER (8 DIGITS)"
           ACCEPT ENTRY-CUST-NUMBER.

           PERFORM LOOK-UP-CUSTOMER THRU LOOK-UP-CUSTOMER-EXIT.
           IF NOT CUSTOMER-IS-ON-FILE
           THEN
              DISPLAY "=====> CUSTOMER " ENTRY-CUST-NUMBER
                 " IS NOT ON THE CIF"
              GO TO MAIN-MENU
           END-IF.

           PERFORM FIND-ESTATE THRU FIND-ESTATE-EXIT.
           IF ESTATE-WAS-FOUND
           THEN
              DISPLAY "=====> AN ESTATE IS ALREADY RECORDED FOR "
                 "CUSTOMER " ENTRY-CUST-NUMBER " -- STATUS "
                 ESTATE-FOUND-STATUS
              GO TO MAIN-MENU
           END-IF.

           DISPLAY "=====> CUSTOMER " ENTRY-CUST-NUMBER " "
              CUSTOMER-LOOKUP-NAME.
           DISPLAY "=> DATE OF DEATH (YYYYMMDD)"
           ACCEPT ENTRY-DEATH-DATE.

           IF ENTRY-DEATH-MONTH < 1 OR ENTRY-DEATH-MONTH > 12 OR
              ENTRY-DEATH-DAY < 1 OR ENTRY-DEATH-DAY > 31 OR
              ENTRY-DEATH-YEAR < 1900
           THEN
              DISPLAY "=====> INVALID DATE OF DEATH"
              GO TO MAIN-MENU
           END-IF.

           IF ENTRY-DEATH-DATE > TODAY-FULL-DATE
           THEN
              DISPLAY "=====> THE DATE OF DEATH MAY NOT BE IN THE "
                 "FUTURE"
              GO TO MAIN-MENU
           END-IF.

           DISPLAY "=> EXECUTOR'S ACCOUNT NUMBER (16 DIGITS)"
           ACCEPT ENTRY-EXECUTOR-ACCT.

           DISPLAY "=> EXECUTOR'S NAME (30 CHARS)"
           ACCEPT ENTRY-EXECUTOR-NAME.

           IF ENTRY-EXECUTOR-NAME = SPACES
           THEN
              DISPLAY "=====> THE EXECUTOR'S NAME IS REQUIRED"
              GO TO MAIN-MENU
           END-IF.

           PERFORM LOOK-UP-ESTATE-ACCOUNTS THRU
              LOOK-UP-ESTATE-ACCOUNTS-EXIT.

           IF NOT EXECUTOR-IS-ON-FILE
           THEN
              DISPLAY "=====> EXECUTOR'S ACCOUNT "
                 ENTRY-EXECUTOR-ACCT " NOT FOUND"
              GO TO MAIN-MENU
           END-IF.

           IF EXECUTOR-STATUS NOT = "A"
           THEN
              DISPLAY "=====> EXECUTOR'S ACCOUNT "
                 ENTRY-EXECUTOR-ACCT " IS NOT ACTIVE"
              GO TO MAIN-MENU
           END-IF.

           IF EXECUTOR-CUST-NUMBER = ENTRY-CUST-NUMBER
           THEN
              DISPLAY "=====> THE EXECUTOR'S ACCOUNT MAY NOT BELONG "
                 "TO THE DECEASED"
              GO TO MAIN-MENU
           END-IF.

           IF ESTATE-ACCT-COUNT = 0
           THEN
              DISPLAY "=====> CUSTOMER " ENTRY-CUST-NUMBER
                 " HOLDS NO ACCOUNTS -- NOTHING TO RECORD"
              GO TO MAIN-MENU
           END-IF.

           IF ESTATE-ACCTS-OVERFLOW
           THEN
              DISPLAY "=====> CUSTOMER " ENTRY-CUST-NUMBER
                 " HOLDS MORE THAN 20 ACCOUNTS -- REFER TO "
                 "OPERATIONS"
              GO TO MAIN-MENU
           END-IF.

           PERFORM ACQUIRE-MASTER-LOCK THRU ACQUIRE-MASTER-LOCK-EXIT.
           IF NOT LOCK-WAS-GRANTED
           THEN
              DISPLAY "=====> MASTER FILE IN USE BY "
                 LOCK-CONFLICT-HOLDER
              DISPLAY "=====> NOTIFICATION NOT RECORDED, TRY AGAIN "
                 "LATER"
              GO TO MAIN-MENU
           END-IF.

           PERFORM FREEZE-ESTATE-ACCOUNTS THRU
              FREEZE-ESTATE-ACCOUNTS-EXIT.
           PERFORM BLOCK-ESTATE-CARDS THRU BLOCK-ESTATE-CARDS-EXIT.
           PERFORM STOP-STANDING-ORDERS THRU
              STOP-STANDING-ORDERS-EXIT.
           PERFORM STOP-SWEEPS THRU STOP-SWEEPS-EXIT.
           PERFORM STOP-MANDATES THRU STOP-MANDATES-EXIT.

           OPEN EXTEND ESTATE-FILE.
           IF ESTATE-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT ESTATE-FILE
           END-IF.
           MOVE ENTRY-CUST-NUMBER   TO EST-CUST-NUMBER.
           MOVE ENTRY-DEATH-DATE    TO EST-DEATH-DATE.
           MOVE TODAY-FULL-DATE     TO EST-NOTIFIED-DATE.
           MOVE ENTRY-EXECUTOR-ACCT TO EST-EXECUTOR-ACCT.
           MOVE ENTRY-EXECUTOR-NAME TO EST-EXECUTOR-NAME.
           MOVE "N"                 TO EST-STATUS.
           MOVE SIGNON-OPERATOR-ID  TO EST-RECORDED-BY.
           MOVE SPACES              TO EST-RELEASED-BY.
           MOVE 0                   TO EST-PAID-DATE.
           MOVE 0                   TO EST-PAID-AMOUNT.
           WRITE ESTATE-RECORD.
           CLOSE ESTATE-FILE.

           MOVE "NOTIFIED"          TO AUDIT-EVENT-TEXT.
           MOVE ENTRY-EXECUTOR-ACCT TO AUDIT-ACCT-NUMBER.
           MOVE 0                   TO AUDIT-AMOUNT.
           MOVE ENTRY-EXECUTOR-NAME TO AUDIT-DETAIL-TEXT.
           PERFORM WRITE-ESTATE-AUDIT THRU WRITE-ESTATE-AUDIT-EXIT.

           MOVE "ESTNOTIFY" TO LOG-ACTION-TEXT.
           MOVE ENTRY-CUST-NUMBER TO LOG-KEY-TEXT.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.

           DISPLAY "=====> DEATH OF CUSTOMER " ENTRY-CUST-NUMBER
              " RECORDED AS OF " ENTRY-DEATH-DATE.
           DISPLAY "=====> " ESTATE-ACCT-COUNT " ACCOUNT(S) FROZEN, "
              CARDS-BLOCKED-COUNT " CARD(S) BLOCKED".
           DISPLAY "=====> " ORDERS-STOPPED-COUNT
              " STANDING ORDER(S), " SWEEPS-STOPPED-COUNT
              " SWEEP(S), " MANDATES-STOPPED-COUNT
              " TUITION MANDATE(S) STOPPED".
           DISPLAY "=====> REQUEST RELEASE (R) ONCE THE ESTATE "
              "PAPERS ARE IN ORDER".
           GO TO MAIN-MENU.

       LOOK-UP-CUSTOMER.
           MOVE "N" TO CUSTOMER-FOUND-FLAG.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-NOT-FOUND
           THEN
              GO TO LOOK-UP-CUSTOMER-EXIT
           END-IF.

       LOOK-UP-CUSTOMER-LOOP.
           READ CUSTOMER-FILE
              AT END GO TO LOOK-UP-CUSTOMER-CLOSE
           END-READ.
           IF CIF-CUST-NUMBER = ENTRY-CUST-NUMBER
           THEN
              SET CUSTOMER-IS-ON-FILE TO TRUE
              MOVE CIF-CUST-NAME TO CUSTOMER-LOOKUP-NAME
              GO TO LOOK-UP-CUSTOMER-CLOSE
           END-IF.
           GO TO LOOK-UP-CUSTOMER-LOOP.

       LOOK-UP-CUSTOMER-CLOSE.
           CLOSE CUSTOMER-FILE.

       LOOK-UP-CUSTOMER-EXIT.
           EXIT.

       FIND-ESTATE.
           MOVE "N" TO ESTATE-FOUND-FLAG.
           OPEN INPUT ESTATE-FILE.
           IF ESTATE-FILE-NOT-FOUND
           THEN
              GO TO FIND-ESTATE-EXIT
           END-IF.

       FIND-ESTATE-LOOP.
           READ ESTATE-FILE
              AT END GO TO FIND-ESTATE-CLOSE
           END-READ.
           IF EST-CUST-NUMBER = ENTRY-CUST-NUMBER
           THEN
              SET ESTATE-WAS-FOUND TO TRUE
              MOVE EST-STATUS TO ESTATE-FOUND-STATUS
              MOVE EST-EXECUTOR-ACCT TO ENTRY-EXECUTOR-ACCT
              MOVE EST-EXECUTOR-NAME TO ENTRY-EXECUTOR-NAME
              GO TO FIND-ESTATE-CLOSE
           END-IF.
           GO TO FIND-ESTATE-LOOP.

       FIND-ESTATE-CLOSE.
           CLOSE ESTATE-FILE.

       FIND-ESTATE-EXIT.
           EXIT.

       LOOK-UP-ESTATE-ACCOUNTS.
           MOVE 0 TO ESTATE-ACCT-COUNT.
           OPEN INPUT MASTER-FILE.
           IF MASTER-FILE-NOT-FOUND
           THEN
              GO TO LOOK-UP-ESTATE-ACCOUNTS-EXIT
           END-IF.

       LOOK-UP-ESTATE-ACCOUNTS-LOOP.
           READ MASTER-FILE
              AT END GO TO LOOK-UP-ESTATE-ACCOUNTS-CLOSE
           END-READ.
           IF MSTR-ACCT-NUMBER = ENTRY-EXECUTOR-ACCT
           THEN
              SET EXECUTOR-IS-ON-FILE TO TRUE
              MOVE MSTR-ACCT-STATUS TO EXECUTOR-STATUS
              MOVE MSTR-CUST-NUMBER TO EXECUTOR-CUST-NUMBER
           END-IF.
           IF MSTR-CUST-NUMBER = ENTRY-CUST-NUMBER
           THEN
              IF ESTATE-ACCT-COUNT = 20
              THEN
                 SET ESTATE-ACCTS-OVERFLOW TO TRUE
              ELSE
                 ADD 1 TO ESTATE-ACCT-COUNT
                 MOVE MSTR-ACCT-NUMBER
                    TO EAT-ACCT-NUMBER(ESTATE-ACCT-COUNT)
                 MOVE "N" TO EAT-HOT-FLAG(ESTATE-ACCT-COUNT)
              END-IF
           END-IF.
           GO TO LOOK-UP-ESTATE-ACCOUNTS-LOOP.

       LOOK-UP-ESTATE-ACCOUNTS-CLOSE.
           CLOSE MASTER-FILE.

       LOOK-UP-ESTATE-ACCOUNTS-EXIT.
           EXIT.

       CHECK-ESTATE-ACCOUNT.
           MOVE "N" TO ACCT-CHECK-FLAG.
           MOVE 0 TO ESTATE-ACCT-SUBSCRIPT.

       CHECK-ESTATE-ACCOUNT-LOOP.
           ADD 1 TO ESTATE-ACCT-SUBSCRIPT.
           IF ESTATE-ACCT-SUBSCRIPT > ESTATE-ACCT-COUNT
           THEN
              GO TO CHECK-ESTATE-ACCOUNT-EXIT
           END-IF.
           IF EAT-ACCT-NUMBER(ESTATE-ACCT-SUBSCRIPT) =
              ACCT-CHECK-NUMBER
           THEN
              SET ACCT-IS-IN-ESTATE TO TRUE
              GO TO CHECK-ESTATE-ACCOUNT-EXIT
           END-IF.
           GO TO CHECK-ESTATE-ACCOUNT-LOOP.

       CHECK-ESTATE-ACCOUNT-EXIT.
           EXIT.

       FREEZE-ESTATE-ACCOUNTS.
           OPEN INPUT MASTER-FILE.
           OPEN OUTPUT NEW-MASTER-FILE.
           OPEN EXTEND ESTATE-ACCT-FILE.
           IF ESTATE-ACCT-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT ESTATE-ACCT-FILE
           END-IF.

       FREEZE-ESTATE-ACCOUNTS-LOOP.
           READ MASTER-FILE
              AT END GO TO FREEZE-ESTATE-ACCOUNTS-DONE
           END-READ.
           IF MSTR-CUST-NUMBER = ENTRY-CUST-NUMBER
           THEN
              MOVE MSTR-CUST-NUMBER  TO EA-CUST-NUMBER
              MOVE MSTR-ACCT-NUMBER  TO EA-ACCT-NUMBER
              MOVE MSTR-ACCT-SIGN    TO EA-NOTIFIED-SIGN
              MOVE MSTR-ACCT-BALANCE-UNSIGNED
                 TO EA-NOTIFIED-BALANCE
              MOVE MSTR-PRODUCT-CODE TO EA-PRODUCT-CODE
              WRITE ESTATE-ACCT-RECORD
              MOVE "FROZEN"          TO AUDIT-EVENT-TEXT
              MOVE MSTR-ACCT-NUMBER  TO AUDIT-ACCT-NUMBER
              MOVE MSTR-ACCT-BALANCE-UNSIGNED TO AUDIT-AMOUNT
              MOVE SPACES            TO AUDIT-DETAIL-TEXT
              STRING "BALANCE " MSTR-ACCT-SIGN " WAS STATUS "
                 MSTR-ACCT-STATUS DELIMITED BY SIZE
                 INTO AUDIT-DETAIL-TEXT
              PERFORM WRITE-ESTATE-AUDIT THRU WRITE-ESTATE-AUDIT-EXIT
              MOVE "F" TO MSTR-ACCT-STATUS
           END-IF.
           WRITE NEW-MASTER-RECORD FROM MASTER-RECORD.
           GO TO FREEZE-ESTATE-ACCOUNTS-LOOP.

       FREEZE-ESTATE-ACCOUNTS-DONE.
           CLOSE MASTER-FILE, NEW-MASTER-FILE, ESTATE-ACCT-FILE.
           OPEN INPUT NEW-MASTER-FILE.
           OPEN OUTPUT MASTER-FILE.

       FREEZE-ESTATE-ACCOUNTS-PROMOTE.
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
                 GO TO FREEZE-ESTATE-ACCOUNTS-EXIT
           END-READ.
           WRITE MASTER-RECORD FROM NEW-MASTER-RECORD.
           GO TO FREEZE-ESTATE-ACCOUNTS-PROMOTE.

       FREEZE-ESTATE-ACCOUNTS-EXIT.
           EXIT.

       BLOCK-ESTATE-CARDS.
           OPEN INPUT HOT-CARD-FILE.
           IF HOT-CARD-FILE-NOT-FOUND
           THEN
              GO TO BLOCK-ESTATE-CARDS-ADD
           END-IF.

       BLOCK-ESTATE-CARDS-CHECK.
           READ HOT-CARD-FILE
              AT END
                 CLOSE HOT-CARD-FILE
                 GO TO BLOCK-ESTATE-CARDS-ADD
           END-READ.
           MOVE HOTCARD-ACCT-NUMBER TO ACCT-CHECK-NUMBER.
           PERFORM CHECK-ESTATE-ACCOUNT THRU CHECK-ESTATE-ACCOUNT-EXIT.
           IF ACCT-IS-IN-ESTATE
           THEN
              MOVE "Y" TO EAT-HOT-FLAG(ESTATE-ACCT-SUBSCRIPT)
           END-IF.
           GO TO BLOCK-ESTATE-CARDS-CHECK.

       BLOCK-ESTATE-CARDS-ADD.
           OPEN EXTEND HOT-CARD-FILE.
           IF HOT-CARD-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT HOT-CARD-FILE
           END-IF.
           MOVE 0 TO ESTATE-ACCT-SUBSCRIPT.

       BLOCK-ESTATE-CARDS-LOOP.
           ADD 1 TO ESTATE-ACCT-SUBSCRIPT.
           IF ESTATE-ACCT-SUBSCRIPT > ESTATE-ACCT-COUNT
           THEN
              GO TO BLOCK-ESTATE-CARDS-SYNC
           END-IF.
           IF EAT-HOT-FLAG(ESTATE-ACCT-SUBSCRIPT) = "Y"
           THEN
              GO TO BLOCK-ESTATE-CARDS-LOOP
           END-IF.
           MOVE EAT-ACCT-NUMBER(ESTATE-ACCT-SUBSCRIPT)
              TO HOTCARD-ACCT-NUMBER.
           MOVE "DECEASED" TO HOTCARD-REASON.
           MOVE FUNCTION CURRENT-DATE(1:14) TO HOTCARD-TIMESTAMP.
           WRITE HOT-CARD-RECORD.
           ADD 1 TO CARDS-BLOCKED-COUNT.
           MOVE "CARDBLOCK" TO AUDIT-EVENT-TEXT.
           MOVE HOTCARD-ACCT-NUMBER TO AUDIT-ACCT-NUMBER.
           MOVE 0 TO AUDIT-AMOUNT.
           MOVE "HOT-CARDED DECEASED" TO AUDIT-DETAIL-TEXT.
           PERFORM WRITE-ESTATE-AUDIT THRU WRITE-ESTATE-AUDIT-EXIT.
           GO TO BLOCK-ESTATE-CARDS-LOOP.

       BLOCK-ESTATE-CARDS-SYNC.
           CLOSE HOT-CARD-FILE.
           IF CARDS-BLOCKED-COUNT = 0
           THEN
              GO TO BLOCK-ESTATE-CARDS-EXIT
           END-IF.
           MOVE " " TO HOTSYNC-RESULT.
           CALL "HOTSYNC" USING HOT-CARD-FILE-DSN HOTSYNC-RESULT
              ON EXCEPTION MOVE " " TO HOTSYNC-RESULT
           END-CALL.
           IF HOTSYNC-RESULT NOT = "K"
           THEN
              DISPLAY "=====> HOTIDX NOT SYNCED -- RUN HOTLOAD TO "
                 "REBUILD THE INDEXED HOT CARD FILE"
           END-IF.

       BLOCK-ESTATE-CARDS-EXIT.
           EXIT.

       STOP-STANDING-ORDERS.
           OPEN INPUT STANDING-ORDER-FILE.
           IF STANDING-ORDER-FILE-NOT-FOUND
           THEN
              GO TO STOP-STANDING-ORDERS-EXIT
           END-IF.
           OPEN OUTPUT NEW-STANDING-ORDER-FILE.

       STOP-STANDING-ORDERS-LOOP.
           READ STANDING-ORDER-FILE
              AT END GO TO STOP-STANDING-ORDERS-DONE
           END-READ.
           MOVE STDORD-FROM-ACCT TO ACCT-CHECK-NUMBER.
           PERFORM CHECK-ESTATE-ACCOUNT THRU CHECK-ESTATE-ACCOUNT-EXIT.
           IF NOT ACCT-IS-IN-ESTATE
           THEN
              MOVE STDORD-TO-ACCT TO ACCT-CHECK-NUMBER
              PERFORM CHECK-ESTATE-ACCOUNT THRU
                 CHECK-ESTATE-ACCOUNT-EXIT
           END-IF.
           IF ACCT-IS-IN-ESTATE
           THEN
              ADD 1 TO ORDERS-STOPPED-COUNT
              MOVE "STDORDSTOP"     TO AUDIT-EVENT-TEXT
              MOVE STDORD-FROM-ACCT TO AUDIT-ACCT-NUMBER
              MOVE STDORD-AMOUNT    TO AUDIT-AMOUNT
              MOVE SPACES           TO AUDIT-DETAIL-TEXT
              STRING "TO " STDORD-TO-ACCT " DAY "
                 STDORD-DAY-OF-MONTH DELIMITED BY SIZE
                 INTO AUDIT-DETAIL-TEXT
              PERFORM WRITE-ESTATE-AUDIT THRU WRITE-ESTATE-AUDIT-EXIT
              GO TO STOP-STANDING-ORDERS-LOOP
           END-IF.
           WRITE NEW-STANDING-ORDER-RECORD FROM STANDING-ORDER-RECORD.
           GO TO STOP-STANDING-ORDERS-LOOP.

       STOP-STANDING-ORDERS-DONE.
           CLOSE STANDING-ORDER-FILE, NEW-STANDING-ORDER-FILE.
           IF ORDERS-STOPPED-COUNT = 0
           THEN
              GO TO STOP-STANDING-ORDERS-EXIT
           END-IF.
           OPEN INPUT NEW-STANDING-ORDER-FILE.
           OPEN OUTPUT STANDING-ORDER-FILE.

       STOP-STANDING-ORDERS-PROMOTE.
           READ NEW-STANDING-ORDER-FILE
              AT END
                 CLOSE NEW-STANDING-ORDER-FILE, STANDING-ORDER-FILE
                 GO TO STOP-STANDING-ORDERS-EXIT
           END-READ.
           WRITE STANDING-ORDER-RECORD FROM NEW-STANDING-ORDER-RECORD.
           GO TO STOP-STANDING-ORDERS-PROMOTE.

       STOP-STANDING-ORDERS-EXIT.
           EXIT.

       STOP-SWEEPS.
           OPEN INPUT SWEEP-FILE.
           IF SWEEP-FILE-NOT-FOUND
           THEN
              GO TO STOP-SWEEPS-EXIT
           END-IF.
           OPEN OUTPUT NEW-SWEEP-FILE.

       STOP-SWEEPS-LOOP.
           READ SWEEP-FILE
              AT END GO TO STOP-SWEEPS-DONE
           END-READ.
           MOVE SWP-SOURCE-ACCT TO ACCT-CHECK-NUMBER.
           PERFORM CHECK-ESTATE-ACCOUNT THRU CHECK-ESTATE-ACCOUNT-EXIT.
           IF NOT ACCT-IS-IN-ESTATE
           THEN
              MOVE SWP-DEST-ACCT TO ACCT-CHECK-NUMBER
              PERFORM CHECK-ESTATE-ACCOUNT THRU
                 CHECK-ESTATE-ACCOUNT-EXIT
           END-IF.
           IF ACCT-IS-IN-ESTATE
           THEN
              ADD 1 TO SWEEPS-STOPPED-COUNT
              MOVE "SWEEPSTOP"        TO AUDIT-EVENT-TEXT
              MOVE SWP-SOURCE-ACCT    TO AUDIT-ACCT-NUMBER
              MOVE SWP-TARGET-BALANCE TO AUDIT-AMOUNT
              MOVE SPACES             TO AUDIT-DETAIL-TEXT
              STRING "TO " SWP-DEST-ACCT DELIMITED BY SIZE
                 INTO AUDIT-DETAIL-TEXT
              PERFORM WRITE-ESTATE-AUDIT THRU WRITE-ESTATE-AUDIT-EXIT
              GO TO STOP-SWEEPS-LOOP
           END-IF.
           WRITE NEW-SWEEP-RECORD FROM SWEEP-RECORD.
           GO TO STOP-SWEEPS-LOOP.

       STOP-SWEEPS-DONE.
           CLOSE SWEEP-FILE, NEW-SWEEP-FILE.
           IF SWEEPS-STOPPED-COUNT = 0
           THEN
              GO TO STOP-SWEEPS-EXIT
           END-IF.
           OPEN INPUT NEW-SWEEP-FILE.
           OPEN OUTPUT SWEEP-FILE.

       STOP-SWEEPS-PROMOTE.
           READ NEW-SWEEP-FILE
              AT END
                 CLOSE NEW-SWEEP-FILE, SWEEP-FILE
                 GO TO STOP-SWEEPS-EXIT
           END-READ.
           WRITE SWEEP-RECORD FROM NEW-SWEEP-RECORD.
           GO TO STOP-SWEEPS-PROMOTE.

       STOP-SWEEPS-EXIT.
           EXIT.

       STOP-MANDATES.
           OPEN INPUT MANDATE-FILE.
           IF MANDATE-FILE-NOT-FOUND
           THEN
              GO TO STOP-MANDATES-EXIT
           END-IF.
           OPEN OUTPUT NEW-MANDATE-FILE.

       STOP-MANDATES-LOOP.
           READ MANDATE-FILE
              AT END GO TO STOP-MANDATES-DONE
           END-READ.
           MOVE MAND-ACCT-NUMBER TO ACCT-CHECK-NUMBER.
           PERFORM CHECK-ESTATE-ACCOUNT THRU CHECK-ESTATE-ACCOUNT-EXIT.
           IF ACCT-IS-IN-ESTATE
           THEN
              ADD 1 TO MANDATES-STOPPED-COUNT
              MOVE "MANDSTOP"       TO AUDIT-EVENT-TEXT
              MOVE MAND-ACCT-NUMBER TO AUDIT-ACCT-NUMBER
              MOVE 0                TO AUDIT-AMOUNT
              MOVE SPACES           TO AUDIT-DETAIL-TEXT
              STRING "TUITION STUDENT " MAND-STUDENT-ID
                 DELIMITED BY SIZE INTO AUDIT-DETAIL-TEXT
              PERFORM WRITE-ESTATE-AUDIT THRU WRITE-ESTATE-AUDIT-EXIT
              GO TO STOP-MANDATES-LOOP
           END-IF.
           WRITE NEW-MANDATE-RECORD FROM MANDATE-RECORD.
           GO TO STOP-MANDATES-LOOP.

       STOP-MANDATES-DONE.
           CLOSE MANDATE-FILE, NEW-MANDATE-FILE.
           IF MANDATES-STOPPED-COUNT = 0
           THEN
              GO TO STOP-MANDATES-EXIT
           END-IF.
           OPEN INPUT NEW-MANDATE-FILE.
           OPEN OUTPUT MANDATE-FILE.

       STOP-MANDATES-PROMOTE.
           READ NEW-MANDATE-FILE
              AT END
                 CLOSE NEW-MANDATE-FILE, MANDATE-FILE
                 GO TO STOP-MANDATES-EXIT
           END-READ.
           WRITE MANDATE-RECORD FROM NEW-MANDATE-RECORD.
           GO TO STOP-MANDATES-PROMOTE.

       STOP-MANDATES-EXIT.
           EXIT.

       INPUT-REQUEST-RELEASE.
           DISPLAY "=> CIF CUSTOMER NUMBER (8 DIGITS)"
           ACCEPT ENTRY-CUST-NUMBER.

           PERFORM FIND-ESTATE THRU FIND-ESTATE-EXIT.
           IF NOT ESTATE-WAS-FOUND
           THEN
              DISPLAY "=====> NO ESTATE RECORDED FOR CUSTOMER "
                 ENTRY-CUST-NUMBER
              GO TO MAIN-MENU
           END-IF.

           IF ESTATE-FOUND-STATUS NOT = "N"
           THEN
              DISPLAY "=====> THE ESTATE OF CUSTOMER "
                 ENTRY-CUST-NUMBER " HAS ALREADY BEEN RELEASED "
                 "-- STATUS " ESTATE-FOUND-STATUS
              GO TO MAIN-MENU
           END-IF.

           OPEN INPUT PENDING-FILE.
           IF PENDING-FILE-NOT-FOUND
           THEN
              GO TO INPUT-REQUEST-RELEASE-QUEUE
           END-IF.

       INPUT-REQUEST-RELEASE-CHECK.
           READ PENDING-FILE
              AT END
                 CLOSE PENDING-FILE
                 GO TO INPUT-REQUEST-RELEASE-QUEUE
           END-READ.
           IF PEND-ACTION = "ESTREL" AND
              PEND-KEY(1:8) = ENTRY-CUST-NUMBER
           THEN
              SET RELEASE-IS-QUEUED TO TRUE
           END-IF.
           GO TO INPUT-REQUEST-RELEASE-CHECK.

       INPUT-REQUEST-RELEASE-QUEUE.
           IF RELEASE-IS-QUEUED
           THEN
              DISPLAY "=====> RELEASE OF THE ESTATE OF CUSTOMER "
                 ENTRY-CUST-NUMBER " IS ALREADY AWAITING APPROVAL"
              GO TO MAIN-MENU
           END-IF.

           OPEN EXTEND PENDING-FILE.
           IF PENDING-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT PENDING-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PEND-TIMESTAMP.
           MOVE SIGNON-OPERATOR-ID  TO PEND-MAKER-ID.
           MOVE "ESTATE"            TO PEND-PROGRAM.
           MOVE "ESTREL"            TO PEND-ACTION.
           MOVE SPACES              TO PEND-KEY.
           MOVE ENTRY-CUST-NUMBER   TO PEND-KEY(1:8).
           MOVE SPACES              TO PEND-DATA.
           MOVE ENTRY-EXECUTOR-ACCT TO PEND-DATA(1:16).
           WRITE PENDING-RECORD.
           CLOSE PENDING-FILE.

           MOVE "RELREQ"            TO AUDIT-EVENT-TEXT.
           MOVE ENTRY-EXECUTOR-ACCT TO AUDIT-ACCT-NUMBER.
           MOVE 0                   TO AUDIT-AMOUNT.
           MOVE ENTRY-EXECUTOR-NAME TO AUDIT-DETAIL-TEXT.
           PERFORM WRITE-ESTATE-AUDIT THRU WRITE-ESTATE-AUDIT-EXIT.

           DISPLAY "=====> RELEASE OF THE ESTATE OF CUSTOMER "
              ENTRY-CUST-NUMBER " TO EXECUTOR ACCOUNT "
              ENTRY-EXECUTOR-ACCT.
           DISPLAY "=====> QUEUED FOR APPROVAL -- A SUPERVISOR MUST "
              "APPROVE IT IN APPROVE; CENTRAL PAYS IT OUT".
           MOVE "REQESTREL" TO LOG-ACTION-TEXT.
           MOVE ENTRY-CUST-NUMBER TO LOG-KEY-TEXT.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.
           GO TO MAIN-MENU.

       LIST-ALL-ESTATES.
           OPEN INPUT ESTATE-FILE.
           IF ESTATE-FILE-NOT-FOUND
           THEN
              DISPLAY "=====> NO ESTATE FILE FOUND"
              GO TO MAIN-MENU
           END-IF.

       LIST-ALL-ESTATES-LOOP.
           READ ESTATE-FILE
              AT END
                 CLOSE ESTATE-FILE
                 IF NOT ALREADY-LISTED
                 THEN
                    DISPLAY "=====> ESTATE FILE IS EMPTY"
                 END-IF
                 GO TO MAIN-MENU
           END-READ.
           SET ALREADY-LISTED TO TRUE.
           DISPLAY "=====> " EST-CUST-NUMBER " DIED " EST-DEATH-DATE
              " NOTIFIED " EST-NOTIFIED-DATE " STATUS " EST-STATUS
              " EXECUTOR " EST-EXECUTOR-ACCT " " EST-EXECUTOR-NAME.
           IF ESTATE-IS-PAID
           THEN
              DISPLAY "          PAID OUT " EST-PAID-AMOUNT " ON "
                 EST-PAID-DATE
           END-IF.
           GO TO LIST-ALL-ESTATES-LOOP.

       WRITE-ESTATE-AUDIT.
           OPEN EXTEND ESTATE-AUDIT-FILE.
           IF ESTATE-AUDIT-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT ESTATE-AUDIT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO EAU-TIMESTAMP.
           MOVE ENTRY-CUST-NUMBER  TO EAU-CUST-NUMBER.
           MOVE AUDIT-EVENT-TEXT   TO EAU-EVENT.
           MOVE AUDIT-ACCT-NUMBER  TO EAU-ACCT-NUMBER.
           MOVE AUDIT-AMOUNT       TO EAU-AMOUNT.
           MOVE SIGNON-OPERATOR-ID TO EAU-DONE-BY.
           MOVE AUDIT-DETAIL-TEXT  TO EAU-DETAIL.
           WRITE ESTATE-AUDIT-RECORD.
           CLOSE ESTATE-AUDIT-FILE.

       WRITE-ESTATE-AUDIT-EXIT.
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
           MOVE "ESTATE" TO OPLOG-PROGRAM.
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

       END PROGRAM ESTATE.
