              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NEW-CUSTOMER-FILE-STATUS.

           SELECT
              SCREEN-HOLD-FILE ASSIGN DYNAMIC SCREEN-HOLD-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS SCREEN-HOLD-FILE-STATUS.

           SELECT
              PENDING-FILE ASSIGN DYNAMIC PENDING-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS PENDING-FILE-STATUS.

           SELECT
              KYC-FILE ASSIGN DYNAMIC KYC-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS KYC-FILE-STATUS.

           SELECT
              NEW-KYC-FILE ASSIGN DYNAMIC NEW-KYC-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NEW-KYC-FILE-STATUS.

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
       FD  CUSTOMER-FILE.
           02 NEW-CIF-CUST-ADDRESS             PIC X(40).
           02 NEW-CIF-CUST-PHONE               PIC X(12).

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
           02 SHLD-CUSTOMER-VIEW REDEFINES SHLD-PAYLOAD.
              03 SHLD-CIF-OPERATION            PIC X.
              03 SHLD-CIF-CUST-NUMBER          PIC 9(8).
              03 SHLD-CIF-CUST-NAME            PIC X(30).
              03 SHLD-CIF-CUST-ADDRESS         PIC X(40).
              03 SHLD-CIF-CUST-PHONE           PIC X(12).
              03 FILLER                        PIC X(9).

       FD  PENDING-FILE.
       01  PENDING-RECORD.
           02 PEND-TIMESTAMP                   PIC 9(14).
           02 PEND-MAKER-ID                    PIC X(8).
           02 PEND-PROGRAM                     PIC X(10).
           02 PEND-ACTION                      PIC X(10).
           02 PEND-KEY                         PIC X(16).
           02 PEND-DATA                        PIC X(30).
           02 PEND-MERGE-VIEW REDEFINES PEND-DATA.
              03 PEND-SURVIVOR-NUMBER          PIC 9(8).
              03 FILLER                        PIC X(22).

       FD  KYC-FILE.
       01  KYC-RECORD.
           02 KYC-CUST-NUMBER                  PIC 9(8).
           02 KYC-ID-TYPE                      PIC X(2).
           02 KYC-ID-NUMBER                    PIC X(20).
           02 KYC-ID-EXPIRY-DATE               PIC 9(8).
           02 KYC-RISK-RATING                  PIC X.
           02 KYC-LAST-REVIEW-DATE             PIC 9(8).
           02 KYC-NEXT-REVIEW-DATE             PIC 9(8).
           02 KYC-REVIEW-STATUS                PIC X.
           02 KYC-GRACE-END-DATE               PIC 9(8).
           02 KYC-UPDATED-BY                   PIC X(8).

       FD  NEW-KYC-FILE.
       01  NEW-KYC-RECORD.
           02 NEW-KYC-CUST-NUMBER              PIC 9(8).
           02 NEW-KYC-ID-TYPE                  PIC X(2).
           02 NEW-KYC-ID-NUMBER                PIC X(20).
           02 NEW-KYC-ID-EXPIRY-DATE           PIC 9(8).
           02 NEW-KYC-RISK-RATING              PIC X.
           02 NEW-KYC-LAST-REVIEW-DATE         PIC 9(8).
           02 NEW-KYC-NEXT-REVIEW-DATE         PIC 9(8).
           02 NEW-KYC-REVIEW-STATUS            PIC X.
           02 NEW-KYC-GRACE-END-DATE           PIC 9(8).
           02 NEW-KYC-UPDATED-BY               PIC X(8).

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
       01  CUSTOMER-FILE-DSN                   PIC X(40).
       01  NEW-CUSTOMER-FILE-DSN               PIC X(40).
       01  SCREEN-HOLD-FILE-DSN                PIC X(40).
       01  PENDING-FILE-DSN                    PIC X(40).
       01  KYC-FILE-DSN                        PIC X(40).
       01  NEW-KYC-FILE-DSN                    PIC X(40).

       01  CUSTOMER-FILE-STATUS                PIC 99.
           88 CUSTOMER-FILE-NOT-FOUND          VALUE 35.
       01  NEW-CUSTOMER-FILE-STATUS            PIC 99.
       01  SCREEN-HOLD-FILE-STATUS             PIC 99.
           88 SCREEN-HOLD-FILE-NOT-FOUND       VALUE 35.
       01  PENDING-FILE-STATUS                 PIC 99.
           88 PENDING-FILE-NOT-FOUND           VALUE 35.
       01  KYC-FILE-STATUS                     PIC 99.
           88 KYC-FILE-NOT-FOUND               VALUE 35.
       01  NEW-KYC-FILE-STATUS                 PIC 99.
       01  OPERATOR-FILE-STATUS PIC 9(2).
           88 OPERATOR-FILE-NOT-FOUND VALUE 35.
       01  OPERATOR-LOG-STATUS PIC 9(2).
           88 OPERATOR-LOG-NOT-FOUND VALUE 35.
       01  SIGNON-OPERATOR-ID PIC X(8).
       01  SIGNON-PASSWORD PIC 9(6).
       01  SIGNON-ROLE PIC X.
       01  SIGNON-OK-FLAG PIC X VALUE "N".
           88 SIGNON-IS-OK VALUE "Y".
       01  SIGNON-HASH-VALUE PIC 9(6).
       01  LOG-ACTION-TEXT PIC X(10).
       01  LOG-KEY-TEXT PIC X(16).

       01  MAINT-CHOICE                        PIC X.
           88 ADD-CUSTOMER                     VALUE "A", "a".
           88 UPDATE-CUSTOMER                  VALUE "U", "u".
           88 DELETE-CUSTOMER                  VALUE "D", "d".
           88 LIST-CUSTOMERS                   VALUE "L", "l".
           88 MERGE-CUSTOMER                   VALUE "M", "m".
           88 MAINTAIN-KYC                     VALUE "K", "k".
           88 EXIT-MAINTENANCE                 VALUE "X", "x".

       01  PENDING-OP                          PIC X VALUE " ".
       01  ENTRY-CUST-NAME                     PIC X(30).
       01  ENTRY-CUST-ADDRESS                  PIC X(40).
       01  ENTRY-CUST-PHONE                    PIC X(12).
       01  ENTRY-SURVIVOR-NUMBER               PIC 9(8).
       01  ENTRY-ID-TYPE                       PIC X(2).
           88 ENTRY-ID-TYPE-VALID              VALUE "PP", "NI", "DL",
                                                     "RP".
       01  ENTRY-ID-NUMBER                     PIC X(20).
       01  ENTRY-ID-EXPIRY-DATE                PIC 9(8).
       01  ENTRY-RISK-RATING                   PIC X.
           88 ENTRY-RISK-VALID                 VALUE "L", "M", "H".
           88 ENTRY-RISK-IS-LOW                VALUE "L".
           88 ENTRY-RISK-IS-MEDIUM             VALUE "M".
           88 ENTRY-RISK-IS-HIGH               VALUE "H".
       01  ENTRY-REVIEW-DATE                   PIC 9(8).
       01  KYC-CHECK-DATE                      PIC 9(8).
       01  KYC-CHECK-BREAKDOWN REDEFINES KYC-CHECK-DATE.
           02 KYC-CHECK-YEAR                   PIC 9(4).
           02 KYC-CHECK-MONTH                  PIC 99.
           02 KYC-CHECK-DAY                    PIC 99.
       01  KYC-NEXT-REVIEW-WORK                PIC 9(8).
       01  KYC-NEXT-REVIEW-BREAKDOWN REDEFINES KYC-NEXT-REVIEW-WORK.
           02 KYC-NEXT-YEAR                    PIC 9(4).
           02 KYC-NEXT-MONTH                   PIC 99.
           02 KYC-NEXT-DAY                     PIC 99.
       01  KYC-REVIEW-CYCLE-YEARS              PIC 9.
       01  KYC-TODAY-DATE                      PIC 9(8).

       01  DUPLICATE-FOUND-FLAG                PIC X VALUE "N".
           88 DUPLICATE-WAS-FOUND              VALUE "Y".
           88 CUSTOMER-WAS-FOUND               VALUE "Y".
       01  INSERTED-FLAG                       PIC X VALUE "N".
           88 ALREADY-INSERTED                 VALUE "Y".
       01  SURVIVOR-FOUND-FLAG                 PIC X VALUE "N".
           88 SURVIVOR-WAS-FOUND               VALUE "Y".

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
                 MOVE "cif.txt.new" TO NEW-CUSTOMER-FILE-DSN
           END-ACCEPT.

           ACCEPT SCREEN-HOLD-FILE-DSN
              FROM ENVIRONMENT "ATM_SCREEN_HOLD_FILE"
              ON EXCEPTION
                 MOVE "screenHold.txt" TO SCREEN-HOLD-FILE-DSN
           END-ACCEPT.

           ACCEPT PENDING-FILE-DSN FROM ENVIRONMENT "ATM_PENDING_FILE"
              ON EXCEPTION MOVE "pendAppr.txt" TO PENDING-FILE-DSN
           END-ACCEPT.

           ACCEPT KYC-FILE-DSN FROM ENVIRONMENT "ATM_KYC_FILE"
              ON EXCEPTION MOVE "kyc.txt" TO KYC-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-KYC-FILE-DSN
              FROM ENVIRONMENT "ATM_KYC_NEW_FILE"
              ON EXCEPTION
                 MOVE "kyc.txt.new" TO NEW-KYC-FILE-DSN
           END-ACCEPT.

           GO TO MAIN-MENU.

       MAIN-MENU.
           MOVE "N" TO DUPLICATE-FOUND-FLAG.
           MOVE "N" TO CUSTOMER-FOUND-FLAG.
           MOVE "N" TO INSERTED-FLAG.
           MOVE "N" TO SURVIVOR-FOUND-FLAG.
           MOVE " " TO PENDING-OP.

           DISPLAY SPACES
           DISPLAY "=> PRESS U TO UPDATE A CUSTOMER"
           DISPLAY "=> PRESS D TO DELETE A CUSTOMER"
           DISPLAY "=> PRESS L TO LIST CUSTOMERS"
           DISPLAY "=> PRESS M TO MERGE A DUPLICATE CUSTOMER"
           DISPLAY "=> PRESS K TO RECORD KYC DOCUMENTS AND RISK RATING"
           DISPLAY "=> PRESS X TO EXIT"
           ACCEPT MAINT-CHOICE.

              GO TO LIST-ALL-CUSTOMERS
           END-IF.

           IF MERGE-CUSTOMER
           THEN
              GO TO INPUT-MERGE-CUSTOMER
           END-IF.

           IF MAINTAIN-KYC
           THEN
              GO TO INPUT-KYC-DETAILS
           END-IF.

           IF EXIT-MAINTENANCE
           THEN
              STOP RUN
           DISPLAY "=> PHONE (12 CHARS)"
           ACCEPT ENTRY-CUST-PHONE.

           PERFORM SCREEN-CUSTOMER-NAME THRU SCREEN-CUSTOMER-NAME-EXIT.
           IF SCRN-IS-HIT
           THEN
              DISPLAY "=====> CUSTOMER " ENTRY-CUST-NUMBER
                 " HELD FOR COMPLIANCE REVIEW -- POSSIBLE WATCH-LIST "
                 "MATCH " SCRN-MATCH-NAME
              GO TO MAIN-MENU
           END-IF.

           GO TO REBUILD-CUSTOMER-FILE.

       SCREEN-CUSTOMER-NAME.
           MOVE "CIFMAINT"        TO SCRN-PROGRAM.
           MOVE "C"               TO SCRN-SUBJECT-TYPE.
           MOVE ENTRY-CUST-NUMBER TO SCRN-SUBJECT-KEY.
           MOVE ENTRY-CUST-NAME   TO SCRN-NAME.
           MOVE SPACES            TO SCRN-OPERATOR.
           CALL "WATCHSCR" USING SCREEN-REQUEST
              ON EXCEPTION
                 DISPLAY "[ABORT]: WATCHSCR MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           IF NOT SCRN-IS-HIT
           THEN
              GO TO SCREEN-CUSTOMER-NAME-EXIT
           END-IF.

           OPEN EXTEND SCREEN-HOLD-FILE.
           IF SCREEN-HOLD-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT SCREEN-HOLD-FILE
           END-IF.
           MOVE SPACES             TO SCREEN-HOLD-RECORD.
           MOVE "C"                TO SHLD-SUBJECT-TYPE.
           MOVE ENTRY-CUST-NUMBER  TO SHLD-SUBJECT-KEY.
           MOVE "P"                TO SHLD-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SHLD-TIMESTAMP.
           MOVE "CIFMAINT"         TO SHLD-PROGRAM.
           MOVE SPACES             TO SHLD-OPERATOR.
           MOVE ENTRY-CUST-NAME    TO SHLD-SCREENED-NAME.
           MOVE SCRN-MATCH-ID      TO SHLD-MATCH-ID.
           MOVE SCRN-MATCH-NAME    TO SHLD-MATCH-NAME.
           MOVE SCRN-MATCH-SCORE   TO SHLD-MATCH-SCORE.
           MOVE 0                  TO SHLD-DECIDED-DATE.
           MOVE PENDING-OP         TO SHLD-CIF-OPERATION.
           MOVE ENTRY-CUST-NUMBER  TO SHLD-CIF-CUST-NUMBER.
           MOVE ENTRY-CUST-NAME    TO SHLD-CIF-CUST-NAME.
           MOVE ENTRY-CUST-ADDRESS TO SHLD-CIF-CUST-ADDRESS.
           MOVE ENTRY-CUST-PHONE   TO SHLD-CIF-CUST-PHONE.
           WRITE SCREEN-HOLD-RECORD.
           CLOSE SCREEN-HOLD-FILE.

       SCREEN-CUSTOMER-NAME-EXIT.
           EXIT.

       INPUT-DELETE-CUSTOMER.
           SET PENDING-DELETE TO TRUE.
           DISPLAY "=> CUSTOMER NUMBER TO DELETE (8 DIGITS)"
           DISPLAY "=====> " CUSTOMER-RECORD.
           GO TO LIST-ALL-CUSTOMERS-LOOP.

       INPUT-MERGE-CUSTOMER.
           IF NOT SIGNON-IS-OK
           THEN
              PERFORM SIGN-ON-OPERATOR THRU SIGN-ON-OPERATOR-EXIT
           END-IF.

           DISPLAY "=> CUSTOMER NUMBER TO RETIRE (8 DIGITS)"
           ACCEPT ENTRY-CUST-NUMBER.
           DISPLAY "=> SURVIVING CUSTOMER NUMBER (8 DIGITS)"
           ACCEPT ENTRY-SURVIVOR-NUMBER.

           IF ENTRY-CUST-NUMBER = ENTRY-SURVIVOR-NUMBER
           THEN
              DISPLAY "=====> A CUSTOMER CANNOT BE MERGED INTO ITSELF"
              GO TO MAIN-MENU
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-NOT-FOUND
           THEN
              DISPLAY "=====> NO CUSTOMER FILE FOUND"
              GO TO MAIN-MENU
           END-IF.

       INPUT-MERGE-CUSTOMER-LOOP.
           READ CUSTOMER-FILE
              AT END GO TO INPUT-MERGE-CUSTOMER-DONE
           END-READ.
           IF CIF-CUST-NUMBER = ENTRY-CUST-NUMBER
           THEN
              SET CUSTOMER-WAS-FOUND TO TRUE
           END-IF.
           IF CIF-CUST-NUMBER = ENTRY-SURVIVOR-NUMBER
           THEN
              SET SURVIVOR-WAS-FOUND TO TRUE
           END-IF.
           GO TO INPUT-MERGE-CUSTOMER-LOOP.

       INPUT-MERGE-CUSTOMER-DONE.
           CLOSE CUSTOMER-FILE.
           IF NOT CUSTOMER-WAS-FOUND
           THEN
              DISPLAY "=====> CUSTOMER " ENTRY-CUST-NUMBER
                 " NOT FOUND"
              GO TO MAIN-MENU
           END-IF.
           IF NOT SURVIVOR-WAS-FOUND
           THEN
              DISPLAY "=====> CUSTOMER " ENTRY-SURVIVOR-NUMBER
                 " NOT FOUND"
              GO TO MAIN-MENU
           END-IF.

           OPEN EXTEND PENDING-FILE.
           IF PENDING-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT PENDING-FILE
           END-IF.
           MOVE SPACES TO PENDING-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PEND-TIMESTAMP.
           MOVE SIGNON-OPERATOR-ID    TO PEND-MAKER-ID.
           MOVE "CIFMAINT"            TO PEND-PROGRAM.
           MOVE "CIFMERGE"            TO PEND-ACTION.
           MOVE ENTRY-CUST-NUMBER     TO PEND-KEY.
           MOVE ENTRY-SURVIVOR-NUMBER TO PEND-SURVIVOR-NUMBER.
           WRITE PENDING-RECORD.
           CLOSE PENDING-FILE.

           DISPLAY "=====> MERGE OF CUSTOMER " ENTRY-CUST-NUMBER
              " INTO " ENTRY-SURVIVOR-NUMBER " QUEUED FOR APPROVAL".
           MOVE "REQMERGE" TO LOG-ACTION-TEXT.
           MOVE ENTRY-CUST-NUMBER TO LOG-KEY-TEXT.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.
           GO TO MAIN-MENU.

       INPUT-KYC-DETAILS.
           IF NOT SIGNON-IS-OK
           THEN
              PERFORM SIGN-ON-OPERATOR THRU SIGN-ON-OPERATOR-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO KYC-TODAY-DATE.

           DISPLAY "=> CUSTOMER NUMBER (8 DIGITS)"
           ACCEPT ENTRY-CUST-NUMBER.

           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-NOT-FOUND
           THEN
              DISPLAY "=====> NO CUSTOMER FILE FOUND"
              GO TO MAIN-MENU
           END-IF.

       INPUT-KYC-CUSTOMER-LOOP.
           READ CUSTOMER-FILE
              AT END GO TO INPUT-KYC-CUSTOMER-DONE
           END-READ.
           IF CIF-CUST-NUMBER = ENTRY-CUST-NUMBER
           THEN
              SET CUSTOMER-WAS-FOUND TO TRUE
              GO TO INPUT-KYC-CUSTOMER-DONE
           END-IF.
           GO TO INPUT-KYC-CUSTOMER-LOOP.

       INPUT-KYC-CUSTOMER-DONE.
           CLOSE CUSTOMER-FILE.
           IF NOT CUSTOMER-WAS-FOUND
           THEN
              DISPLAY "=====> CUSTOMER " ENTRY-CUST-NUMBER
                 " NOT FOUND"
              GO TO MAIN-MENU
           END-IF.

           DISPLAY "=> ID TYPE (PP PASSPORT, NI NATIONAL ID, "
              "DL DRIVING LICENCE, RP RESIDENCE PERMIT)"
           ACCEPT ENTRY-ID-TYPE.
           INSPECT ENTRY-ID-TYPE CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF NOT ENTRY-ID-TYPE-VALID
           THEN
              DISPLAY "=> INVALID INPUT"
              GO TO MAIN-MENU
           END-IF.

           DISPLAY "=> ID NUMBER (20 CHARS)"
           MOVE SPACES TO ENTRY-ID-NUMBER.
           ACCEPT ENTRY-ID-NUMBER.
           INSPECT ENTRY-ID-NUMBER CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF ENTRY-ID-NUMBER = SPACES
           THEN
              DISPLAY "=> INVALID INPUT"
              GO TO MAIN-MENU
           END-IF.

           DISPLAY "=> ID EXPIRY DATE (YYYYMMDD)"
           ACCEPT ENTRY-ID-EXPIRY-DATE.
           MOVE ENTRY-ID-EXPIRY-DATE TO KYC-CHECK-DATE.
           PERFORM VALIDATE-KYC-DATE.
           IF KYC-CHECK-DATE = 0
           THEN
              DISPLAY "=====> " ENTRY-ID-EXPIRY-DATE
                 " IS NOT A VALID DATE"
              GO TO MAIN-MENU
           END-IF.
           IF ENTRY-ID-EXPIRY-DATE < KYC-TODAY-DATE
           THEN
              DISPLAY "=====> THIS ID HAS ALREADY EXPIRED -- ASK THE "
                 "CUSTOMER FOR A CURRENT DOCUMENT"
              GO TO MAIN-MENU
           END-IF.

           DISPLAY "=> RISK RATING (L LOW, M MEDIUM, H HIGH)"
           ACCEPT ENTRY-RISK-RATING.
           INSPECT ENTRY-RISK-RATING CONVERTING "lmh" TO "LMH".
           IF NOT ENTRY-RISK-VALID
           THEN
              DISPLAY "=> INVALID INPUT"
              GO TO MAIN-MENU
           END-IF.

           DISPLAY "=> DATE OF THIS REVIEW (YYYYMMDD, 0 FOR TODAY)"
           ACCEPT ENTRY-REVIEW-DATE.
           IF ENTRY-REVIEW-DATE = 0
           THEN
              MOVE KYC-TODAY-DATE TO ENTRY-REVIEW-DATE
           END-IF.
           MOVE ENTRY-REVIEW-DATE TO KYC-CHECK-DATE.
           PERFORM VALIDATE-KYC-DATE.
           IF KYC-CHECK-DATE = 0 OR
              ENTRY-REVIEW-DATE > KYC-TODAY-DATE
           THEN
              DISPLAY "=====> " ENTRY-REVIEW-DATE
                 " IS NOT A VALID REVIEW DATE"
              GO TO MAIN-MENU
           END-IF.

           IF ENTRY-RISK-IS-HIGH
           THEN
              MOVE 1 TO KYC-REVIEW-CYCLE-YEARS
           END-IF.
           IF ENTRY-RISK-IS-MEDIUM
           THEN
              MOVE 3 TO KYC-REVIEW-CYCLE-YEARS
           END-IF.
           IF ENTRY-RISK-IS-LOW
           THEN
              MOVE 5 TO KYC-REVIEW-CYCLE-YEARS
           END-IF.
           MOVE ENTRY-REVIEW-DATE TO KYC-NEXT-REVIEW-WORK.
           ADD KYC-REVIEW-CYCLE-YEARS TO KYC-NEXT-YEAR.
           IF KYC-NEXT-MONTH = 2 AND KYC-NEXT-DAY = 29
           THEN
              MOVE 28 TO KYC-NEXT-DAY
           END-IF.

           GO TO REBUILD-KYC-FILE.

       VALIDATE-KYC-DATE.
           IF KYC-CHECK-DATE NOT NUMERIC OR
              KYC-CHECK-YEAR < 1900 OR
              KYC-CHECK-MONTH < 1 OR KYC-CHECK-MONTH > 12 OR
              KYC-CHECK-DAY < 1 OR KYC-CHECK-DAY > 31
           THEN
              MOVE 0 TO KYC-CHECK-DATE
           END-IF.

       REBUILD-KYC-FILE.
           OPEN INPUT KYC-FILE.
           IF KYC-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT KYC-FILE
              CLOSE KYC-FILE
              OPEN INPUT KYC-FILE
           END-IF.
           OPEN OUTPUT NEW-KYC-FILE.

       REBUILD-KYC-FILE-LOOP.
           READ KYC-FILE
              AT END GO TO REBUILD-KYC-FILE-DONE
           END-READ.
           IF NOT ALREADY-INSERTED AND
              KYC-CUST-NUMBER NOT < ENTRY-CUST-NUMBER
           THEN
              PERFORM WRITE-NEW-KYC-ENTRY
           END-IF.
           IF KYC-CUST-NUMBER NOT = ENTRY-CUST-NUMBER
           THEN
              WRITE NEW-KYC-RECORD FROM KYC-RECORD
           END-IF.
           GO TO REBUILD-KYC-FILE-LOOP.

       REBUILD-KYC-FILE-DONE.
           IF NOT ALREADY-INSERTED
           THEN
              PERFORM WRITE-NEW-KYC-ENTRY
           END-IF.
           CLOSE KYC-FILE, NEW-KYC-FILE.

           OPEN INPUT NEW-KYC-FILE.
           OPEN OUTPUT KYC-FILE.

       PROMOTE-KYC-FILE-LOOP.
           READ NEW-KYC-FILE
              AT END
                 CLOSE NEW-KYC-FILE, KYC-FILE
                 GO TO PROMOTE-KYC-FILE-DONE
           END-READ.
           WRITE KYC-RECORD FROM NEW-KYC-RECORD.
           GO TO PROMOTE-KYC-FILE-LOOP.

       PROMOTE-KYC-FILE-DONE.
           DISPLAY "=====> KYC FOR CUSTOMER " ENTRY-CUST-NUMBER
              " RECORDED, RISK " ENTRY-RISK-RATING
              ", NEXT REVIEW DUE " KYC-NEXT-REVIEW-WORK.
           MOVE "KYCUPD" TO LOG-ACTION-TEXT.
           MOVE ENTRY-CUST-NUMBER TO LOG-KEY-TEXT.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.
           GO TO MAIN-MENU.

       WRITE-NEW-KYC-ENTRY.
           MOVE ENTRY-CUST-NUMBER    TO NEW-KYC-CUST-NUMBER.
           MOVE ENTRY-ID-TYPE        TO NEW-KYC-ID-TYPE.
           MOVE ENTRY-ID-NUMBER      TO NEW-KYC-ID-NUMBER.
           MOVE ENTRY-ID-EXPIRY-DATE TO NEW-KYC-ID-EXPIRY-DATE.
           MOVE ENTRY-RISK-RATING    TO NEW-KYC-RISK-RATING.
           MOVE ENTRY-REVIEW-DATE    TO NEW-KYC-LAST-REVIEW-DATE.
           MOVE KYC-NEXT-REVIEW-WORK TO NEW-KYC-NEXT-REVIEW-DATE.
           MOVE "C"                  TO NEW-KYC-REVIEW-STATUS.
           MOVE 0                    TO NEW-KYC-GRACE-END-DATE.
           MOVE SIGNON-OPERATOR-ID   TO NEW-KYC-UPDATED-BY.
           WRITE NEW-KYC-RECORD.
           SET ALREADY-INSERTED TO TRUE.

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
           MOVE "CIFMAINT" TO OPLOG-PROGRAM.
           MOVE LOG-ACTION-TEXT TO OPLOG-ACTION.
           MOVE LOG-KEY-TEXT TO OPLOG-KEY.
           WRITE OPERATOR-LOG-RECORD.
           CLOSE OPERATOR-LOG-FILE.

       WRITE-OPERATOR-LOG-EXIT.
           EXIT.

       END PROGRAM CIFMAINT.
