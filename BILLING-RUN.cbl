              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS REFUND-FILE-STATUS.

           SELECT
              CALENDAR-FILE ASSIGN TO "ACADCAL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS CALENDAR-FILE-STATUS.

           SELECT
              AGREEMENT-FILE ASSIGN TO "SPONAGRM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS AGREEMENT-FILE-STATUS.

           SELECT
              SPONSOR-LEDGER-FILE ASSIGN TO "SPONLEDG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS SPONSOR-LEDGER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-FILE.
           02 COLL-AMOUNT PIC 9(5)V9(2).
           02 COLL-TIMESTAMP PIC 9(14).
           02 COLL-CARDHOLDER-ID PIC X(2).
           02 COLL-TRANS-REF PIC X(24).

       FD  REFUND-FILE.
       01  REFUND-RECORD.
              88 REFUND-BY-MANDATE VALUE "M".
              88 REFUND-BY-CHEQUE VALUE "Q".

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           02 CAL-TERM PIC X(6).
           02 CAL-TERM-START PIC 9(8).
           02 FILLER PIC X(45).

       FD  AGREEMENT-FILE.
       01  AGREEMENT-RECORD.
           88 END-OF-AGREEMENT-FILE VALUE HIGH-VALUES.
           02 SAG-STUDENT-ID PIC 9(7).
           02 SAG-SPONSOR-ID PIC X(6).
           02 SAG-TERM PIC X(6).
           02 SAG-METHOD PIC X.
           02 SAG-VALUE PIC 9(5)V9(2).

       FD  SPONSOR-LEDGER-FILE.
       01  SPONSOR-LEDGER-RECORD.
           88 END-OF-SPONSOR-LEDGER VALUE HIGH-VALUES.
           02 SLG-SPONSOR-ID PIC X(6).
           02 SLG-STUDENT-ID PIC 9(7).
           02 SLG-COURSE-CODE PIC X(4).
           02 SLG-TERM PIC X(6).
           02 SLG-TYPE PIC X.
              88 SPONSOR-CHARGE-LINE VALUE "I".
              88 SPONSOR-CREDIT-LINE VALUE "C".
           02 SLG-AMOUNT PIC 9(5)V9(2).
           02 SLG-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  ENROLLMENT-FILE-STATUS PIC 9(2).
           88 ENROLLMENT-FILE-NOT-FOUND VALUE 35.
       01  MANDATE-ACCT-NUMBER PIC 9(16).
       01  REFUND-COUNT PIC 9(4) VALUE 0.
       01  MANDATE-REFUND-COUNT PIC 9(4) VALUE 0.
       01  TRANS-REF-SOURCE PIC X(4) VALUE "BREF".

       01  TERM-LENGTH-DAYS PIC 9(3) VALUE 90.
       01  DAYS-USED PIC S9(5).
       01  CONTROL-TOTAL-FUNC PIC X(4).
       01  CONTROL-TOTAL-RESULT PIC X.

       01  CALENDAR-FILE-STATUS PIC 9(2).
           88 CALENDAR-FILE-NOT-FOUND VALUE 35.
       01  CALENDAR-EOF-FLAG PIC X VALUE "N".
           88 CALENDAR-AT-END VALUE "Y".
       01  BILLING-TERM-START PIC 9(8) VALUE 0.

       01  AGREEMENT-FILE-STATUS PIC 9(2).
           88 AGREEMENT-FILE-NOT-FOUND VALUE 35.
       01  SPONSOR-LEDGER-FILE-STATUS PIC 9(2).
           88 SPONSOR-LEDGER-NOT-FOUND VALUE 35.
       01  AGREEMENT-FOUND-FLAG PIC X.
           88 AGREEMENT-WAS-FOUND VALUE "Y".
       01  TERM-AGREEMENT-FLAG PIC X.
           88 TERM-AGREEMENT-TAKEN VALUE "Y".
       01  STUDENT-SPONSOR-ID PIC X(6).
       01  STUDENT-SPONSOR-METHOD PIC X.
           88 SPONSOR-PAYS-PERCENT VALUE "P".
       01  STUDENT-SPONSOR-VALUE PIC 9(5)V9(2).
       01  SPONSOR-SHARE-AMOUNT PIC 9(5)V9(2).
       01  SPONSOR-TERM-USED PIC S9(7)V9(2).
       01  SPONSOR-CAP-LEFT PIC S9(7)V9(2).
       01  COURSE-SPONSOR-ID PIC X(6).
       01  COURSE-SPONSOR-SHARE PIC 9(7)V9(2).
       01  COURSE-SPONSOR-CREDIT-FLAG PIC X.
           88 SPONSOR-ALREADY-CREDITED VALUE "Y".
       01  SPONSOR-CREDIT-AMOUNT PIC 9(5)V9(2).
       01  SPONSORED-TERM-FEES PIC 9(7)V9(2).
       01  SPONSORED-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "BILLING TERM (6 CHARS, E.G. 2026T1) --> "
              WITH NO ADVANCING.
           ACCEPT BILLING-TERM.
           ACCEPT BILLING-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-BILLING-TERM-START.

           ACCEPT COLLECTION-TRANS-FILE-DSN
              FROM ENVIRONMENT "ATM_TRANS_TUITION_FILE"
           END-IF.
           DISPLAY INVOICED-COUNT " INVOICE(S) RAISED, "
              CREDITED-COUNT " WITHDRAWAL CREDIT(S) POSTED, "
              AWARD-APPLIED-COUNT " AID CREDIT(S) APPLIED, "
              SPONSORED-COUNT " SPONSOR SHARE(S) SPLIT".
           STOP RUN.

       WRITE-COLLECTION-CONTROL.

       SUM-STUDENT-TERM-INVOICES.
           MOVE 0 TO STUDENT-TERM-FEES.
           MOVE 0 TO SPONSORED-TERM-FEES.
           MOVE "N" TO AID-APPLIED-FLAG.
           OPEN INPUT INVOICE-CHECK-FILE.
           IF INVOICE-CHECK-NOT-FOUND THEN
              PERFORM UNTIL END-OF-INVOICE-CHECK
                 IF CHK-STUDENT-ID = AWD-STUDENT-ID AND
                    CHK-TERM = BILLING-TERM THEN
                    IF CHK-TYPE = "I" AND
                       CHK-COURSE-CODE NOT = "RENT" THEN
                       ADD CHK-AMOUNT TO STUDENT-TERM-FEES
                    END-IF
                    IF CHK-TYPE = "C" AND
                       CHK-COURSE-CODE = "SCHL" THEN
                       SET AID-ALREADY-APPLIED TO TRUE
                    END-IF
                    IF CHK-TYPE = "C" AND
                       CHK-COURSE-CODE = "SPON" THEN
                       ADD CHK-AMOUNT TO SPONSORED-TERM-FEES
                    END-IF
                 END-IF
                 READ INVOICE-CHECK-FILE
                    AT END SET END-OF-INVOICE-CHECK TO TRUE
              END-PERFORM
              CLOSE INVOICE-CHECK-FILE
           END-IF.
           IF SPONSORED-TERM-FEES < STUDENT-TERM-FEES THEN
              SUBTRACT SPONSORED-TERM-FEES FROM STUDENT-TERM-FEES
           ELSE
              MOVE 0 TO STUDENT-TERM-FEES
           END-IF.

       RAISE-TERM-INVOICE.
           MOVE "I" TO WANTED-LINE-TYPE.
           ADD 1 TO INVOICED-COUNT.
           DISPLAY "INVOICED " INV-STUDENT-ID " "
              INV-COURSE-CODE " " INV-AMOUNT.
           PERFORM SPLIT-SPONSOR-SHARE.

       SPLIT-SPONSOR-SHARE.
           PERFORM FIND-SPONSOR-AGREEMENT.
           IF AGREEMENT-WAS-FOUND THEN
              IF SPONSOR-PAYS-PERCENT THEN
                 COMPUTE SPONSOR-SHARE-AMOUNT ROUNDED =
                    COURSE-FEE-AMOUNT * STUDENT-SPONSOR-VALUE / 100
              ELSE
                 PERFORM SUM-SPONSOR-LEDGER
                 COMPUTE SPONSOR-CAP-LEFT =
                    STUDENT-SPONSOR-VALUE - SPONSOR-TERM-USED
                 IF SPONSOR-CAP-LEFT < 0 THEN
                    MOVE 0 TO SPONSOR-CAP-LEFT
                 END-IF
                 IF SPONSOR-CAP-LEFT < COURSE-FEE-AMOUNT THEN
                    MOVE SPONSOR-CAP-LEFT TO SPONSOR-SHARE-AMOUNT
                 ELSE
                    MOVE COURSE-FEE-AMOUNT TO SPONSOR-SHARE-AMOUNT
                 END-IF
              END-IF
              IF SPONSOR-SHARE-AMOUNT > 0 THEN
                 PERFORM POST-SPONSOR-SHARE
              END-IF
           END-IF.

       FIND-SPONSOR-AGREEMENT.
           MOVE "N" TO AGREEMENT-FOUND-FLAG.
           MOVE "N" TO TERM-AGREEMENT-FLAG.
           OPEN INPUT AGREEMENT-FILE.
           IF AGREEMENT-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              READ AGREEMENT-FILE
                 AT END SET END-OF-AGREEMENT-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-AGREEMENT-FILE OR
                 TERM-AGREEMENT-TAKEN
                 IF SAG-STUDENT-ID = ENR-STUDENT-ID THEN
                    IF SAG-TERM = BILLING-TERM THEN
                       SET AGREEMENT-WAS-FOUND TO TRUE
                       SET TERM-AGREEMENT-TAKEN TO TRUE
                       PERFORM TAKE-SPONSOR-AGREEMENT
                    END-IF
                    IF SAG-TERM = "ALL" AND NOT TERM-AGREEMENT-TAKEN
                    THEN
                       SET AGREEMENT-WAS-FOUND TO TRUE
                       PERFORM TAKE-SPONSOR-AGREEMENT
                    END-IF
                 END-IF
                 IF NOT TERM-AGREEMENT-TAKEN THEN
                    READ AGREEMENT-FILE
                       AT END SET END-OF-AGREEMENT-FILE TO TRUE
                    END-READ
                 END-IF
              END-PERFORM
              CLOSE AGREEMENT-FILE
           END-IF.

       TAKE-SPONSOR-AGREEMENT.
           MOVE SAG-SPONSOR-ID TO STUDENT-SPONSOR-ID.
           MOVE SAG-METHOD TO STUDENT-SPONSOR-METHOD.
           MOVE SAG-VALUE TO STUDENT-SPONSOR-VALUE.

       SUM-SPONSOR-LEDGER.
           MOVE 0 TO SPONSOR-TERM-USED.
           MOVE 0 TO COURSE-SPONSOR-SHARE.
           MOVE SPACES TO COURSE-SPONSOR-ID.
           MOVE "N" TO COURSE-SPONSOR-CREDIT-FLAG.
           OPEN INPUT SPONSOR-LEDGER-FILE.
           IF SPONSOR-LEDGER-NOT-FOUND THEN
              CONTINUE
           ELSE
              READ SPONSOR-LEDGER-FILE
                 AT END SET END-OF-SPONSOR-LEDGER TO TRUE
              END-READ
              PERFORM UNTIL END-OF-SPONSOR-LEDGER
                 IF SLG-STUDENT-ID = ENR-STUDENT-ID AND
                    SLG-TERM = BILLING-TERM THEN
                    IF SLG-SPONSOR-ID = STUDENT-SPONSOR-ID THEN
                       IF SPONSOR-CHARGE-LINE THEN
                          ADD SLG-AMOUNT TO SPONSOR-TERM-USED
                       END-IF
                       IF SPONSOR-CREDIT-LINE THEN
                          SUBTRACT SLG-AMOUNT FROM SPONSOR-TERM-USED
                       END-IF
                    END-IF
                    IF SLG-COURSE-CODE = ENR-COURSE-CODE THEN
                       IF SPONSOR-CHARGE-LINE THEN
                          ADD SLG-AMOUNT TO COURSE-SPONSOR-SHARE
                          MOVE SLG-SPONSOR-ID TO COURSE-SPONSOR-ID
                       END-IF
                       IF SPONSOR-CREDIT-LINE THEN
                          SET SPONSOR-ALREADY-CREDITED TO TRUE
                       END-IF
                    END-IF
                 END-IF
                 READ SPONSOR-LEDGER-FILE
                    AT END SET END-OF-SPONSOR-LEDGER TO TRUE
                 END-READ
              END-PERFORM
              CLOSE SPONSOR-LEDGER-FILE
           END-IF.

       POST-SPONSOR-SHARE.
           OPEN EXTEND SPONSOR-LEDGER-FILE.
           IF SPONSOR-LEDGER-NOT-FOUND THEN
              OPEN OUTPUT SPONSOR-LEDGER-FILE
           END-IF.
           MOVE STUDENT-SPONSOR-ID TO SLG-SPONSOR-ID.
           MOVE ENR-STUDENT-ID TO SLG-STUDENT-ID.
           MOVE ENR-COURSE-CODE TO SLG-COURSE-CODE.
           MOVE BILLING-TERM TO SLG-TERM.
           MOVE "I" TO SLG-TYPE.
           MOVE SPONSOR-SHARE-AMOUNT TO SLG-AMOUNT.
           MOVE BILLING-DATE TO SLG-DATE.
           WRITE SPONSOR-LEDGER-RECORD.
           CLOSE SPONSOR-LEDGER-FILE.

           OPEN EXTEND INVOICE-FILE.
           MOVE ENR-STUDENT-ID TO INV-STUDENT-ID.
           MOVE "SPON" TO INV-COURSE-CODE.
           MOVE BILLING-TERM TO INV-TERM.
           MOVE "C" TO INV-TYPE.
           MOVE SPONSOR-SHARE-AMOUNT TO INV-AMOUNT.
           MOVE BILLING-DATE TO INV-DATE.
           WRITE INVOICE-RECORD.
           CLOSE INVOICE-FILE.
           ADD 1 TO SPONSORED-COUNT.
           DISPLAY "SPONSOR " STUDENT-SPONSOR-ID " PAYS "
              SPONSOR-SHARE-AMOUNT " OF " ENR-STUDENT-ID " "
              ENR-COURSE-CODE.

       SPLIT-SPONSOR-CREDIT.
           MOVE SPACES TO STUDENT-SPONSOR-ID.
           PERFORM SUM-SPONSOR-LEDGER.
           IF COURSE-SPONSOR-SHARE > 0 AND CREDIT-AMOUNT > 0 AND
              COURSE-FEE-AMOUNT > 0 THEN
              COMPUTE SPONSOR-CREDIT-AMOUNT ROUNDED =
                 CREDIT-AMOUNT * COURSE-SPONSOR-SHARE
                 / COURSE-FEE-AMOUNT
              IF SPONSOR-CREDIT-AMOUNT > COURSE-SPONSOR-SHARE THEN
                 MOVE COURSE-SPONSOR-SHARE TO SPONSOR-CREDIT-AMOUNT
              END-IF
              IF SPONSOR-CREDIT-AMOUNT > CREDIT-AMOUNT THEN
                 MOVE CREDIT-AMOUNT TO SPONSOR-CREDIT-AMOUNT
              END-IF
              SUBTRACT SPONSOR-CREDIT-AMOUNT FROM CREDIT-AMOUNT
              IF NOT SPONSOR-ALREADY-CREDITED AND
                 SPONSOR-CREDIT-AMOUNT > 0 THEN
                 OPEN EXTEND SPONSOR-LEDGER-FILE
                 MOVE COURSE-SPONSOR-ID TO SLG-SPONSOR-ID
                 MOVE ENR-STUDENT-ID TO SLG-STUDENT-ID
                 MOVE ENR-COURSE-CODE TO SLG-COURSE-CODE
                 MOVE BILLING-TERM TO SLG-TERM
                 MOVE "C" TO SLG-TYPE
                 MOVE SPONSOR-CREDIT-AMOUNT TO SLG-AMOUNT
                 MOVE BILLING-DATE TO SLG-DATE
                 WRITE SPONSOR-LEDGER-RECORD
                 CLOSE SPONSOR-LEDGER-FILE
                 DISPLAY "SPONSOR " COURSE-SPONSOR-ID " CREDITED "
                    SPONSOR-CREDIT-AMOUNT " FOR " ENR-STUDENT-ID " "
                    ENR-COURSE-CODE
              END-IF
           END-IF.

       RAISE-WITHDRAWAL-CREDIT.
           MOVE "C" TO WANTED-LINE-TYPE.
                 PERFORM LOOK-UP-COURSE-FEE
                 IF FEE-WAS-FOUND THEN
                    PERFORM COMPUTE-PRORATED-CREDIT
                    PERFORM SPLIT-SPONSOR-CREDIT
                    IF CREDIT-AMOUNT > 0 THEN
                       PERFORM APPEND-CREDIT-LINE
                    END-IF
              END-IF
           END-IF.

       LOAD-BILLING-TERM-START.
           OPEN INPUT CALENDAR-FILE.
           IF NOT CALENDAR-FILE-NOT-FOUND THEN
              PERFORM UNTIL CALENDAR-AT-END
                 READ CALENDAR-FILE
                    AT END SET CALENDAR-AT-END TO TRUE
                 END-READ
                 IF NOT CALENDAR-AT-END AND
                    CAL-TERM = BILLING-TERM THEN
                    MOVE CAL-TERM-START TO BILLING-TERM-START
                 END-IF
              END-PERFORM
              CLOSE CALENDAR-FILE
           END-IF.

       COMPUTE-PRORATED-CREDIT.
           MOVE ENR-DATE TO DATE-WORK.
           IF BILLING-TERM-START > ENR-DATE THEN
              MOVE BILLING-TERM-START TO DATE-WORK
           END-IF.
           COMPUTE ENROL-DAY-NUMBER =
              DW-YEAR * 360 + DW-MONTH * 30 + DW-DAY.
           MOVE ENR-WITHDRAWN-DATE TO DATE-WORK.
           MOVE REFUND-CASH-AMOUNT TO COLL-AMOUNT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO COLL-TIMESTAMP.
           MOVE "00" TO COLL-CARDHOLDER-ID.
           CALL "TRANREF" USING TRANS-REF-SOURCE COLL-TRANS-REF
              ON EXCEPTION
                 DISPLAY "[ABORT]: TRANREF MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           WRITE COLLECTION-TRANS-RECORD.
           CLOSE COLLECTION-TRANS-FILE.
           ADD 1 TO MANDATE-REFUND-COUNT.
