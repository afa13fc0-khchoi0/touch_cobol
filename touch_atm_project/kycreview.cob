       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCREVIEW.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
              CUSTOMER-FILE ASSIGN DYNAMIC CUSTOMER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT
              PARAMETER-FILE ASSIGN DYNAMIC PARAMETER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS PARAMETER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KYC-FILE.
       01  KYC-RECORD.
           02 KYC-CUST-NUMBER                  PIC 9(8).
           02 KYC-ID-TYPE                      PIC X(2).
           02 KYC-ID-NUMBER                    PIC X(20).
           02 KYC-ID-EXPIRY-DATE               PIC 9(8).
           02 KYC-RISK-RATING                  PIC X.
              88 KYC-RISK-IS-LOW               VALUE "L".
              88 KYC-RISK-IS-MEDIUM            VALUE "M".
              88 KYC-RISK-IS-HIGH              VALUE "H".
           02 KYC-LAST-REVIEW-DATE             PIC 9(8).
           02 KYC-NEXT-REVIEW-DATE             PIC 9(8).
           02 KYC-REVIEW-STATUS                PIC X.
              88 KYC-IS-CURRENT                VALUE "C".
              88 KYC-IS-OVERDUE                VALUE "O".
              88 KYC-IS-BLOCKED                VALUE "B".
           02 KYC-GRACE-END-DATE               PIC 9(8).
           02 KYC-UPDATED-BY                   PIC X(8).

       FD  NEW-KYC-FILE.
       01  NEW-KYC-RECORD                      PIC X(80).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           02 CIF-CUST-NUMBER                  PIC 9(8).
           02 CIF-CUST-NAME                    PIC X(30).
           02 CIF-CUST-ADDRESS                 PIC X(40).
           02 CIF-CUST-PHONE                   PIC X(12).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 PARAM-NAME                       PIC X(24).
           02 PARAM-VALUE                      PIC 9(9)V9(4).
           02 PARAM-EFFECTIVE-DATE             PIC 9(8).

       WORKING-STORAGE SECTION.
       01  KYC-FILE-DSN                        PIC X(40).
       01  NEW-KYC-FILE-DSN                    PIC X(40).
       01  CUSTOMER-FILE-DSN                   PIC X(40).
       01  PARAMETER-FILE-DSN                  PIC X(40).
       01  KYC-REPORT-FILE-DSN                 PIC X(40).

       01  KYC-FILE-STATUS                     PIC 99.
           88 KYC-FILE-NOT-FOUND               VALUE 35.
       01  NEW-KYC-FILE-STATUS                 PIC 99.
       01  CUSTOMER-FILE-STATUS                PIC 99.
           88 CUSTOMER-FILE-NOT-FOUND          VALUE 35.
       01  PARAMETER-FILE-STATUS               PIC 99.
           88 PARAMETER-FILE-NOT-FOUND         VALUE 35.

       01  RUN-DATE-TODAY                      PIC 9(8).
       01  KYC-GRACE-DAYS                      PIC S9(5) VALUE 30.
       01  BEST-GRACE-DAYS-DATE                PIC 9(8) VALUE 0.

       01  REVIEW-DUE-DATE                     PIC 9(8).
       01  REVIEW-REASON                       PIC X(16).
       01  DAYS-OVERDUE                        PIC S9(5).
       01  KYC-CHECKED-COUNT                   PIC 9(5) VALUE 0.
       01  KYC-OVERDUE-COUNT                   PIC 9(5) VALUE 0.
       01  KYC-BLOCKED-COUNT                   PIC 9(5) VALUE 0.
       01  KYC-MISSING-COUNT                   PIC 9(5) VALUE 0.
       01  KYC-FOUND-FLAG                      PIC X VALUE "N".
           88 KYC-WAS-FOUND                    VALUE "Y".

       01  CUSTOMER-LOOKUP-NUMBER              PIC 9(8).
       01  CUSTOMER-LOOKUP-NAME                PIC X(30).

       01  DATECALC-FUNCTION                   PIC X(4).
       01  DATECALC-DATE-1                     PIC 9(8).
       01  DATECALC-DATE-2                     PIC 9(8).
       01  DATECALC-DAYS                       PIC S9(5).

       01  RPT-OP                              PIC X(4).
       01  RPT-TEXT.
           02 RPT-INIT-VIEW.
              03 RPT-REPORT-DSN                PIC X(40).
              03 RPT-PROGRAM-ID                PIC X(10).
              03 RPT-REPORT-TITLE              PIC X(40).
              03 FILLER                        PIC X(42).

       01  KYC-DETAIL-BUFFER.
           02 KD-PREFIX-1                      PIC X(6)
              VALUE "CUST: ".
           02 KD-CUST-NUMBER                   PIC 9(8).
           02 KD-PREFIX-2                      PIC X(1)
              VALUE " ".
           02 KD-CUST-NAME                     PIC X(30).
           02 KD-PREFIX-3                      PIC X(6)
              VALUE " RISK ".
           02 KD-RISK-RATING                   PIC X.
           02 KD-PREFIX-4                      PIC X(1)
              VALUE " ".
           02 KD-REASON                        PIC X(16).
           02 KD-PREFIX-5                      PIC X(5)
              VALUE " DUE ".
           02 KD-DUE-DATE                      PIC 9(8).
           02 KD-PREFIX-6                      PIC X(14)
              VALUE " DAYS OVERDUE ".
           02 KD-DAYS-OVERDUE                  PIC ZZZZ9.
           02 KD-PREFIX-7                      PIC X(1)
              VALUE " ".
           02 KD-ACTION                        PIC X(30).

       01  KYC-ACTION-GRACE.
           02 FILLER                           PIC X(12)
              VALUE "GRACE UNTIL ".
           02 KAG-GRACE-END-DATE               PIC 9(8).

       01  KYC-MISSING-BUFFER.
           02 KM-PREFIX-1                      PIC X(6)
              VALUE "CUST: ".
           02 KM-CUST-NUMBER                   PIC 9(8).
           02 KM-PREFIX-2                      PIC X(1)
              VALUE " ".
           02 KM-CUST-NAME                     PIC X(30).
           02 KM-PREFIX-3                      PIC X(40)
              VALUE " NO KYC RECORD ON FILE -- NOT BLOCKED".

       01  KYC-SUMMARY-BUFFER.
           02 KS-PREFIX-1                      PIC X(17)
              VALUE "RECORDS CHECKED: ".
           02 KS-CHECKED                       PIC ZZZZ9.
           02 KS-PREFIX-2                      PIC X(12)
              VALUE "  IN GRACE: ".
           02 KS-OVERDUE                       PIC ZZZZ9.
           02 KS-PREFIX-3                      PIC X(11)
              VALUE "  BLOCKED: ".
           02 KS-BLOCKED                       PIC ZZZZ9.
           02 KS-PREFIX-4                      PIC X(18)
              VALUE "  NO KYC ON FILE: ".
           02 KS-MISSING                       PIC ZZZZ9.
           02 KS-PREFIX-5                      PIC X(14)
              VALUE "  GRACE DAYS: ".
           02 KS-GRACE-DAYS                    PIC ZZZZ9.

       PROCEDURE DIVISION.
       INITIALIZE-FILE-NAMES.
           ACCEPT KYC-FILE-DSN FROM ENVIRONMENT "ATM_KYC_FILE"
              ON EXCEPTION MOVE "kyc.txt" TO KYC-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-KYC-FILE-DSN
              FROM ENVIRONMENT "ATM_KYC_NEW_FILE"
              ON EXCEPTION
                 MOVE "kyc.txt.new" TO NEW-KYC-FILE-DSN
           END-ACCEPT.

           ACCEPT CUSTOMER-FILE-DSN FROM ENVIRONMENT "ATM_CIF_FILE"
              ON EXCEPTION MOVE "cif.txt" TO CUSTOMER-FILE-DSN
           END-ACCEPT.

           ACCEPT PARAMETER-FILE-DSN
              FROM ENVIRONMENT "ATM_PARAMS_FILE"
              ON EXCEPTION
                 MOVE "params.txt" TO PARAMETER-FILE-DSN
           END-ACCEPT.

           ACCEPT KYC-REPORT-FILE-DSN
              FROM ENVIRONMENT "ATM_KYC_REPORT_FILE"
              ON EXCEPTION
                 MOVE "kycReview.txt" TO KYC-REPORT-FILE-DSN
           END-ACCEPT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY.
           GO TO READ-PARAMETER-FILE.

       READ-PARAMETER-FILE.
           OPEN INPUT PARAMETER-FILE.
           IF PARAMETER-FILE-NOT-FOUND
           THEN
              GO TO SCAN-KYC-RECORDS
           END-IF.

       READ-PARAMETER-FILE-LOOP.
           READ PARAMETER-FILE
              AT END
                 CLOSE PARAMETER-FILE
                 GO TO SCAN-KYC-RECORDS
           END-READ.
           IF PARAM-EFFECTIVE-DATE > RUN-DATE-TODAY
           THEN
              GO TO READ-PARAMETER-FILE-LOOP
           END-IF.
           IF PARAM-NAME = "KYC-GRACE-DAYS" AND
              PARAM-EFFECTIVE-DATE NOT < BEST-GRACE-DAYS-DATE
           THEN
              MOVE PARAM-VALUE TO KYC-GRACE-DAYS
              MOVE PARAM-EFFECTIVE-DATE TO BEST-GRACE-DAYS-DATE
           END-IF.
           GO TO READ-PARAMETER-FILE-LOOP.

       SCAN-KYC-RECORDS.
           OPEN INPUT KYC-FILE.
           IF KYC-FILE-NOT-FOUND
           THEN
              DISPLAY "[ABORT]: NO KYC FILE FOUND"
              STOP RUN
           END-IF.
           OPEN OUTPUT NEW-KYC-FILE.

           MOVE SPACES TO RPT-TEXT.
           MOVE KYC-REPORT-FILE-DSN TO RPT-REPORT-DSN.
           MOVE "KYCREVIEW" TO RPT-PROGRAM-ID.
           MOVE "KYC REVIEWS AND IDS OVERDUE" TO RPT-REPORT-TITLE.
           MOVE "INIT" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT
              ON EXCEPTION
                 DISPLAY "[ABORT]: RPTWRITE MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.

       SCAN-KYC-RECORDS-LOOP.
           READ KYC-FILE
              AT END GO TO SCAN-KYC-RECORDS-DONE
           END-READ.
           ADD 1 TO KYC-CHECKED-COUNT.

           MOVE KYC-NEXT-REVIEW-DATE TO REVIEW-DUE-DATE.
           MOVE "REVIEW DUE"         TO REVIEW-REASON.
           IF KYC-ID-EXPIRY-DATE < REVIEW-DUE-DATE
           THEN
              MOVE KYC-ID-EXPIRY-DATE TO REVIEW-DUE-DATE
              MOVE "ID EXPIRED"       TO REVIEW-REASON
           END-IF.
           IF KYC-ID-EXPIRY-DATE < RUN-DATE-TODAY AND
              KYC-NEXT-REVIEW-DATE < RUN-DATE-TODAY
           THEN
              MOVE "REVIEW+ID"        TO REVIEW-REASON
           END-IF.

           MOVE "ADDD" TO DATECALC-FUNCTION.
           MOVE REVIEW-DUE-DATE TO DATECALC-DATE-1.
           MOVE KYC-GRACE-DAYS  TO DATECALC-DAYS.
           CALL "DATECALC" USING DATECALC-FUNCTION DATECALC-DATE-1
              DATECALC-DATE-2 DATECALC-DAYS
              ON EXCEPTION
                 DISPLAY "[ABORT]: DATECALC MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           MOVE DATECALC-DATE-2 TO KYC-GRACE-END-DATE.

           IF REVIEW-DUE-DATE NOT < RUN-DATE-TODAY
           THEN
              SET KYC-IS-CURRENT TO TRUE
              GO TO SCAN-KYC-RECORDS-WRITE
           END-IF.

           MOVE "DIFF" TO DATECALC-FUNCTION.
           MOVE REVIEW-DUE-DATE TO DATECALC-DATE-1.
           MOVE RUN-DATE-TODAY  TO DATECALC-DATE-2.
           CALL "DATECALC" USING DATECALC-FUNCTION DATECALC-DATE-1
              DATECALC-DATE-2 DATECALC-DAYS.
           MOVE DATECALC-DAYS TO DAYS-OVERDUE.

           IF RUN-DATE-TODAY > KYC-GRACE-END-DATE
           THEN
              SET KYC-IS-BLOCKED TO TRUE
              ADD 1 TO KYC-BLOCKED-COUNT
              MOVE "DEBITS BLOCKED" TO KD-ACTION
           ELSE
              SET KYC-IS-OVERDUE TO TRUE
              ADD 1 TO KYC-OVERDUE-COUNT
              MOVE KYC-GRACE-END-DATE TO KAG-GRACE-END-DATE
              MOVE KYC-ACTION-GRACE TO KD-ACTION
           END-IF.

           MOVE KYC-CUST-NUMBER TO CUSTOMER-LOOKUP-NUMBER.
           PERFORM LOOK-UP-CUSTOMER THRU LOOK-UP-CUSTOMER-EXIT.
           MOVE KYC-CUST-NUMBER      TO KD-CUST-NUMBER.
           MOVE CUSTOMER-LOOKUP-NAME TO KD-CUST-NAME.
           MOVE KYC-RISK-RATING      TO KD-RISK-RATING.
           MOVE REVIEW-REASON        TO KD-REASON.
           MOVE REVIEW-DUE-DATE      TO KD-DUE-DATE.
           MOVE DAYS-OVERDUE         TO KD-DAYS-OVERDUE.
           MOVE SPACES TO RPT-TEXT.
           MOVE KYC-DETAIL-BUFFER TO RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

       SCAN-KYC-RECORDS-WRITE.
           WRITE NEW-KYC-RECORD FROM KYC-RECORD.
           GO TO SCAN-KYC-RECORDS-LOOP.

       SCAN-KYC-RECORDS-DONE.
           CLOSE KYC-FILE, NEW-KYC-FILE.
           GO TO SCAN-MISSING-KYC.

       SCAN-MISSING-KYC.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-NOT-FOUND
           THEN
              GO TO PROMOTE-KYC-FILE
           END-IF.

       SCAN-MISSING-KYC-LOOP.
           READ CUSTOMER-FILE
              AT END
                 CLOSE CUSTOMER-FILE
                 GO TO PROMOTE-KYC-FILE
           END-READ.
           PERFORM FIND-KYC-RECORD THRU FIND-KYC-RECORD-EXIT.
           IF NOT KYC-WAS-FOUND
           THEN
              ADD 1 TO KYC-MISSING-COUNT
              MOVE CIF-CUST-NUMBER TO KM-CUST-NUMBER
              MOVE CIF-CUST-NAME   TO KM-CUST-NAME
              MOVE SPACES TO RPT-TEXT
              MOVE KYC-MISSING-BUFFER TO RPT-TEXT
              MOVE "LINE" TO RPT-OP
              CALL "RPTWRITE" USING RPT-OP RPT-TEXT
           END-IF.
           GO TO SCAN-MISSING-KYC-LOOP.

       PROMOTE-KYC-FILE.
           OPEN INPUT NEW-KYC-FILE.
           OPEN OUTPUT KYC-FILE.

       PROMOTE-KYC-FILE-LOOP.
           READ NEW-KYC-FILE
              AT END
                 CLOSE NEW-KYC-FILE, KYC-FILE
                 GO TO END-KYC-REVIEW
           END-READ.
           WRITE KYC-RECORD FROM NEW-KYC-RECORD.
           GO TO PROMOTE-KYC-FILE-LOOP.

       END-KYC-REVIEW.
           MOVE KYC-CHECKED-COUNT TO KS-CHECKED.
           MOVE KYC-OVERDUE-COUNT TO KS-OVERDUE.
           MOVE KYC-BLOCKED-COUNT TO KS-BLOCKED.
           MOVE KYC-MISSING-COUNT TO KS-MISSING.
           MOVE KYC-GRACE-DAYS    TO KS-GRACE-DAYS.
           MOVE SPACES TO RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE KYC-SUMMARY-BUFFER TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE "TERM" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           DISPLAY "=====> " KYC-CHECKED-COUNT " KYC RECORD(S) "
              "CHECKED, " KYC-OVERDUE-COUNT " IN GRACE, "
              KYC-BLOCKED-COUNT " BLOCKED, " KYC-MISSING-COUNT
              " CUSTOMER(S) WITH NO KYC RECORD".
           STOP RUN.

       FIND-KYC-RECORD.
           MOVE "N" TO KYC-FOUND-FLAG.
           OPEN INPUT NEW-KYC-FILE.

       FIND-KYC-RECORD-LOOP.
           READ NEW-KYC-FILE
              AT END GO TO FIND-KYC-RECORD-CLOSE
           END-READ.
           IF NEW-KYC-RECORD(1:8) = CIF-CUST-NUMBER
           THEN
              SET KYC-WAS-FOUND TO TRUE
              GO TO FIND-KYC-RECORD-CLOSE
           END-IF.
           GO TO FIND-KYC-RECORD-LOOP.

       FIND-KYC-RECORD-CLOSE.
           CLOSE NEW-KYC-FILE.

       FIND-KYC-RECORD-EXIT.
           EXIT.

       LOOK-UP-CUSTOMER.
           MOVE "** NOT ON CIF FILE **" TO CUSTOMER-LOOKUP-NAME.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-NOT-FOUND
           THEN
              GO TO LOOK-UP-CUSTOMER-EXIT
           END-IF.

       LOOK-UP-CUSTOMER-LOOP.
           READ CUSTOMER-FILE
              AT END GO TO LOOK-UP-CUSTOMER-CLOSE
           END-READ.
           IF CIF-CUST-NUMBER = CUSTOMER-LOOKUP-NUMBER
           THEN
              MOVE CIF-CUST-NAME TO CUSTOMER-LOOKUP-NAME
              GO TO LOOK-UP-CUSTOMER-CLOSE
           END-IF.
           GO TO LOOK-UP-CUSTOMER-LOOP.

       LOOK-UP-CUSTOMER-CLOSE.
           CLOSE CUSTOMER-FILE.

       LOOK-UP-CUSTOMER-EXIT.
           EXIT.

       END PROGRAM KYCREVIEW.
