       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-QUALITY.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              MASTER-FILE ASSIGN DYNAMIC MASTER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS MASTER-FILE-STATUS.

           SELECT
              CARDHOLDER-FILE ASSIGN DYNAMIC CARDHOLDER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS CARDHOLDER-FILE-STATUS.

           SELECT
              CUSTOMER-FILE ASSIGN DYNAMIC CUSTOMER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS CUSTOMER-FILE-STATUS.

           SELECT
              STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS STUDENT-FILE-STATUS.

           SELECT
              COURSE-MASTER-FILE ASSIGN TO "COURSES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS COURSE-MASTER-STATUS.

           SELECT
              ENROLLMENT-FILE ASSIGN TO "ENROLL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS ENROLLMENT-FILE-STATUS.

           SELECT
              RESULTS-FILE ASSIGN TO "RESULTS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS RESULTS-FILE-STATUS.

           SELECT
              VIDEO-FILE ASSIGN TO "IDXVIDEO"
              ORGANIZATION IS INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS VIDEO-CODE
              ALTERNATE RECORD KEY IS VIDEO-TITLE
                 WITH DUPLICATES
              FILE STATUS IS VIDEO-STATUS.

           SELECT
              MEMBER-FILE ASSIGN TO "MEMBER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS MEMBER-FILE-STATUS.

           SELECT
              SUPPLIER-FILE ASSIGN TO "RELSUPP.DAT"
              ORGANIZATION IS RELATIVE
              ACCESS MODE IS DYNAMIC
              RELATIVE KEY IS SUPPLIER-KEY
              FILE STATUS IS SUPPLIER-STATUS.

           SELECT
              TREND-FILE ASSIGN TO "DQTREND.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS TREND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           88 END-OF-MASTER-FILE VALUE HIGH-VALUES.
           02 MSTR-ACCT-HOLDER-NAME PIC X(20).
           02 MSTR-ACCT-NUMBER PIC 9(16).
           02 MSTR-ACCT-PASSWORD PIC 9(6).
           02 MSTR-ACCT-SIGN PIC X.
              88 MSTR-ACCT-SIGN-VALID VALUE "+", "-".
              88 MSTR-ACCT-NEGATIVE VALUE "-".
           02 MSTR-ACCT-BALANCE-UNSIGNED PIC 9(13)V9(2).
           02 MSTR-ACCT-STATUS PIC X.
              88 MSTR-ACCT-STATUS-VALID VALUE "A", "F", "D".
           02 MSTR-ACCT-OVERDRAFT-LIMIT PIC 9(9)V9(2).
           02 MSTR-CUST-NUMBER PIC 9(8).
           02 MSTR-PRODUCT-CODE PIC X(2).

       FD  CARDHOLDER-FILE.
       01  CARDHOLDER-RECORD.
           88 END-OF-CARDHOLDER-FILE VALUE HIGH-VALUES.
           02 CARDHOLDER-ACCT-NUMBER PIC 9(16).
           02 CARDHOLDER-ID PIC X(2).
           02 CARDHOLDER-NAME PIC X(20).
           02 CARDHOLDER-PIN PIC 9(6).
           02 CARDHOLDER-ISSUE-DATE PIC 9(8).
           02 CARDHOLDER-EXPIRY-DATE PIC 9(8).
           02 CARDHOLDER-STATUS PIC X.
              88 CARD-IS-ACTIVE VALUE "A".
              88 CARD-STATUS-VALID VALUE "A", "L", "C", "P".
           02 CARDHOLDER-CUST-NUMBER PIC 9(8).
           02 CARDHOLDER-LANGUAGE PIC X(2).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           88 END-OF-CUSTOMER-FILE VALUE HIGH-VALUES.
           02 CIF-CUST-NUMBER PIC 9(8).
           02 CIF-CUST-NAME PIC X(30).
           02 CIF-CUST-ADDRESS PIC X(40).
           02 CIF-CUST-PHONE PIC X(12).

       FD  STUDENT-FILE.
       01  STUDENT-DETAILS.
           88 END-OF-STUDENT-FILE VALUE HIGH-VALUES.
           02 STUDENT-ID PIC 9(7).
           02 SURNAME PIC X(8).
           02 INITIALS PIC XX.
           02 DATE-OF-BIRTH PIC 9(8).
           02 COURSE-CODE PIC X(4).
           02 GENDER PIC X.
              88 GENDER-VALID VALUE "M", "F".
           02 STUDENT-STATUS PIC X.
              88 STUDENT-STATUS-VALID VALUE "A", " ", "G", "W".

       FD  COURSE-MASTER-FILE.
       01  COURSE-MASTER-REC.
           88 END-OF-COURSE-FILE VALUE HIGH-VALUES.
           02 COURSE-MASTER-CODE PIC X(4).
           02 COURSE-MASTER-TITLE PIC X(30).
           02 COURSE-MASTER-DEPARTMENT PIC X(10).
           02 COURSE-MASTER-ACTIVE-FLAG PIC X.
           02 COURSE-MASTER-CAPACITY PIC 9(3).

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           88 END-OF-ENROLLMENT-FILE VALUE HIGH-VALUES.
           02 ENR-STUDENT-ID PIC 9(7).
           02 ENR-COURSE-CODE PIC X(4).
           02 ENR-DATE PIC 9(8).
           02 ENR-STATUS PIC X.
              88 ENROLLMENT-STATUS-VALID VALUE "A", "W".
              88 ENROLLMENT-WITHDRAWN VALUE "W".
           02 ENR-WITHDRAWN-DATE PIC X(8).

       FD  RESULTS-FILE.
       01  RESULT-RECORD.
           88 END-OF-RESULTS-FILE VALUE HIGH-VALUES.
           02 RESULT-STUDENT-ID PIC 9(7).
           02 RESULT-COURSE-CODE PIC X(4).
           02 RESULT-TERM PIC X(6).
           02 RESULT-MARK PIC 9(3).
           02 RESULT-GRADE PIC X.
              88 RESULT-GRADE-VALID VALUE "A", "B", "C", "D", "F",
                 "W".

       FD  VIDEO-FILE.
       01  VIDEO-REC.
           02 VIDEO-CODE PIC 9(5).
           02 VIDEO-TITLE PIC X(40).
           02 SUPPLIER-CODE PIC 99.
           02 RENTAL-STATUS PIC X.
              88 VIDEO-CHECKED-OUT VALUE "O".
              88 VIDEO-STATUS-VALID
                 VALUE "A", "O", "H", "L", "D", "R", "S", "T".
           02 RENTAL-DATE PIC 9(8).
           02 RENTER-ID PIC X(10).
           02 VIDEO-TITLE-CODE PIC 9(5).
           02 VIDEO-COPY-NUMBER PIC 99.
           02 VIDEO-CATEGORY PIC X.
           02 VIDEO-RATING PIC X.
           02 VIDEO-STORE-ID PIC 9(2).

       FD  MEMBER-FILE.
       01  MEMBER-REC.
           88 END-OF-MEMBER-FILE VALUE HIGH-VALUES.
           02 MEMBER-ID PIC X(10).
           02 MEMBER-NAME PIC X(20).
           02 MEMBER-ADDR PIC X(40).
           02 MEMBER-PHONE PIC X(12).
           02 MEMBER-JOIN-DATE PIC 9(8).
           02 MEMBER-STATUS-FLAG PIC X.
              88 MEMBER-STATUS-VALID VALUE "A", "S".
           02 MEMBER-DOB PIC 9(8).
           02 MEMBER-HOME-STORE PIC 9(2).

       FD  SUPPLIER-FILE.
       01  SUPPLIER-REC.
           02 SUPPLIER-REC-CODE PIC 99.
           02 SUPPLIER-NAME PIC X(20).
           02 SUPPLIER-ADDR PIC X(50).
           02 SUPPLIER-PHONE PIC X(12).
           02 SUPPLIER-EMAIL PIC X(30).
           02 SUPPLIER-TERMS-DAYS PIC 9(3).

       FD  TREND-FILE.
       01  TREND-RECORD.
           88 END-OF-TREND-FILE VALUE HIGH-VALUES.
           02 TREND-RUN-DATE PIC 9(8).
           02 TREND-FILE-NAME PIC X(10).
           02 TREND-RECORD-COUNT PIC 9(7).
           02 TREND-ISSUE-COUNT PIC 9(5).
           02 TREND-POINTS PIC 9(7).

       WORKING-STORAGE SECTION.
       01  RPT-OP PIC X(4).
       01  RPT-TEXT.
           02 RPT-INIT-VIEW.
              03 RPT-REPORT-DSN PIC X(40).
              03 RPT-PROGRAM-ID PIC X(10).
              03 RPT-REPORT-TITLE PIC X(40).
              03 FILLER PIC X(42).

       01  MASTER-FILE-DSN PIC X(40).
       01  CARDHOLDER-FILE-DSN PIC X(40).
       01  CUSTOMER-FILE-DSN PIC X(40).

       01  MASTER-FILE-STATUS PIC 9(2).
           88 MASTER-FILE-NOT-FOUND VALUE 35.
       01  CARDHOLDER-FILE-STATUS PIC 9(2).
           88 CARDHOLDER-FILE-NOT-FOUND VALUE 35.
       01  CUSTOMER-FILE-STATUS PIC 9(2).
           88 CUSTOMER-FILE-NOT-FOUND VALUE 35.
       01  STUDENT-FILE-STATUS PIC 9(2).
           88 STUDENT-FILE-NOT-FOUND VALUE 35.
       01  COURSE-MASTER-STATUS PIC 9(2).
           88 COURSE-FILE-NOT-FOUND VALUE 35.
       01  ENROLLMENT-FILE-STATUS PIC 9(2).
           88 ENROLLMENT-FILE-NOT-FOUND VALUE 35.
       01  RESULTS-FILE-STATUS PIC 9(2).
           88 RESULTS-FILE-NOT-FOUND VALUE 35.
       01  VIDEO-STATUS PIC X(2).
           88 VIDEO-OK VALUE "00".
       01  MEMBER-FILE-STATUS PIC X(2).
           88 MEMBER-FILE-NOT-FOUND VALUE "35".
       01  SUPPLIER-STATUS PIC X(2).
           88 SUPPLIER-OK VALUE "00".
       01  SUPPLIER-KEY PIC 99.
       01  TREND-FILE-STATUS PIC 9(2).
           88 TREND-FILE-NOT-FOUND VALUE 35.

       01  END-OF-VIDEO-FILE-FLAG PIC X VALUE "N".
           88 END-OF-VIDEO-FILE VALUE "Y".
       01  END-OF-SUPPLIER-FILE-FLAG PIC X VALUE "N".
           88 END-OF-SUPPLIER-FILE VALUE "Y".

       01  TODAY-DATE PIC 9(8).

       01  COURSE-TABLE-COUNT PIC 9(4) VALUE 0.
       01  COURSE-TABLE.
           02 CT-COURSE-CODE PIC X(4) OCCURS 500 TIMES.
       01  CUSTOMER-TABLE-COUNT PIC 9(4) VALUE 0.
       01  CUSTOMER-TABLE.
           02 CUT-CUST-NUMBER PIC 9(8) OCCURS 2000 TIMES.
       01  ACCOUNT-TABLE-COUNT PIC 9(4) VALUE 0.
       01  ACCOUNT-TABLE.
           02 AT-ACCT-NUMBER PIC 9(16) OCCURS 2000 TIMES.
       01  STUDENT-TABLE-COUNT PIC 9(4) VALUE 0.
       01  STUDENT-TABLE.
           02 ST-STUDENT-ID PIC 9(7) OCCURS 2000 TIMES.
       01  MEMBER-TABLE-COUNT PIC 9(4) VALUE 0.
       01  MEMBER-TABLE.
           02 MT-MEMBER-ID PIC X(10) OCCURS 2000 TIMES.
       01  SUPPLIER-ON-FILE-TABLE.
           02 SUPPLIER-ON-FILE PIC X OCCURS 99 TIMES.
       01  TABLE-SUBSCRIPT PIC 9(4) VALUE 0.
       01  SEARCH-CUST-NUMBER PIC 9(8).
       01  SEARCH-STUDENT-ID PIC 9(7).
       01  SEARCH-COURSE-CODE PIC X(4).
       01  SEARCH-MEMBER-ID PIC X(10).
       01  LOOKUP-FOUND-FLAG PIC X VALUE "N".
           88 LOOKUP-WAS-FOUND VALUE "Y".

       01  FILE-STATS-COUNT PIC 99 VALUE 9.
       01  FILE-STATS-NAMES.
           02 FILLER PIC X(10) VALUE "MASTER".
           02 FILLER PIC X(10) VALUE "CARDHOLDER".
           02 FILLER PIC X(10) VALUE "CUSTOMER".
           02 FILLER PIC X(10) VALUE "STUDENTS".
           02 FILLER PIC X(10) VALUE "ENROLL".
           02 FILLER PIC X(10) VALUE "RESULTS".
           02 FILLER PIC X(10) VALUE "MEMBER".
           02 FILLER PIC X(10) VALUE "RELSUPP".
           02 FILLER PIC X(10) VALUE "IDXVIDEO".
       01  FILE-STATS-NAME-TABLE REDEFINES FILE-STATS-NAMES.
           02 FSN-NAME PIC X(10) OCCURS 9 TIMES.
       01  FILE-STATS-TABLE.
           02 FILE-STATS-ENTRY OCCURS 9 TIMES.
              03 FS-RECORDS PIC 9(7).
              03 FS-ISSUES PIC 9(5).
              03 FS-BAD-RECORDS PIC 9(7).
              03 FS-POINTS PIC 9(7).
              03 FS-PREV-DATE PIC 9(8).
              03 FS-PREV-ISSUES PIC 9(5).
              03 FS-PREV-POINTS PIC 9(7).
       01  FILE-INDEX PIC 99 VALUE 0.
       01  TREND-INDEX PIC 99 VALUE 0.

       01  EXCEPTION-KEY PIC X(20).
       01  EXCEPTION-SEVERITY PIC 9.
           88 SEVERITY-CRITICAL VALUE 5.
           88 SEVERITY-MAJOR VALUE 3.
           88 SEVERITY-MINOR VALUE 1.
       01  EXCEPTION-TEXT PIC X(60).
       01  SEVERITY-LABEL PIC X(5).
       01  LAST-EXCEPTION-FILE PIC 99 VALUE 0.
       01  LAST-EXCEPTION-KEY PIC X(20) VALUE SPACES.

       01  CHECK-DATE PIC 9(8).
       01  CHECK-DATE-BREAKDOWN REDEFINES CHECK-DATE.
           02 CHECK-YEAR PIC 9(4).
           02 CHECK-MONTH PIC 9(2).
           02 CHECK-DAY PIC 9(2).
       01  CHECK-DATE-FLAG PIC X VALUE "N".
           88 CHECK-DATE-VALID VALUE "Y".
       01  MONTH-DAYS-LITERAL PIC X(24)
              VALUE "312931303130313130313031".
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-LITERAL.
           02 MONTH-DAYS PIC 99 OCCURS 12 TIMES.
       01  LEAP-QUOTIENT PIC 9(4).
       01  LEAP-REMAINDER PIC 9(4).
       01  LEAP-FLAG PIC X.
           88 IS-LEAP-YEAR VALUE "Y".

       01  TOTAL-RECORDS PIC 9(7) VALUE 0.
       01  TOTAL-ISSUES PIC 9(5) VALUE 0.
       01  TOTAL-POINTS PIC 9(7) VALUE 0.
       01  TOTAL-PREV-ISSUES PIC 9(5) VALUE 0.
       01  ISSUE-CHANGE PIC S9(5).
       01  CLEAN-PERCENT PIC 9(3)V9.

       01  PRINT-RECORDS PIC Z(6)9.
       01  PRINT-ISSUES PIC Z(4)9.
       01  PRINT-POINTS PIC Z(6)9.
       01  PRINT-PREV-ISSUES PIC Z(4)9.
       01  PRINT-CHANGE PIC -(5)9.
       01  PRINT-PERCENT PIC ZZ9.9.
       01  PRINT-PREV-DATE PIC X(8).
       01  REPORT-LINE-BUFFER PIC X(132).

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT MASTER-FILE-DSN
              FROM ENVIRONMENT "ATM_MASTER_FILE"
              ON EXCEPTION
                 MOVE "master.txt" TO MASTER-FILE-DSN
           END-ACCEPT.
           ACCEPT CARDHOLDER-FILE-DSN
              FROM ENVIRONMENT "ATM_CARDHOLDER_FILE"
              ON EXCEPTION
                 MOVE "cardholders.txt" TO CARDHOLDER-FILE-DSN
           END-ACCEPT.
           ACCEPT CUSTOMER-FILE-DSN
              FROM ENVIRONMENT "ATM_CIF_FILE"
              ON EXCEPTION
                 MOVE "cif.txt" TO CUSTOMER-FILE-DSN
           END-ACCEPT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           MOVE ALL "N" TO SUPPLIER-ON-FILE-TABLE.
           PERFORM VARYING FILE-INDEX FROM 1 BY 1
              UNTIL FILE-INDEX > FILE-STATS-COUNT
              MOVE 0 TO FS-RECORDS(FILE-INDEX)
              MOVE 0 TO FS-ISSUES(FILE-INDEX)
              MOVE 0 TO FS-BAD-RECORDS(FILE-INDEX)
              MOVE 0 TO FS-POINTS(FILE-INDEX)
              MOVE 0 TO FS-PREV-DATE(FILE-INDEX)
              MOVE 0 TO FS-PREV-ISSUES(FILE-INDEX)
              MOVE 0 TO FS-PREV-POINTS(FILE-INDEX)
           END-PERFORM.

           PERFORM INITIALIZE-REPORT-WRITER.
           PERFORM LOAD-COURSES.

           MOVE 3 TO FILE-INDEX.
           PERFORM CHECK-CUSTOMER-FILE.
           MOVE 1 TO FILE-INDEX.
           PERFORM CHECK-MASTER-FILE.
           MOVE 2 TO FILE-INDEX.
           PERFORM CHECK-CARDHOLDER-FILE.
           MOVE 4 TO FILE-INDEX.
           PERFORM CHECK-STUDENT-FILE.
           MOVE 5 TO FILE-INDEX.
           PERFORM CHECK-ENROLLMENT-FILE.
           MOVE 6 TO FILE-INDEX.
           PERFORM CHECK-RESULTS-FILE.
           MOVE 7 TO FILE-INDEX.
           PERFORM CHECK-MEMBER-FILE.
           MOVE 8 TO FILE-INDEX.
           PERFORM CHECK-SUPPLIER-FILE.
           MOVE 9 TO FILE-INDEX.
           PERFORM CHECK-VIDEO-FILE.

           PERFORM LOAD-PREVIOUS-TREND.
           PERFORM PRINT-SCORE-SUMMARY.
           PERFORM APPEND-TODAYS-TREND.

           MOVE "TERM" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           DISPLAY TOTAL-ISSUES
              " DATA QUALITY ISSUE(S) ON DATAQUAL.RPT".
           STOP RUN.

       CHECK-CUSTOMER-FILE.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-NOT-FOUND THEN
              MOVE CUSTOMER-FILE-DSN TO EXCEPTION-KEY
              PERFORM RAISE-FILE-MISSING
           ELSE
              READ CUSTOMER-FILE
                 AT END SET END-OF-CUSTOMER-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CUSTOMER-FILE
                 ADD 1 TO FS-RECORDS(FILE-INDEX)
                 MOVE CIF-CUST-NUMBER TO EXCEPTION-KEY
                 IF CIF-CUST-NUMBER NOT NUMERIC OR
                    CIF-CUST-NUMBER = 0 THEN
                    MOVE 5 TO EXCEPTION-SEVERITY
                    MOVE "CUSTOMER NUMBER ZERO OR NOT NUMERIC"
                       TO EXCEPTION-TEXT
                    PERFORM RAISE-EXCEPTION
                 ELSE
                    MOVE CIF-CUST-NUMBER TO SEARCH-CUST-NUMBER
                    PERFORM FIND-CUSTOMER
                    IF LOOKUP-WAS-FOUND THEN
                       MOVE 5 TO EXCEPTION-SEVERITY
                       MOVE "DUPLICATE CUSTOMER NUMBER"
                          TO EXCEPTION-TEXT
                       PERFORM RAISE-EXCEPTION
                    ELSE
                       IF CUSTOMER-TABLE-COUNT < 2000 THEN
                          ADD 1 TO CUSTOMER-TABLE-COUNT
                          MOVE CIF-CUST-NUMBER
                             TO CUT-CUST-NUMBER(CUSTOMER-TABLE-COUNT)
                       END-IF
                    END-IF
                 END-IF
                 IF CIF-CUST-NAME = SPACES THEN
                    MOVE 3 TO EXCEPTION-SEVERITY
                    MOVE "CUSTOMER NAME BLANK" TO EXCEPTION-TEXT
                    PERFORM RAISE-EXCEPTION
                 END-IF
                 IF CIF-CUST-NAME(1:6) NOT = "ERASED" AND
                    CIF-CUST-ADDRESS = SPACES THEN
                    MOVE 1 TO EXCEPTION-SEVERITY
                    MOVE "CUSTOMER ADDRESS BLANK" TO EXCEPTION-TEXT
                    PERFORM RAISE-EXCEPTION
                 END-IF
                 READ CUSTOMER-FILE
                    AT END SET END-OF-CUSTOMER-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-FILE
           END-IF.

       CHECK-MASTER-FILE.
           OPEN INPUT MASTER-FILE.
           IF MASTER-FILE-NOT-FOUND THEN
              MOVE MASTER-FILE-DSN TO EXCEPTION-KEY
              PERFORM RAISE-FILE-MISSING
           ELSE
              READ MASTER-FILE
                 AT END SET END-OF-MASTER-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-MASTER-FILE
                 ADD 1 TO FS-RECORDS(FILE-INDEX)
                 PERFORM CHECK-ONE-ACCOUNT
                 READ MASTER-FILE
                    AT END SET END-OF-MASTER-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE MASTER-FILE
           END-IF.

       CHECK-ONE-ACCOUNT.
           MOVE MSTR-ACCT-NUMBER TO EXCEPTION-KEY.
           IF MSTR-ACCT-NUMBER NOT NUMERIC OR
              MSTR-ACCT-NUMBER = 0 THEN
              MOVE 5 TO EXCEPTION-SEVERITY
              MOVE "ACCOUNT NUMBER ZERO OR NOT NUMERIC"
                 TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           ELSE
              MOVE "N" TO LOOKUP-FOUND-FLAG
              PERFORM VARYING TABLE-SUBSCRIPT FROM 1 BY 1
                 UNTIL TABLE-SUBSCRIPT > ACCOUNT-TABLE-COUNT
                 OR LOOKUP-WAS-FOUND
                 IF AT-ACCT-NUMBER(TABLE-SUBSCRIPT) =
                    MSTR-ACCT-NUMBER THEN
                    SET LOOKUP-WAS-FOUND TO TRUE
                 END-IF
              END-PERFORM
              IF LOOKUP-WAS-FOUND THEN
                 MOVE 5 TO EXCEPTION-SEVERITY
                 MOVE "DUPLICATE ACCOUNT NUMBER" TO EXCEPTION-TEXT
                 PERFORM RAISE-EXCEPTION
              ELSE
                 IF ACCOUNT-TABLE-COUNT < 2000 THEN
                    ADD 1 TO ACCOUNT-TABLE-COUNT
                    MOVE MSTR-ACCT-NUMBER
                       TO AT-ACCT-NUMBER(ACCOUNT-TABLE-COUNT)
                 END-IF
              END-IF
           END-IF.
           IF MSTR-ACCT-HOLDER-NAME = SPACES THEN
              MOVE 1 TO EXCEPTION-SEVERITY
              MOVE "ACCOUNT HOLDER NAME BLANK" TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           END-IF.
           IF NOT MSTR-ACCT-STATUS-VALID THEN
              MOVE 3 TO EXCEPTION-SEVERITY
              MOVE "ACCOUNT STATUS BLANK OR INVALID"
                 TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           END-IF.
           IF NOT MSTR-ACCT-SIGN-VALID THEN
              MOVE 3 TO EXCEPTION-SEVERITY
              MOVE "BALANCE SIGN NOT + OR -" TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           END-IF.
           IF MSTR-ACCT-BALANCE-UNSIGNED NOT NUMERIC THEN
              MOVE 5 TO EXCEPTION-SEVERITY
              MOVE "BALANCE NOT NUMERIC" TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           ELSE
              IF MSTR-ACCT-OVERDRAFT-LIMIT NOT NUMERIC THEN
                 MOVE 3 TO EXCEPTION-SEVERITY
                 MOVE "OVERDRAFT LIMIT NOT NUMERIC" TO EXCEPTION-TEXT
                 PERFORM RAISE-EXCEPTION
              ELSE
                 IF MSTR-ACCT-NEGATIVE AND
                    MSTR-ACCT-BALANCE-UNSIGNED >
                    MSTR-ACCT-OVERDRAFT-LIMIT THEN
                    MOVE 3 TO EXCEPTION-SEVERITY
                    MOVE "DEBIT BALANCE EXCEEDS OVERDRAFT LIMIT"
                       TO EXCEPTION-TEXT
                    PERFORM RAISE-EXCEPTION
                 END-IF
              END-IF
           END-IF.
           IF MSTR-CUST-NUMBER NOT NUMERIC OR
              MSTR-CUST-NUMBER = 0 THEN
              MOVE 3 TO EXCEPTION-SEVERITY
              MOVE "ACCOUNT HAS NO CUSTOMER NUMBER" TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           ELSE
              MOVE MSTR-CUST-NUMBER TO SEARCH-CUST-NUMBER
              PERFORM FIND-CUSTOMER
              IF NOT LOOKUP-WAS-FOUND THEN
                 MOVE 3 TO EXCEPTION-SEVERITY
                 MOVE "CUSTOMER NUMBER NOT ON CUSTOMER FILE"
                    TO EXCEPTION-TEXT
                 PERFORM RAISE-EXCEPTION
              END-IF
           END-IF.
           IF MSTR-PRODUCT-CODE = SPACES THEN
              MOVE 1 TO EXCEPTION-SEVERITY
              MOVE "PRODUCT CODE BLANK" TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           END-IF.

       CHECK-CARDHOLDER-FILE.
           OPEN INPUT CARDHOLDER-FILE.
           IF CARDHOLDER-FILE-NOT-FOUND THEN
              MOVE CARDHOLDER-FILE-DSN TO EXCEPTION-KEY
              PERFORM RAISE-FILE-MISSING
           ELSE
              READ CARDHOLDER-FILE
                 AT END SET END-OF-CARDHOLDER-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CARDHOLDER-FILE
                 ADD 1 TO FS-RECORDS(FILE-INDEX)
                 PERFORM CHECK-ONE-CARDHOLDER
                 READ CARDHOLDER-FILE
                    AT END SET END-OF-CARDHOLDER-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE CARDHOLDER-FILE
           END-IF.

       CHECK-ONE-CARDHOLDER.
           MOVE SPACES TO EXCEPTION-KEY.
           STRING CARDHOLDER-ACCT-NUMBER "/" CARDHOLDER-ID
              DELIMITED BY SIZE INTO EXCEPTION-KEY.
           MOVE "N" TO LOOKUP-FOUND-FLAG.
           PERFORM VARYING TABLE-SUBSCRIPT FROM 1 BY 1
              UNTIL TABLE-SUBSCRIPT > ACCOUNT-TABLE-COUNT
              OR LOOKUP-WAS-FOUND
              IF AT-ACCT-NUMBER(TABLE-SUBSCRIPT) =
                 CARDHOLDER-ACCT-NUMBER THEN
                 SET LOOKUP-WAS-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF NOT LOOKUP-WAS-FOUND THEN
              IF CARD-IS-ACTIVE THEN
                 MOVE 5 TO EXCEPTION-SEVERITY
                 MOVE "ACTIVE CARD ON CLOSED OR MISSING ACCOUNT"
                    TO EXCEPTION-TEXT
              ELSE
                 MOVE 1 TO EXCEPTION-SEVERITY
                 MOVE "CARDHOLDER ON CLOSED OR MISSING ACCOUNT"
                    TO EXCEPTION-TEXT
              END-IF
              PERFORM RAISE-EXCEPTION
           END-IF.
           IF NOT CARD-STATUS-VALID THEN
              MOVE 3 TO EXCEPTION-SEVERITY
              MOVE "CARD STATUS BLANK OR INVALID" TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           END-IF.
           IF CARDHOLDER-NAME = SPACES THEN
              MOVE 1 TO EXCEPTION-SEVERITY
              MOVE "CARDHOLDER NAME BLANK" TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           END-IF.
           MOVE CARDHOLDER-ISSUE-DATE TO CHECK-DATE.
           PERFORM VALIDATE-CHECK-DATE.
           IF NOT CHECK-DATE-VALID THEN
              MOVE 3 TO EXCEPTION-SEVERITY
              MOVE "CARD ISSUE DATE INVALID" TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           END-IF.
           MOVE CARDHOLDER-EXPIRY-DATE TO CHECK-DATE.
           PERFORM VALIDATE-CHECK-DATE.
           IF NOT CHECK-DATE-VALID THEN
              MOVE 3 TO EXCEPTION-SEVERITY
              MOVE "CARD EXPIRY DATE INVALID" TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           ELSE
              IF CARD-IS-ACTIVE AND
                 CARDHOLDER-EXPIRY-DATE < TODAY-DATE THEN
                 MOVE 1 TO EXCEPTION-SEVERITY
                 MOVE "CARD STILL ACTIVE AFTER EXPIRY"
                    TO EXCEPTION-TEXT
                 PERFORM RAISE-EXCEPTION
              END-IF
           END-IF.
           IF CARDHOLDER-CUST-NUMBER IS NUMERIC AND
              CARDHOLDER-CUST-NUMBER NOT = 0 THEN
              MOVE CARDHOLDER-CUST-NUMBER TO SEARCH-CUST-NUMBER
              PERFORM FIND-CUSTOMER
              IF NOT LOOKUP-WAS-FOUND THEN
                 MOVE 3 TO EXCEPTION-SEVERITY
                 MOVE "CARDHOLDER CUSTOMER NOT ON CUSTOMER FILE"
                    TO EXCEPTION-TEXT
                 PERFORM RAISE-EXCEPTION
              END-IF
           END-IF.

       CHECK-STUDENT-FILE.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-FILE-NOT-FOUND THEN
              MOVE "STUDENTS.DAT" TO EXCEPTION-KEY
              PERFORM RAISE-FILE-MISSING
           ELSE
              READ STUDENT-FILE
                 AT END SET END-OF-STUDENT-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-STUDENT-FILE
                 ADD 1 TO FS-RECORDS(FILE-INDEX)
                 PERFORM CHECK-ONE-STUDENT
                 READ STUDENT-FILE
                    AT END SET END-OF-STUDENT-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE STUDENT-FILE
           END-IF.

       CHECK-ONE-STUDENT.
           MOVE STUDENT-ID TO EXCEPTION-KEY.
           IF STUDENT-ID NOT NUMERIC OR STUDENT-ID = 0 THEN
              MOVE 5 TO EXCEPTION-SEVERITY
              MOVE "STUDENT ID ZERO OR NOT NUMERIC" TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           ELSE
              MOVE STUDENT-ID TO SEARCH-STUDENT-ID
              PERFORM FIND-STUDENT
              IF LOOKUP-WAS-FOUND THEN
                 MOVE 5 TO EXCEPTION-SEVERITY
                 MOVE "DUPLICATE STUDENT ID" TO EXCEPTION-TEXT
                 PERFORM RAISE-EXCEPTION
              ELSE
                 IF STUDENT-TABLE-COUNT < 2000 THEN
                    ADD 1 TO STUDENT-TABLE-COUNT
                    MOVE STUDENT-ID
                       TO ST-STUDENT-ID(STUDENT-TABLE-COUNT)
                 END-IF
              END-IF
           END-IF.
           IF SURNAME = SPACES THEN
              MOVE 3 TO EXCEPTION-SEVERITY
              MOVE "SURNAME BLANK" TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           END-IF.
           IF SURNAME NOT = "ERASED" THEN
              MOVE DATE-OF-BIRTH TO CHECK-DATE
              PERFORM VALIDATE-CHECK-DATE
              IF NOT CHECK-DATE-VALID OR
                 DATE-OF-BIRTH > TODAY-DATE THEN
                 MOVE 3 TO EXCEPTION-SEVERITY
                 MOVE "DATE OF BIRTH MISSING OR INVALID"
                    TO EXCEPTION-TEXT
                 PERFORM RAISE-EXCEPTION
              END-IF
              IF NOT GENDER-VALID THEN
                 MOVE 1 TO EXCEPTION-SEVERITY
                 MOVE "GENDER NOT M OR F" TO EXCEPTION-TEXT
                 PERFORM RAISE-EXCEPTION
              END-IF
           END-IF.
           MOVE COURSE-CODE TO SEARCH-COURSE-CODE.
           PERFORM FIND-COURSE.
           IF NOT LOOKUP-WAS-FOUND THEN
              MOVE 3 TO EXCEPTION-SEVERITY
              MOVE "COURSE NOT ON COURSES.DAT" TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           END-IF.
           IF NOT STUDENT-STATUS-VALID THEN
              MOVE 3 TO EXCEPTION-SEVERITY
              MOVE "STUDENT STATUS INVALID" TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           END-IF.

       CHECK-ENROLLMENT-FILE.
           OPEN INPUT ENROLLMENT-FILE.
           IF ENROLLMENT-FILE-NOT-FOUND THEN
              MOVE "ENROLL.DAT" TO EXCEPTION-KEY
              PERFORM RAISE-FILE-MISSING
           ELSE
              READ ENROLLMENT-FILE
                 AT END SET END-OF-ENROLLMENT-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-ENROLLMENT-FILE
                 ADD 1 TO FS-RECORDS(FILE-INDEX)
                 PERFORM CHECK-ONE-ENROLLMENT
                 READ ENROLLMENT-FILE
                    AT END SET END-OF-ENROLLMENT-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE ENROLLMENT-FILE
           END-IF.

       CHECK-ONE-ENROLLMENT.
           MOVE SPACES TO EXCEPTION-KEY.
           STRING ENR-STUDENT-ID "/" ENR-COURSE-CODE
              DELIMITED BY SIZE INTO EXCEPTION-KEY.
           MOVE ENR-STUDENT-ID TO SEARCH-STUDENT-ID.
           PERFORM FIND-STUDENT.
           IF NOT LOOKUP-WAS-FOUND THEN
              MOVE 3 TO EXCEPTION-SEVERITY
              MOVE "STUDENT NOT ON STUDENTS.DAT" TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           END-IF.
           MOVE ENR-COURSE-CODE TO SEARCH-COURSE-CODE.
           PERFORM FIND-COURSE.
           IF NOT LOOKUP-WAS-FOUND THEN
              MOVE 3 TO EXCEPTION-SEVERITY
              MOVE "COURSE NOT ON COURSES.DAT" TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           END-IF.
           MOVE ENR-DATE TO CHECK-DATE.
           PERFORM VALIDATE-CHECK-DATE.
           IF NOT CHECK-DATE-VALID THEN
              MOVE 1 TO EXCEPTION-SEVERITY
              MOVE "ENROLLMENT DATE INVALID" TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           END-IF.
           IF NOT ENROLLMENT-STATUS-VALID THEN
              MOVE 3 TO EXCEPTION-SEVERITY
              MOVE "ENROLLMENT STATUS NOT A OR W" TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           END-IF.
           IF ENROLLMENT-WITHDRAWN AND
              ENR-WITHDRAWN-DATE = SPACES THEN
              MOVE 1 TO EXCEPTION-SEVERITY
              MOVE "WITHDRAWN WITH NO WITHDRAWAL DATE"
                 TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           END-IF.

       CHECK-RESULTS-FILE.
           OPEN INPUT RESULTS-FILE.
           IF RESULTS-FILE-NOT-FOUND THEN
              MOVE "RESULTS.DAT" TO EXCEPTION-KEY
              PERFORM RAISE-FILE-MISSING
           ELSE
              READ RESULTS-FILE
                 AT END SET END-OF-RESULTS-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-RESULTS-FILE
                 ADD 1 TO FS-RECORDS(FILE-INDEX)
                 PERFORM CHECK-ONE-RESULT
                 READ RESULTS-FILE
                    AT END SET END-OF-RESULTS-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE RESULTS-FILE
           END-IF.

       CHECK-ONE-RESULT.
           MOVE SPACES TO EXCEPTION-KEY.
           STRING RESULT-STUDENT-ID "/" RESULT-COURSE-CODE "/"
              RESULT-TERM DELIMITED BY SIZE INTO EXCEPTION-KEY.
           MOVE RESULT-STUDENT-ID TO SEARCH-STUDENT-ID.
           PERFORM FIND-STUDENT.
           IF NOT LOOKUP-WAS-FOUND THEN
              MOVE 3 TO EXCEPTION-SEVERITY
              MOVE "STUDENT NOT ON STUDENTS.DAT" TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           END-IF.
           MOVE RESULT-COURSE-CODE TO SEARCH-COURSE-CODE.
           PERFORM FIND-COURSE.
           IF NOT LOOKUP-WAS-FOUND THEN
              MOVE 3 TO EXCEPTION-SEVERITY
              MOVE "COURSE NOT ON COURSES.DAT" TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           END-IF.
           IF RESULT-MARK NOT NUMERIC OR RESULT-MARK > 100 THEN
              MOVE 3 TO EXCEPTION-SEVERITY
              MOVE "MARK NOT NUMERIC OR OVER 100" TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           END-IF.
           IF NOT RESULT-GRADE-VALID THEN
              MOVE 3 TO EXCEPTION-SEVERITY
              MOVE "GRADE NOT A, B, C, D, F OR W" TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           END-IF.

       CHECK-MEMBER-FILE.
           OPEN INPUT MEMBER-FILE.
           IF MEMBER-FILE-NOT-FOUND THEN
              MOVE "MEMBER.DAT" TO EXCEPTION-KEY
              PERFORM RAISE-FILE-MISSING
           ELSE
              READ MEMBER-FILE
                 AT END SET END-OF-MEMBER-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-MEMBER-FILE
                 ADD 1 TO FS-RECORDS(FILE-INDEX)
                 PERFORM CHECK-ONE-MEMBER
                 READ MEMBER-FILE
                    AT END SET END-OF-MEMBER-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE MEMBER-FILE
           END-IF.

       CHECK-ONE-MEMBER.
           MOVE MEMBER-ID TO EXCEPTION-KEY.
           IF MEMBER-ID = SPACES THEN
              MOVE 5 TO EXCEPTION-SEVERITY
              MOVE "MEMBER ID BLANK" TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           ELSE
              MOVE MEMBER-ID TO SEARCH-MEMBER-ID
              PERFORM FIND-MEMBER
              IF LOOKUP-WAS-FOUND THEN
                 MOVE 5 TO EXCEPTION-SEVERITY
                 MOVE "DUPLICATE MEMBER ID" TO EXCEPTION-TEXT
                 PERFORM RAISE-EXCEPTION
              ELSE
                 IF MEMBER-TABLE-COUNT < 2000 THEN
                    ADD 1 TO MEMBER-TABLE-COUNT
                    MOVE MEMBER-ID TO MT-MEMBER-ID(MEMBER-TABLE-COUNT)
                 END-IF
              END-IF
           END-IF.
           IF MEMBER-NAME = SPACES THEN
              MOVE 3 TO EXCEPTION-SEVERITY
              MOVE "MEMBER NAME BLANK" TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           END-IF.
           IF MEMBER-NAME(1:6) NOT = "ERASED" THEN
              MOVE MEMBER-DOB TO CHECK-DATE
              PERFORM VALIDATE-CHECK-DATE
              IF NOT CHECK-DATE-VALID OR MEMBER-DOB > TODAY-DATE THEN
                 MOVE 3 TO EXCEPTION-SEVERITY
                 MOVE "DATE OF BIRTH MISSING OR INVALID"
                    TO EXCEPTION-TEXT
                 PERFORM RAISE-EXCEPTION
              END-IF
              IF MEMBER-PHONE = SPACES THEN
                 MOVE 1 TO EXCEPTION-SEVERITY
                 MOVE "MEMBER PHONE BLANK" TO EXCEPTION-TEXT
                 PERFORM RAISE-EXCEPTION
              END-IF
           END-IF.
           MOVE MEMBER-JOIN-DATE TO CHECK-DATE.
           PERFORM VALIDATE-CHECK-DATE.
           IF NOT CHECK-DATE-VALID THEN
              MOVE 1 TO EXCEPTION-SEVERITY
              MOVE "JOIN DATE INVALID" TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           END-IF.
           IF NOT MEMBER-STATUS-VALID THEN
              MOVE 3 TO EXCEPTION-SEVERITY
              MOVE "MEMBER STATUS NOT A OR S" TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           END-IF.

       CHECK-SUPPLIER-FILE.
           OPEN INPUT SUPPLIER-FILE.
           IF NOT SUPPLIER-OK THEN
              MOVE "RELSUPP.DAT" TO EXCEPTION-KEY
              PERFORM RAISE-FILE-MISSING
           ELSE
              READ SUPPLIER-FILE NEXT RECORD
                 AT END SET END-OF-SUPPLIER-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-SUPPLIER-FILE
                 ADD 1 TO FS-RECORDS(FILE-INDEX)
                 PERFORM CHECK-ONE-SUPPLIER
                 READ SUPPLIER-FILE NEXT RECORD
                    AT END SET END-OF-SUPPLIER-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE SUPPLIER-FILE
           END-IF.

       CHECK-ONE-SUPPLIER.
           MOVE SUPPLIER-KEY TO EXCEPTION-KEY.
           IF SUPPLIER-KEY > 0 THEN
              MOVE "Y" TO SUPPLIER-ON-FILE(SUPPLIER-KEY)
           END-IF.
           IF SUPPLIER-REC-CODE NOT NUMERIC OR
              SUPPLIER-REC-CODE NOT = SUPPLIER-KEY THEN
              MOVE 5 TO EXCEPTION-SEVERITY
              MOVE "SUPPLIER CODE DOES NOT MATCH RELATIVE KEY"
                 TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           END-IF.
           IF SUPPLIER-NAME = SPACES THEN
              MOVE 3 TO EXCEPTION-SEVERITY
              MOVE "SUPPLIER NAME BLANK" TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           END-IF.
           IF SUPPLIER-TERMS-DAYS NOT NUMERIC THEN
              MOVE 1 TO EXCEPTION-SEVERITY
              MOVE "PAYMENT TERMS NOT NUMERIC" TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           END-IF.

       CHECK-VIDEO-FILE.
           OPEN INPUT VIDEO-FILE.
           IF NOT VIDEO-OK THEN
              MOVE "IDXVIDEO" TO EXCEPTION-KEY
              PERFORM RAISE-FILE-MISSING
           ELSE
              READ VIDEO-FILE NEXT RECORD
                 AT END SET END-OF-VIDEO-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-VIDEO-FILE
                 ADD 1 TO FS-RECORDS(FILE-INDEX)
                 PERFORM CHECK-ONE-VIDEO
                 READ VIDEO-FILE NEXT RECORD
                    AT END SET END-OF-VIDEO-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE VIDEO-FILE
           END-IF.

       CHECK-ONE-VIDEO.
           MOVE VIDEO-CODE TO EXCEPTION-KEY.
           IF NOT VIDEO-STATUS-VALID THEN
              MOVE 3 TO EXCEPTION-SEVERITY
              MOVE "RENTAL STATUS BLANK OR INVALID" TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           END-IF.
           IF VIDEO-CHECKED-OUT THEN
              IF RENTER-ID = SPACES THEN
                 MOVE 5 TO EXCEPTION-SEVERITY
                 MOVE "CHECKED OUT WITH NO RENTER ID"
                    TO EXCEPTION-TEXT
                 PERFORM RAISE-EXCEPTION
              ELSE
                 MOVE RENTER-ID TO SEARCH-MEMBER-ID
                 PERFORM FIND-MEMBER
                 IF NOT LOOKUP-WAS-FOUND THEN
                    MOVE 3 TO EXCEPTION-SEVERITY
                    MOVE "RENTER NOT ON MEMBER.DAT" TO EXCEPTION-TEXT
                    PERFORM RAISE-EXCEPTION
                 END-IF
              END-IF
              MOVE RENTAL-DATE TO CHECK-DATE
              PERFORM VALIDATE-CHECK-DATE
              IF NOT CHECK-DATE-VALID THEN
                 MOVE 3 TO EXCEPTION-SEVERITY
                 MOVE "CHECKED OUT WITH INVALID RENTAL DATE"
                    TO EXCEPTION-TEXT
                 PERFORM RAISE-EXCEPTION
              END-IF
           ELSE
              IF RENTER-ID NOT = SPACES THEN
                 MOVE 1 TO EXCEPTION-SEVERITY
                 MOVE "RENTER ID LEFT ON A VIDEO NOT CHECKED OUT"
                    TO EXCEPTION-TEXT
                 PERFORM RAISE-EXCEPTION
              END-IF
           END-IF.
           IF SUPPLIER-CODE NOT NUMERIC OR SUPPLIER-CODE = 0 THEN
              MOVE 3 TO EXCEPTION-SEVERITY
              MOVE "SUPPLIER NOT ON RELSUPP.DAT" TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           ELSE
              IF SUPPLIER-ON-FILE(SUPPLIER-CODE) NOT = "Y" THEN
                 MOVE 3 TO EXCEPTION-SEVERITY
                 MOVE "SUPPLIER NOT ON RELSUPP.DAT" TO EXCEPTION-TEXT
                 PERFORM RAISE-EXCEPTION
              END-IF
           END-IF.
           IF VIDEO-TITLE = SPACES THEN
              MOVE 1 TO EXCEPTION-SEVERITY
              MOVE "TITLE BLANK" TO EXCEPTION-TEXT
              PERFORM RAISE-EXCEPTION
           END-IF.

       LOAD-COURSES.
           OPEN INPUT COURSE-MASTER-FILE.
           IF COURSE-FILE-NOT-FOUND THEN
              DISPLAY "COURSES.DAT NOT FOUND -- "
                 "EVERY COURSE CHECK WILL FAIL"
           ELSE
              READ COURSE-MASTER-FILE
                 AT END SET END-OF-COURSE-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-COURSE-FILE
                 IF COURSE-TABLE-COUNT < 500 THEN
                    ADD 1 TO COURSE-TABLE-COUNT
                    MOVE COURSE-MASTER-CODE
                       TO CT-COURSE-CODE(COURSE-TABLE-COUNT)
                 END-IF
                 READ COURSE-MASTER-FILE
                    AT END SET END-OF-COURSE-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE COURSE-MASTER-FILE
           END-IF.

       FIND-CUSTOMER.
           MOVE "N" TO LOOKUP-FOUND-FLAG.
           PERFORM VARYING TABLE-SUBSCRIPT FROM 1 BY 1
              UNTIL TABLE-SUBSCRIPT > CUSTOMER-TABLE-COUNT
              OR LOOKUP-WAS-FOUND
              IF CUT-CUST-NUMBER(TABLE-SUBSCRIPT) = SEARCH-CUST-NUMBER
                 THEN
                 SET LOOKUP-WAS-FOUND TO TRUE
              END-IF
           END-PERFORM.

       FIND-STUDENT.
           MOVE "N" TO LOOKUP-FOUND-FLAG.
           PERFORM VARYING TABLE-SUBSCRIPT FROM 1 BY 1
              UNTIL TABLE-SUBSCRIPT > STUDENT-TABLE-COUNT
              OR LOOKUP-WAS-FOUND
              IF ST-STUDENT-ID(TABLE-SUBSCRIPT) = SEARCH-STUDENT-ID
                 THEN
                 SET LOOKUP-WAS-FOUND TO TRUE
              END-IF
           END-PERFORM.

       FIND-COURSE.
           MOVE "N" TO LOOKUP-FOUND-FLAG.
           PERFORM VARYING TABLE-SUBSCRIPT FROM 1 BY 1
              UNTIL TABLE-SUBSCRIPT > COURSE-TABLE-COUNT
              OR LOOKUP-WAS-FOUND
              IF CT-COURSE-CODE(TABLE-SUBSCRIPT) = SEARCH-COURSE-CODE
                 THEN
                 SET LOOKUP-WAS-FOUND TO TRUE
              END-IF
           END-PERFORM.

       FIND-MEMBER.
           MOVE "N" TO LOOKUP-FOUND-FLAG.
           PERFORM VARYING TABLE-SUBSCRIPT FROM 1 BY 1
              UNTIL TABLE-SUBSCRIPT > MEMBER-TABLE-COUNT
              OR LOOKUP-WAS-FOUND
              IF MT-MEMBER-ID(TABLE-SUBSCRIPT) = SEARCH-MEMBER-ID
                 THEN
                 SET LOOKUP-WAS-FOUND TO TRUE
              END-IF
           END-PERFORM.

       VALIDATE-CHECK-DATE.
           MOVE "N" TO CHECK-DATE-FLAG.
           IF CHECK-DATE IS NUMERIC AND
              CHECK-YEAR > 1899 AND CHECK-YEAR < 10000 AND
              CHECK-MONTH > 0 AND CHECK-MONTH < 13 AND
              CHECK-DAY > 0 THEN
              IF CHECK-DAY NOT > MONTH-DAYS(CHECK-MONTH) THEN
                 SET CHECK-DATE-VALID TO TRUE
              END-IF
              IF CHECK-MONTH = 2 AND CHECK-DAY = 29 THEN
                 MOVE "N" TO LEAP-FLAG
                 DIVIDE CHECK-YEAR BY 4 GIVING LEAP-QUOTIENT
                    REMAINDER LEAP-REMAINDER
                 IF LEAP-REMAINDER = 0 THEN
                    SET IS-LEAP-YEAR TO TRUE
                    DIVIDE CHECK-YEAR BY 100 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                    IF LEAP-REMAINDER = 0 THEN
                       MOVE "N" TO LEAP-FLAG
                       DIVIDE CHECK-YEAR BY 400 GIVING LEAP-QUOTIENT
                          REMAINDER LEAP-REMAINDER
                       IF LEAP-REMAINDER = 0 THEN
                          SET IS-LEAP-YEAR TO TRUE
                       END-IF
                    END-IF
                 END-IF
                 IF NOT IS-LEAP-YEAR THEN
                    MOVE "N" TO CHECK-DATE-FLAG
                 END-IF
              END-IF
           END-IF.

       RAISE-FILE-MISSING.
           MOVE 5 TO EXCEPTION-SEVERITY.
           MOVE "FILE NOT AVAILABLE -- NOT CHECKED" TO EXCEPTION-TEXT.
           PERFORM RAISE-EXCEPTION.

       RAISE-EXCEPTION.
           ADD 1 TO FS-ISSUES(FILE-INDEX).
           IF FILE-INDEX NOT = LAST-EXCEPTION-FILE OR
              EXCEPTION-KEY NOT = LAST-EXCEPTION-KEY THEN
              ADD 1 TO FS-BAD-RECORDS(FILE-INDEX)
              MOVE FILE-INDEX TO LAST-EXCEPTION-FILE
              MOVE EXCEPTION-KEY TO LAST-EXCEPTION-KEY
           END-IF.
           ADD EXCEPTION-SEVERITY TO FS-POINTS(FILE-INDEX).
           EVALUATE TRUE
              WHEN SEVERITY-CRITICAL
                 MOVE "CRIT" TO SEVERITY-LABEL
              WHEN SEVERITY-MAJOR
                 MOVE "MAJOR" TO SEVERITY-LABEL
              WHEN OTHER
                 MOVE "MINOR" TO SEVERITY-LABEL
           END-EVALUATE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING FSN-NAME(FILE-INDEX) " " EXCEPTION-KEY " "
              SEVERITY-LABEL "  " EXCEPTION-SEVERITY "  "
              EXCEPTION-TEXT
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-ONE-LINE.

       LOAD-PREVIOUS-TREND.
           OPEN INPUT TREND-FILE.
           IF TREND-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              READ TREND-FILE
                 AT END SET END-OF-TREND-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-TREND-FILE
                 IF TREND-RUN-DATE < TODAY-DATE THEN
                    PERFORM VARYING TREND-INDEX FROM 1 BY 1
                       UNTIL TREND-INDEX > FILE-STATS-COUNT
                       IF FSN-NAME(TREND-INDEX) = TREND-FILE-NAME
                          AND TREND-RUN-DATE NOT <
                          FS-PREV-DATE(TREND-INDEX) THEN
                          MOVE TREND-RUN-DATE
                             TO FS-PREV-DATE(TREND-INDEX)
                          MOVE TREND-ISSUE-COUNT
                             TO FS-PREV-ISSUES(TREND-INDEX)
                          MOVE TREND-POINTS
                             TO FS-PREV-POINTS(TREND-INDEX)
                       END-IF
                    END-PERFORM
                 END-IF
                 READ TREND-FILE
                    AT END SET END-OF-TREND-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE TREND-FILE
           END-IF.

       PRINT-SCORE-SUMMARY.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           PERFORM WRITE-ONE-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "QUALITY SCORE BY FILE "
              "(POINTS: CRIT 5, MAJOR 3, MINOR 1)"
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-ONE-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "FILE       RECORDS  ISSUES  POINTS  CLEAN%  "
              "PREV RUN   PREV  CHANGE"
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-ONE-LINE.
           PERFORM VARYING FILE-INDEX FROM 1 BY 1
              UNTIL FILE-INDEX > FILE-STATS-COUNT
              ADD FS-RECORDS(FILE-INDEX) TO TOTAL-RECORDS
              ADD FS-ISSUES(FILE-INDEX) TO TOTAL-ISSUES
              ADD FS-POINTS(FILE-INDEX) TO TOTAL-POINTS
              ADD FS-PREV-ISSUES(FILE-INDEX) TO TOTAL-PREV-ISSUES
              PERFORM PRINT-ONE-FILE-SCORE
           END-PERFORM.
           MOVE TOTAL-RECORDS TO PRINT-RECORDS.
           MOVE TOTAL-ISSUES TO PRINT-ISSUES.
           MOVE TOTAL-POINTS TO PRINT-POINTS.
           MOVE TOTAL-PREV-ISSUES TO PRINT-PREV-ISSUES.
           COMPUTE ISSUE-CHANGE = TOTAL-ISSUES - TOTAL-PREV-ISSUES.
           MOVE ISSUE-CHANGE TO PRINT-CHANGE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "ALL FILES  " PRINT-RECORDS "   " PRINT-ISSUES
              " " PRINT-POINTS "                    "
              PRINT-PREV-ISSUES "  " PRINT-CHANGE
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-ONE-LINE.

       PRINT-ONE-FILE-SCORE.
           MOVE FS-RECORDS(FILE-INDEX) TO PRINT-RECORDS.
           MOVE FS-ISSUES(FILE-INDEX) TO PRINT-ISSUES.
           MOVE FS-POINTS(FILE-INDEX) TO PRINT-POINTS.
           MOVE 100 TO CLEAN-PERCENT.
           IF FS-RECORDS(FILE-INDEX) > 0 THEN
              IF FS-BAD-RECORDS(FILE-INDEX) <
                 FS-RECORDS(FILE-INDEX) THEN
                 COMPUTE CLEAN-PERCENT ROUNDED =
                    (FS-RECORDS(FILE-INDEX) -
                    FS-BAD-RECORDS(FILE-INDEX))
                    * 100 / FS-RECORDS(FILE-INDEX)
              ELSE
                 MOVE 0 TO CLEAN-PERCENT
              END-IF
           END-IF.
           MOVE CLEAN-PERCENT TO PRINT-PERCENT.
           IF FS-PREV-DATE(FILE-INDEX) = 0 THEN
              MOVE "NONE" TO PRINT-PREV-DATE
              MOVE 0 TO PRINT-PREV-ISSUES
              MOVE 0 TO PRINT-CHANGE
           ELSE
              MOVE FS-PREV-DATE(FILE-INDEX) TO PRINT-PREV-DATE
              MOVE FS-PREV-ISSUES(FILE-INDEX) TO PRINT-PREV-ISSUES
              COMPUTE ISSUE-CHANGE = FS-ISSUES(FILE-INDEX) -
                 FS-PREV-ISSUES(FILE-INDEX)
              MOVE ISSUE-CHANGE TO PRINT-CHANGE
           END-IF.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING FSN-NAME(FILE-INDEX) " " PRINT-RECORDS "   "
              PRINT-ISSUES " " PRINT-POINTS "   " PRINT-PERCENT
              "  " PRINT-PREV-DATE " " PRINT-PREV-ISSUES "  "
              PRINT-CHANGE
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-ONE-LINE.

       APPEND-TODAYS-TREND.
           OPEN EXTEND TREND-FILE.
           IF TREND-FILE-NOT-FOUND THEN
              OPEN OUTPUT TREND-FILE
           END-IF.
           PERFORM VARYING FILE-INDEX FROM 1 BY 1
              UNTIL FILE-INDEX > FILE-STATS-COUNT
              MOVE TODAY-DATE TO TREND-RUN-DATE
              MOVE FSN-NAME(FILE-INDEX) TO TREND-FILE-NAME
              MOVE FS-RECORDS(FILE-INDEX) TO TREND-RECORD-COUNT
              MOVE FS-ISSUES(FILE-INDEX) TO TREND-ISSUE-COUNT
              MOVE FS-POINTS(FILE-INDEX) TO TREND-POINTS
              WRITE TREND-RECORD
           END-PERFORM.
           CLOSE TREND-FILE.

       WRITE-ONE-LINE.
           MOVE SPACES TO RPT-TEXT.
           MOVE REPORT-LINE-BUFFER TO RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

       INITIALIZE-REPORT-WRITER.
           MOVE SPACES TO RPT-TEXT.
           MOVE "DATAQUAL.RPT" TO RPT-REPORT-DSN.
           MOVE "DATAQUAL" TO RPT-PROGRAM-ID.
           MOVE "NIGHTLY DATA QUALITY EXCEPTIONS" TO RPT-REPORT-TITLE.
           MOVE "INIT" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT
              ON EXCEPTION
                 DISPLAY "[ABORT]: RPTWRITE MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           MOVE SPACES TO RPT-TEXT.
           STRING "FILE       KEY                  SEV   PTS  CHECK"
              DELIMITED BY SIZE INTO RPT-TEXT.
           MOVE "HEAD" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

       END PROGRAM DATA-QUALITY.
