       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVACY-REQUEST.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              CUSTOMER-FILE ASSIGN DYNAMIC CUSTOMER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS CUSTOMER-FILE-STATUS.

           SELECT
              MASTER-FILE ASSIGN DYNAMIC MASTER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS MASTER-FILE-STATUS.

           SELECT
              CARDHOLDER-FILE ASSIGN DYNAMIC CARDHOLDER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS CARDHOLDER-FILE-STATUS.

           SELECT
              WHT-REGISTER-FILE ASSIGN DYNAMIC WHT-REGISTER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WHT-REGISTER-FILE-STATUS.

           SELECT
              STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS STUDENT-FILE-STATUS.

           SELECT
              ALUMNI-FILE ASSIGN TO "ALUMNI.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS ALUMNI-FILE-STATUS.

           SELECT
              ALUMNI-CONTACT-FILE ASSIGN TO "ALUMCONT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS ALUMNI-CONTACT-FILE-STATUS.

           SELECT
              INVOICE-FILE ASSIGN TO "INVOICE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS INVOICE-FILE-STATUS.

           SELECT
              MEMBER-FILE ASSIGN TO "MEMBER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS MEMBER-FILE-STATUS.

           SELECT
              FEE-BALANCE-FILE ASSIGN TO "FEEBAL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FEE-BALANCE-FILE-STATUS.

           SELECT
              GENERIC-FILE ASSIGN DYNAMIC GENERIC-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS GENERIC-FILE-STATUS.

           SELECT
              SCRATCH-FILE ASSIGN TO "PRIVACY.WRK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS SCRATCH-FILE-STATUS.

           SELECT
              EXPORT-FILE ASSIGN DYNAMIC EXPORT-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS EXPORT-FILE-STATUS.

           SELECT
              PRIVACY-LOG-FILE ASSIGN TO "PRIVLOG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS PRIVACY-LOG-STATUS.

           SELECT
              OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS OPERATOR-FILE-STATUS.

           SELECT
              OPERATOR-LOG-FILE ASSIGN TO "OPERLOG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS OPERATOR-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           02 CIF-CUST-NUMBER PIC 9(8).
           02 CIF-CUST-NAME PIC X(30).
           02 CIF-CUST-ADDRESS PIC X(40).
           02 CIF-CUST-PHONE PIC X(12).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           02 MSTR-ACCT-HOLDER-NAME PIC X(20).
           02 MSTR-ACCT-NUMBER PIC 9(16).
           02 MSTR-ACCT-PASSWORD PIC 9(6).
           02 MSTR-ACCT-SIGN PIC X.
           02 MSTR-ACCT-BALANCE-UNSIGNED PIC 9(13)V9(2).
           02 MSTR-ACCT-STATUS PIC X.
           02 MSTR-ACCT-OVERDRAFT-LIMIT PIC 9(9)V9(2).
           02 MSTR-CUST-NUMBER PIC 9(8).
           02 MSTR-PRODUCT-CODE PIC X(2).

       FD  CARDHOLDER-FILE.
       01  CARDHOLDER-RECORD.
           02 CARDHOLDER-ACCT-NUMBER PIC 9(16).
           02 CARDHOLDER-ID PIC X(2).
           02 CARDHOLDER-NAME PIC X(20).
           02 CARDHOLDER-PIN PIC 9(6).
           02 CARDHOLDER-ISSUE-DATE PIC 9(8).
           02 CARDHOLDER-EXPIRY-DATE PIC 9(8).
           02 CARDHOLDER-STATUS PIC X.
              88 CARD-IS-ACTIVE VALUE "A".
              88 CARD-IS-LOST VALUE "L".
              88 CARD-IS-CANCELLED VALUE "C".
              88 CARD-IS-PROFILE VALUE "P".
           02 CARDHOLDER-CUST-NUMBER PIC 9(8).
           02 CARDHOLDER-LANGUAGE PIC X(2).

       FD  WHT-REGISTER-FILE.
       01  WHT-REGISTER-RECORD.
           02 WHT-REG-DATE PIC 9(8).
           02 WHT-REG-ACCT-NUMBER PIC 9(16).
           02 WHT-REG-CUST-NUMBER PIC 9(8).
           02 WHT-REG-GROSS-INTEREST PIC 9(5)V9(2).
           02 WHT-REG-TAX-WITHHELD PIC 9(5)V9(2).

       FD  STUDENT-FILE.
       01  STUDENT-DETAILS.
           02 STUDENT-ID PIC 9(7).
           02 STUDENT-NAME.
              03 SURNAME PIC X(8).
              03 INITIALS PIC XX.
           02 DATE-OF-BIRTH PIC 9(8).
           02 COURSE-CODE PIC X(4).
           02 GENDER PIC X.
           02 STUDENT-STATUS PIC X.

       FD  ALUMNI-FILE.
       01  ALUMNI-RECORD.
           02 ALUMNI-STUDENT-DETAILS.
              03 ALUMNI-STUDENT-ID PIC 9(7).
              03 ALUMNI-SURNAME PIC X(8).
              03 ALUMNI-INITIALS PIC XX.
              03 ALUMNI-DATE-OF-BIRTH PIC 9(8).
              03 ALUMNI-COURSE-CODE PIC X(4).
              03 ALUMNI-GENDER PIC X.
              03 ALUMNI-STATUS PIC X.
           02 ALUMNI-GRADUATION-DATE PIC 9(8).
           02 ALUMNI-GRADUATION-YEAR PIC 9(4).

       FD  ALUMNI-CONTACT-FILE.
       01  ALUMNI-CONTACT-RECORD.
           02 ALCN-STUDENT-ID PIC 9(7).
           02 ALCN-ADDRESS PIC X(40).
           02 ALCN-PHONE PIC X(12).
           02 ALCN-EMAIL PIC X(30).

       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           02 INV-STUDENT-ID PIC 9(7).
           02 INV-COURSE-CODE PIC X(4).
           02 INV-TERM PIC X(6).
           02 INV-TYPE PIC X.
           02 INV-AMOUNT PIC 9(5)V9(2).
           02 INV-DATE PIC 9(8).

       FD  MEMBER-FILE.
       01  MEMBER-REC.
           02 MEMBER-ID PIC X(10).
           02 MEMBER-NAME PIC X(20).
           02 MEMBER-ADDR PIC X(40).
           02 MEMBER-PHONE PIC X(12).
           02 MEMBER-JOIN-DATE PIC 9(8).
           02 MEMBER-STATUS-FLAG PIC X.
           02 MEMBER-DOB PIC 9(8).
           02 MEMBER-HOME-STORE PIC 9(2).

       FD  FEE-BALANCE-FILE.
       01  FEE-BALANCE-RECORD.
           02 FB-RENTER-ID PIC X(10).
           02 FB-BALANCE PIC S9(5)V9(2)
                         SIGN LEADING SEPARATE.

       FD  GENERIC-FILE.
       01  GENERIC-RECORD PIC X(160).

       FD  SCRATCH-FILE.
       01  SCRATCH-RECORD PIC X(160).

       FD  EXPORT-FILE.
       01  EXPORT-RECORD.
           02 EXP-SOURCE PIC X(14).
           02 EXP-DATA PIC X(160).

       FD  PRIVACY-LOG-FILE.
       01  PRIVACY-LOG-RECORD.
           02 PLOG-TIMESTAMP PIC 9(14).
           02 PLOG-OPERATOR PIC X(8).
           02 PLOG-REFERENCE PIC X(12).
           02 PLOG-REQUEST-TYPE PIC X.
           02 PLOG-CUST-NUMBER PIC 9(8).
           02 PLOG-STUDENT-ID PIC 9(7).
           02 PLOG-MEMBER-ID PIC X(10).
           02 PLOG-BANK-OUTCOME PIC X(10).
           02 PLOG-STUDENT-OUTCOME PIC X(10).
           02 PLOG-MEMBER-OUTCOME PIC X(10).
           02 PLOG-RECORDS-FOUND PIC 9(5).
           02 PLOG-RECORDS-CHANGED PIC 9(5).

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
       01  CUSTOMER-FILE-DSN PIC X(40).
       01  MASTER-FILE-DSN PIC X(40).
       01  CARDHOLDER-FILE-DSN PIC X(40).
       01  WHT-REGISTER-FILE-DSN PIC X(40).
       01  GENERIC-FILE-DSN PIC X(40).
       01  EXPORT-FILE-DSN PIC X(40).

       01  CUSTOMER-FILE-STATUS PIC 9(2).
           88 CUSTOMER-FILE-NOT-FOUND VALUE 35.
       01  MASTER-FILE-STATUS PIC 9(2).
           88 MASTER-FILE-NOT-FOUND VALUE 35.
       01  CARDHOLDER-FILE-STATUS PIC 9(2).
           88 CARDHOLDER-FILE-NOT-FOUND VALUE 35.
       01  WHT-REGISTER-FILE-STATUS PIC 9(2).
           88 WHT-REGISTER-FILE-NOT-FOUND VALUE 35.
       01  STUDENT-FILE-STATUS PIC 9(2).
           88 STUDENT-FILE-NOT-FOUND VALUE 35.
       01  ALUMNI-FILE-STATUS PIC 9(2).
           88 ALUMNI-FILE-NOT-FOUND VALUE 35.
       01  ALUMNI-CONTACT-FILE-STATUS PIC 9(2).
           88 ALUMNI-CONTACT-FILE-NOT-FOUND VALUE 35.
       01  INVOICE-FILE-STATUS PIC 9(2).
           88 INVOICE-FILE-NOT-FOUND VALUE 35.
       01  MEMBER-FILE-STATUS PIC X(2).
           88 MEMBER-FILE-NOT-FOUND VALUE "35".
       01  FEE-BALANCE-FILE-STATUS PIC 9(2).
           88 FEE-BALANCE-FILE-NOT-FOUND VALUE 35.
       01  GENERIC-FILE-STATUS PIC 9(2).
           88 GENERIC-FILE-NOT-FOUND VALUE 35.
       01  SCRATCH-FILE-STATUS PIC 9(2).
       01  EXPORT-FILE-STATUS PIC 9(2).
       01  PRIVACY-LOG-STATUS PIC 9(2).
           88 PRIVACY-LOG-NOT-FOUND VALUE 35.
       01  OPERATOR-FILE-STATUS PIC 9(2).
           88 OPERATOR-FILE-NOT-FOUND VALUE 35.
       01  OPERATOR-LOG-STATUS PIC 9(2).
           88 OPERATOR-LOG-NOT-FOUND VALUE 35.

       01  SIGNON-OPERATOR-ID PIC X(8).
       01  SIGNON-PASSWORD PIC 9(6).
       01  SIGNON-ROLE PIC X.
           88 SIGNON-IS-SUPERVISOR VALUE "S".
       01  SIGNON-OK-FLAG PIC X VALUE "N".
           88 SIGNON-IS-OK VALUE "Y".
       01  SIGNON-HASH-VALUE PIC 9(6).
       01  LOG-ACTION-TEXT PIC X(10).
       01  LOG-KEY-TEXT PIC X(16).

       01  REQUEST-TYPE PIC X.
           88 ACCESS-REQUEST VALUE "A".
           88 ERASURE-REQUEST VALUE "E".
           88 VALID-REQUEST-TYPE VALUE "A", "E".
       01  REQUEST-REFERENCE PIC X(12).
       01  REQUEST-CUST-NUMBER PIC 9(8).
       01  REQUEST-STUDENT-ID PIC 9(7).
       01  REQUEST-MEMBER-ID PIC X(10).

       01  TODAY-DATE PIC 9(8).
       01  TAX-RETENTION-YEARS PIC 9(2) VALUE 7.
       01  TAX-CUTOFF-DATE PIC 9(8).

       01  OPEN-ACCOUNT-COUNT PIC 9(5) VALUE 0.
       01  LIVE-CARD-COUNT PIC 9(5) VALUE 0.
       01  TAX-RECORD-COUNT PIC 9(5) VALUE 0.
       01  INVOICE-BALANCE PIC S9(7)V9(2) VALUE 0.
       01  MEMBER-FEE-BALANCE PIC S9(5)V9(2) VALUE 0.
       01  INVOICE-BALANCE-PRINT PIC -(7)9.9(2).
       01  MEMBER-FEE-BALANCE-PRINT PIC -(5)9.9(2).

       01  BANK-OUTCOME PIC X(10).
       01  STUDENT-OUTCOME PIC X(10).
       01  MEMBER-OUTCOME PIC X(10).

       01  ERASE-BANK-FLAG PIC X VALUE "N".
           88 ERASE-BANK-DATA VALUE "Y".
       01  ERASE-STUDENT-FLAG PIC X VALUE "N".
           88 ERASE-STUDENT-DATA VALUE "Y".
       01  ERASE-MEMBER-FLAG PIC X VALUE "N".
           88 ERASE-MEMBER-DATA VALUE "Y".

       01  BANK-FOUND-COUNT PIC 9(5) VALUE 0.
       01  STUDENT-FOUND-COUNT PIC 9(5) VALUE 0.
       01  MEMBER-FOUND-COUNT PIC 9(5) VALUE 0.
       01  RECORDS-FOUND-COUNT PIC 9(5) VALUE 0.
       01  RECORDS-CHANGED-COUNT PIC 9(5) VALUE 0.
       01  FILE-MATCH-COUNT PIC 9(5) VALUE 0.
       01  EXPORT-LINE-COUNT PIC 9(5) VALUE 0.

       01  GENERIC-SOURCE PIC X(14).
       01  GENERIC-KEY-START PIC 9(3).
       01  GENERIC-KEY-LENGTH PIC 9(2).
       01  GENERIC-KEY-VALUE PIC X(16).
       01  GENERIC-PURGE-FLAG PIC X VALUE "N".
           88 GENERIC-PURGE-MATCHES VALUE "Y".

       01  XREF-KEY-TYPE PIC X.
       01  XREF-CUST-NUMBER PIC 9(8).
       01  XREF-STUDENT-ID PIC 9(7).
       01  XREF-MEMBER-ID PIC X(10).
       01  XREF-TUITION-BALANCE PIC 9(7)V9(2).
       01  XREF-TUITION-DAYS PIC 9(5).
       01  XREF-FEE-BALANCE PIC S9(5)V9(2).
       01  XREF-RESULT PIC X VALUE "N".
           88 XREF-PERSON-LINKED VALUE "Y".

       01  DIGIT-MAP-LITERAL PIC X(10) VALUE "2957140863".
       01  DIGIT-MAP-TABLE REDEFINES DIGIT-MAP-LITERAL.
           02 DIGIT-MAP-CHAR PIC X OCCURS 10 TIMES.
       01  MAP-FIELD-BUFFER PIC X(16).
       01  MAP-FIELD-LENGTH PIC 9(2).
       01  MAP-POSITION PIC 9(2).
       01  MAP-DIGIT-VALUE PIC 9.

       01  FILE-EOF-FLAG PIC X VALUE "N".
           88 FILE-AT-END VALUE "Y".
       01  SCRATCH-EOF-FLAG PIC X VALUE "N".
           88 SCRATCH-AT-END VALUE "Y".

       PROCEDURE DIVISION.
       MAIN.
           PERFORM SIGN-ON-OPERATOR THRU SIGN-ON-OPERATOR-EXIT.

           ACCEPT CUSTOMER-FILE-DSN
              FROM ENVIRONMENT "ATM_CIF_FILE"
              ON EXCEPTION
                 MOVE "cif.txt" TO CUSTOMER-FILE-DSN
           END-ACCEPT.
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
           ACCEPT WHT-REGISTER-FILE-DSN
              FROM ENVIRONMENT "ATM_WHT_REGISTER_FILE"
              ON EXCEPTION
                 MOVE "whtreg.txt" TO WHT-REGISTER-FILE-DSN
           END-ACCEPT.

           DISPLAY "REQUEST TYPE (A = ACCESS/EXPORT, E = ERASURE) --> "
              WITH NO ADVANCING.
           ACCEPT REQUEST-TYPE.
           IF NOT VALID-REQUEST-TYPE THEN
              DISPLAY "REQUEST TYPE MUST BE A OR E"
              STOP RUN
           END-IF.
           DISPLAY "ENTER REQUEST REFERENCE (12 CHARS) --> "
              WITH NO ADVANCING.
           ACCEPT REQUEST-REFERENCE.
           IF REQUEST-REFERENCE = SPACES THEN
              DISPLAY "A REQUEST REFERENCE IS REQUIRED"
              STOP RUN
           END-IF.
           DISPLAY "ENTER BANK CUSTOMER NUMBER (8 DIGITS, 0 = NONE) "
              "--> " WITH NO ADVANCING.
           ACCEPT REQUEST-CUST-NUMBER.
           DISPLAY "ENTER STUDENT ID (7 DIGITS, 0 = NONE) --> "
              WITH NO ADVANCING.
           ACCEPT REQUEST-STUDENT-ID.
           DISPLAY "ENTER VIDEO CLUB MEMBER ID (10 CHARS, BLANK = NONE)"
              " --> " WITH NO ADVANCING.
           ACCEPT REQUEST-MEMBER-ID.

           MOVE "NOT GIVEN" TO BANK-OUTCOME.
           MOVE "NOT GIVEN" TO STUDENT-OUTCOME.
           MOVE "NOT GIVEN" TO MEMBER-OUTCOME.

           IF REQUEST-CUST-NUMBER = 0 AND REQUEST-STUDENT-ID = 0 AND
              REQUEST-MEMBER-ID = SPACES THEN
              DISPLAY "AT LEAST ONE IDENTIFIER IS REQUIRED"
              STOP RUN
           END-IF.

           PERFORM ADD-LINKED-IDENTIFIERS.

           IF ERASURE-REQUEST AND NOT SIGNON-IS-SUPERVISOR THEN
              DISPLAY "ONLY A SUPERVISOR MAY PROCESS AN ERASURE"
              MOVE "REFUSED" TO BANK-OUTCOME
              MOVE "REFUSED" TO STUDENT-OUTCOME
              MOVE "REFUSED" TO MEMBER-OUTCOME
              PERFORM WRITE-PRIVACY-LOG
              STOP RUN
           END-IF.

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE TAX-CUTOFF-DATE =
              TODAY-DATE - TAX-RETENTION-YEARS * 10000.

           IF ACCESS-REQUEST THEN
              PERFORM OPEN-EXPORT-FILE
           END-IF.

           IF REQUEST-CUST-NUMBER NOT = 0 THEN
              PERFORM PROCESS-BANK-DATA
           END-IF.
           IF REQUEST-STUDENT-ID NOT = 0 THEN
              PERFORM PROCESS-STUDENT-DATA
           END-IF.
           IF REQUEST-MEMBER-ID NOT = SPACES THEN
              PERFORM PROCESS-MEMBER-DATA
           END-IF.

           PERFORM PROCESS-PERSON-XREF.

           IF ACCESS-REQUEST THEN
              CLOSE EXPORT-FILE
              DISPLAY EXPORT-LINE-COUNT " RECORD(S) EXPORTED TO "
                 EXPORT-FILE-DSN
           END-IF.

           DISPLAY "BANK    : " BANK-OUTCOME.
           DISPLAY "STUDENT : " STUDENT-OUTCOME.
           DISPLAY "MEMBER  : " MEMBER-OUTCOME.
           DISPLAY "REQUEST " REQUEST-REFERENCE " COMPLETE: "
              RECORDS-FOUND-COUNT " RECORD(S) FOUND, "
              RECORDS-CHANGED-COUNT " ANONYMISED OR REMOVED".

           PERFORM WRITE-PRIVACY-LOG.
           IF ACCESS-REQUEST THEN
              MOVE "PRIVACC" TO LOG-ACTION-TEXT
           ELSE
              MOVE "PRIVERA" TO LOG-ACTION-TEXT
           END-IF.
           MOVE REQUEST-REFERENCE TO LOG-KEY-TEXT.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.
           STOP RUN.

       ADD-LINKED-IDENTIFIERS.
           MOVE REQUEST-CUST-NUMBER TO XREF-CUST-NUMBER.
           MOVE REQUEST-STUDENT-ID TO XREF-STUDENT-ID.
           MOVE REQUEST-MEMBER-ID TO XREF-MEMBER-ID.
           IF REQUEST-CUST-NUMBER NOT = 0 THEN
              MOVE "C" TO XREF-KEY-TYPE
           ELSE
              IF REQUEST-STUDENT-ID NOT = 0 THEN
                 MOVE "S" TO XREF-KEY-TYPE
              ELSE
                 MOVE "M" TO XREF-KEY-TYPE
              END-IF
           END-IF.
           CALL "XREFINFO" USING XREF-KEY-TYPE XREF-CUST-NUMBER
              XREF-STUDENT-ID XREF-MEMBER-ID XREF-TUITION-BALANCE
              XREF-TUITION-DAYS XREF-FEE-BALANCE XREF-RESULT
              ON EXCEPTION
                 DISPLAY "[ABORT]: XREFINFO MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           IF XREF-PERSON-LINKED THEN
              IF REQUEST-CUST-NUMBER = 0 AND
                 XREF-CUST-NUMBER NOT = 0 THEN
                 MOVE XREF-CUST-NUMBER TO REQUEST-CUST-NUMBER
                 DISPLAY "LINKED BANK CUSTOMER " REQUEST-CUST-NUMBER
                    " ADDED FROM PERSONXR.DAT"
              END-IF
              IF REQUEST-STUDENT-ID = 0 AND
                 XREF-STUDENT-ID NOT = 0 THEN
                 MOVE XREF-STUDENT-ID TO REQUEST-STUDENT-ID
                 DISPLAY "LINKED STUDENT " REQUEST-STUDENT-ID
                    " ADDED FROM PERSONXR.DAT"
              END-IF
              IF REQUEST-MEMBER-ID = SPACES AND
                 XREF-MEMBER-ID NOT = SPACES THEN
                 MOVE XREF-MEMBER-ID TO REQUEST-MEMBER-ID
                 DISPLAY "LINKED VIDEO MEMBER " REQUEST-MEMBER-ID
                    " ADDED FROM PERSONXR.DAT"
              END-IF
           END-IF.

       PROCESS-PERSON-XREF.
           IF NOT XREF-PERSON-LINKED THEN
              CONTINUE
           ELSE
              MOVE "PERSONXR.DAT" TO GENERIC-FILE-DSN
              MOVE "PERSON XREF" TO GENERIC-SOURCE
              MOVE "N" TO GENERIC-PURGE-FLAG
              IF ERASURE-REQUEST AND
                 BANK-OUTCOME(1:4) NOT = "HOLD" AND
                 STUDENT-OUTCOME(1:4) NOT = "HOLD" AND
                 MEMBER-OUTCOME(1:4) NOT = "HOLD" THEN
                 SET GENERIC-PURGE-MATCHES TO TRUE
              END-IF
              IF XREF-CUST-NUMBER NOT = 0 THEN
                 MOVE XREF-CUST-NUMBER TO GENERIC-KEY-VALUE
                 MOVE 1 TO GENERIC-KEY-START
                 MOVE 8 TO GENERIC-KEY-LENGTH
              ELSE
                 IF XREF-STUDENT-ID NOT = 0 THEN
                    MOVE XREF-STUDENT-ID TO GENERIC-KEY-VALUE
                    MOVE 9 TO GENERIC-KEY-START
                    MOVE 7 TO GENERIC-KEY-LENGTH
                 ELSE
                    MOVE XREF-MEMBER-ID TO GENERIC-KEY-VALUE
                    MOVE 16 TO GENERIC-KEY-START
                    MOVE 10 TO GENERIC-KEY-LENGTH
                 END-IF
              END-IF
              PERFORM SCAN-GENERIC-FILE
           END-IF.

       OPEN-EXPORT-FILE.
           MOVE SPACES TO EXPORT-FILE-DSN.
           STRING "PRIVEXP-" DELIMITED BY SIZE
              REQUEST-REFERENCE DELIMITED BY SPACE
              ".TXT" DELIMITED BY SIZE
              INTO EXPORT-FILE-DSN.
           OPEN OUTPUT EXPORT-FILE.
           MOVE "REQUEST" TO EXP-SOURCE.
           MOVE SPACES TO EXP-DATA.
           STRING REQUEST-REFERENCE " DATE " TODAY-DATE
              " OPERATOR " SIGNON-OPERATOR-ID
              DELIMITED BY SIZE INTO EXP-DATA.
           WRITE EXPORT-RECORD.
           MOVE "IDENTIFIERS" TO EXP-SOURCE.
           MOVE SPACES TO EXP-DATA.
           STRING "CUSTOMER " REQUEST-CUST-NUMBER
              " STUDENT " REQUEST-STUDENT-ID
              " MEMBER " REQUEST-MEMBER-ID
              DELIMITED BY SIZE INTO EXP-DATA.
           WRITE EXPORT-RECORD.

       WRITE-EXPORT-LINE.
           WRITE EXPORT-RECORD.
           ADD 1 TO EXPORT-LINE-COUNT.

       MAP-FIELD-DIGITS.
           PERFORM VARYING MAP-POSITION FROM 1 BY 1
              UNTIL MAP-POSITION > MAP-FIELD-LENGTH
              IF MAP-FIELD-BUFFER(MAP-POSITION:1) IS NUMERIC THEN
                 MOVE MAP-FIELD-BUFFER(MAP-POSITION:1)
                    TO MAP-DIGIT-VALUE
                 MOVE DIGIT-MAP-CHAR(MAP-DIGIT-VALUE + 1)
                    TO MAP-FIELD-BUFFER(MAP-POSITION:1)
              END-IF
           END-PERFORM.

       PROCESS-BANK-DATA.
           MOVE 0 TO BANK-FOUND-COUNT.
           PERFORM SCAN-MASTER-FILE.
           PERFORM SCAN-WHT-REGISTER.
           PERFORM CHECK-CARDHOLDER-FILE.
           IF ERASURE-REQUEST THEN
              IF OPEN-ACCOUNT-COUNT > 0 THEN
                 MOVE "HOLD-ACCT" TO BANK-OUTCOME
              ELSE
                 IF LIVE-CARD-COUNT > 0 THEN
                    MOVE "HOLD-CARD" TO BANK-OUTCOME
                 ELSE
                    IF TAX-RECORD-COUNT > 0 THEN
                       MOVE "HOLD-TAX" TO BANK-OUTCOME
                    ELSE
                       SET ERASE-BANK-DATA TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF OPEN-ACCOUNT-COUNT > 0 THEN
              DISPLAY "CUSTOMER " REQUEST-CUST-NUMBER " HOLDS "
                 OPEN-ACCOUNT-COUNT " OPEN ACCOUNT(S)"
           END-IF.
           IF LIVE-CARD-COUNT > 0 THEN
              DISPLAY "CUSTOMER " REQUEST-CUST-NUMBER " HOLDS "
                 LIVE-CARD-COUNT " ACTIVE OR LOST CARD(S)"
           END-IF.
           IF TAX-RECORD-COUNT > 0 THEN
              DISPLAY "CUSTOMER " REQUEST-CUST-NUMBER " HAS "
                 TAX-RECORD-COUNT " TAX RECORD(S) SINCE "
                 TAX-CUTOFF-DATE
           END-IF.

           PERFORM SCAN-CUSTOMER-FILE.
           PERFORM SCAN-CARDHOLDER-FILE.

           MOVE REQUEST-CUST-NUMBER TO MAP-FIELD-BUFFER.
           MOVE 8 TO MAP-FIELD-LENGTH.
           PERFORM MAP-FIELD-DIGITS.
           MOVE MAP-FIELD-BUFFER(1:8) TO GENERIC-KEY-VALUE.
           MOVE 8 TO GENERIC-KEY-LENGTH.
           MOVE "N" TO GENERIC-PURGE-FLAG.
           IF ERASURE-REQUEST THEN
              SET GENERIC-PURGE-MATCHES TO TRUE
           END-IF.
           MOVE "cifTest.txt" TO GENERIC-FILE-DSN.
           MOVE "CIF TEST" TO GENERIC-SOURCE.
           MOVE 1 TO GENERIC-KEY-START.
           PERFORM SCAN-GENERIC-FILE.
           ADD FILE-MATCH-COUNT TO BANK-FOUND-COUNT.
           MOVE "masterTest.txt" TO GENERIC-FILE-DSN.
           MOVE "MASTER TEST" TO GENERIC-SOURCE.
           MOVE 73 TO GENERIC-KEY-START.
           PERFORM SCAN-GENERIC-FILE.
           ADD FILE-MATCH-COUNT TO BANK-FOUND-COUNT.

           IF BANK-FOUND-COUNT = 0 THEN
              MOVE "NOT FOUND" TO BANK-OUTCOME
           ELSE
              IF ACCESS-REQUEST THEN
                 MOVE "EXPORTED" TO BANK-OUTCOME
              END-IF
              IF ERASE-BANK-DATA THEN
                 MOVE "ERASED" TO BANK-OUTCOME
              END-IF
           END-IF.

       SCAN-MASTER-FILE.
           MOVE 0 TO FILE-MATCH-COUNT.
           MOVE "N" TO FILE-EOF-FLAG.
           OPEN INPUT MASTER-FILE.
           IF MASTER-FILE-NOT-FOUND THEN
              DISPLAY MASTER-FILE-DSN " NOT FOUND -- SKIPPED"
           ELSE
              PERFORM UNTIL FILE-AT-END
                 READ MASTER-FILE
                    AT END SET FILE-AT-END TO TRUE
                 END-READ
                 IF NOT FILE-AT-END AND
                    MSTR-CUST-NUMBER = REQUEST-CUST-NUMBER THEN
                    ADD 1 TO FILE-MATCH-COUNT
                    ADD 1 TO OPEN-ACCOUNT-COUNT
                    IF ACCESS-REQUEST THEN
                       MOVE "MASTER" TO EXP-SOURCE
                       MOVE MASTER-RECORD TO EXP-DATA
                       MOVE ZEROS TO EXP-DATA(37:6)
                       PERFORM WRITE-EXPORT-LINE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE MASTER-FILE
           END-IF.
           ADD FILE-MATCH-COUNT TO BANK-FOUND-COUNT.
           ADD FILE-MATCH-COUNT TO RECORDS-FOUND-COUNT.

       SCAN-WHT-REGISTER.
           MOVE 0 TO FILE-MATCH-COUNT.
           MOVE "N" TO FILE-EOF-FLAG.
           OPEN INPUT WHT-REGISTER-FILE.
           IF WHT-REGISTER-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              PERFORM UNTIL FILE-AT-END
                 READ WHT-REGISTER-FILE
                    AT END SET FILE-AT-END TO TRUE
                 END-READ
                 IF NOT FILE-AT-END AND
                    WHT-REG-CUST-NUMBER = REQUEST-CUST-NUMBER THEN
                    ADD 1 TO FILE-MATCH-COUNT
                    IF WHT-REG-DATE > TAX-CUTOFF-DATE THEN
                       ADD 1 TO TAX-RECORD-COUNT
                    END-IF
                    IF ACCESS-REQUEST THEN
                       MOVE "WHT REGISTER" TO EXP-SOURCE
                       MOVE WHT-REGISTER-RECORD TO EXP-DATA
                       PERFORM WRITE-EXPORT-LINE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE WHT-REGISTER-FILE
           END-IF.
           ADD FILE-MATCH-COUNT TO BANK-FOUND-COUNT.
           ADD FILE-MATCH-COUNT TO RECORDS-FOUND-COUNT.

       CHECK-CARDHOLDER-FILE.
           MOVE "N" TO FILE-EOF-FLAG.
           OPEN INPUT CARDHOLDER-FILE.
           IF CARDHOLDER-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              PERFORM UNTIL FILE-AT-END
                 READ CARDHOLDER-FILE
                    AT END SET FILE-AT-END TO TRUE
                 END-READ
                 IF NOT FILE-AT-END AND
                    CARDHOLDER-CUST-NUMBER = REQUEST-CUST-NUMBER AND
                    (CARD-IS-ACTIVE OR CARD-IS-LOST) THEN
                    ADD 1 TO LIVE-CARD-COUNT
                 END-IF
              END-PERFORM
              CLOSE CARDHOLDER-FILE
           END-IF.

       SCAN-CUSTOMER-FILE.
           MOVE 0 TO FILE-MATCH-COUNT.
           MOVE "N" TO FILE-EOF-FLAG.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-NOT-FOUND THEN
              DISPLAY CUSTOMER-FILE-DSN " NOT FOUND -- SKIPPED"
           ELSE
              IF ERASE-BANK-DATA THEN
                 OPEN OUTPUT SCRATCH-FILE
              END-IF
              PERFORM UNTIL FILE-AT-END
                 READ CUSTOMER-FILE
                    AT END SET FILE-AT-END TO TRUE
                 END-READ
                 IF NOT FILE-AT-END THEN
                    IF CIF-CUST-NUMBER = REQUEST-CUST-NUMBER THEN
                       ADD 1 TO FILE-MATCH-COUNT
                       IF ACCESS-REQUEST THEN
                          MOVE "CIF" TO EXP-SOURCE
                          MOVE CUSTOMER-RECORD TO EXP-DATA
                          PERFORM WRITE-EXPORT-LINE
                       END-IF
                       IF ERASE-BANK-DATA THEN
                          MOVE "ERASED CUSTOMER" TO CIF-CUST-NAME
                          MOVE SPACES TO CIF-CUST-ADDRESS
                          MOVE SPACES TO CIF-CUST-PHONE
                          ADD 1 TO RECORDS-CHANGED-COUNT
                       END-IF
                    END-IF
                    IF ERASE-BANK-DATA THEN
                       WRITE SCRATCH-RECORD FROM CUSTOMER-RECORD
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE CUSTOMER-FILE
              IF ERASE-BANK-DATA THEN
                 CLOSE SCRATCH-FILE
                 IF FILE-MATCH-COUNT > 0 THEN
                    PERFORM PROMOTE-CUSTOMER-FILE
                 END-IF
              END-IF
           END-IF.
           ADD FILE-MATCH-COUNT TO BANK-FOUND-COUNT.
           ADD FILE-MATCH-COUNT TO RECORDS-FOUND-COUNT.

       PROMOTE-CUSTOMER-FILE.
           MOVE "N" TO SCRATCH-EOF-FLAG.
           OPEN INPUT SCRATCH-FILE.
           OPEN OUTPUT CUSTOMER-FILE.
           PERFORM UNTIL SCRATCH-AT-END
              READ SCRATCH-FILE
                 AT END SET SCRATCH-AT-END TO TRUE
              END-READ
              IF NOT SCRATCH-AT-END THEN
                 WRITE CUSTOMER-RECORD FROM SCRATCH-RECORD
              END-IF
           END-PERFORM.
           CLOSE SCRATCH-FILE.
           CLOSE CUSTOMER-FILE.

       SCAN-CARDHOLDER-FILE.
           MOVE 0 TO FILE-MATCH-COUNT.
           MOVE "N" TO FILE-EOF-FLAG.
           OPEN INPUT CARDHOLDER-FILE.
           IF CARDHOLDER-FILE-NOT-FOUND THEN
              DISPLAY CARDHOLDER-FILE-DSN " NOT FOUND -- SKIPPED"
           ELSE
              IF ERASE-BANK-DATA THEN
                 OPEN OUTPUT SCRATCH-FILE
              END-IF
              PERFORM UNTIL FILE-AT-END
                 READ CARDHOLDER-FILE
                    AT END SET FILE-AT-END TO TRUE
                 END-READ
                 IF NOT FILE-AT-END THEN
                    IF CARDHOLDER-CUST-NUMBER = REQUEST-CUST-NUMBER
                       THEN
                       ADD 1 TO FILE-MATCH-COUNT
                       IF ACCESS-REQUEST THEN
                          MOVE "CARDHOLDER" TO EXP-SOURCE
                          MOVE CARDHOLDER-RECORD TO EXP-DATA
                          MOVE ZEROS TO EXP-DATA(39:6)
                          PERFORM WRITE-EXPORT-LINE
                       END-IF
                       IF ERASE-BANK-DATA THEN
                          MOVE "ERASED CARDHOLDER" TO CARDHOLDER-NAME
                          MOVE ZEROS TO CARDHOLDER-PIN
                          MOVE SPACES TO CARDHOLDER-LANGUAGE
                          ADD 1 TO RECORDS-CHANGED-COUNT
                       END-IF
                    END-IF
                    IF ERASE-BANK-DATA THEN
                       WRITE SCRATCH-RECORD FROM CARDHOLDER-RECORD
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE CARDHOLDER-FILE
              IF ERASE-BANK-DATA THEN
                 CLOSE SCRATCH-FILE
                 IF FILE-MATCH-COUNT > 0 THEN
                    PERFORM PROMOTE-CARDHOLDER-FILE
                 END-IF
              END-IF
           END-IF.
           ADD FILE-MATCH-COUNT TO BANK-FOUND-COUNT.
           ADD FILE-MATCH-COUNT TO RECORDS-FOUND-COUNT.

       PROMOTE-CARDHOLDER-FILE.
           MOVE "N" TO SCRATCH-EOF-FLAG.
           OPEN INPUT SCRATCH-FILE.
           OPEN OUTPUT CARDHOLDER-FILE.
           PERFORM UNTIL SCRATCH-AT-END
              READ SCRATCH-FILE
                 AT END SET SCRATCH-AT-END TO TRUE
              END-READ
              IF NOT SCRATCH-AT-END THEN
                 WRITE CARDHOLDER-RECORD FROM SCRATCH-RECORD
              END-IF
           END-PERFORM.
           CLOSE SCRATCH-FILE.
           CLOSE CARDHOLDER-FILE.

       PROCESS-STUDENT-DATA.
           MOVE 0 TO STUDENT-FOUND-COUNT.
           PERFORM SCAN-INVOICE-FILE.
           IF ERASURE-REQUEST THEN
              IF INVOICE-BALANCE > 0 THEN
                 MOVE "HOLD-INVCE" TO STUDENT-OUTCOME
              ELSE
                 SET ERASE-STUDENT-DATA TO TRUE
              END-IF
           END-IF.
           IF INVOICE-BALANCE > 0 THEN
              MOVE INVOICE-BALANCE TO INVOICE-BALANCE-PRINT
              DISPLAY "STUDENT " REQUEST-STUDENT-ID
                 " HAS AN UNPAID INVOICE BALANCE OF "
                 INVOICE-BALANCE-PRINT
           END-IF.

           PERFORM SCAN-STUDENT-FILE.
           PERFORM SCAN-ALUMNI-FILE.
           PERFORM SCAN-ALUMNI-CONTACT-FILE.

           MOVE "N" TO GENERIC-PURGE-FLAG.
           IF ERASE-STUDENT-DATA THEN
              SET GENERIC-PURGE-MATCHES TO TRUE
           END-IF.
           MOVE REQUEST-STUDENT-ID TO GENERIC-KEY-VALUE.
           MOVE 7 TO GENERIC-KEY-LENGTH.
           MOVE "STUCONT.DAT" TO GENERIC-FILE-DSN.
           MOVE "STU CONTACT" TO GENERIC-SOURCE.
           MOVE 1 TO GENERIC-KEY-START.
           PERFORM SCAN-GENERIC-FILE.
           ADD FILE-MATCH-COUNT TO STUDENT-FOUND-COUNT.

           MOVE "N" TO GENERIC-PURGE-FLAG.
           MOVE "DONATION.DAT" TO GENERIC-FILE-DSN.
           MOVE "DONATION" TO GENERIC-SOURCE.
           MOVE 7 TO GENERIC-KEY-START.
           PERFORM SCAN-GENERIC-FILE.
           ADD FILE-MATCH-COUNT TO STUDENT-FOUND-COUNT.
           MOVE "MANDATE.DAT" TO GENERIC-FILE-DSN.
           MOVE "MANDATE" TO GENERIC-SOURCE.
           MOVE 1 TO GENERIC-KEY-START.
           PERFORM SCAN-GENERIC-FILE.
           ADD FILE-MATCH-COUNT TO STUDENT-FOUND-COUNT.

           MOVE REQUEST-STUDENT-ID TO MAP-FIELD-BUFFER.
           MOVE 7 TO MAP-FIELD-LENGTH.
           PERFORM MAP-FIELD-DIGITS.
           MOVE MAP-FIELD-BUFFER(1:7) TO GENERIC-KEY-VALUE.
           IF ERASURE-REQUEST THEN
              SET GENERIC-PURGE-MATCHES TO TRUE
           END-IF.
           MOVE "STUDTEST.DAT" TO GENERIC-FILE-DSN.
           MOVE "STUDENT TEST" TO GENERIC-SOURCE.
           PERFORM SCAN-GENERIC-FILE.
           ADD FILE-MATCH-COUNT TO STUDENT-FOUND-COUNT.
           MOVE "MANDTEST.DAT" TO GENERIC-FILE-DSN.
           MOVE "MANDATE TEST" TO GENERIC-SOURCE.
           PERFORM SCAN-GENERIC-FILE.
           ADD FILE-MATCH-COUNT TO STUDENT-FOUND-COUNT.

           IF STUDENT-FOUND-COUNT = 0 THEN
              MOVE "NOT FOUND" TO STUDENT-OUTCOME
           ELSE
              IF ACCESS-REQUEST THEN
                 MOVE "EXPORTED" TO STUDENT-OUTCOME
              END-IF
              IF ERASE-STUDENT-DATA THEN
                 MOVE "ERASED" TO STUDENT-OUTCOME
              END-IF
           END-IF.

       SCAN-INVOICE-FILE.
           MOVE 0 TO FILE-MATCH-COUNT.
           MOVE "N" TO FILE-EOF-FLAG.
           OPEN INPUT INVOICE-FILE.
           IF INVOICE-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              PERFORM UNTIL FILE-AT-END
                 READ INVOICE-FILE
                    AT END SET FILE-AT-END TO TRUE
                 END-READ
                 IF NOT FILE-AT-END AND
                    INV-STUDENT-ID = REQUEST-STUDENT-ID THEN
                    ADD 1 TO FILE-MATCH-COUNT
                    IF INV-TYPE = "I" OR INV-TYPE = "R" THEN
                       ADD INV-AMOUNT TO INVOICE-BALANCE
                    ELSE
                       SUBTRACT INV-AMOUNT FROM INVOICE-BALANCE
                    END-IF
                    IF ACCESS-REQUEST THEN
                       MOVE "INVOICE" TO EXP-SOURCE
                       MOVE INVOICE-RECORD TO EXP-DATA
                       PERFORM WRITE-EXPORT-LINE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE INVOICE-FILE
           END-IF.
           ADD FILE-MATCH-COUNT TO STUDENT-FOUND-COUNT.
           ADD FILE-MATCH-COUNT TO RECORDS-FOUND-COUNT.

       SCAN-STUDENT-FILE.
           MOVE 0 TO FILE-MATCH-COUNT.
           MOVE "N" TO FILE-EOF-FLAG.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-FILE-NOT-FOUND THEN
              DISPLAY "STUDENTS.DAT NOT FOUND -- SKIPPED"
           ELSE
              IF ERASE-STUDENT-DATA THEN
                 OPEN OUTPUT SCRATCH-FILE
              END-IF
              PERFORM UNTIL FILE-AT-END
                 READ STUDENT-FILE
                    AT END SET FILE-AT-END TO TRUE
                 END-READ
                 IF NOT FILE-AT-END THEN
                    IF STUDENT-ID = REQUEST-STUDENT-ID THEN
                       ADD 1 TO FILE-MATCH-COUNT
                       IF ACCESS-REQUEST THEN
                          MOVE "STUDENT" TO EXP-SOURCE
                          MOVE STUDENT-DETAILS TO EXP-DATA
                          PERFORM WRITE-EXPORT-LINE
                       END-IF
                       IF ERASE-STUDENT-DATA THEN
                          MOVE "ERASED" TO SURNAME
                          MOVE SPACES TO INITIALS
                          MOVE ZEROS TO DATE-OF-BIRTH
                          MOVE SPACE TO GENDER
                          ADD 1 TO RECORDS-CHANGED-COUNT
                       END-IF
                    END-IF
                    IF ERASE-STUDENT-DATA THEN
                       WRITE SCRATCH-RECORD FROM STUDENT-DETAILS
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE STUDENT-FILE
              IF ERASE-STUDENT-DATA THEN
                 CLOSE SCRATCH-FILE
                 IF FILE-MATCH-COUNT > 0 THEN
                    PERFORM PROMOTE-STUDENT-FILE
                 END-IF
              END-IF
           END-IF.
           ADD FILE-MATCH-COUNT TO STUDENT-FOUND-COUNT.
           ADD FILE-MATCH-COUNT TO RECORDS-FOUND-COUNT.

       PROMOTE-STUDENT-FILE.
           MOVE "N" TO SCRATCH-EOF-FLAG.
           OPEN INPUT SCRATCH-FILE.
           OPEN OUTPUT STUDENT-FILE.
           PERFORM UNTIL SCRATCH-AT-END
              READ SCRATCH-FILE
                 AT END SET SCRATCH-AT-END TO TRUE
              END-READ
              IF NOT SCRATCH-AT-END THEN
                 WRITE STUDENT-DETAILS FROM SCRATCH-RECORD
              END-IF
           END-PERFORM.
           CLOSE SCRATCH-FILE.
           CLOSE STUDENT-FILE.

       SCAN-ALUMNI-FILE.
           MOVE 0 TO FILE-MATCH-COUNT.
           MOVE "N" TO FILE-EOF-FLAG.
           OPEN INPUT ALUMNI-FILE.
           IF ALUMNI-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              IF ERASE-STUDENT-DATA THEN
                 OPEN OUTPUT SCRATCH-FILE
              END-IF
              PERFORM UNTIL FILE-AT-END
                 READ ALUMNI-FILE
                    AT END SET FILE-AT-END TO TRUE
                 END-READ
                 IF NOT FILE-AT-END THEN
                    IF ALUMNI-STUDENT-ID = REQUEST-STUDENT-ID THEN
                       ADD 1 TO FILE-MATCH-COUNT
                       IF ACCESS-REQUEST THEN
                          MOVE "ALUMNI" TO EXP-SOURCE
                          MOVE ALUMNI-RECORD TO EXP-DATA
                          PERFORM WRITE-EXPORT-LINE
                       END-IF
                       IF ERASE-STUDENT-DATA THEN
                          MOVE "ERASED" TO ALUMNI-SURNAME
                          MOVE SPACES TO ALUMNI-INITIALS
                          MOVE ZEROS TO ALUMNI-DATE-OF-BIRTH
                          MOVE SPACE TO ALUMNI-GENDER
                          ADD 1 TO RECORDS-CHANGED-COUNT
                       END-IF
                    END-IF
                    IF ERASE-STUDENT-DATA THEN
                       WRITE SCRATCH-RECORD FROM ALUMNI-RECORD
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ALUMNI-FILE
              IF ERASE-STUDENT-DATA THEN
                 CLOSE SCRATCH-FILE
                 IF FILE-MATCH-COUNT > 0 THEN
                    PERFORM PROMOTE-ALUMNI-FILE
                 END-IF
              END-IF
           END-IF.
           ADD FILE-MATCH-COUNT TO STUDENT-FOUND-COUNT.
           ADD FILE-MATCH-COUNT TO RECORDS-FOUND-COUNT.

       PROMOTE-ALUMNI-FILE.
           MOVE "N" TO SCRATCH-EOF-FLAG.
           OPEN INPUT SCRATCH-FILE.
           OPEN OUTPUT ALUMNI-FILE.
           PERFORM UNTIL SCRATCH-AT-END
              READ SCRATCH-FILE
                 AT END SET SCRATCH-AT-END TO TRUE
              END-READ
              IF NOT SCRATCH-AT-END THEN
                 WRITE ALUMNI-RECORD FROM SCRATCH-RECORD
              END-IF
           END-PERFORM.
           CLOSE SCRATCH-FILE.
           CLOSE ALUMNI-FILE.

       SCAN-ALUMNI-CONTACT-FILE.
           MOVE 0 TO FILE-MATCH-COUNT.
           MOVE "N" TO FILE-EOF-FLAG.
           OPEN INPUT ALUMNI-CONTACT-FILE.
           IF ALUMNI-CONTACT-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              IF ERASE-STUDENT-DATA THEN
                 OPEN OUTPUT SCRATCH-FILE
              END-IF
              PERFORM UNTIL FILE-AT-END
                 READ ALUMNI-CONTACT-FILE
                    AT END SET FILE-AT-END TO TRUE
                 END-READ
                 IF NOT FILE-AT-END THEN
                    IF ALCN-STUDENT-ID = REQUEST-STUDENT-ID THEN
                       ADD 1 TO FILE-MATCH-COUNT
                       IF ACCESS-REQUEST THEN
                          MOVE "ALUMCONT" TO EXP-SOURCE
                          MOVE ALUMNI-CONTACT-RECORD TO EXP-DATA
                          PERFORM WRITE-EXPORT-LINE
                       END-IF
                       IF ERASE-STUDENT-DATA THEN
                          ADD 1 TO RECORDS-CHANGED-COUNT
                       END-IF
                    ELSE
                       IF ERASE-STUDENT-DATA THEN
                          WRITE SCRATCH-RECORD
                             FROM ALUMNI-CONTACT-RECORD
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ALUMNI-CONTACT-FILE
              IF ERASE-STUDENT-DATA THEN
                 CLOSE SCRATCH-FILE
                 IF FILE-MATCH-COUNT > 0 THEN
                    PERFORM PROMOTE-ALUMNI-CONTACT-FILE
                 END-IF
              END-IF
           END-IF.
           ADD FILE-MATCH-COUNT TO STUDENT-FOUND-COUNT.
           ADD FILE-MATCH-COUNT TO RECORDS-FOUND-COUNT.

       PROMOTE-ALUMNI-CONTACT-FILE.
           MOVE "N" TO SCRATCH-EOF-FLAG.
           OPEN INPUT SCRATCH-FILE.
           OPEN OUTPUT ALUMNI-CONTACT-FILE.
           PERFORM UNTIL SCRATCH-AT-END
              READ SCRATCH-FILE
                 AT END SET SCRATCH-AT-END TO TRUE
              END-READ
              IF NOT SCRATCH-AT-END THEN
                 WRITE ALUMNI-CONTACT-RECORD FROM SCRATCH-RECORD
              END-IF
           END-PERFORM.
           CLOSE SCRATCH-FILE.
           CLOSE ALUMNI-CONTACT-FILE.

       PROCESS-MEMBER-DATA.
           MOVE 0 TO MEMBER-FOUND-COUNT.
           PERFORM SCAN-FEE-BALANCE-FILE.
           IF ERASURE-REQUEST THEN
              IF MEMBER-FEE-BALANCE > 0 THEN
                 MOVE "HOLD-FEES" TO MEMBER-OUTCOME
              ELSE
                 SET ERASE-MEMBER-DATA TO TRUE
              END-IF
           END-IF.
           IF MEMBER-FEE-BALANCE > 0 THEN
              MOVE MEMBER-FEE-BALANCE TO MEMBER-FEE-BALANCE-PRINT
              DISPLAY "MEMBER " REQUEST-MEMBER-ID
                 " HAS AN UNPAID FEE BALANCE OF "
                 MEMBER-FEE-BALANCE-PRINT
           END-IF.

           PERFORM SCAN-MEMBER-FILE.

           MOVE REQUEST-MEMBER-ID TO MAP-FIELD-BUFFER.
           MOVE 10 TO MAP-FIELD-LENGTH.
           PERFORM MAP-FIELD-DIGITS.
           MOVE MAP-FIELD-BUFFER(1:10) TO GENERIC-KEY-VALUE.
           MOVE 10 TO GENERIC-KEY-LENGTH.
           MOVE "N" TO GENERIC-PURGE-FLAG.
           IF ERASURE-REQUEST THEN
              SET GENERIC-PURGE-MATCHES TO TRUE
           END-IF.
           MOVE "MEMBTEST.DAT" TO GENERIC-FILE-DSN.
           MOVE "MEMBER TEST" TO GENERIC-SOURCE.
           MOVE 1 TO GENERIC-KEY-START.
           PERFORM SCAN-GENERIC-FILE.
           ADD FILE-MATCH-COUNT TO MEMBER-FOUND-COUNT.

           IF MEMBER-FOUND-COUNT = 0 THEN
              MOVE "NOT FOUND" TO MEMBER-OUTCOME
           ELSE
              IF ACCESS-REQUEST THEN
                 MOVE "EXPORTED" TO MEMBER-OUTCOME
              END-IF
              IF ERASE-MEMBER-DATA THEN
                 MOVE "ERASED" TO MEMBER-OUTCOME
              END-IF
           END-IF.

       SCAN-FEE-BALANCE-FILE.
           MOVE 0 TO FILE-MATCH-COUNT.
           MOVE "N" TO FILE-EOF-FLAG.
           OPEN INPUT FEE-BALANCE-FILE.
           IF FEE-BALANCE-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              PERFORM UNTIL FILE-AT-END
                 READ FEE-BALANCE-FILE
                    AT END SET FILE-AT-END TO TRUE
                 END-READ
                 IF NOT FILE-AT-END AND
                    FB-RENTER-ID = REQUEST-MEMBER-ID THEN
                    ADD 1 TO FILE-MATCH-COUNT
                    ADD FB-BALANCE TO MEMBER-FEE-BALANCE
                    IF ACCESS-REQUEST THEN
                       MOVE "FEE BALANCE" TO EXP-SOURCE
                       MOVE FEE-BALANCE-RECORD TO EXP-DATA
                       PERFORM WRITE-EXPORT-LINE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE FEE-BALANCE-FILE
           END-IF.
           ADD FILE-MATCH-COUNT TO MEMBER-FOUND-COUNT.
           ADD FILE-MATCH-COUNT TO RECORDS-FOUND-COUNT.

       SCAN-MEMBER-FILE.
           MOVE 0 TO FILE-MATCH-COUNT.
           MOVE "N" TO FILE-EOF-FLAG.
           OPEN INPUT MEMBER-FILE.
           IF MEMBER-FILE-NOT-FOUND THEN
              DISPLAY "MEMBER.DAT NOT FOUND -- SKIPPED"
           ELSE
              IF ERASE-MEMBER-DATA THEN
                 OPEN OUTPUT SCRATCH-FILE
              END-IF
              PERFORM UNTIL FILE-AT-END
                 READ MEMBER-FILE
                    AT END SET FILE-AT-END TO TRUE
                 END-READ
                 IF NOT FILE-AT-END THEN
                    IF MEMBER-ID = REQUEST-MEMBER-ID THEN
                       ADD 1 TO FILE-MATCH-COUNT
                       IF ACCESS-REQUEST THEN
                          MOVE "MEMBER" TO EXP-SOURCE
                          MOVE MEMBER-REC TO EXP-DATA
                          PERFORM WRITE-EXPORT-LINE
                       END-IF
                       IF ERASE-MEMBER-DATA THEN
                          MOVE "ERASED MEMBER" TO MEMBER-NAME
                          MOVE SPACES TO MEMBER-ADDR
                          MOVE SPACES TO MEMBER-PHONE
                          MOVE ZEROS TO MEMBER-DOB
                          ADD 1 TO RECORDS-CHANGED-COUNT
                       END-IF
                    END-IF
                    IF ERASE-MEMBER-DATA THEN
                       WRITE SCRATCH-RECORD FROM MEMBER-REC
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE MEMBER-FILE
              IF ERASE-MEMBER-DATA THEN
                 CLOSE SCRATCH-FILE
                 IF FILE-MATCH-COUNT > 0 THEN
                    PERFORM PROMOTE-MEMBER-FILE
                 END-IF
              END-IF
           END-IF.
           ADD FILE-MATCH-COUNT TO MEMBER-FOUND-COUNT.
           ADD FILE-MATCH-COUNT TO RECORDS-FOUND-COUNT.

       PROMOTE-MEMBER-FILE.
           MOVE "N" TO SCRATCH-EOF-FLAG.
           OPEN INPUT SCRATCH-FILE.
           OPEN OUTPUT MEMBER-FILE.
           PERFORM UNTIL SCRATCH-AT-END
              READ SCRATCH-FILE
                 AT END SET SCRATCH-AT-END TO TRUE
              END-READ
              IF NOT SCRATCH-AT-END THEN
                 WRITE MEMBER-REC FROM SCRATCH-RECORD
              END-IF
           END-PERFORM.
           CLOSE SCRATCH-FILE.
           CLOSE MEMBER-FILE.

       SCAN-GENERIC-FILE.
           MOVE 0 TO FILE-MATCH-COUNT.
           MOVE "N" TO FILE-EOF-FLAG.
           OPEN INPUT GENERIC-FILE.
           IF GENERIC-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              IF GENERIC-PURGE-MATCHES THEN
                 OPEN OUTPUT SCRATCH-FILE
              END-IF
              PERFORM UNTIL FILE-AT-END
                 MOVE SPACES TO GENERIC-RECORD
                 READ GENERIC-FILE
                    AT END SET FILE-AT-END TO TRUE
                 END-READ
                 IF NOT FILE-AT-END THEN
                    IF GENERIC-RECORD(GENERIC-KEY-START:
                       GENERIC-KEY-LENGTH) =
                       GENERIC-KEY-VALUE(1:GENERIC-KEY-LENGTH) THEN
                       ADD 1 TO FILE-MATCH-COUNT
                       IF ACCESS-REQUEST THEN
                          MOVE GENERIC-SOURCE TO EXP-SOURCE
                          MOVE GENERIC-RECORD TO EXP-DATA
                          PERFORM WRITE-EXPORT-LINE
                       END-IF
                       IF GENERIC-PURGE-MATCHES THEN
                          ADD 1 TO RECORDS-CHANGED-COUNT
                       END-IF
                    ELSE
                       IF GENERIC-PURGE-MATCHES THEN
                          WRITE SCRATCH-RECORD FROM GENERIC-RECORD
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE GENERIC-FILE
              IF GENERIC-PURGE-MATCHES THEN
                 CLOSE SCRATCH-FILE
                 IF FILE-MATCH-COUNT > 0 THEN
                    PERFORM PROMOTE-GENERIC-FILE
                 END-IF
              END-IF
           END-IF.
           ADD FILE-MATCH-COUNT TO RECORDS-FOUND-COUNT.

       PROMOTE-GENERIC-FILE.
           MOVE "N" TO SCRATCH-EOF-FLAG.
           OPEN INPUT SCRATCH-FILE.
           OPEN OUTPUT GENERIC-FILE.
           PERFORM UNTIL SCRATCH-AT-END
              READ SCRATCH-FILE
                 AT END SET SCRATCH-AT-END TO TRUE
              END-READ
              IF NOT SCRATCH-AT-END THEN
                 WRITE GENERIC-RECORD FROM SCRATCH-RECORD
              END-IF
           END-PERFORM.
           CLOSE SCRATCH-FILE.
           CLOSE GENERIC-FILE.

       WRITE-PRIVACY-LOG.
           OPEN EXTEND PRIVACY-LOG-FILE.
           IF PRIVACY-LOG-NOT-FOUND THEN
              OPEN OUTPUT PRIVACY-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PLOG-TIMESTAMP.
           MOVE SIGNON-OPERATOR-ID TO PLOG-OPERATOR.
           MOVE REQUEST-REFERENCE TO PLOG-REFERENCE.
           MOVE REQUEST-TYPE TO PLOG-REQUEST-TYPE.
           MOVE REQUEST-CUST-NUMBER TO PLOG-CUST-NUMBER.
           MOVE REQUEST-STUDENT-ID TO PLOG-STUDENT-ID.
           MOVE REQUEST-MEMBER-ID TO PLOG-MEMBER-ID.
           MOVE BANK-OUTCOME TO PLOG-BANK-OUTCOME.
           MOVE STUDENT-OUTCOME TO PLOG-STUDENT-OUTCOME.
           MOVE MEMBER-OUTCOME TO PLOG-MEMBER-OUTCOME.
           MOVE RECORDS-FOUND-COUNT TO PLOG-RECORDS-FOUND.
           MOVE RECORDS-CHANGED-COUNT TO PLOG-RECORDS-CHANGED.
           WRITE PRIVACY-LOG-RECORD.
           CLOSE PRIVACY-LOG-FILE.

       SIGN-ON-OPERATOR.
           MOVE "N" TO SIGNON-OK-FLAG.
           DISPLAY "OPERATOR ID (8 CHARS) --> " WITH NO ADVANCING.
           ACCEPT SIGNON-OPERATOR-ID.
           DISPLAY "OPERATOR PASSWORD (6 DIGITS) --> "
              WITH NO ADVANCING.
           ACCEPT SIGNON-PASSWORD.
           CALL "PINHASH" USING SIGNON-PASSWORD SIGNON-HASH-VALUE
              ON EXCEPTION
                 DISPLAY "PINHASH MODULE NOT AVAILABLE -- ABORT"
                 STOP RUN
           END-CALL.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-NOT-FOUND THEN
              DISPLAY "NO OPERATOR FILE -- SET OPERATORS UP IN "
                 "OPER-MAINT FIRST"
              STOP RUN
           END-IF.

       SIGN-ON-OPERATOR-LOOP.
           READ OPERATOR-FILE
              AT END GO TO SIGN-ON-OPERATOR-CLOSE
           END-READ.
           IF OPR-ID = SIGNON-OPERATOR-ID AND
              OPR-PASSWORD = SIGNON-HASH-VALUE THEN
              SET SIGNON-IS-OK TO TRUE
              MOVE OPR-ROLE TO SIGNON-ROLE
              GO TO SIGN-ON-OPERATOR-CLOSE
           END-IF.
           GO TO SIGN-ON-OPERATOR-LOOP.

       SIGN-ON-OPERATOR-CLOSE.
           CLOSE OPERATOR-FILE.
           IF NOT SIGNON-IS-OK THEN
              DISPLAY "SIGN-ON FAILED"
              STOP RUN
           END-IF.

       SIGN-ON-OPERATOR-EXIT.
           EXIT.

       WRITE-OPERATOR-LOG.
           OPEN EXTEND OPERATOR-LOG-FILE.
           IF OPERATOR-LOG-NOT-FOUND THEN
              OPEN OUTPUT OPERATOR-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO OPLOG-TIMESTAMP.
           MOVE SIGNON-OPERATOR-ID TO OPLOG-OPERATOR.
           MOVE "PRIVACY" TO OPLOG-PROGRAM.
           MOVE LOG-ACTION-TEXT TO OPLOG-ACTION.
           MOVE LOG-KEY-TEXT TO OPLOG-KEY.
           WRITE OPERATOR-LOG-RECORD.
           CLOSE OPERATOR-LOG-FILE.

       WRITE-OPERATOR-LOG-EXIT.
           EXIT.

       END PROGRAM PRIVACY-REQUEST.
