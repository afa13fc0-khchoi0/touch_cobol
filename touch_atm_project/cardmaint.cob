              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NEW-CARDHOLDER-FILE-STATUS.

           SELECT
              CUSTOMER-FILE ASSIGN DYNAMIC CUSTOMER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CUSTOMER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARDHOLDER-FILE.
              88 CARD-IS-ACTIVE                VALUE "A".
              88 CARD-IS-LOST                  VALUE "L".
              88 CARD-IS-CANCELLED             VALUE "C".
              88 CARD-IS-PROFILE               VALUE "P".
           02 CARDHOLDER-CUST-NUMBER           PIC 9(8).
           02 CARDHOLDER-LANGUAGE              PIC X(2).

       FD  NEW-CARDHOLDER-FILE.
       01  NEW-CARDHOLDER-RECORD               PIC X(71).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           02 CIF-CUST-NUMBER                  PIC 9(8).
           02 CIF-CUST-NAME                    PIC X(30).
           02 CIF-CUST-ADDRESS                 PIC X(40).
           02 CIF-CUST-PHONE                   PIC X(12).

       WORKING-STORAGE SECTION.
       01  CARDHOLDER-FILE-DSN                 PIC X(40).
       01  NEW-CARDHOLDER-FILE-DSN             PIC X(40).
       01  CUSTOMER-FILE-DSN                   PIC X(40).

       01  CARDHOLDER-FILE-STATUS              PIC 99.
           88 CARDHOLDER-FILE-NOT-FOUND        VALUE 35.
       01  NEW-CARDHOLDER-FILE-STATUS          PIC 99.
       01  CUSTOMER-FILE-STATUS                PIC 99.
           88 CUSTOMER-FILE-NOT-FOUND          VALUE 35.

       01  MAX-CARDHOLDERS-PER-ACCT            PIC 9 VALUE 4.

           88 REMOVE-CARDHOLDER                VALUE "R", "r".
           88 LIST-CARDHOLDERS                 VALUE "L", "l".
           88 SET-CARD-STATUS                  VALUE "S", "s".
           88 SET-CARD-LANGUAGE                VALUE "G", "g".
           88 EXIT-MAINTENANCE                 VALUE "X", "x".

       01  ENTRY-ACCT-NUMBER                   PIC 9(16).
       01  ENTRY-CARDHOLDER-NAME               PIC X(20).
       01  ENTRY-CARDHOLDER-PIN                PIC 9(6).
       01  ENTRY-EXPIRY-DATE                   PIC 9(8).
       01  ENTRY-CUST-NUMBER                   PIC 9(8).
       01  ENTRY-CARD-STATUS                   PIC X.
           88 ENTRY-STATUS-IS-VALID            VALUE "A", "L", "C".
       01  ENTRY-LANGUAGE                      PIC X(2).
       01  HASHED-PIN-VALUE                    PIC 9(6).
       01  DEFAULT-CARD-LIFE-DAYS              PIC S9(5) VALUE 1095.

           88 DUPLICATE-WAS-FOUND              VALUE "Y".
       01  ENTRY-FOUND-FLAG                    PIC X VALUE "N".
           88 ENTRY-WAS-FOUND                  VALUE "Y".
       01  CUSTOMER-LOOKUP-FLAG                PIC X VALUE "N".
           88 CUSTOMER-IS-ON-FILE              VALUE "Y".

       01  MSG-FUNCTION                        PIC X(4) VALUE "LANG".
       01  MSG-ID                              PIC X(8) VALUE SPACES.
       01  MSG-ARGS                            PIC X(160) VALUE SPACES.
       01  MSG-TEXT                            PIC X(120).
       01  MSG-TEXT-LENGTH                     PIC 9(3).
       01  MSG-RESULT                          PIC X.
           88 LANGUAGE-IS-SUPPORTED            VALUE "Y".

       PROCEDURE DIVISION.
       INITIALIZE-FILE-NAMES.
                    TO NEW-CARDHOLDER-FILE-DSN
           END-ACCEPT.

           ACCEPT CUSTOMER-FILE-DSN FROM ENVIRONMENT "ATM_CIF_FILE"
              ON EXCEPTION MOVE "cif.txt" TO CUSTOMER-FILE-DSN
           END-ACCEPT.

           GO TO MAIN-MENU.

       MAIN-MENU.
           DISPLAY "=> PRESS R TO REMOVE A CARDHOLDER"
           DISPLAY "=> PRESS L TO LIST CARDHOLDERS FOR AN ACCOUNT"
           DISPLAY "=> PRESS S TO SET A CARD STATUS"
           DISPLAY "=> PRESS G TO SET A CARDHOLDER LANGUAGE"
           DISPLAY "=> PRESS X TO EXIT"
           ACCEPT MAINT-CHOICE.

              GO TO INPUT-SET-CARD-STATUS
           END-IF.

           IF SET-CARD-LANGUAGE
           THEN
              GO TO INPUT-SET-CARD-LANGUAGE
           END-IF.

           IF EXIT-MAINTENANCE
           THEN
              STOP RUN
           DISPLAY "=> CARDHOLDER NAME (20 CHARS)"
           ACCEPT ENTRY-CARDHOLDER-NAME.

           DISPLAY "=> CARDHOLDER CUSTOMER NUMBER (8 DIGITS)"
           ACCEPT ENTRY-CUST-NUMBER.

           PERFORM CHECK-CUSTOMER-ON-FILE THRU
              CHECK-CUSTOMER-ON-FILE-EXIT.
           IF NOT CUSTOMER-IS-ON-FILE
           THEN
              DISPLAY "=====> CUSTOMER " ENTRY-CUST-NUMBER
                 " IS NOT ON THE CUSTOMER FILE -- REGISTER THE "
                 "CUSTOMER IN CIFMAINT FIRST"
              GO TO MAIN-MENU
           END-IF.

           DISPLAY "=> LANGUAGE (2 CHARS, BLANK FOR THE TERMINAL "
              "DEFAULT)"
           ACCEPT ENTRY-LANGUAGE.
           PERFORM CHECK-LANGUAGE-SUPPORTED THRU
              CHECK-LANGUAGE-SUPPORTED-EXIT.
           IF NOT LANGUAGE-IS-SUPPORTED
           THEN
              DISPLAY "=====> LANGUAGE " ENTRY-LANGUAGE
                 " HAS NO MESSAGE TEXT ON FILE -- ADD IT IN MSGMAINT "
                 "FIRST"
              GO TO MAIN-MENU
           END-IF.

           DISPLAY "=> CARDHOLDER PIN (6 DIGITS)"
           ACCEPT ENTRY-CARDHOLDER-PIN.

           MOVE DATECALC-DATE-1      TO CARDHOLDER-ISSUE-DATE.
           MOVE ENTRY-EXPIRY-DATE    TO CARDHOLDER-EXPIRY-DATE.
           MOVE "A"                  TO CARDHOLDER-STATUS.
           MOVE ENTRY-CUST-NUMBER    TO CARDHOLDER-CUST-NUMBER.
           MOVE ENTRY-LANGUAGE       TO CARDHOLDER-LANGUAGE.
           WRITE CARDHOLDER-RECORD.
           CLOSE CARDHOLDER-FILE.

           DISPLAY "=> CARDHOLDER ID"
           ACCEPT ENTRY-CARDHOLDER-ID.

           IF ENTRY-CARDHOLDER-ID = "00"
           THEN
              DISPLAY "=> CARDHOLDER 00 IS THE ACCOUNT PIN ON THE "
                 "MASTER FILE"
              GO TO MAIN-MENU
           END-IF.

           DISPLAY "=> NEW STATUS (A=ACTIVE, L=LOST, C=CANCELLED)"
           ACCEPT ENTRY-CARD-STATUS.

           WRITE CARDHOLDER-RECORD FROM NEW-CARDHOLDER-RECORD.
           GO TO SET-CARD-STATUS-PROMOTE.

       INPUT-SET-CARD-LANGUAGE.
           DISPLAY "=> ACCOUNT NUMBER (16 DIGITS)"
           ACCEPT ENTRY-ACCT-NUMBER.

           DISPLAY "=> CARDHOLDER ID (00 FOR THE PRIMARY)"
           ACCEPT ENTRY-CARDHOLDER-ID.

           DISPLAY "=> LANGUAGE (2 CHARS, BLANK FOR THE TERMINAL "
              "DEFAULT)"
           ACCEPT ENTRY-LANGUAGE.
           PERFORM CHECK-LANGUAGE-SUPPORTED THRU
              CHECK-LANGUAGE-SUPPORTED-EXIT.
           IF NOT LANGUAGE-IS-SUPPORTED
           THEN
              DISPLAY "=====> LANGUAGE " ENTRY-LANGUAGE
                 " HAS NO MESSAGE TEXT ON FILE -- ADD IT IN MSGMAINT "
                 "FIRST"
              GO TO MAIN-MENU
           END-IF.

           OPEN INPUT CARDHOLDER-FILE.
           IF CARDHOLDER-FILE-NOT-FOUND
           THEN
              IF ENTRY-CARDHOLDER-ID NOT = "00"
              THEN
                 DISPLAY "=====> NO CARDHOLDER FILE FOUND"
                 GO TO MAIN-MENU
              END-IF
              OPEN OUTPUT CARDHOLDER-FILE
              CLOSE CARDHOLDER-FILE
              OPEN INPUT CARDHOLDER-FILE
           END-IF.
           OPEN OUTPUT NEW-CARDHOLDER-FILE.

       SET-CARD-LANGUAGE-LOOP.
           READ CARDHOLDER-FILE
              AT END GO TO SET-CARD-LANGUAGE-DONE
           END-READ.
           IF CARDHOLDER-ACCT-NUMBER = ENTRY-ACCT-NUMBER AND
              CARDHOLDER-ID = ENTRY-CARDHOLDER-ID
           THEN
              SET ENTRY-WAS-FOUND TO TRUE
              MOVE ENTRY-LANGUAGE TO CARDHOLDER-LANGUAGE
           END-IF.
           WRITE NEW-CARDHOLDER-RECORD FROM CARDHOLDER-RECORD.
           GO TO SET-CARD-LANGUAGE-LOOP.

       SET-CARD-LANGUAGE-DONE.
           IF NOT ENTRY-WAS-FOUND AND ENTRY-CARDHOLDER-ID = "00"
           THEN
              SET ENTRY-WAS-FOUND TO TRUE
              MOVE ENTRY-ACCT-NUMBER    TO CARDHOLDER-ACCT-NUMBER
              MOVE "00"                 TO CARDHOLDER-ID
              MOVE SPACES               TO CARDHOLDER-NAME
              MOVE 0                    TO CARDHOLDER-PIN
              MOVE FUNCTION CURRENT-DATE(1:8)
                 TO CARDHOLDER-ISSUE-DATE
              MOVE 99991231             TO CARDHOLDER-EXPIRY-DATE
              MOVE "P"                  TO CARDHOLDER-STATUS
              MOVE 0                    TO CARDHOLDER-CUST-NUMBER
              MOVE ENTRY-LANGUAGE       TO CARDHOLDER-LANGUAGE
              WRITE NEW-CARDHOLDER-RECORD FROM CARDHOLDER-RECORD
           END-IF.
           CLOSE CARDHOLDER-FILE, NEW-CARDHOLDER-FILE.

           IF NOT ENTRY-WAS-FOUND
           THEN
              DISPLAY "=====> CARDHOLDER " ENTRY-CARDHOLDER-ID
                 " NOT FOUND ON ACCOUNT " ENTRY-ACCT-NUMBER
              GO TO MAIN-MENU
           END-IF.

           OPEN INPUT NEW-CARDHOLDER-FILE.
           OPEN OUTPUT CARDHOLDER-FILE.

       SET-CARD-LANGUAGE-PROMOTE.
           READ NEW-CARDHOLDER-FILE
              AT END
                 CLOSE NEW-CARDHOLDER-FILE, CARDHOLDER-FILE
                 DISPLAY "=====> CARDHOLDER " ENTRY-CARDHOLDER-ID
                    " ON ACCOUNT " ENTRY-ACCT-NUMBER
                    " SET TO LANGUAGE " ENTRY-LANGUAGE
                 GO TO MAIN-MENU
           END-READ.
           WRITE CARDHOLDER-RECORD FROM NEW-CARDHOLDER-RECORD.
           GO TO SET-CARD-LANGUAGE-PROMOTE.

       CHECK-LANGUAGE-SUPPORTED.
           MOVE "Y" TO MSG-RESULT.
           IF ENTRY-LANGUAGE = SPACES
           THEN
              GO TO CHECK-LANGUAGE-SUPPORTED-EXIT
           END-IF.
           CALL "MSGTEXT" USING MSG-FUNCTION ENTRY-LANGUAGE MSG-ID
              MSG-ARGS MSG-TEXT MSG-TEXT-LENGTH MSG-RESULT
              ON EXCEPTION
                 DISPLAY "[ABORT]: MSGTEXT MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.

       CHECK-LANGUAGE-SUPPORTED-EXIT.
           EXIT.

       COUNT-ACCT-CARDHOLDERS.
           OPEN INPUT CARDHOLDER-FILE.
           IF CARDHOLDER-FILE-NOT-FOUND
                 CLOSE CARDHOLDER-FILE
                 GO TO COUNT-ACCT-CARDHOLDERS-EXIT
           END-READ.
           IF CARDHOLDER-ACCT-NUMBER = ENTRY-ACCT-NUMBER AND
              NOT CARD-IS-PROFILE
           THEN
              ADD 1 TO ACCT-CARDHOLDER-COUNT
              IF CARDHOLDER-ID = ENTRY-CARDHOLDER-ID
       COUNT-ACCT-CARDHOLDERS-EXIT.
           EXIT.

       CHECK-CUSTOMER-ON-FILE.
           MOVE "N" TO CUSTOMER-LOOKUP-FLAG.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-NOT-FOUND
           THEN
              GO TO CHECK-CUSTOMER-ON-FILE-EXIT
           END-IF.

       CHECK-CUSTOMER-ON-FILE-LOOP.
           READ CUSTOMER-FILE
              AT END GO TO CHECK-CUSTOMER-ON-FILE-CLOSE
           END-READ.
           IF CIF-CUST-NUMBER = ENTRY-CUST-NUMBER
           THEN
              MOVE "Y" TO CUSTOMER-LOOKUP-FLAG
              GO TO CHECK-CUSTOMER-ON-FILE-CLOSE
           END-IF.
           GO TO CHECK-CUSTOMER-ON-FILE-LOOP.

       CHECK-CUSTOMER-ON-FILE-CLOSE.
           CLOSE CUSTOMER-FILE.

       CHECK-CUSTOMER-ON-FILE-EXIT.
           EXIT.

       INPUT-REMOVE-CARDHOLDER.
           DISPLAY "=> ACCOUNT NUMBER (16 DIGITS)"
           ACCEPT ENTRY-ACCT-NUMBER.
                 CLOSE CARDHOLDER-FILE
                 GO TO MAIN-MENU
           END-READ.
           IF CARDHOLDER-ACCT-NUMBER = ENTRY-ACCT-NUMBER AND
              CARD-IS-PROFILE
           THEN
              DISPLAY "=====> CH " CARDHOLDER-ID " PRIMARY CARDHOLDER"
                 "     LANGUAGE " CARDHOLDER-LANGUAGE
              GO TO LIST-ACCT-CARDHOLDERS-LOOP
           END-IF.
           IF CARDHOLDER-ACCT-NUMBER = ENTRY-ACCT-NUMBER
           THEN
              DISPLAY "=====> CH " CARDHOLDER-ID " "
                 CARDHOLDER-NAME " ISSUED " CARDHOLDER-ISSUE-DATE
                 " EXPIRES " CARDHOLDER-EXPIRY-DATE " STATUS "
                 CARDHOLDER-STATUS " CUSTOMER " CARDHOLDER-CUST-NUMBER
                 " LANGUAGE " CARDHOLDER-LANGUAGE
           END-IF.
           GO TO LIST-ACCT-CARDHOLDERS-LOOP.

