              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS TERM-DEPOSIT-FILE-STATUS.

           SELECT
              NEW-TERM-DEPOSIT-FILE ASSIGN DYNAMIC
                 NEW-TERM-DEPOSIT-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NEW-TERM-DEPOSIT-FILE-STATUS.

           SELECT
              PARAMETER-FILE ASSIGN DYNAMIC PARAMETER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS PARAMETER-FILE-STATUS.

           SELECT
              OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              88 MSTR-ACCT-FROZEN              VALUE "F".
           02 MSTR-ACCT-OVERDRAFT-LIMIT        PIC 9(9)V9(2).
           02 MSTR-CUST-NUMBER                 PIC 9(8).
           02 MSTR-PRODUCT-CODE                PIC X(2).

       FD  TERM-DEPOSIT-FILE.
       01  TERM-DEPOSIT-RECORD.
           02 TD-STATUS                        PIC X.
              88 TERMDEP-IS-OPEN               VALUE "O".
              88 TERMDEP-IS-MATURED            VALUE "M".
              88 TERMDEP-IS-BROKEN             VALUE "B".
              88 TERMDEP-IS-WITHDRAWN          VALUE "W".
           02 TD-MATURITY-INSTRUCTION          PIC X.
              88 TD-INSTR-PAY-OUT              VALUE "P", " ".
              88 TD-INSTR-ROLL-PRINCIPAL       VALUE "R".
              88 TD-INSTR-ROLL-ALL             VALUE "C".
           02 TD-BREAK-DATE                    PIC 9(8).
           02 TD-BREAK-INTEREST                PIC 9(5)V9(2).

       FD  NEW-TERM-DEPOSIT-FILE.
       01  NEW-TERM-DEPOSIT-RECORD             PIC X(68).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 PARAM-NAME                       PIC X(24).
           02 PARAM-VALUE                      PIC 9(9)V9(4).
           02 PARAM-EFFECTIVE-DATE             PIC 9(8).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
       WORKING-STORAGE SECTION.
       01  MASTER-FILE-DSN                     PIC X(40).
       01  TERM-DEPOSIT-FILE-DSN               PIC X(40).
       01  NEW-TERM-DEPOSIT-FILE-DSN           PIC X(40).
       01  PARAMETER-FILE-DSN                  PIC X(40).

       01  MASTER-FILE-STATUS                  PIC 99.
           88 MASTER-FILE-NOT-FOUND            VALUE 35.
       01  TERM-DEPOSIT-FILE-STATUS            PIC 99.
           88 TERM-DEPOSIT-FILE-NOT-FOUND      VALUE 35.
       01  NEW-TERM-DEPOSIT-FILE-STATUS        PIC 99.
       01  PARAMETER-FILE-STATUS               PIC 99.
           88 PARAMETER-FILE-NOT-FOUND         VALUE 35.
       01  OPERATOR-FILE-STATUS PIC 9(2).
           88 OPERATOR-FILE-NOT-FOUND VALUE 35.
       01  OPERATOR-LOG-STATUS PIC 9(2).
       01  MAINT-CHOICE                        PIC X.
           88 BOOK-TERM-DEPOSIT                VALUE "B", "b".
           88 LIST-TERM-DEPOSITS               VALUE "L", "l".
           88 BREAK-TERM-DEPOSIT               VALUE "W", "w".
           88 CHANGE-INSTRUCTION               VALUE "I", "i".
           88 EXIT-MAINTENANCE                 VALUE "X", "x".

       01  ENTRY-ACCT-NUMBER                   PIC 9(16).
       01  ENTRY-TERM-DAYS                     PIC 9(3).
           88 ENTRY-TERM-IS-OFFERED            VALUE 030, 090, 180.
       01  ENTRY-QUOTED-RATE                   PIC 9V9(4).
       01  ENTRY-OPEN-DATE                     PIC 9(8).
       01  ENTRY-INSTRUCTION                   PIC X.
           88 ENTRY-INSTRUCTION-IS-VALID       VALUE "P", "R", "C".
       01  ENTRY-CONFIRM                       PIC X.
           88 ENTRY-IS-CONFIRMED               VALUE "Y", "y".

       01  ACCOUNT-FOUND-FLAG                  PIC X VALUE "N".
           88 ACCOUNT-WAS-FOUND                VALUE "Y".
       01  FREE-BALANCE-AMOUNT                 PIC S9(14)V9(2).
       01  ALREADY-LISTED-FLAG                 PIC X VALUE "N".
           88 ALREADY-LISTED                   VALUE "Y".
       01  DEPOSIT-FOUND-FLAG                  PIC X VALUE "N".
           88 DEPOSIT-WAS-FOUND                VALUE "Y".
       01  FOUND-PRINCIPAL                     PIC 9(9)V9(2).
       01  FOUND-QUOTED-RATE                   PIC 9V9(4).
       01  FOUND-MATURITY-DATE                 PIC 9(8).
       01  TODAY-FULL-DATE                     PIC 9(8).
       01  BREAK-PENALTY-RATE                  PIC 9V9(4) VALUE 0.
       01  BREAK-EFFECTIVE-RATE                PIC S9V9(4).
       01  BREAK-ELAPSED-DAYS                  PIC S9(5).
       01  BREAK-INTEREST-WORK                 PIC 9(9)V9(2) VALUE 0.
       01  PARAM-PROCESSING-DATE               PIC 9(8).
       01  BEST-PENALTY-RATE-DATE              PIC 9(8) VALUE 0.

       01  DATECALC-FUNCTION                   PIC X(4).
       01  DATECALC-DATE-1                     PIC 9(8).
                 MOVE "termdep.txt" TO TERM-DEPOSIT-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-TERM-DEPOSIT-FILE-DSN
              FROM ENVIRONMENT "ATM_TERM_DEPOSIT_NEW_FILE"
              ON EXCEPTION
                 MOVE "termdep.txt.new" TO NEW-TERM-DEPOSIT-FILE-DSN
           END-ACCEPT.

           ACCEPT PARAMETER-FILE-DSN
              FROM ENVIRONMENT "ATM_PARAMS_FILE"
              ON EXCEPTION
                 MOVE "params.txt" TO PARAMETER-FILE-DSN
           END-ACCEPT.

           PERFORM READ-PARAMETER-FILE THRU READ-PARAMETER-FILE-EXIT.
           PERFORM SIGN-ON-OPERATOR THRU SIGN-ON-OPERATOR-EXIT.
           GO TO MAIN-MENU.

           MOVE "N" TO ACCOUNT-FOUND-FLAG.
           MOVE "N" TO ACCOUNT-USABLE-FLAG.
           MOVE "N" TO ALREADY-LISTED-FLAG.
           MOVE "N" TO DEPOSIT-FOUND-FLAG.
           MOVE 0 TO OPEN-PRINCIPAL-TOTAL.

           DISPLAY SPACES
           DISPLAY "##############################################"
           DISPLAY "=> PRESS B TO BOOK A TERM DEPOSIT"
           DISPLAY "=> PRESS L TO LIST TERM DEPOSITS"
           DISPLAY "=> PRESS W TO BREAK A TERM DEPOSIT EARLY"
           DISPLAY "=> PRESS I TO CHANGE A MATURITY INSTRUCTION"
           DISPLAY "=> PRESS X TO EXIT"
           ACCEPT MAINT-CHOICE.

              GO TO LIST-ALL-DEPOSITS
           END-IF.

           IF BREAK-TERM-DEPOSIT
           THEN
              GO TO INPUT-BREAK-DEPOSIT
           END-IF.

           IF CHANGE-INSTRUCTION
           THEN
              GO TO INPUT-CHANGE-INSTRUCTION
           END-IF.

           IF EXIT-MAINTENANCE
           THEN
              STOP RUN
           DISPLAY "=> QUOTED ANNUAL RATE (E.G. 0.0350)"
           ACCEPT ENTRY-QUOTED-RATE.

           DISPLAY "=> AT MATURITY: P PAY OUT, R ROLL PRINCIPAL, "
              "C ROLL PRINCIPAL PLUS INTEREST"
           ACCEPT ENTRY-INSTRUCTION.

           IF NOT ENTRY-INSTRUCTION-IS-VALID
           THEN
              DISPLAY "=> INVALID INPUT"
              GO TO INPUT-TERM-DEPOSIT
           END-IF.

           PERFORM CHECK-ACCOUNT-ON-MASTER THRU
              CHECK-ACCOUNT-ON-MASTER-EXIT.
           IF NOT ACCOUNT-WAS-FOUND
           MOVE DATECALC-DATE-1   TO TD-OPEN-DATE.
           MOVE DATECALC-DATE-2   TO TD-MATURITY-DATE.
           MOVE "O"               TO TD-STATUS.
           MOVE ENTRY-INSTRUCTION TO TD-MATURITY-INSTRUCTION.
           MOVE 0                 TO TD-BREAK-DATE.
           MOVE 0                 TO TD-BREAK-INTEREST.
           WRITE TERM-DEPOSIT-RECORD.
           CLOSE TERM-DEPOSIT-FILE.

           DISPLAY "=====> " TERM-DEPOSIT-RECORD.
           GO TO LIST-ALL-DEPOSITS-LOOP.

       INPUT-BREAK-DEPOSIT.
           DISPLAY "=> ACCOUNT NUMBER (16 DIGITS)"
           ACCEPT ENTRY-ACCT-NUMBER.

           DISPLAY "=> OPEN DATE OF THE DEPOSIT (YYYYMMDD)"
           ACCEPT ENTRY-OPEN-DATE.

           PERFORM FIND-OPEN-DEPOSIT THRU FIND-OPEN-DEPOSIT-EXIT.
           IF NOT DEPOSIT-WAS-FOUND
           THEN
              DISPLAY "=====> NO OPEN TERM DEPOSIT FOR ACCT "
                 ENTRY-ACCT-NUMBER " OPENED " ENTRY-OPEN-DATE
              GO TO MAIN-MENU
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-FULL-DATE.
           IF FOUND-MATURITY-DATE NOT > TODAY-FULL-DATE
           THEN
              DISPLAY "=====> DEPOSIT HAS REACHED MATURITY -- IT "
                 "SETTLES WITH THE NIGHTLY RUN"
              GO TO MAIN-MENU
           END-IF.

           MOVE "DIFF" TO DATECALC-FUNCTION.
           MOVE ENTRY-OPEN-DATE TO DATECALC-DATE-1.
           MOVE TODAY-FULL-DATE TO DATECALC-DATE-2.
           CALL "DATECALC" USING DATECALC-FUNCTION DATECALC-DATE-1
              DATECALC-DATE-2 DATECALC-DAYS
              ON EXCEPTION
                 DISPLAY "[ABORT]: DATECALC MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           MOVE DATECALC-DAYS TO BREAK-ELAPSED-DAYS.
           IF BREAK-ELAPSED-DAYS < 0
           THEN
              MOVE 0 TO BREAK-ELAPSED-DAYS
           END-IF.

           SUBTRACT BREAK-PENALTY-RATE FROM FOUND-QUOTED-RATE
              GIVING BREAK-EFFECTIVE-RATE.
           IF BREAK-EFFECTIVE-RATE < 0
           THEN
              MOVE 0 TO BREAK-EFFECTIVE-RATE
           END-IF.
           COMPUTE BREAK-INTEREST-WORK ROUNDED =
              FOUND-PRINCIPAL * BREAK-EFFECTIVE-RATE *
              BREAK-ELAPSED-DAYS / 365.
           IF BREAK-INTEREST-WORK > 99999.99
           THEN
              DISPLAY "=====> BROKEN INTEREST " BREAK-INTEREST-WORK
                 " EXCEEDS THE POSTING STREAM LIMIT -- REFER TO "
                 "BACK OFFICE -- NOT BROKEN"
              GO TO MAIN-MENU
           END-IF.

           DISPLAY "=====> PRINCIPAL " FOUND-PRINCIPAL
              " HELD " BREAK-ELAPSED-DAYS " DAYS AT "
              FOUND-QUOTED-RATE " LESS PENALTY " BREAK-PENALTY-RATE.
           DISPLAY "=====> INTEREST PAYABLE ON BREAK: "
              BREAK-INTEREST-WORK.
           DISPLAY "=> CONFIRM BREAK (Y/N)"
           ACCEPT ENTRY-CONFIRM.
           IF NOT ENTRY-IS-CONFIRMED
           THEN
              DISPLAY "=====> BREAK CANCELLED"
              GO TO MAIN-MENU
           END-IF.

           OPEN INPUT TERM-DEPOSIT-FILE.
           OPEN OUTPUT NEW-TERM-DEPOSIT-FILE.
           MOVE "N" TO DEPOSIT-FOUND-FLAG.

       INPUT-BREAK-DEPOSIT-LOOP.
           READ TERM-DEPOSIT-FILE
              AT END GO TO INPUT-BREAK-DEPOSIT-PROMOTE
           END-READ.
           IF TD-ACCT-NUMBER = ENTRY-ACCT-NUMBER AND
              TD-OPEN-DATE = ENTRY-OPEN-DATE AND
              TERMDEP-IS-OPEN AND NOT DEPOSIT-WAS-FOUND
           THEN
              SET DEPOSIT-WAS-FOUND TO TRUE
              MOVE "B"                 TO TD-STATUS
              MOVE TODAY-FULL-DATE     TO TD-BREAK-DATE
              MOVE BREAK-INTEREST-WORK TO TD-BREAK-INTEREST
           END-IF.
           WRITE NEW-TERM-DEPOSIT-RECORD FROM TERM-DEPOSIT-RECORD.
           GO TO INPUT-BREAK-DEPOSIT-LOOP.

       INPUT-BREAK-DEPOSIT-PROMOTE.
           PERFORM PROMOTE-TERM-DEPOSITS THRU
              PROMOTE-TERM-DEPOSITS-EXIT.

           DISPLAY "=====> TERM DEPOSIT BROKEN: ACCT "
              ENTRY-ACCT-NUMBER " PRINCIPAL " FOUND-PRINCIPAL
              " UNLOCKED, INTEREST " BREAK-INTEREST-WORK
              " PAYS WITH THE NIGHTLY RUN".
           MOVE "BREAKTD" TO LOG-ACTION-TEXT.
           MOVE ENTRY-ACCT-NUMBER TO LOG-KEY-TEXT.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.
           GO TO MAIN-MENU.

       INPUT-CHANGE-INSTRUCTION.
           DISPLAY "=> ACCOUNT NUMBER (16 DIGITS)"
           ACCEPT ENTRY-ACCT-NUMBER.

           DISPLAY "=> OPEN DATE OF THE DEPOSIT (YYYYMMDD)"
           ACCEPT ENTRY-OPEN-DATE.

           DISPLAY "=> AT MATURITY: P PAY OUT, R ROLL PRINCIPAL, "
              "C ROLL PRINCIPAL PLUS INTEREST"
           ACCEPT ENTRY-INSTRUCTION.

           IF NOT ENTRY-INSTRUCTION-IS-VALID
           THEN
              DISPLAY "=> INVALID INPUT"
              GO TO INPUT-CHANGE-INSTRUCTION
           END-IF.

           PERFORM FIND-OPEN-DEPOSIT THRU FIND-OPEN-DEPOSIT-EXIT.
           IF NOT DEPOSIT-WAS-FOUND
           THEN
              DISPLAY "=====> NO OPEN TERM DEPOSIT FOR ACCT "
                 ENTRY-ACCT-NUMBER " OPENED " ENTRY-OPEN-DATE
              GO TO MAIN-MENU
           END-IF.

           OPEN INPUT TERM-DEPOSIT-FILE.
           OPEN OUTPUT NEW-TERM-DEPOSIT-FILE.
           MOVE "N" TO DEPOSIT-FOUND-FLAG.

       INPUT-CHANGE-INSTRUCTION-LOOP.
           READ TERM-DEPOSIT-FILE
              AT END GO TO INPUT-CHANGE-INSTRUCTION-PROMOTE
           END-READ.
           IF TD-ACCT-NUMBER = ENTRY-ACCT-NUMBER AND
              TD-OPEN-DATE = ENTRY-OPEN-DATE AND
              TERMDEP-IS-OPEN AND NOT DEPOSIT-WAS-FOUND
           THEN
              SET DEPOSIT-WAS-FOUND TO TRUE
              MOVE ENTRY-INSTRUCTION TO TD-MATURITY-INSTRUCTION
           END-IF.
           WRITE NEW-TERM-DEPOSIT-RECORD FROM TERM-DEPOSIT-RECORD.
           GO TO INPUT-CHANGE-INSTRUCTION-LOOP.

       INPUT-CHANGE-INSTRUCTION-PROMOTE.
           PERFORM PROMOTE-TERM-DEPOSITS THRU
              PROMOTE-TERM-DEPOSITS-EXIT.

           DISPLAY "=====> MATURITY INSTRUCTION " ENTRY-INSTRUCTION
              " RECORDED FOR ACCT " ENTRY-ACCT-NUMBER.
           MOVE "TDINSTR" TO LOG-ACTION-TEXT.
           MOVE ENTRY-ACCT-NUMBER TO LOG-KEY-TEXT.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.
           GO TO MAIN-MENU.

       FIND-OPEN-DEPOSIT.
           MOVE "N" TO DEPOSIT-FOUND-FLAG.
           OPEN INPUT TERM-DEPOSIT-FILE.
           IF TERM-DEPOSIT-FILE-NOT-FOUND
           THEN
              GO TO FIND-OPEN-DEPOSIT-EXIT
           END-IF.

       FIND-OPEN-DEPOSIT-LOOP.
           READ TERM-DEPOSIT-FILE
              AT END GO TO FIND-OPEN-DEPOSIT-CLOSE
           END-READ.
           IF TD-ACCT-NUMBER = ENTRY-ACCT-NUMBER AND
              TD-OPEN-DATE = ENTRY-OPEN-DATE AND TERMDEP-IS-OPEN
           THEN
              SET DEPOSIT-WAS-FOUND TO TRUE
              MOVE TD-PRINCIPAL     TO FOUND-PRINCIPAL
              MOVE TD-QUOTED-RATE   TO FOUND-QUOTED-RATE
              MOVE TD-MATURITY-DATE TO FOUND-MATURITY-DATE
              GO TO FIND-OPEN-DEPOSIT-CLOSE
           END-IF.
           GO TO FIND-OPEN-DEPOSIT-LOOP.

       FIND-OPEN-DEPOSIT-CLOSE.
           CLOSE TERM-DEPOSIT-FILE.

       FIND-OPEN-DEPOSIT-EXIT.
           EXIT.

       PROMOTE-TERM-DEPOSITS.
           CLOSE TERM-DEPOSIT-FILE, NEW-TERM-DEPOSIT-FILE.
           OPEN INPUT NEW-TERM-DEPOSIT-FILE.
           OPEN OUTPUT TERM-DEPOSIT-FILE.

       PROMOTE-TERM-DEPOSITS-LOOP.
           READ NEW-TERM-DEPOSIT-FILE
              AT END
                 CLOSE NEW-TERM-DEPOSIT-FILE, TERM-DEPOSIT-FILE
                 GO TO PROMOTE-TERM-DEPOSITS-EXIT
           END-READ.
           WRITE TERM-DEPOSIT-RECORD FROM NEW-TERM-DEPOSIT-RECORD.
           GO TO PROMOTE-TERM-DEPOSITS-LOOP.

       PROMOTE-TERM-DEPOSITS-EXIT.
           EXIT.

       READ-PARAMETER-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PARAM-PROCESSING-DATE.
           OPEN INPUT PARAMETER-FILE.
           IF PARAMETER-FILE-NOT-FOUND
           THEN
              GO TO READ-PARAMETER-FILE-EXIT
           END-IF.

       READ-PARAMETER-FILE-LOOP.
           READ PARAMETER-FILE
              AT END
                 CLOSE PARAMETER-FILE
                 GO TO READ-PARAMETER-FILE-EXIT
           END-READ.
           IF PARAM-EFFECTIVE-DATE > PARAM-PROCESSING-DATE
           THEN
              GO TO READ-PARAMETER-FILE-LOOP
           END-IF.
           IF PARAM-NAME = "TD-BREAK-PENALTY-RATE" AND
              PARAM-EFFECTIVE-DATE NOT < BEST-PENALTY-RATE-DATE
           THEN
              MOVE PARAM-VALUE TO BREAK-PENALTY-RATE
              MOVE PARAM-EFFECTIVE-DATE TO BEST-PENALTY-RATE-DATE
           END-IF.
           GO TO READ-PARAMETER-FILE-LOOP.

       READ-PARAMETER-FILE-EXIT.
           EXIT.

       SIGN-ON-OPERATOR.
           MOVE "N" TO SIGNON-OK-FLAG.
           DISPLAY "OPERATOR ID (8 CHARS)".
