       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVREPORT.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              ENVELOPE-FILE ASSIGN DYNAMIC ENVELOPE-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ENVELOPE-FILE-STATUS.

           SELECT
              MASTER-FILE ASSIGN DYNAMIC MASTER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS MASTER-FILE-STATUS.

           SELECT
              PARAMETER-FILE ASSIGN DYNAMIC PARAMETER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS PARAMETER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENVELOPE-FILE.
       01  ENVELOPE-RECORD.
           02 ENV-TERMINAL-ID                  PIC 9(3).
           02 ENV-TIMESTAMP                    PIC 9(14).
           02 ENV-DEPOSIT-VIEW REDEFINES ENV-TIMESTAMP.
              03 ENV-DEPOSIT-DATE              PIC 9(8).
              03 FILLER                        PIC 9(6).
           02 ENV-ACCT-NUMBER                  PIC 9(16).
           02 ENV-KEYED-AMOUNT                 PIC 9(5)V9(2).
           02 ENV-STATUS                       PIC X.
              88 ENVELOPE-IS-PENDING           VALUE "P".
              88 ENVELOPE-IS-VERIFIED          VALUE "V".
           02 ENV-COUNTED-AMOUNT               PIC 9(5)V9(2).
           02 ENV-VERIFIED-DATE                PIC 9(8).
           02 ENV-VERIFIED-BY                  PIC X(8).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           02 MSTR-ACCT-HOLDER-NAME            PIC X(20).
           02 MSTR-ACCT-INFO.
              03 MSTR-ACCT-NUMBER              PIC 9(16).
              03 MSTR-ACCT-PASSWORD            PIC 9(6).
           02 MSTR-ACCT-SIGN                   PIC X.
           02 MSTR-ACCT-BALANCE-UNSIGNED       PIC 9(13)V9(2).
           02 MSTR-ACCT-STATUS                 PIC X.
           02 MSTR-ACCT-OVERDRAFT-LIMIT        PIC 9(9)V9(2).
           02 MSTR-CUST-NUMBER                 PIC 9(8).
           02 MSTR-PRODUCT-CODE                PIC X(2).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 PARAM-NAME                       PIC X(24).
           02 PARAM-VALUE                      PIC 9(9)V9(4).
           02 PARAM-EFFECTIVE-DATE             PIC 9(8).

       WORKING-STORAGE SECTION.
       01  ENVELOPE-FILE-DSN                   PIC X(40).
       01  MASTER-FILE-DSN                     PIC X(40).
       01  PARAMETER-FILE-DSN                  PIC X(40).
       01  ENV-REPORT-FILE-DSN                 PIC X(40).

       01  ENVELOPE-FILE-STATUS                PIC 99.
           88 ENVELOPE-FILE-NOT-FOUND          VALUE 35.
       01  MASTER-FILE-STATUS                  PIC 99.
           88 MASTER-FILE-NOT-FOUND            VALUE 35.
       01  PARAMETER-FILE-STATUS               PIC 99.
           88 PARAMETER-FILE-NOT-FOUND         VALUE 35.

       01  ENV-SHORT-REPEAT                    PIC 9(3) VALUE 2.
       01  ENV-SHORT-DAYS                      PIC 9(4) VALUE 90.
       01  BEST-SHORT-REPEAT-DATE              PIC 9(8) VALUE 0.
       01  BEST-SHORT-DAYS-DATE                PIC 9(8) VALUE 0.
       01  REPORT-DAY                          PIC 9(8).

       01  DATECALC-FUNCTION                   PIC X(4).
       01  DATECALC-DATE-1                     PIC 9(8).
       01  DATECALC-DATE-2                     PIC 9(8).
       01  DATECALC-DAYS                       PIC S9(5).

       01  SHORT-ACCT-COUNT                    PIC 9(3) VALUE 0.
       01  SHORT-ACCT-SUBSCRIPT                PIC 9(3) VALUE 0.
       01  SHORT-ACCT-TABLE.
           02 SHORT-ACCT-ENTRY OCCURS 500 TIMES.
              03 SA-ACCT-NUMBER                PIC 9(16).
              03 SA-SHORT-COUNT                PIC 9(3).
              03 SA-SHORT-TOTAL                PIC 9(9)V9(2).
              03 SA-LAST-DATE                  PIC 9(8).
       01  SHORT-AMOUNT                        PIC 9(5)V9(2).
       01  SHORT-ENVELOPE-COUNT                PIC 9(5) VALUE 0.
       01  REPORTED-ACCT-COUNT                 PIC 9(3) VALUE 0.

       01  HOLDER-LOOKUP-NUMBER                PIC 9(16).
       01  HOLDER-LOOKUP-NAME                  PIC X(20).

       01  RPT-OP                              PIC X(4).
       01  RPT-TEXT.
           02 RPT-INIT-VIEW.
              03 RPT-REPORT-DSN                PIC X(40).
              03 RPT-PROGRAM-ID                PIC X(10).
              03 RPT-REPORT-TITLE              PIC X(40).
              03 FILLER                        PIC X(42).

       01  SHORT-DETAIL-BUFFER.
           02 SD-PREFIX-1                      PIC X(6)
              VALUE "ACCT: ".
           02 SD-ACCT-NUMBER                   PIC 9(16).
           02 SD-PREFIX-2                      PIC X(1)
              VALUE " ".
           02 SD-HOLDER-NAME                   PIC X(20).
           02 SD-PREFIX-3                      PIC X(8)
              VALUE " SHORT: ".
           02 SD-SHORT-COUNT                   PIC ZZ9.
           02 SD-PREFIX-4                      PIC X(8)
              VALUE " TOTAL: ".
           02 SD-SHORT-TOTAL                   PIC ZZZZZZZZ9.99.
           02 SD-PREFIX-5                      PIC X(7)
              VALUE " LAST: ".
           02 SD-LAST-DATE                     PIC 9(8).

       PROCEDURE DIVISION.
       INITIALIZE-FILE-NAMES.
           ACCEPT ENVELOPE-FILE-DSN FROM ENVIRONMENT "ATM_ENVELOPE_FILE"
              ON EXCEPTION MOVE "envelopes.txt" TO ENVELOPE-FILE-DSN
           END-ACCEPT.

           ACCEPT MASTER-FILE-DSN FROM ENVIRONMENT "ATM_MASTER_FILE"
              ON EXCEPTION MOVE "master.txt" TO MASTER-FILE-DSN
           END-ACCEPT.

           ACCEPT PARAMETER-FILE-DSN
              FROM ENVIRONMENT "ATM_PARAMS_FILE"
              ON EXCEPTION
                 MOVE "params.txt" TO PARAMETER-FILE-DSN
           END-ACCEPT.

           ACCEPT ENV-REPORT-FILE-DSN
              FROM ENVIRONMENT "ATM_ENV_REPORT_FILE"
              ON EXCEPTION
                 MOVE "envShortReport.txt" TO ENV-REPORT-FILE-DSN
           END-ACCEPT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO REPORT-DAY.
           GO TO READ-PARAMETER-FILE.

       READ-PARAMETER-FILE.
           OPEN INPUT PARAMETER-FILE.
           IF PARAMETER-FILE-NOT-FOUND
           THEN
              GO TO TALLY-SHORT-ENVELOPES
           END-IF.

       READ-PARAMETER-FILE-LOOP.
           READ PARAMETER-FILE
              AT END
                 CLOSE PARAMETER-FILE
                 GO TO TALLY-SHORT-ENVELOPES
           END-READ.

           IF PARAM-EFFECTIVE-DATE > REPORT-DAY
           THEN
              GO TO READ-PARAMETER-FILE-LOOP
           END-IF.

           IF PARAM-NAME = "ENV-SHORT-REPEAT" AND
              PARAM-EFFECTIVE-DATE NOT < BEST-SHORT-REPEAT-DATE
           THEN
              MOVE PARAM-VALUE TO ENV-SHORT-REPEAT
              MOVE PARAM-EFFECTIVE-DATE TO BEST-SHORT-REPEAT-DATE
           END-IF.

           IF PARAM-NAME = "ENV-SHORT-DAYS" AND
              PARAM-EFFECTIVE-DATE NOT < BEST-SHORT-DAYS-DATE
           THEN
              MOVE PARAM-VALUE TO ENV-SHORT-DAYS
              MOVE PARAM-EFFECTIVE-DATE TO BEST-SHORT-DAYS-DATE
           END-IF.

           GO TO READ-PARAMETER-FILE-LOOP.

       TALLY-SHORT-ENVELOPES.
           OPEN INPUT ENVELOPE-FILE.
           IF ENVELOPE-FILE-NOT-FOUND
           THEN
              DISPLAY "[ABORT]: NO DEPOSIT ENVELOPE FILE FOUND"
              STOP RUN
           END-IF.

       TALLY-SHORT-ENVELOPES-LOOP.
           READ ENVELOPE-FILE
              AT END GO TO TALLY-SHORT-ENVELOPES-DONE
           END-READ.
           IF NOT ENVELOPE-IS-VERIFIED OR
              ENV-COUNTED-AMOUNT NOT < ENV-KEYED-AMOUNT
           THEN
              GO TO TALLY-SHORT-ENVELOPES-LOOP
           END-IF.

           MOVE "DIFF" TO DATECALC-FUNCTION.
           MOVE ENV-DEPOSIT-DATE TO DATECALC-DATE-1.
           MOVE REPORT-DAY TO DATECALC-DATE-2.
           CALL "DATECALC" USING DATECALC-FUNCTION DATECALC-DATE-1
              DATECALC-DATE-2 DATECALC-DAYS
              ON EXCEPTION
                 DISPLAY "[ABORT]: DATECALC MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           IF DATECALC-DAYS > ENV-SHORT-DAYS
           THEN
              GO TO TALLY-SHORT-ENVELOPES-LOOP
           END-IF.

           SUBTRACT ENV-COUNTED-AMOUNT FROM ENV-KEYED-AMOUNT
              GIVING SHORT-AMOUNT.
           ADD 1 TO SHORT-ENVELOPE-COUNT.
           PERFORM TALLY-SHORT-ACCOUNT THRU TALLY-SHORT-ACCOUNT-EXIT.
           GO TO TALLY-SHORT-ENVELOPES-LOOP.

       TALLY-SHORT-ENVELOPES-DONE.
           CLOSE ENVELOPE-FILE.
           GO TO WRITE-SHORT-REPORT.

       TALLY-SHORT-ACCOUNT.
           MOVE 0 TO SHORT-ACCT-SUBSCRIPT.

       TALLY-SHORT-ACCOUNT-LOOP.
           ADD 1 TO SHORT-ACCT-SUBSCRIPT.
           IF SHORT-ACCT-SUBSCRIPT > SHORT-ACCT-COUNT
           THEN
              GO TO TALLY-SHORT-ACCOUNT-NEW
           END-IF.
           IF SA-ACCT-NUMBER(SHORT-ACCT-SUBSCRIPT) = ENV-ACCT-NUMBER
           THEN
              GO TO TALLY-SHORT-ACCOUNT-ADD
           END-IF.
           GO TO TALLY-SHORT-ACCOUNT-LOOP.

       TALLY-SHORT-ACCOUNT-NEW.
           IF SHORT-ACCT-COUNT NOT < 500
           THEN
              DISPLAY "~~~~~~~~~~~~~~~> MORE THAN 500 ACCOUNTS WITH "
                 "SHORT ENVELOPES -- OVERFLOW IGNORED"
              GO TO TALLY-SHORT-ACCOUNT-EXIT
           END-IF.
           ADD 1 TO SHORT-ACCT-COUNT.
           MOVE SHORT-ACCT-COUNT TO SHORT-ACCT-SUBSCRIPT.
           MOVE ENV-ACCT-NUMBER TO SA-ACCT-NUMBER(SHORT-ACCT-SUBSCRIPT).
           MOVE 0 TO SA-SHORT-COUNT(SHORT-ACCT-SUBSCRIPT).
           MOVE 0 TO SA-SHORT-TOTAL(SHORT-ACCT-SUBSCRIPT).
           MOVE 0 TO SA-LAST-DATE(SHORT-ACCT-SUBSCRIPT).

       TALLY-SHORT-ACCOUNT-ADD.
           ADD 1 TO SA-SHORT-COUNT(SHORT-ACCT-SUBSCRIPT).
           ADD SHORT-AMOUNT TO SA-SHORT-TOTAL(SHORT-ACCT-SUBSCRIPT).
           IF ENV-DEPOSIT-DATE > SA-LAST-DATE(SHORT-ACCT-SUBSCRIPT)
           THEN
              MOVE ENV-DEPOSIT-DATE
                 TO SA-LAST-DATE(SHORT-ACCT-SUBSCRIPT)
           END-IF.

       TALLY-SHORT-ACCOUNT-EXIT.
           EXIT.

       WRITE-SHORT-REPORT.
           MOVE SPACES TO RPT-TEXT.
           MOVE ENV-REPORT-FILE-DSN TO RPT-REPORT-DSN.
           MOVE "ENVREPORT" TO RPT-PROGRAM-ID.
           MOVE "REPEAT SHORT ENVELOPE DEPOSITORS"
              TO RPT-REPORT-TITLE.
           MOVE "INIT" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT
              ON EXCEPTION
                 DISPLAY "[ABORT]: RPTWRITE MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           MOVE 0 TO SHORT-ACCT-SUBSCRIPT.

       WRITE-SHORT-REPORT-LOOP.
           ADD 1 TO SHORT-ACCT-SUBSCRIPT.
           IF SHORT-ACCT-SUBSCRIPT > SHORT-ACCT-COUNT
           THEN
              GO TO WRITE-SHORT-REPORT-DONE
           END-IF.
           IF SA-SHORT-COUNT(SHORT-ACCT-SUBSCRIPT) < ENV-SHORT-REPEAT
           THEN
              GO TO WRITE-SHORT-REPORT-LOOP
           END-IF.
           MOVE SA-ACCT-NUMBER(SHORT-ACCT-SUBSCRIPT)
              TO HOLDER-LOOKUP-NUMBER.
           PERFORM LOOK-UP-HOLDER-NAME THRU LOOK-UP-HOLDER-NAME-EXIT.
           MOVE SA-ACCT-NUMBER(SHORT-ACCT-SUBSCRIPT)
              TO SD-ACCT-NUMBER.
           MOVE HOLDER-LOOKUP-NAME TO SD-HOLDER-NAME.
           MOVE SA-SHORT-COUNT(SHORT-ACCT-SUBSCRIPT)
              TO SD-SHORT-COUNT.
           MOVE SA-SHORT-TOTAL(SHORT-ACCT-SUBSCRIPT)
              TO SD-SHORT-TOTAL.
           MOVE SA-LAST-DATE(SHORT-ACCT-SUBSCRIPT) TO SD-LAST-DATE.
           MOVE SPACES TO RPT-TEXT.
           MOVE SHORT-DETAIL-BUFFER TO RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           ADD 1 TO REPORTED-ACCT-COUNT.
           GO TO WRITE-SHORT-REPORT-LOOP.

       WRITE-SHORT-REPORT-DONE.
           MOVE "TERM" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           DISPLAY "=====> SHORT ENVELOPE REPORT FOR " REPORT-DAY ": "
              SHORT-ENVELOPE-COUNT " SHORT ENVELOPE(S) IN THE LAST "
              ENV-SHORT-DAYS " DAYS".
           DISPLAY "=====> " REPORTED-ACCT-COUNT
              " ACCOUNT(S) SHORT " ENV-SHORT-REPEAT " OR MORE TIMES".
           STOP RUN.

       LOOK-UP-HOLDER-NAME.
           MOVE "** NOT ON MASTER **" TO HOLDER-LOOKUP-NAME.
           OPEN INPUT MASTER-FILE.
           IF MASTER-FILE-NOT-FOUND
           THEN
              GO TO LOOK-UP-HOLDER-NAME-EXIT
           END-IF.

       LOOK-UP-HOLDER-NAME-LOOP.
           READ MASTER-FILE
              AT END GO TO LOOK-UP-HOLDER-NAME-CLOSE
           END-READ.
           IF MSTR-ACCT-NUMBER = HOLDER-LOOKUP-NUMBER
           THEN
              MOVE MSTR-ACCT-HOLDER-NAME TO HOLDER-LOOKUP-NAME
              GO TO LOOK-UP-HOLDER-NAME-CLOSE
           END-IF.
           GO TO LOOK-UP-HOLDER-NAME-LOOP.

       LOOK-UP-HOLDER-NAME-CLOSE.
           CLOSE MASTER-FILE.

       LOOK-UP-HOLDER-NAME-EXIT.
           EXIT.

       END PROGRAM ENVREPORT.
