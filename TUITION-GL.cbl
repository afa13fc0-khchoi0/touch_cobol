       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION-GL.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              INVOICE-FILE ASSIGN TO "INVOICE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS INVOICE-FILE-STATUS.

           SELECT
              REFUND-FILE ASSIGN TO "REFUND.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS REFUND-FILE-STATUS.

           SELECT
              SPONSOR-LEDGER-FILE ASSIGN TO "SPONLEDG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS SPONSOR-LEDGER-FILE-STATUS.

           SELECT
              CALENDAR-FILE ASSIGN TO "ACADCAL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS CALENDAR-FILE-STATUS.

           SELECT
              RECOGNITION-FILE ASSIGN TO "GLRECOG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS RECOGNITION-FILE-STATUS.

           SELECT
              GL-CODES-FILE ASSIGN DYNAMIC GL-CODES-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS GL-CODES-FILE-STATUS.

           SELECT
              TUITION-GL-FILE ASSIGN DYNAMIC TUITION-GL-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS TUITION-GL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           88 END-OF-INVOICE-FILE VALUE HIGH-VALUES.
           02 INV-STUDENT-ID PIC 9(7).
           02 INV-COURSE-CODE PIC X(4).
           02 INV-TERM PIC X(6).
           02 INV-TYPE PIC X.
              88 INVOICE-LINE VALUE "I".
              88 PAYMENT-LINE VALUE "P".
              88 CREDIT-LINE VALUE "C".
           02 INV-AMOUNT PIC 9(5)V9(2).
           02 INV-DATE PIC 9(8).
           02 INV-DATE-BREAKDOWN REDEFINES INV-DATE.
              03 INV-PERIOD PIC 9(6).
              03 FILLER PIC 9(2).

       FD  REFUND-FILE.
       01  REFUND-RECORD.
           88 END-OF-REFUND-FILE VALUE HIGH-VALUES.
           02 RFND-STUDENT-ID PIC 9(7).
           02 RFND-TERM PIC X(6).
           02 RFND-AMOUNT PIC 9(5)V9(2).
           02 RFND-DATE PIC 9(8).
           02 RFND-DATE-BREAKDOWN REDEFINES RFND-DATE.
              03 RFND-PERIOD PIC 9(6).
              03 FILLER PIC 9(2).
           02 RFND-METHOD PIC X.

       FD  SPONSOR-LEDGER-FILE.
       01  SPONSOR-LEDGER-RECORD.
           88 END-OF-SPONSOR-LEDGER VALUE HIGH-VALUES.
           02 SLG-SPONSOR-ID PIC X(6).
           02 SLG-STUDENT-ID PIC 9(7).
           02 SLG-COURSE-CODE PIC X(4).
           02 SLG-TERM PIC X(6).
           02 SLG-TYPE PIC X.
              88 SPONSOR-CREDIT-LINE VALUE "C".
              88 SPONSOR-PAYMENT-LINE VALUE "P".
           02 SLG-AMOUNT PIC 9(5)V9(2).
           02 SLG-DATE PIC 9(8).
           02 SLG-DATE-BREAKDOWN REDEFINES SLG-DATE.
              03 SLG-PERIOD PIC 9(6).
              03 FILLER PIC 9(2).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           02 CAL-TERM PIC X(6).
           02 CAL-TERM-START PIC 9(8).
           02 CAL-START-BREAKDOWN REDEFINES CAL-TERM-START.
              03 CAL-START-YEAR PIC 9(4).
              03 CAL-START-MONTH PIC 9(2).
              03 FILLER PIC 9(2).
           02 FILLER PIC X(32).
           02 CAL-TERM-END PIC 9(8).
           02 CAL-END-BREAKDOWN REDEFINES CAL-TERM-END.
              03 CAL-END-YEAR PIC 9(4).
              03 CAL-END-MONTH PIC 9(2).
              03 FILLER PIC 9(2).
           02 FILLER PIC X(5).

       FD  RECOGNITION-FILE.
       01  RECOGNITION-RECORD.
           88 END-OF-RECOGNITION-FILE VALUE HIGH-VALUES.
           02 REC-TERM PIC X(6).
              88 REC-PERIOD-MARKER VALUE "PERIOD".
           02 REC-PERIOD PIC 9(6).
           02 REC-AMOUNT PIC S9(7)V9(2) SIGN LEADING SEPARATE.
           02 REC-RUN-DATE PIC 9(8).

       FD  GL-CODES-FILE.
       01  GL-CODES-RECORD.
           88 END-OF-GL-CODES-FILE VALUE HIGH-VALUES.
           02 GLC-EVENT PIC X(12).
           02 GLC-DEBIT-ACCOUNT PIC 9(8).
           02 GLC-CREDIT-ACCOUNT PIC 9(8).

       FD  TUITION-GL-FILE.
       01  GL-INTERFACE-RECORD.
           02 GL-RUN-DATE PIC 9(8).
           02 GL-ACCOUNT PIC 9(8).
           02 GL-DC-FLAG PIC X.
           02 GL-AMOUNT PIC 9(11)V9(2).
           02 GL-EVENT PIC X(12).

       WORKING-STORAGE SECTION.
       01  INVOICE-FILE-STATUS PIC 9(2).
           88 INVOICE-FILE-NOT-FOUND VALUE 35.
       01  REFUND-FILE-STATUS PIC 9(2).
           88 REFUND-FILE-NOT-FOUND VALUE 35.
       01  SPONSOR-LEDGER-FILE-STATUS PIC 9(2).
           88 SPONSOR-LEDGER-NOT-FOUND VALUE 35.
       01  CALENDAR-FILE-STATUS PIC 9(2).
           88 CALENDAR-FILE-NOT-FOUND VALUE 35.
       01  RECOGNITION-FILE-STATUS PIC 9(2).
           88 RECOGNITION-FILE-NOT-FOUND VALUE 35.
       01  GL-CODES-FILE-STATUS PIC 9(2).
           88 GL-CODES-FILE-NOT-FOUND VALUE 35.
       01  TUITION-GL-FILE-STATUS PIC 9(2).
           88 TUITION-GL-FILE-NOT-FOUND VALUE 35.
       01  GL-CODES-FILE-DSN PIC X(40).
       01  TUITION-GL-FILE-DSN PIC X(40).

       01  GL-ACCOUNT-TABLE.
           02 GL-INVOICE-DEBIT PIC 9(8) VALUE 14100000.
           02 GL-INVOICE-CREDIT PIC 9(8) VALUE 24100000.
           02 GL-AWARD-DEBIT PIC 9(8) VALUE 51100000.
           02 GL-AWARD-CREDIT PIC 9(8) VALUE 14100000.
           02 GL-CASH-DEBIT PIC 9(8) VALUE 11100000.
           02 GL-CASH-CREDIT PIC 9(8) VALUE 14100000.
           02 GL-REFUND-DEBIT PIC 9(8) VALUE 14100000.
           02 GL-REFUND-CREDIT PIC 9(8) VALUE 11100000.
           02 GL-RECOGNISE-DEBIT PIC 9(8) VALUE 24100000.
           02 GL-RECOGNISE-CREDIT PIC 9(8) VALUE 41100000.

       01  RUN-PERIOD PIC 9(6).
       01  RUN-PERIOD-BREAKDOWN REDEFINES RUN-PERIOD.
           02 RUN-YEAR PIC 9(4).
           02 RUN-MONTH PIC 9(2).
              88 RUN-MONTH-VALID VALUE 1 THRU 12.
       01  RUN-DATE PIC 9(8).
       01  CONTROL-TOTAL-FUNC PIC X(4).
       01  CONTROL-TOTAL-RESULT PIC X.

       01  INVOICED-TOTAL PIC 9(9)V9(2) VALUE 0.
       01  CREDITED-TOTAL PIC 9(9)V9(2) VALUE 0.
       01  AWARD-TOTAL PIC 9(9)V9(2) VALUE 0.
       01  CASH-TOTAL PIC 9(9)V9(2) VALUE 0.
       01  REFUND-TOTAL PIC 9(9)V9(2) VALUE 0.
       01  REFUND-CANCELLED-TOTAL PIC 9(9)V9(2) VALUE 0.
       01  RECOGNISED-TOTAL PIC S9(9)V9(2) VALUE 0.

       01  TERM-COUNT PIC 9(3) VALUE 0.
       01  TERM-SUBSCRIPT PIC 9(3) VALUE 0.
       01  TERM-TABLE.
           02 TERM-ENTRY OCCURS 200 TIMES.
              03 TT-TERM PIC X(6).
              03 TT-NET-BILLED PIC S9(9)V9(2).
              03 TT-RECOGNISED PIC S9(9)V9(2).
              03 TT-MONTHS-IN-TERM PIC 9(3).
              03 TT-MONTHS-ELAPSED PIC 9(3).
              03 TT-THIS-PERIOD PIC S9(9)V9(2).
       01  WANTED-TERM PIC X(6).
       01  TERM-FOUND-FLAG PIC X.
           88 TERM-WAS-FOUND VALUE "Y".
       01  PERIOD-DONE-FLAG PIC X VALUE "N".
           88 PERIOD-ALREADY-EXTRACTED VALUE "Y".
       01  LAST-PERIOD-EXTRACTED PIC 9(6) VALUE 0.
       01  RUN-MONTH-NUMBER PIC 9(6).
       01  START-MONTH-NUMBER PIC 9(6).
       01  END-MONTH-NUMBER PIC 9(6).
       01  MONTHS-ELAPSED-WORK PIC S9(6).
       01  RECOGNISE-TARGET PIC S9(9)V9(2).
       01  CALENDAR-EOF-FLAG PIC X VALUE "N".
           88 CALENDAR-AT-END VALUE "Y".

       01  GL-EVENT-NAME PIC X(12).
       01  GL-EVENT-AMOUNT PIC 9(11)V9(2).
       01  GL-EVENT-DEBIT-ACCOUNT PIC 9(8).
       01  GL-EVENT-CREDIT-ACCOUNT PIC 9(8).
       01  GL-LINE-COUNT PIC 9(5) VALUE 0.
       01  PRINT-AMOUNT PIC -(9)9.99.

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT GL-CODES-FILE-DSN
              FROM ENVIRONMENT "ATM_GL_CODES_FILE"
              ON EXCEPTION
                 MOVE "glcodes.txt" TO GL-CODES-FILE-DSN
           END-ACCEPT.
           ACCEPT TUITION-GL-FILE-DSN
              FROM ENVIRONMENT "ATM_GL_TUITION_FILE"
              ON EXCEPTION
                 MOVE "glTuition.txt" TO TUITION-GL-FILE-DSN
           END-ACCEPT.

           DISPLAY "ACCOUNTING PERIOD TO EXTRACT (YYYYMM) --> "
              WITH NO ADVANCING.
           ACCEPT RUN-PERIOD.
           IF NOT RUN-MONTH-VALID THEN
              DISPLAY "PERIOD MUST BE YYYYMM -- NOTHING EXTRACTED"
              STOP RUN
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           PERFORM CHECK-PERIOD-EXTRACTED.
           IF PERIOD-ALREADY-EXTRACTED THEN
              DISPLAY "PERIODS TO " LAST-PERIOD-EXTRACTED
                 " ALREADY EXTRACTED -- " RUN-PERIOD " NOT RUN"
              STOP RUN
           END-IF.

           OPEN INPUT INVOICE-FILE.
           IF INVOICE-FILE-NOT-FOUND THEN
              DISPLAY "INVOICE.DAT NOT FOUND -- NOTHING TO EXTRACT"
              STOP RUN
           END-IF.
           CLOSE INVOICE-FILE.
           PERFORM VERIFY-INVOICE-CONTROL.
           PERFORM LOAD-GL-CODES.

           PERFORM TOTAL-INVOICE-MOVEMENTS.
           PERFORM TOTAL-SPONSOR-MOVEMENTS.
           PERFORM TOTAL-REFUNDS-PAID.
           PERFORM LOAD-RECOGNISED-TO-DATE.
           PERFORM LOAD-TERM-MONTHS.
           PERFORM COMPUTE-TERM-RECOGNITION.

           OPEN EXTEND TUITION-GL-FILE.
           IF TUITION-GL-FILE-NOT-FOUND THEN
              OPEN OUTPUT TUITION-GL-FILE
           END-IF.

           MOVE "TUIT-INVOICE" TO GL-EVENT-NAME.
           MOVE INVOICED-TOTAL TO GL-EVENT-AMOUNT.
           MOVE GL-INVOICE-DEBIT TO GL-EVENT-DEBIT-ACCOUNT.
           MOVE GL-INVOICE-CREDIT TO GL-EVENT-CREDIT-ACCOUNT.
           PERFORM WRITE-GL-POSTING-PAIR.

           MOVE "TUIT-CREDIT " TO GL-EVENT-NAME.
           MOVE CREDITED-TOTAL TO GL-EVENT-AMOUNT.
           MOVE GL-INVOICE-CREDIT TO GL-EVENT-DEBIT-ACCOUNT.
           MOVE GL-INVOICE-DEBIT TO GL-EVENT-CREDIT-ACCOUNT.
           PERFORM WRITE-GL-POSTING-PAIR.

           MOVE "TUIT-AWARD  " TO GL-EVENT-NAME.
           MOVE AWARD-TOTAL TO GL-EVENT-AMOUNT.
           MOVE GL-AWARD-DEBIT TO GL-EVENT-DEBIT-ACCOUNT.
           MOVE GL-AWARD-CREDIT TO GL-EVENT-CREDIT-ACCOUNT.
           PERFORM WRITE-GL-POSTING-PAIR.

           MOVE "TUIT-CASH   " TO GL-EVENT-NAME.
           MOVE CASH-TOTAL TO GL-EVENT-AMOUNT.
           MOVE GL-CASH-DEBIT TO GL-EVENT-DEBIT-ACCOUNT.
           MOVE GL-CASH-CREDIT TO GL-EVENT-CREDIT-ACCOUNT.
           PERFORM WRITE-GL-POSTING-PAIR.

           MOVE "TUIT-REFUND " TO GL-EVENT-NAME.
           MOVE REFUND-TOTAL TO GL-EVENT-AMOUNT.
           MOVE GL-REFUND-DEBIT TO GL-EVENT-DEBIT-ACCOUNT.
           MOVE GL-REFUND-CREDIT TO GL-EVENT-CREDIT-ACCOUNT.
           PERFORM WRITE-GL-POSTING-PAIR.

           MOVE "TUIT-RFNDCAN" TO GL-EVENT-NAME.
           MOVE REFUND-CANCELLED-TOTAL TO GL-EVENT-AMOUNT.
           MOVE GL-REFUND-CREDIT TO GL-EVENT-DEBIT-ACCOUNT.
           MOVE GL-REFUND-DEBIT TO GL-EVENT-CREDIT-ACCOUNT.
           PERFORM WRITE-GL-POSTING-PAIR.

           MOVE "TUIT-RECOG  " TO GL-EVENT-NAME.
           IF RECOGNISED-TOTAL < 0 THEN
              COMPUTE GL-EVENT-AMOUNT = 0 - RECOGNISED-TOTAL
              MOVE GL-RECOGNISE-CREDIT TO GL-EVENT-DEBIT-ACCOUNT
              MOVE GL-RECOGNISE-DEBIT TO GL-EVENT-CREDIT-ACCOUNT
           ELSE
              MOVE RECOGNISED-TOTAL TO GL-EVENT-AMOUNT
              MOVE GL-RECOGNISE-DEBIT TO GL-EVENT-DEBIT-ACCOUNT
              MOVE GL-RECOGNISE-CREDIT TO GL-EVENT-CREDIT-ACCOUNT
           END-IF.
           PERFORM WRITE-GL-POSTING-PAIR.
           CLOSE TUITION-GL-FILE.

           PERFORM WRITE-RECOGNITION-HISTORY.

           MOVE INVOICED-TOTAL TO PRINT-AMOUNT.
           DISPLAY "INVOICES RAISED       " PRINT-AMOUNT.
           MOVE CREDITED-TOTAL TO PRINT-AMOUNT.
           DISPLAY "WITHDRAWAL CREDITS    " PRINT-AMOUNT.
           MOVE AWARD-TOTAL TO PRINT-AMOUNT.
           DISPLAY "AWARD DISCOUNTS       " PRINT-AMOUNT.
           MOVE CASH-TOTAL TO PRINT-AMOUNT.
           DISPLAY "CASH RECEIVED         " PRINT-AMOUNT.
           MOVE REFUND-TOTAL TO PRINT-AMOUNT.
           DISPLAY "REFUNDS PAID          " PRINT-AMOUNT.
           MOVE REFUND-CANCELLED-TOTAL TO PRINT-AMOUNT.
           DISPLAY "STALE REFUNDS VOIDED  " PRINT-AMOUNT.
           MOVE RECOGNISED-TOTAL TO PRINT-AMOUNT.
           DISPLAY "REVENUE RECOGNISED    " PRINT-AMOUNT.
           DISPLAY GL-LINE-COUNT " GL LINE(S) FOR PERIOD " RUN-PERIOD
              " WRITTEN TO " TUITION-GL-FILE-DSN.
           STOP RUN.

       CHECK-PERIOD-EXTRACTED.
           OPEN INPUT RECOGNITION-FILE.
           IF NOT RECOGNITION-FILE-NOT-FOUND THEN
              READ RECOGNITION-FILE
                 AT END SET END-OF-RECOGNITION-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-RECOGNITION-FILE
                 IF REC-PERIOD-MARKER AND
                    REC-PERIOD > LAST-PERIOD-EXTRACTED THEN
                    MOVE REC-PERIOD TO LAST-PERIOD-EXTRACTED
                 END-IF
                 READ RECOGNITION-FILE
                    AT END SET END-OF-RECOGNITION-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE RECOGNITION-FILE
           END-IF.
           IF LAST-PERIOD-EXTRACTED NOT < RUN-PERIOD THEN
              SET PERIOD-ALREADY-EXTRACTED TO TRUE
           END-IF.

       LOAD-GL-CODES.
           OPEN INPUT GL-CODES-FILE.
           IF GL-CODES-FILE-NOT-FOUND THEN
              DISPLAY "NO GL CODES FILE -- COMPILED-IN ACCOUNTS USED"
           ELSE
              READ GL-CODES-FILE
                 AT END SET END-OF-GL-CODES-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-GL-CODES-FILE
                 EVALUATE GLC-EVENT
                    WHEN "TUIT-INVOICE"
                       MOVE GLC-DEBIT-ACCOUNT TO GL-INVOICE-DEBIT
                       MOVE GLC-CREDIT-ACCOUNT TO GL-INVOICE-CREDIT
                    WHEN "TUIT-AWARD"
                       MOVE GLC-DEBIT-ACCOUNT TO GL-AWARD-DEBIT
                       MOVE GLC-CREDIT-ACCOUNT TO GL-AWARD-CREDIT
                    WHEN "TUIT-CASH"
                       MOVE GLC-DEBIT-ACCOUNT TO GL-CASH-DEBIT
                       MOVE GLC-CREDIT-ACCOUNT TO GL-CASH-CREDIT
                    WHEN "TUIT-REFUND"
                       MOVE GLC-DEBIT-ACCOUNT TO GL-REFUND-DEBIT
                       MOVE GLC-CREDIT-ACCOUNT TO GL-REFUND-CREDIT
                    WHEN "TUIT-RECOG"
                       MOVE GLC-DEBIT-ACCOUNT TO GL-RECOGNISE-DEBIT
                       MOVE GLC-CREDIT-ACCOUNT TO GL-RECOGNISE-CREDIT
                 END-EVALUATE
                 READ GL-CODES-FILE
                    AT END SET END-OF-GL-CODES-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE GL-CODES-FILE
           END-IF.

       TOTAL-INVOICE-MOVEMENTS.
           OPEN INPUT INVOICE-FILE.
           READ INVOICE-FILE
              AT END SET END-OF-INVOICE-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-INVOICE-FILE
              IF INV-PERIOD = RUN-PERIOD THEN
                 EVALUATE TRUE
                    WHEN INVOICE-LINE
                       ADD INV-AMOUNT TO INVOICED-TOTAL
                    WHEN PAYMENT-LINE
                       ADD INV-AMOUNT TO CASH-TOTAL
                    WHEN CREDIT-LINE AND INV-COURSE-CODE = "SCHL"
                       ADD INV-AMOUNT TO AWARD-TOTAL
                    WHEN CREDIT-LINE AND INV-COURSE-CODE = "SPON"
                       CONTINUE
                    WHEN CREDIT-LINE AND INV-COURSE-CODE = "RFND"
                       ADD INV-AMOUNT TO REFUND-CANCELLED-TOTAL
                    WHEN CREDIT-LINE
                       ADD INV-AMOUNT TO CREDITED-TOTAL
                 END-EVALUATE
              END-IF
              IF INV-PERIOD NOT > RUN-PERIOD THEN
                 MOVE INV-TERM TO WANTED-TERM
                 PERFORM FIND-TERM-ENTRY
                 IF INVOICE-LINE THEN
                    ADD INV-AMOUNT TO TT-NET-BILLED(TERM-SUBSCRIPT)
                 END-IF
                 IF CREDIT-LINE AND INV-COURSE-CODE NOT = "SCHL" AND
                    INV-COURSE-CODE NOT = "SPON" AND
                    INV-COURSE-CODE NOT = "RFND" THEN
                    SUBTRACT INV-AMOUNT FROM
                       TT-NET-BILLED(TERM-SUBSCRIPT)
                 END-IF
              END-IF
              READ INVOICE-FILE
                 AT END SET END-OF-INVOICE-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE INVOICE-FILE.

       TOTAL-SPONSOR-MOVEMENTS.
           OPEN INPUT SPONSOR-LEDGER-FILE.
           IF NOT SPONSOR-LEDGER-NOT-FOUND THEN
              READ SPONSOR-LEDGER-FILE
                 AT END SET END-OF-SPONSOR-LEDGER TO TRUE
              END-READ
              PERFORM UNTIL END-OF-SPONSOR-LEDGER
                 IF SLG-PERIOD = RUN-PERIOD THEN
                    IF SPONSOR-PAYMENT-LINE THEN
                       ADD SLG-AMOUNT TO CASH-TOTAL
                    END-IF
                    IF SPONSOR-CREDIT-LINE THEN
                       ADD SLG-AMOUNT TO CREDITED-TOTAL
                    END-IF
                 END-IF
                 IF SLG-PERIOD NOT > RUN-PERIOD AND
                    SPONSOR-CREDIT-LINE THEN
                    MOVE SLG-TERM TO WANTED-TERM
                    PERFORM FIND-TERM-ENTRY
                    SUBTRACT SLG-AMOUNT FROM
                       TT-NET-BILLED(TERM-SUBSCRIPT)
                 END-IF
                 READ SPONSOR-LEDGER-FILE
                    AT END SET END-OF-SPONSOR-LEDGER TO TRUE
                 END-READ
              END-PERFORM
              CLOSE SPONSOR-LEDGER-FILE
           END-IF.

       TOTAL-REFUNDS-PAID.
           OPEN INPUT REFUND-FILE.
           IF NOT REFUND-FILE-NOT-FOUND THEN
              READ REFUND-FILE
                 AT END SET END-OF-REFUND-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-REFUND-FILE
                 IF RFND-PERIOD = RUN-PERIOD THEN
                    ADD RFND-AMOUNT TO REFUND-TOTAL
                 END-IF
                 READ REFUND-FILE
                    AT END SET END-OF-REFUND-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE REFUND-FILE
           END-IF.

       FIND-TERM-ENTRY.
           MOVE "N" TO TERM-FOUND-FLAG.
           PERFORM VARYING TERM-SUBSCRIPT FROM 1 BY 1
              UNTIL TERM-SUBSCRIPT > TERM-COUNT OR TERM-WAS-FOUND
              IF TT-TERM(TERM-SUBSCRIPT) = WANTED-TERM THEN
                 SET TERM-WAS-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF TERM-WAS-FOUND THEN
              SUBTRACT 1 FROM TERM-SUBSCRIPT
           ELSE
              IF TERM-COUNT < 200 THEN
                 ADD 1 TO TERM-COUNT
                 MOVE TERM-COUNT TO TERM-SUBSCRIPT
                 MOVE WANTED-TERM TO TT-TERM(TERM-SUBSCRIPT)
                 MOVE 0 TO TT-NET-BILLED(TERM-SUBSCRIPT)
                 MOVE 0 TO TT-RECOGNISED(TERM-SUBSCRIPT)
                 MOVE 1 TO TT-MONTHS-IN-TERM(TERM-SUBSCRIPT)
                 MOVE 1 TO TT-MONTHS-ELAPSED(TERM-SUBSCRIPT)
                 MOVE 0 TO TT-THIS-PERIOD(TERM-SUBSCRIPT)
              ELSE
                 DISPLAY "[ABORT]: MORE THAN 200 TERMS ON FILE"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       LOAD-RECOGNISED-TO-DATE.
           OPEN INPUT RECOGNITION-FILE.
           IF NOT RECOGNITION-FILE-NOT-FOUND THEN
              READ RECOGNITION-FILE
                 AT END SET END-OF-RECOGNITION-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-RECOGNITION-FILE
                 IF NOT REC-PERIOD-MARKER THEN
                    MOVE REC-TERM TO WANTED-TERM
                    PERFORM FIND-TERM-ENTRY
                    ADD REC-AMOUNT TO TT-RECOGNISED(TERM-SUBSCRIPT)
                 END-IF
                 READ RECOGNITION-FILE
                    AT END SET END-OF-RECOGNITION-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE RECOGNITION-FILE
           END-IF.

       LOAD-TERM-MONTHS.
           COMPUTE RUN-MONTH-NUMBER = RUN-YEAR * 12 + RUN-MONTH.
           OPEN INPUT CALENDAR-FILE.
           IF NOT CALENDAR-FILE-NOT-FOUND THEN
              PERFORM UNTIL CALENDAR-AT-END
                 READ CALENDAR-FILE
                    AT END SET CALENDAR-AT-END TO TRUE
                 END-READ
                 IF NOT CALENDAR-AT-END THEN
                    MOVE CAL-TERM TO WANTED-TERM
                    PERFORM FIND-TERM-ENTRY
                    COMPUTE START-MONTH-NUMBER =
                       CAL-START-YEAR * 12 + CAL-START-MONTH
                    COMPUTE END-MONTH-NUMBER =
                       CAL-END-YEAR * 12 + CAL-END-MONTH
                    COMPUTE TT-MONTHS-IN-TERM(TERM-SUBSCRIPT) =
                       END-MONTH-NUMBER - START-MONTH-NUMBER + 1
                    COMPUTE MONTHS-ELAPSED-WORK =
                       RUN-MONTH-NUMBER - START-MONTH-NUMBER + 1
                    IF MONTHS-ELAPSED-WORK < 0 THEN
                       MOVE 0 TO MONTHS-ELAPSED-WORK
                    END-IF
                    IF MONTHS-ELAPSED-WORK >
                       TT-MONTHS-IN-TERM(TERM-SUBSCRIPT) THEN
                       MOVE TT-MONTHS-IN-TERM(TERM-SUBSCRIPT)
                          TO MONTHS-ELAPSED-WORK
                    END-IF
                    MOVE MONTHS-ELAPSED-WORK TO
                       TT-MONTHS-ELAPSED(TERM-SUBSCRIPT)
                 END-IF
              END-PERFORM
              CLOSE CALENDAR-FILE
           END-IF.

       COMPUTE-TERM-RECOGNITION.
           PERFORM VARYING TERM-SUBSCRIPT FROM 1 BY 1
              UNTIL TERM-SUBSCRIPT > TERM-COUNT
              COMPUTE RECOGNISE-TARGET ROUNDED =
                 TT-NET-BILLED(TERM-SUBSCRIPT)
                 * TT-MONTHS-ELAPSED(TERM-SUBSCRIPT)
                 / TT-MONTHS-IN-TERM(TERM-SUBSCRIPT)
              COMPUTE TT-THIS-PERIOD(TERM-SUBSCRIPT) =
                 RECOGNISE-TARGET - TT-RECOGNISED(TERM-SUBSCRIPT)
              ADD TT-THIS-PERIOD(TERM-SUBSCRIPT) TO RECOGNISED-TOTAL
           END-PERFORM.

       WRITE-RECOGNITION-HISTORY.
           OPEN EXTEND RECOGNITION-FILE.
           IF RECOGNITION-FILE-NOT-FOUND THEN
              OPEN OUTPUT RECOGNITION-FILE
           END-IF.
           PERFORM VARYING TERM-SUBSCRIPT FROM 1 BY 1
              UNTIL TERM-SUBSCRIPT > TERM-COUNT
              IF TT-THIS-PERIOD(TERM-SUBSCRIPT) NOT = 0 THEN
                 MOVE TT-TERM(TERM-SUBSCRIPT) TO REC-TERM
                 MOVE RUN-PERIOD TO REC-PERIOD
                 MOVE TT-THIS-PERIOD(TERM-SUBSCRIPT) TO REC-AMOUNT
                 MOVE RUN-DATE TO REC-RUN-DATE
                 WRITE RECOGNITION-RECORD
                 MOVE TT-THIS-PERIOD(TERM-SUBSCRIPT) TO PRINT-AMOUNT
                 DISPLAY "TERM " TT-TERM(TERM-SUBSCRIPT)
                    " RECOGNISED " PRINT-AMOUNT " MONTH "
                    TT-MONTHS-ELAPSED(TERM-SUBSCRIPT) " OF "
                    TT-MONTHS-IN-TERM(TERM-SUBSCRIPT)
              END-IF
           END-PERFORM.
           MOVE "PERIOD" TO REC-TERM.
           MOVE RUN-PERIOD TO REC-PERIOD.
           MOVE 0 TO REC-AMOUNT.
           MOVE RUN-DATE TO REC-RUN-DATE.
           WRITE RECOGNITION-RECORD.
           CLOSE RECOGNITION-FILE.

       WRITE-GL-POSTING-PAIR.
           IF GL-EVENT-AMOUNT > 0 THEN
              MOVE RUN-DATE TO GL-RUN-DATE
              MOVE GL-EVENT-DEBIT-ACCOUNT TO GL-ACCOUNT
              MOVE "D" TO GL-DC-FLAG
              MOVE GL-EVENT-AMOUNT TO GL-AMOUNT
              MOVE GL-EVENT-NAME TO GL-EVENT
              WRITE GL-INTERFACE-RECORD
              MOVE GL-EVENT-CREDIT-ACCOUNT TO GL-ACCOUNT
              MOVE "C" TO GL-DC-FLAG
              WRITE GL-INTERFACE-RECORD
              ADD 2 TO GL-LINE-COUNT
           END-IF.

       VERIFY-INVOICE-CONTROL.
           MOVE "CHEK" TO CONTROL-TOTAL-FUNC.
           CALL "INVTOTAL" USING CONTROL-TOTAL-FUNC
              CONTROL-TOTAL-RESULT
              ON EXCEPTION
                 DISPLAY "[ABORT]: INVTOTAL MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           IF CONTROL-TOTAL-RESULT = "M" THEN
              DISPLAY "[ABORT]: INVOICE.DAT DOES NOT MATCH ITS "
                 "CONTROL TOTALS -- RESOLVE BEFORE POSTING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF CONTROL-TOTAL-RESULT = "N" THEN
              DISPLAY "NO CONTROL TOTALS ON FILE FOR INVOICE.DAT "
                 "-- RUN BILLING-RUN TO ESTABLISH THEM"
           END-IF.

       END PROGRAM TUITION-GL.
