       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUND-CHEQUE.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              CHEQUE-CONTROL-FILE ASSIGN TO "CHQCTL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS CHEQUE-CONTROL-FILE-STATUS.

           SELECT
              REGISTER-FILE ASSIGN TO "CHQREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS REGISTER-FILE-STATUS.

           SELECT
              NEW-REGISTER-FILE ASSIGN TO "CHQREG.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-REGISTER-FILE-STATUS.

           SELECT
              REFUND-FILE ASSIGN TO "REFUND.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS REFUND-FILE-STATUS.

           SELECT
              STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS STUDENT-FILE-STATUS.

           SELECT
              STUDENT-CONTACT-FILE ASSIGN TO "STUCONT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS STUDENT-CONTACT-FILE-STATUS.

           SELECT
              INVOICE-FILE ASSIGN TO "INVOICE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS INVOICE-FILE-STATUS.

           SELECT
              PAID-CHEQUE-FILE ASSIGN DYNAMIC PAID-CHEQUE-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS PAID-CHEQUE-FILE-STATUS.

           SELECT
              CHEQUE-PRINT-FILE ASSIGN TO "CHEQUES.PRT"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHEQUE-CONTROL-FILE.
       01  CHEQUE-CONTROL-RECORD.
           02 CCT-ACCT-NUMBER PIC 9(16).
           02 CCT-NEXT-CHEQUE PIC 9(6).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           88 END-OF-REGISTER-FILE VALUE HIGH-VALUES.
           02 CRG-CHEQUE-NUMBER PIC 9(6).
           02 CRG-REFUND-SEQUENCE PIC 9(6).
           02 CRG-STUDENT-ID PIC 9(7).
           02 CRG-TERM PIC X(6).
           02 CRG-AMOUNT PIC 9(5)V9(2).
           02 CRG-ISSUE-DATE PIC 9(8).
           02 CRG-STATUS PIC X.
           02 CRG-STATUS-DATE PIC 9(8).

       FD  NEW-REGISTER-FILE.
       01  NEW-REGISTER-RECORD PIC X(49).

       FD  REFUND-FILE.
       01  REFUND-RECORD.
           88 END-OF-REFUND-FILE VALUE HIGH-VALUES.
           02 RFND-STUDENT-ID PIC 9(7).
           02 RFND-TERM PIC X(6).
           02 RFND-AMOUNT PIC 9(5)V9(2).
           02 RFND-DATE PIC 9(8).
           02 RFND-METHOD PIC X.
              88 REFUND-BY-CHEQUE VALUE "Q".

       FD  STUDENT-FILE.
       01  STUDENT-DETAILS.
           02 STUDENT-ID PIC 9(7).
           02 STUDENT-NAME.
              03 SURNAME PIC X(8).
              03 INITIALS PIC XX.
           02 FILLER PIC X(14).

       FD  STUDENT-CONTACT-FILE.
       01  STUDENT-CONTACT-RECORD.
           02 SCN-STUDENT-ID PIC 9(7).
           02 SCN-ADDRESS PIC X(40).
           02 SCN-TOWN PIC X(20).
           02 SCN-POSTCODE PIC X(8).
           02 FILLER PIC X(84).

       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           02 INV-STUDENT-ID PIC 9(7).
           02 INV-COURSE-CODE PIC X(4).
           02 INV-TERM PIC X(6).
           02 INV-TYPE PIC X.
           02 INV-AMOUNT PIC 9(5)V9(2).
           02 INV-DATE PIC 9(8).

       FD  PAID-CHEQUE-FILE.
       01  PAID-CHEQUE-RECORD.
           88 END-OF-PAID-CHEQUE-FILE VALUE HIGH-VALUES.
           02 CPAID-ACCT-NUMBER PIC 9(16).
           02 CPAID-SERIAL PIC 9(6).
           02 CPAID-AMOUNT PIC 9(5)V9(2).
           02 CPAID-DATE PIC 9(8).
           02 CPAID-PRESENTING-BANK PIC 9(4).

       FD  CHEQUE-PRINT-FILE.
       01  CHEQUE-PRINT-LINE PIC X(72).

       WORKING-STORAGE SECTION.
       01  RPT-OP PIC X(4).
       01  RPT-TEXT.
           02 RPT-INIT-VIEW.
              03 RPT-REPORT-DSN PIC X(40).
              03 RPT-PROGRAM-ID PIC X(10).
              03 RPT-REPORT-TITLE PIC X(40).
              03 FILLER PIC X(42).
       01  CHEQUE-CONTROL-FILE-STATUS PIC 9(2).
           88 CHEQUE-CONTROL-NOT-FOUND VALUE 35.
       01  REGISTER-FILE-STATUS PIC 9(2).
           88 REGISTER-FILE-NOT-FOUND VALUE 35.
       01  NEW-REGISTER-FILE-STATUS PIC 9(2).
       01  REFUND-FILE-STATUS PIC 9(2).
           88 REFUND-FILE-NOT-FOUND VALUE 35.
       01  STUDENT-FILE-STATUS PIC 9(2).
           88 STUDENT-FILE-NOT-FOUND VALUE 35.
       01  STUDENT-CONTACT-FILE-STATUS PIC 9(2).
           88 STUDENT-CONTACT-NOT-FOUND VALUE 35.
       01  INVOICE-FILE-STATUS PIC 9(2).
           88 INVOICE-FILE-NOT-FOUND VALUE 35.
       01  PAID-CHEQUE-FILE-STATUS PIC 9(2).
           88 PAID-CHEQUE-FILE-NOT-FOUND VALUE 35.
       01  PAID-CHEQUE-FILE-DSN PIC X(40).

       01  MAINT-ACTION PIC 9.
           88 PRINT-ACTION VALUE 1.
           88 RECONCILE-ACTION VALUE 2.
           88 STALE-LIST-ACTION VALUE 3.
           88 CANCEL-ACTION VALUE 4.
           88 REGISTER-LIST-ACTION VALUE 5.
           88 STOCK-ACTION VALUE 6.

       01  CONTROL-TOTAL-FUNC PIC X(4).
       01  CONTROL-TOTAL-RESULT PIC X.
       01  CHKDIGIT-EXPECTED PIC 9.
       01  CHKDIGIT-RESULT PIC X.

       01  DRAWING-ACCT-NUMBER PIC 9(16).
       01  NEXT-CHEQUE-NUMBER PIC 9(6).
       01  ENTRY-ACCT-NUMBER PIC 9(16).
       01  ENTRY-CHEQUE-NUMBER PIC 9(6).
       01  TODAY-DATE PIC 9(8).
       01  STALE-CUTOFF-DATE PIC 9(8).
       01  STALE-CUTOFF-BREAKDOWN REDEFINES STALE-CUTOFF-DATE.
           02 STALE-CUTOFF-YEAR PIC 9(4).
           02 STALE-CUTOFF-MONTH PIC 9(2).
           02 STALE-CUTOFF-DAY PIC 9(2).

       01  REGISTER-COUNT PIC 9(4) VALUE 0.
       01  REGISTER-SUBSCRIPT PIC 9(4) VALUE 0.
       01  REGISTER-TABLE.
           02 REGISTER-ENTRY OCCURS 5000 TIMES.
              03 RT-CHEQUE-NUMBER PIC 9(6).
              03 RT-REFUND-SEQUENCE PIC 9(6).
              03 RT-STUDENT-ID PIC 9(7).
              03 RT-TERM PIC X(6).
              03 RT-AMOUNT PIC 9(5)V9(2).
              03 RT-ISSUE-DATE PIC 9(8).
              03 RT-STATUS PIC X.
                 88 RT-ISSUED VALUE "I".
                 88 RT-PAID VALUE "P".
                 88 RT-STALE-CANCELLED VALUE "S".
              03 RT-STATUS-DATE PIC 9(8).
       01  CHEQUE-FOUND-FLAG PIC X.
           88 CHEQUE-WAS-FOUND VALUE "Y".
       01  SEQUENCE-FOUND-FLAG PIC X.
           88 SEQUENCE-WAS-FOUND VALUE "Y".
       01  WANTED-CHEQUE-NUMBER PIC 9(6).
       01  WANTED-SEQUENCE PIC 9(6).

       01  REFUND-SEQUENCE PIC 9(6) VALUE 0.
       01  STUDENT-FOUND-FLAG PIC X.
           88 STUDENT-WAS-FOUND VALUE "Y".
       01  CONTACT-FOUND-FLAG PIC X.
           88 CONTACT-WAS-FOUND VALUE "Y".
       01  STUDENT-EOF-FLAG PIC X VALUE "N".
           88 STUDENT-AT-END VALUE "Y".
       01  CONTACT-EOF-FLAG PIC X VALUE "N".
           88 CONTACT-AT-END VALUE "Y".
       01  NEW-FILE-EOF-FLAG PIC X VALUE "N".
           88 NEW-FILE-AT-END VALUE "Y".
       01  PAYEE-NAME PIC X(12).
       01  PAYEE-ADDRESS PIC X(40).
       01  PAYEE-TOWN PIC X(20).
       01  PAYEE-POSTCODE PIC X(8).

       01  ISSUED-COUNT PIC 9(5) VALUE 0.
       01  ISSUED-TOTAL PIC 9(7)V9(2) VALUE 0.
       01  SKIPPED-COUNT PIC 9(5) VALUE 0.
       01  MATCHED-COUNT PIC 9(5) VALUE 0.
       01  MATCHED-TOTAL PIC 9(7)V9(2) VALUE 0.
       01  EXCEPTION-COUNT PIC 9(5) VALUE 0.
       01  OUTSTANDING-COUNT PIC 9(5) VALUE 0.
       01  OUTSTANDING-TOTAL PIC 9(7)V9(2) VALUE 0.
       01  STALE-COUNT PIC 9(5) VALUE 0.
       01  STALE-TOTAL PIC 9(7)V9(2) VALUE 0.
       01  REGISTER-CHANGED-FLAG PIC X VALUE "N".
           88 REGISTER-WAS-CHANGED VALUE "Y".

       01  REPORT-LINE-BUFFER PIC X(72).
       01  PRINT-AMOUNT PIC ZZ,ZZ9.99.
       01  PRINT-TOTAL PIC Z,ZZZ,ZZ9.99.
       01  PRINT-STATUS-TEXT PIC X(16).
       01  EXCEPTION-TEXT PIC X(30).

       01  WORDS-AMOUNT PIC 9(5)V9(2).
       01  WORDS-AMOUNT-BREAKDOWN REDEFINES WORDS-AMOUNT.
           02 WORDS-THOUSANDS PIC 9(2).
           02 WORDS-HUNDREDS PIC 9.
           02 WORDS-TENS-UNITS PIC 9(2).
           02 WORDS-CENTS PIC 9(2).
       01  WORDS-GROUP PIC 9(2).
       01  WORDS-TENS-DIGIT PIC 9.
       01  WORDS-UNITS-DIGIT PIC 9.
       01  AMOUNT-IN-WORDS PIC X(100).
       01  WORDS-POINTER PIC 9(3).
       01  WORDS-SPLIT PIC 9(3).
       01  SMALL-NUMBER-WORDS.
           02 FILLER PIC X(10) VALUE "ONE".
           02 FILLER PIC X(10) VALUE "TWO".
           02 FILLER PIC X(10) VALUE "THREE".
           02 FILLER PIC X(10) VALUE "FOUR".
           02 FILLER PIC X(10) VALUE "FIVE".
           02 FILLER PIC X(10) VALUE "SIX".
           02 FILLER PIC X(10) VALUE "SEVEN".
           02 FILLER PIC X(10) VALUE "EIGHT".
           02 FILLER PIC X(10) VALUE "NINE".
           02 FILLER PIC X(10) VALUE "TEN".
           02 FILLER PIC X(10) VALUE "ELEVEN".
           02 FILLER PIC X(10) VALUE "TWELVE".
           02 FILLER PIC X(10) VALUE "THIRTEEN".
           02 FILLER PIC X(10) VALUE "FOURTEEN".
           02 FILLER PIC X(10) VALUE "FIFTEEN".
           02 FILLER PIC X(10) VALUE "SIXTEEN".
           02 FILLER PIC X(10) VALUE "SEVENTEEN".
           02 FILLER PIC X(10) VALUE "EIGHTEEN".
           02 FILLER PIC X(10) VALUE "NINETEEN".
       01  SMALL-NUMBER-TABLE REDEFINES SMALL-NUMBER-WORDS.
           02 SMALL-NUMBER-WORD PIC X(10) OCCURS 19 TIMES.
       01  TENS-WORDS.
           02 FILLER PIC X(10) VALUE "TEN".
           02 FILLER PIC X(10) VALUE "TWENTY".
           02 FILLER PIC X(10) VALUE "THIRTY".
           02 FILLER PIC X(10) VALUE "FORTY".
           02 FILLER PIC X(10) VALUE "FIFTY".
           02 FILLER PIC X(10) VALUE "SIXTY".
           02 FILLER PIC X(10) VALUE "SEVENTY".
           02 FILLER PIC X(10) VALUE "EIGHTY".
           02 FILLER PIC X(10) VALUE "NINETY".
       01  TENS-TABLE REDEFINES TENS-WORDS.
           02 TENS-WORD PIC X(10) OCCURS 9 TIMES.

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT PAID-CHEQUE-FILE-DSN
              FROM ENVIRONMENT "ATM_CHEQUE_PAID_FILE"
              ON EXCEPTION
                 MOVE "chqPaid.txt" TO PAID-CHEQUE-FILE-DSN
           END-ACCEPT.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

           DISPLAY "1 = PRINT REFUND CHEQUES, 2 = RECONCILE PAID "
              "CHEQUES, 3 = LIST STALE CHEQUES, 4 = CANCEL STALE "
              "CHEQUE, 5 = LIST REGISTER, 6 = SET CHEQUE STOCK --> "
              WITH NO ADVANCING.
           ACCEPT MAINT-ACTION.

           IF STOCK-ACTION THEN
              PERFORM SET-CHEQUE-STOCK
              STOP RUN
           END-IF.

           PERFORM LOAD-REGISTER.

           IF PRINT-ACTION THEN
              PERFORM PRINT-REFUND-CHEQUES
           END-IF.

           IF RECONCILE-ACTION THEN
              PERFORM RECONCILE-PAID-CHEQUES
           END-IF.

           IF STALE-LIST-ACTION THEN
              PERFORM LIST-STALE-CHEQUES
           END-IF.

           IF CANCEL-ACTION THEN
              PERFORM CANCEL-STALE-CHEQUE
           END-IF.

           IF REGISTER-LIST-ACTION THEN
              PERFORM LIST-REGISTER
           END-IF.

           STOP RUN.

       SET-CHEQUE-STOCK.
           DISPLAY "REFUND DRAWING ACCOUNT (16 DIGITS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-ACCT-NUMBER.
           CALL "CHKDIGIT" USING ENTRY-ACCT-NUMBER
              CHKDIGIT-EXPECTED CHKDIGIT-RESULT
              ON EXCEPTION MOVE "Y" TO CHKDIGIT-RESULT
           END-CALL.
           IF CHKDIGIT-RESULT = "N" THEN
              DISPLAY "INVALID ACCOUNT NUMBER (CHECK DIGIT) -- "
                 "CHEQUE STOCK NOT SET"
           ELSE
              DISPLAY "NEXT CHEQUE NUMBER ON STOCK (6 DIGITS) --> "
                 WITH NO ADVANCING
              ACCEPT ENTRY-CHEQUE-NUMBER
              PERFORM LOAD-REGISTER
              MOVE ENTRY-CHEQUE-NUMBER TO WANTED-CHEQUE-NUMBER
              PERFORM FIND-REGISTER-CHEQUE
              IF CHEQUE-WAS-FOUND OR ENTRY-CHEQUE-NUMBER = 0 THEN
                 DISPLAY "CHEQUE " ENTRY-CHEQUE-NUMBER
                    " IS ALREADY ON THE REGISTER -- STOCK NOT SET"
              ELSE
                 MOVE ENTRY-ACCT-NUMBER TO DRAWING-ACCT-NUMBER
                 MOVE ENTRY-CHEQUE-NUMBER TO NEXT-CHEQUE-NUMBER
                 PERFORM SAVE-CHEQUE-CONTROL
                 DISPLAY "REFUND CHEQUES DRAWN ON " DRAWING-ACCT-NUMBER
                    " FROM NUMBER " NEXT-CHEQUE-NUMBER
              END-IF
           END-IF.

       LOAD-CHEQUE-CONTROL.
           OPEN INPUT CHEQUE-CONTROL-FILE.
           IF CHEQUE-CONTROL-NOT-FOUND THEN
              DISPLAY "CHQCTL.DAT NOT FOUND -- SET THE CHEQUE STOCK "
                 "FIRST (OPTION 6)"
              STOP RUN
           END-IF.
           READ CHEQUE-CONTROL-FILE
              AT END
                 DISPLAY "CHQCTL.DAT IS EMPTY -- SET THE CHEQUE "
                    "STOCK FIRST (OPTION 6)"
                 CLOSE CHEQUE-CONTROL-FILE
                 STOP RUN
           END-READ.
           MOVE CCT-ACCT-NUMBER TO DRAWING-ACCT-NUMBER.
           MOVE CCT-NEXT-CHEQUE TO NEXT-CHEQUE-NUMBER.
           CLOSE CHEQUE-CONTROL-FILE.

       SAVE-CHEQUE-CONTROL.
           OPEN OUTPUT CHEQUE-CONTROL-FILE.
           MOVE DRAWING-ACCT-NUMBER TO CCT-ACCT-NUMBER.
           MOVE NEXT-CHEQUE-NUMBER TO CCT-NEXT-CHEQUE.
           WRITE CHEQUE-CONTROL-RECORD.
           CLOSE CHEQUE-CONTROL-FILE.

       LOAD-REGISTER.
           MOVE 0 TO REGISTER-COUNT.
           OPEN INPUT REGISTER-FILE.
           IF NOT REGISTER-FILE-NOT-FOUND THEN
              READ REGISTER-FILE
                 AT END SET END-OF-REGISTER-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-REGISTER-FILE
                 IF REGISTER-COUNT < 5000 THEN
                    ADD 1 TO REGISTER-COUNT
                    MOVE REGISTER-RECORD TO
                       REGISTER-ENTRY(REGISTER-COUNT)
                 ELSE
                    DISPLAY "[ABORT]: MORE THAN 5000 CHEQUES ON "
                       "CHQREG.DAT"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 READ REGISTER-FILE
                    AT END SET END-OF-REGISTER-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE REGISTER-FILE
           END-IF.

       FIND-REGISTER-CHEQUE.
           MOVE "N" TO CHEQUE-FOUND-FLAG.
           PERFORM VARYING REGISTER-SUBSCRIPT FROM 1 BY 1
              UNTIL REGISTER-SUBSCRIPT > REGISTER-COUNT OR
                 CHEQUE-WAS-FOUND
              IF RT-CHEQUE-NUMBER(REGISTER-SUBSCRIPT) =
                 WANTED-CHEQUE-NUMBER THEN
                 SET CHEQUE-WAS-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF CHEQUE-WAS-FOUND THEN
              SUBTRACT 1 FROM REGISTER-SUBSCRIPT
           END-IF.

       FIND-REGISTER-SEQUENCE.
           MOVE "N" TO SEQUENCE-FOUND-FLAG.
           PERFORM VARYING REGISTER-SUBSCRIPT FROM 1 BY 1
              UNTIL REGISTER-SUBSCRIPT > REGISTER-COUNT OR
                 SEQUENCE-WAS-FOUND
              IF RT-REFUND-SEQUENCE(REGISTER-SUBSCRIPT) =
                 WANTED-SEQUENCE THEN
                 SET SEQUENCE-WAS-FOUND TO TRUE
              END-IF
           END-PERFORM.

       PRINT-REFUND-CHEQUES.
           PERFORM LOAD-CHEQUE-CONTROL.
           PERFORM VERIFY-INVOICE-CONTROL.
           OPEN INPUT REFUND-FILE.
           IF REFUND-FILE-NOT-FOUND THEN
              DISPLAY "REFUND.DAT NOT FOUND -- NO CHEQUES DUE"
              STOP RUN
           END-IF.
           OPEN OUTPUT CHEQUE-PRINT-FILE.
           READ REFUND-FILE
              AT END SET END-OF-REFUND-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-REFUND-FILE
              ADD 1 TO REFUND-SEQUENCE
              IF REFUND-BY-CHEQUE AND RFND-AMOUNT > 0 THEN
                 MOVE REFUND-SEQUENCE TO WANTED-SEQUENCE
                 PERFORM FIND-REGISTER-SEQUENCE
                 IF NOT SEQUENCE-WAS-FOUND THEN
                    PERFORM ISSUE-REFUND-CHEQUE
                 END-IF
              END-IF
              READ REFUND-FILE
                 AT END SET END-OF-REFUND-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE REFUND-FILE.
           CLOSE CHEQUE-PRINT-FILE.

           IF ISSUED-COUNT > 0 THEN
              PERFORM SAVE-CHEQUE-CONTROL
              PERFORM WRITE-INVOICE-CONTROL
           END-IF.
           MOVE ISSUED-TOTAL TO PRINT-TOTAL.
           DISPLAY ISSUED-COUNT " CHEQUE(S) PRINTED TO CHEQUES.PRT "
              "TOTAL " PRINT-TOTAL.
           IF SKIPPED-COUNT > 0 THEN
              DISPLAY SKIPPED-COUNT " REFUND(S) HELD -- NO ADDRESS "
                 "ON STUCONT.DAT"
           END-IF.

       ISSUE-REFUND-CHEQUE.
           MOVE RFND-STUDENT-ID TO INV-STUDENT-ID.
           PERFORM LOOK-UP-PAYEE.
           IF NOT CONTACT-WAS-FOUND THEN
              ADD 1 TO SKIPPED-COUNT
              MOVE RFND-AMOUNT TO PRINT-AMOUNT
              DISPLAY "STUDENT " RFND-STUDENT-ID " HAS NO ADDRESS ON "
                 "STUCONT.DAT -- REFUND OF " PRINT-AMOUNT " HELD"
           ELSE
              OPEN EXTEND REGISTER-FILE
              IF REGISTER-FILE-NOT-FOUND THEN
                 OPEN OUTPUT REGISTER-FILE
              END-IF
              MOVE NEXT-CHEQUE-NUMBER TO CRG-CHEQUE-NUMBER
              MOVE REFUND-SEQUENCE TO CRG-REFUND-SEQUENCE
              MOVE RFND-STUDENT-ID TO CRG-STUDENT-ID
              MOVE RFND-TERM TO CRG-TERM
              MOVE RFND-AMOUNT TO CRG-AMOUNT
              MOVE TODAY-DATE TO CRG-ISSUE-DATE
              MOVE "I" TO CRG-STATUS
              MOVE TODAY-DATE TO CRG-STATUS-DATE
              WRITE REGISTER-RECORD
              CLOSE REGISTER-FILE

              OPEN EXTEND INVOICE-FILE
              IF INVOICE-FILE-NOT-FOUND THEN
                 OPEN OUTPUT INVOICE-FILE
              END-IF
              MOVE RFND-STUDENT-ID TO INV-STUDENT-ID
              MOVE "RFND" TO INV-COURSE-CODE
              MOVE RFND-TERM TO INV-TERM
              MOVE "R" TO INV-TYPE
              MOVE RFND-AMOUNT TO INV-AMOUNT
              MOVE TODAY-DATE TO INV-DATE
              WRITE INVOICE-RECORD
              CLOSE INVOICE-FILE

              PERFORM PRINT-CHEQUE
              ADD 1 TO ISSUED-COUNT
              ADD RFND-AMOUNT TO ISSUED-TOTAL
              DISPLAY "CHEQUE " NEXT-CHEQUE-NUMBER " TO "
                 RFND-STUDENT-ID " " PAYEE-NAME " " PRINT-AMOUNT
              ADD 1 TO NEXT-CHEQUE-NUMBER
           END-IF.

       LOOK-UP-PAYEE.
           MOVE "N" TO STUDENT-FOUND-FLAG.
           MOVE "N" TO STUDENT-EOF-FLAG.
           MOVE SPACES TO PAYEE-NAME.
           OPEN INPUT STUDENT-FILE.
           IF NOT STUDENT-FILE-NOT-FOUND THEN
              PERFORM UNTIL STUDENT-AT-END OR STUDENT-WAS-FOUND
                 READ STUDENT-FILE
                    AT END SET STUDENT-AT-END TO TRUE
                 END-READ
                 IF NOT STUDENT-AT-END AND
                    STUDENT-ID = RFND-STUDENT-ID THEN
                    SET STUDENT-WAS-FOUND TO TRUE
                    STRING INITIALS " " SURNAME
                       DELIMITED BY SIZE INTO PAYEE-NAME
                 END-IF
              END-PERFORM
              CLOSE STUDENT-FILE
           END-IF.
           MOVE "N" TO CONTACT-FOUND-FLAG.
           MOVE "N" TO CONTACT-EOF-FLAG.
           OPEN INPUT STUDENT-CONTACT-FILE.
           IF NOT STUDENT-CONTACT-NOT-FOUND THEN
              PERFORM UNTIL CONTACT-AT-END OR CONTACT-WAS-FOUND
                 READ STUDENT-CONTACT-FILE
                    AT END SET CONTACT-AT-END TO TRUE
                 END-READ
                 IF NOT CONTACT-AT-END AND
                    SCN-STUDENT-ID = RFND-STUDENT-ID AND
                    SCN-ADDRESS NOT = SPACES THEN
                    SET CONTACT-WAS-FOUND TO TRUE
                    MOVE SCN-ADDRESS TO PAYEE-ADDRESS
                    MOVE SCN-TOWN TO PAYEE-TOWN
                    MOVE SCN-POSTCODE TO PAYEE-POSTCODE
                 END-IF
              END-PERFORM
              CLOSE STUDENT-CONTACT-FILE
           END-IF.

       PRINT-CHEQUE.
           MOVE RFND-AMOUNT TO PRINT-AMOUNT.
           MOVE ALL "-" TO CHEQUE-PRINT-LINE.
           WRITE CHEQUE-PRINT-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "REMITTANCE ADVICE -- TUITION REFUND"
              "            CHEQUE NO. " NEXT-CHEQUE-NUMBER
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           WRITE CHEQUE-PRINT-LINE FROM REPORT-LINE-BUFFER.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "STUDENT " RFND-STUDENT-ID "   TERM " RFND-TERM
              "   REFUND DATED " RFND-DATE
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           WRITE CHEQUE-PRINT-LINE FROM REPORT-LINE-BUFFER.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "REFUND OF FEES PAID FOR WITHDRAWN COURSE(S)"
              "     AMOUNT " PRINT-AMOUNT
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           WRITE CHEQUE-PRINT-LINE FROM REPORT-LINE-BUFFER.
           MOVE SPACES TO CHEQUE-PRINT-LINE.
           WRITE CHEQUE-PRINT-LINE.
           MOVE PAYEE-NAME TO CHEQUE-PRINT-LINE.
           WRITE CHEQUE-PRINT-LINE.
           MOVE PAYEE-ADDRESS TO CHEQUE-PRINT-LINE.
           WRITE CHEQUE-PRINT-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING PAYEE-TOWN " " PAYEE-POSTCODE
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           WRITE CHEQUE-PRINT-LINE FROM REPORT-LINE-BUFFER.
           MOVE SPACES TO CHEQUE-PRINT-LINE.
           WRITE CHEQUE-PRINT-LINE.
           MOVE ALL "- " TO CHEQUE-PRINT-LINE.
           WRITE CHEQUE-PRINT-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "                                        DATE "
              TODAY-DATE
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           WRITE CHEQUE-PRINT-LINE FROM REPORT-LINE-BUFFER.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "PAY  " PAYEE-NAME
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           WRITE CHEQUE-PRINT-LINE FROM REPORT-LINE-BUFFER.
           MOVE RFND-AMOUNT TO WORDS-AMOUNT.
           PERFORM CONVERT-AMOUNT-TO-WORDS.
           MOVE 62 TO WORDS-SPLIT.
           IF AMOUNT-IN-WORDS(62:39) NOT = SPACES THEN
              PERFORM VARYING WORDS-SPLIT FROM 61 BY -1
                 UNTIL AMOUNT-IN-WORDS(WORDS-SPLIT:1) = SPACE
                 CONTINUE
              END-PERFORM
           END-IF.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "THE SUM OF " AMOUNT-IN-WORDS(1:WORDS-SPLIT)
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           WRITE CHEQUE-PRINT-LINE FROM REPORT-LINE-BUFFER.
           IF AMOUNT-IN-WORDS(WORDS-SPLIT + 1:) NOT = SPACES THEN
              MOVE SPACES TO REPORT-LINE-BUFFER
              STRING "           " AMOUNT-IN-WORDS(WORDS-SPLIT + 1:)
                 DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
              WRITE CHEQUE-PRINT-LINE FROM REPORT-LINE-BUFFER
           END-IF.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "                                        *****"
              PRINT-AMOUNT "*****"
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           WRITE CHEQUE-PRINT-LINE FROM REPORT-LINE-BUFFER.
           MOVE SPACES TO CHEQUE-PRINT-LINE.
           WRITE CHEQUE-PRINT-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "     " NEXT-CHEQUE-NUMBER "   "
              DRAWING-ACCT-NUMBER
              "          VOID AFTER SIX MONTHS"
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           WRITE CHEQUE-PRINT-LINE FROM REPORT-LINE-BUFFER.

       CONVERT-AMOUNT-TO-WORDS.
           MOVE SPACES TO AMOUNT-IN-WORDS.
           MOVE 1 TO WORDS-POINTER.
           IF WORDS-THOUSANDS > 0 THEN
              MOVE WORDS-THOUSANDS TO WORDS-GROUP
              PERFORM APPEND-GROUP-WORDS
              STRING "THOUSAND " DELIMITED BY SIZE
                 INTO AMOUNT-IN-WORDS WITH POINTER WORDS-POINTER
           END-IF.
           IF WORDS-HUNDREDS > 0 THEN
              STRING SMALL-NUMBER-WORD(WORDS-HUNDREDS)
                 DELIMITED BY SPACE
                 " HUNDRED " DELIMITED BY SIZE
                 INTO AMOUNT-IN-WORDS WITH POINTER WORDS-POINTER
           END-IF.
           IF WORDS-TENS-UNITS > 0 THEN
              IF WORDS-THOUSANDS > 0 OR WORDS-HUNDREDS > 0 THEN
                 STRING "AND " DELIMITED BY SIZE
                    INTO AMOUNT-IN-WORDS WITH POINTER WORDS-POINTER
              END-IF
              MOVE WORDS-TENS-UNITS TO WORDS-GROUP
              PERFORM APPEND-GROUP-WORDS
           END-IF.
           IF WORDS-THOUSANDS = 0 AND WORDS-HUNDREDS = 0 AND
              WORDS-TENS-UNITS = 0 THEN
              STRING "ZERO " DELIMITED BY SIZE
                 INTO AMOUNT-IN-WORDS WITH POINTER WORDS-POINTER
           END-IF.
           STRING "DOLLARS AND " WORDS-CENTS " CENTS ONLY"
              DELIMITED BY SIZE
              INTO AMOUNT-IN-WORDS WITH POINTER WORDS-POINTER.

       APPEND-GROUP-WORDS.
           IF WORDS-GROUP < 20 THEN
              STRING SMALL-NUMBER-WORD(WORDS-GROUP) DELIMITED BY SPACE
                 " " DELIMITED BY SIZE
                 INTO AMOUNT-IN-WORDS WITH POINTER WORDS-POINTER
           ELSE
              DIVIDE WORDS-GROUP BY 10 GIVING WORDS-TENS-DIGIT
                 REMAINDER WORDS-UNITS-DIGIT
              STRING TENS-WORD(WORDS-TENS-DIGIT) DELIMITED BY SPACE
                 INTO AMOUNT-IN-WORDS WITH POINTER WORDS-POINTER
              IF WORDS-UNITS-DIGIT > 0 THEN
                 STRING "-" DELIMITED BY SIZE
                    SMALL-NUMBER-WORD(WORDS-UNITS-DIGIT)
                    DELIMITED BY SPACE
                    INTO AMOUNT-IN-WORDS WITH POINTER WORDS-POINTER
              END-IF
              STRING " " DELIMITED BY SIZE
                 INTO AMOUNT-IN-WORDS WITH POINTER WORDS-POINTER
           END-IF.

       RECONCILE-PAID-CHEQUES.
           PERFORM LOAD-CHEQUE-CONTROL.
           OPEN INPUT PAID-CHEQUE-FILE.
           IF PAID-CHEQUE-FILE-NOT-FOUND THEN
              DISPLAY PAID-CHEQUE-FILE-DSN " NOT FOUND -- NOTHING "
                 "TO RECONCILE"
              STOP RUN
           END-IF.
           MOVE "CHQREC.RPT" TO RPT-REPORT-DSN.
           MOVE "CHEQUE RECONCILIATION" TO RPT-REPORT-TITLE.
           PERFORM INITIALIZE-REPORT-WRITER.
           READ PAID-CHEQUE-FILE
              AT END SET END-OF-PAID-CHEQUE-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-PAID-CHEQUE-FILE
              IF CPAID-ACCT-NUMBER = DRAWING-ACCT-NUMBER THEN
                 PERFORM MATCH-PAID-CHEQUE
              END-IF
              READ PAID-CHEQUE-FILE
                 AT END SET END-OF-PAID-CHEQUE-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE PAID-CHEQUE-FILE.

           PERFORM VARYING REGISTER-SUBSCRIPT FROM 1 BY 1
              UNTIL REGISTER-SUBSCRIPT > REGISTER-COUNT
              IF RT-ISSUED(REGISTER-SUBSCRIPT) THEN
                 ADD 1 TO OUTSTANDING-COUNT
                 ADD RT-AMOUNT(REGISTER-SUBSCRIPT) TO OUTSTANDING-TOTAL
              END-IF
           END-PERFORM.
           MOVE MATCHED-TOTAL TO PRINT-TOTAL.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "CHEQUES MATCHED AS PAID: " MATCHED-COUNT
              "  TOTAL " PRINT-TOTAL
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "EXCEPTIONS: " EXCEPTION-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           MOVE OUTSTANDING-TOTAL TO PRINT-TOTAL.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "CHEQUES STILL OUTSTANDING: " OUTSTANDING-COUNT
              "  TOTAL " PRINT-TOTAL
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           MOVE "TERM" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

           IF REGISTER-WAS-CHANGED THEN
              PERFORM REWRITE-REGISTER
           END-IF.

       MATCH-PAID-CHEQUE.
           MOVE CPAID-SERIAL TO WANTED-CHEQUE-NUMBER.
           PERFORM FIND-REGISTER-CHEQUE.
           MOVE SPACES TO EXCEPTION-TEXT.
           IF NOT CHEQUE-WAS-FOUND THEN
              MOVE "NOT ON CHEQUE REGISTER" TO EXCEPTION-TEXT
           ELSE
              EVALUATE TRUE
                 WHEN RT-ISSUED(REGISTER-SUBSCRIPT)
                    MOVE "P" TO RT-STATUS(REGISTER-SUBSCRIPT)
                    MOVE CPAID-DATE TO
                       RT-STATUS-DATE(REGISTER-SUBSCRIPT)
                    SET REGISTER-WAS-CHANGED TO TRUE
                    ADD 1 TO MATCHED-COUNT
                    ADD CPAID-AMOUNT TO MATCHED-TOTAL
                    IF CPAID-AMOUNT NOT =
                       RT-AMOUNT(REGISTER-SUBSCRIPT) THEN
                       MOVE "PAID AMOUNT DIFFERS" TO EXCEPTION-TEXT
                    END-IF
                 WHEN RT-PAID(REGISTER-SUBSCRIPT) AND
                    RT-STATUS-DATE(REGISTER-SUBSCRIPT) = CPAID-DATE
                    CONTINUE
                 WHEN RT-PAID(REGISTER-SUBSCRIPT)
                    MOVE "PRESENTED TWICE" TO EXCEPTION-TEXT
                 WHEN RT-STALE-CANCELLED(REGISTER-SUBSCRIPT)
                    MOVE "PAID AFTER STALE CANCELLATION"
                       TO EXCEPTION-TEXT
              END-EVALUATE
           END-IF.
           IF EXCEPTION-TEXT NOT = SPACES THEN
              ADD 1 TO EXCEPTION-COUNT
              MOVE CPAID-AMOUNT TO PRINT-AMOUNT
              MOVE SPACES TO REPORT-LINE-BUFFER
              STRING "CHEQUE " CPAID-SERIAL " PAID " CPAID-DATE " "
                 PRINT-AMOUNT "  " EXCEPTION-TEXT
                 DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
              PERFORM WRITE-REPORT-LINE
           END-IF.

       COMPUTE-STALE-CUTOFF.
           MOVE TODAY-DATE TO STALE-CUTOFF-DATE.
           IF STALE-CUTOFF-MONTH > 6 THEN
              SUBTRACT 6 FROM STALE-CUTOFF-MONTH
           ELSE
              ADD 6 TO STALE-CUTOFF-MONTH
              SUBTRACT 1 FROM STALE-CUTOFF-YEAR
           END-IF.

       LIST-STALE-CHEQUES.
           PERFORM COMPUTE-STALE-CUTOFF.
           MOVE "CHQSTALE.RPT" TO RPT-REPORT-DSN.
           MOVE "STALE REFUND CHEQUES" TO RPT-REPORT-TITLE.
           PERFORM INITIALIZE-REPORT-WRITER.
           PERFORM VARYING REGISTER-SUBSCRIPT FROM 1 BY 1
              UNTIL REGISTER-SUBSCRIPT > REGISTER-COUNT
              IF RT-ISSUED(REGISTER-SUBSCRIPT) AND
                 RT-ISSUE-DATE(REGISTER-SUBSCRIPT) <
                 STALE-CUTOFF-DATE THEN
                 ADD 1 TO STALE-COUNT
                 ADD RT-AMOUNT(REGISTER-SUBSCRIPT) TO STALE-TOTAL
                 MOVE RT-AMOUNT(REGISTER-SUBSCRIPT) TO PRINT-AMOUNT
                 MOVE SPACES TO REPORT-LINE-BUFFER
                 STRING "CHEQUE " RT-CHEQUE-NUMBER(REGISTER-SUBSCRIPT)
                    " ISSUED " RT-ISSUE-DATE(REGISTER-SUBSCRIPT)
                    " STUDENT " RT-STUDENT-ID(REGISTER-SUBSCRIPT)
                    " TERM " RT-TERM(REGISTER-SUBSCRIPT)
                    " " PRINT-AMOUNT
                    DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM.
           MOVE STALE-TOTAL TO PRINT-TOTAL.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING STALE-COUNT " CHEQUE(S) UNCASHED SINCE BEFORE "
              STALE-CUTOFF-DATE " TOTAL " PRINT-TOTAL
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           MOVE "TERM" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

       CANCEL-STALE-CHEQUE.
           PERFORM COMPUTE-STALE-CUTOFF.
           DISPLAY "CHEQUE NUMBER TO CANCEL --> " WITH NO ADVANCING.
           ACCEPT ENTRY-CHEQUE-NUMBER.
           MOVE ENTRY-CHEQUE-NUMBER TO WANTED-CHEQUE-NUMBER.
           PERFORM FIND-REGISTER-CHEQUE.
           IF NOT CHEQUE-WAS-FOUND THEN
              DISPLAY "CHEQUE " ENTRY-CHEQUE-NUMBER
                 " IS NOT ON THE REGISTER"
              STOP RUN
           END-IF.
           IF NOT RT-ISSUED(REGISTER-SUBSCRIPT) THEN
              MOVE RT-STATUS(REGISTER-SUBSCRIPT) TO PRINT-STATUS-TEXT
              DISPLAY "CHEQUE " ENTRY-CHEQUE-NUMBER " IS NOT "
                 "OUTSTANDING (STATUS " PRINT-STATUS-TEXT(1:1)
                 ") -- NOT CANCELLED"
              STOP RUN
           END-IF.
           IF RT-ISSUE-DATE(REGISTER-SUBSCRIPT) NOT <
              STALE-CUTOFF-DATE THEN
              DISPLAY "CHEQUE " ENTRY-CHEQUE-NUMBER " ISSUED "
                 RT-ISSUE-DATE(REGISTER-SUBSCRIPT)
                 " IS NOT YET STALE -- NOT CANCELLED"
              STOP RUN
           END-IF.

           PERFORM VERIFY-INVOICE-CONTROL.
           MOVE "S" TO RT-STATUS(REGISTER-SUBSCRIPT).
           MOVE TODAY-DATE TO RT-STATUS-DATE(REGISTER-SUBSCRIPT).
           OPEN EXTEND INVOICE-FILE.
           IF INVOICE-FILE-NOT-FOUND THEN
              OPEN OUTPUT INVOICE-FILE
           END-IF.
           MOVE RT-STUDENT-ID(REGISTER-SUBSCRIPT) TO INV-STUDENT-ID.
           MOVE "RFND" TO INV-COURSE-CODE.
           MOVE RT-TERM(REGISTER-SUBSCRIPT) TO INV-TERM.
           MOVE "C" TO INV-TYPE.
           MOVE RT-AMOUNT(REGISTER-SUBSCRIPT) TO INV-AMOUNT.
           MOVE TODAY-DATE TO INV-DATE.
           WRITE INVOICE-RECORD.
           CLOSE INVOICE-FILE.
           PERFORM WRITE-INVOICE-CONTROL.
           PERFORM REWRITE-REGISTER.
           MOVE INV-AMOUNT TO PRINT-AMOUNT.
           DISPLAY "CHEQUE " ENTRY-CHEQUE-NUMBER " CANCELLED -- "
              PRINT-AMOUNT " CREDITED BACK TO STUDENT " INV-STUDENT-ID.

       LIST-REGISTER.
           PERFORM VARYING REGISTER-SUBSCRIPT FROM 1 BY 1
              UNTIL REGISTER-SUBSCRIPT > REGISTER-COUNT
              EVALUATE TRUE
                 WHEN RT-ISSUED(REGISTER-SUBSCRIPT)
                    MOVE "OUTSTANDING" TO PRINT-STATUS-TEXT
                 WHEN RT-PAID(REGISTER-SUBSCRIPT)
                    MOVE "PAID" TO PRINT-STATUS-TEXT
                 WHEN RT-STALE-CANCELLED(REGISTER-SUBSCRIPT)
                    MOVE "STALE-CANCELLED" TO PRINT-STATUS-TEXT
                 WHEN OTHER
                    MOVE "UNKNOWN" TO PRINT-STATUS-TEXT
              END-EVALUATE
              MOVE RT-AMOUNT(REGISTER-SUBSCRIPT) TO PRINT-AMOUNT
              DISPLAY RT-CHEQUE-NUMBER(REGISTER-SUBSCRIPT) " "
                 RT-ISSUE-DATE(REGISTER-SUBSCRIPT) " "
                 RT-STUDENT-ID(REGISTER-SUBSCRIPT) " "
                 RT-TERM(REGISTER-SUBSCRIPT) " " PRINT-AMOUNT " "
                 PRINT-STATUS-TEXT " "
                 RT-STATUS-DATE(REGISTER-SUBSCRIPT)
           END-PERFORM.
           DISPLAY REGISTER-COUNT " CHEQUE(S) ON THE REGISTER".

       REWRITE-REGISTER.
           OPEN OUTPUT NEW-REGISTER-FILE.
           PERFORM VARYING REGISTER-SUBSCRIPT FROM 1 BY 1
              UNTIL REGISTER-SUBSCRIPT > REGISTER-COUNT
              WRITE NEW-REGISTER-RECORD FROM
                 REGISTER-ENTRY(REGISTER-SUBSCRIPT)
           END-PERFORM.
           CLOSE NEW-REGISTER-FILE.
           PERFORM PROMOTE-REGISTER-FILE.

       PROMOTE-REGISTER-FILE.
           MOVE "N" TO NEW-FILE-EOF-FLAG.
           OPEN INPUT NEW-REGISTER-FILE.
           OPEN OUTPUT REGISTER-FILE.
           PERFORM UNTIL NEW-FILE-AT-END
              READ NEW-REGISTER-FILE
                 AT END SET NEW-FILE-AT-END TO TRUE
              END-READ
              IF NOT NEW-FILE-AT-END THEN
                 WRITE REGISTER-RECORD FROM NEW-REGISTER-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-REGISTER-FILE.
           CLOSE REGISTER-FILE.

       WRITE-REPORT-LINE.
           MOVE SPACES TO RPT-TEXT.
           MOVE REPORT-LINE-BUFFER TO RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           DISPLAY REPORT-LINE-BUFFER.

       INITIALIZE-REPORT-WRITER.
           MOVE "REFUNDCHQ" TO RPT-PROGRAM-ID.
           MOVE "INIT" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT
              ON EXCEPTION
                 DISPLAY "[ABORT]: RPTWRITE MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.

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

       WRITE-INVOICE-CONTROL.
           MOVE "WRIT" TO CONTROL-TOTAL-FUNC.
           CALL "INVTOTAL" USING CONTROL-TOTAL-FUNC
              CONTROL-TOTAL-RESULT
              ON EXCEPTION
                 DISPLAY "[ABORT]: INVTOTAL MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.

       END PROGRAM REFUND-CHEQUE.
