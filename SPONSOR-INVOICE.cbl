       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPONSOR-INVOICE.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              SPONSOR-LEDGER-FILE ASSIGN TO "SPONLEDG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS SPONSOR-LEDGER-FILE-STATUS.

           SELECT
              SPONSOR-FILE ASSIGN TO "SPONSOR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS SPONSOR-FILE-STATUS.

           SELECT
              STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS STUDENT-FILE-STATUS.

           SELECT
              SPONSOR-INVOICE-FILE ASSIGN TO "SPONINV.RPT"
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WORK-FILE ASSIGN TO "WORK.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  SPONSOR-LEDGER-FILE.
       01  SPONSOR-LEDGER-RECORD.
           88 END-OF-SPONSOR-LEDGER VALUE HIGH-VALUES.
           02 SLG-SPONSOR-ID PIC X(6).
           02 SLG-STUDENT-ID PIC 9(7).
           02 SLG-COURSE-CODE PIC X(4).
           02 SLG-TERM PIC X(6).
           02 SLG-TYPE PIC X.
           02 SLG-AMOUNT PIC 9(5)V9(2).
           02 SLG-DATE PIC 9(8).

       FD  SPONSOR-FILE.
       01  SPONSOR-RECORD.
           88 END-OF-SPONSOR-FILE VALUE HIGH-VALUES.
           02 SPN-SPONSOR-ID PIC X(6).
           02 SPN-NAME PIC X(30).
           02 SPN-TYPE PIC X.
           02 SPN-ADDRESS PIC X(40).
           02 SPN-TOWN PIC X(20).
           02 SPN-POSTCODE PIC X(8).
           02 SPN-STATUS PIC X.

       FD  STUDENT-FILE.
       01  STUDENT-DETAILS.
           88 END-OF-STUDENT-FILE VALUE HIGH-VALUES.
           02 STUDENT-ID PIC 9(7).
           02 STUDENT-NAME PIC X(10).
           02 FILLER PIC X(14).

       FD  SPONSOR-INVOICE-FILE.
       01  SPONSOR-INVOICE-LINE PIC X(100).

       SD  WORK-FILE.
       01  WORK-REC.
           02 W-SPONSOR-ID PIC X(6).
           02 W-STUDENT-ID PIC 9(7).
           02 W-COURSE-CODE PIC X(4).
           02 W-TYPE PIC X.
              88 W-CHARGE-LINE VALUE "I".
              88 W-CREDIT-LINE VALUE "C".
              88 W-PAYMENT-LINE VALUE "P".
           02 W-AMOUNT PIC 9(5)V9(2).
           02 W-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  SPONSOR-LEDGER-FILE-STATUS PIC 9(2).
           88 SPONSOR-LEDGER-NOT-FOUND VALUE 35.
       01  SPONSOR-FILE-STATUS PIC 9(2).
           88 SPONSOR-FILE-NOT-FOUND VALUE 35.
       01  STUDENT-FILE-STATUS PIC 9(2).
           88 STUDENT-FILE-NOT-FOUND VALUE 35.

       01  INVOICE-TERM PIC X(6).
       01  INVOICE-DATE PIC 9(8).
       01  CURRENT-SPONSOR-ID PIC X(6).
       01  FIRST-RECORD-FLAG PIC X VALUE "Y".
           88 FIRST-RECORD VALUE "Y".
       01  WORK-FILE-EOF-FLAG PIC X VALUE "N".
           88 WORK-FILE-AT-END VALUE "Y".
       01  REPORT-LINE-BUFFER PIC X(100).

       01  SPONSOR-CHARGE-TOTAL PIC 9(7)V9(2).
       01  SPONSOR-CREDIT-TOTAL PIC 9(7)V9(2).
       01  SPONSOR-PAYMENT-TOTAL PIC 9(7)V9(2).
       01  SPONSOR-AMOUNT-DUE PIC S9(7)V9(2).
       01  SPONSOR-STUDENT-COUNT PIC 9(4).
       01  LAST-STUDENT-ID PIC 9(7).
       01  SPONSOR-INVOICE-COUNT PIC 9(4) VALUE 0.
       01  PRINT-AMOUNT PIC Z(4)9.99.
       01  PRINT-TOTAL PIC Z(6)9.99.
       01  PRINT-DUE PIC -(6)9.99.
       01  LINE-DESCRIPTION PIC X(18).

       01  LOOKUP-SPONSOR-NAME PIC X(30).
       01  LOOKUP-SPONSOR-ADDRESS PIC X(40).
       01  LOOKUP-SPONSOR-TOWN PIC X(20).
       01  LOOKUP-SPONSOR-POSTCODE PIC X(8).
       01  LOOKUP-STUDENT-NAME PIC X(10).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "SPONSOR INVOICE TERM (6 CHARS, E.G. 2026T1) --> "
              WITH NO ADVANCING.
           ACCEPT INVOICE-TERM.
           ACCEPT INVOICE-DATE FROM DATE YYYYMMDD.

           SORT WORK-FILE ON ASCENDING KEY W-SPONSOR-ID
                               ASCENDING KEY W-STUDENT-ID
                               ASCENDING KEY W-COURSE-CODE
                               ASCENDING KEY W-DATE
              INPUT PROCEDURE IS LOAD-SPONSOR-LEDGER
              OUTPUT PROCEDURE IS PRINT-SPONSOR-INVOICES.

           DISPLAY SPONSOR-INVOICE-COUNT
              " SPONSOR INVOICE(S) WRITTEN TO SPONINV.RPT".
           STOP RUN.

       LOAD-SPONSOR-LEDGER.
           OPEN INPUT SPONSOR-LEDGER-FILE.
           IF SPONSOR-LEDGER-NOT-FOUND THEN
              DISPLAY "SPONLEDG.DAT NOT FOUND -- NO SPONSOR CHARGES"
           ELSE
              READ SPONSOR-LEDGER-FILE
                 AT END SET END-OF-SPONSOR-LEDGER TO TRUE
              END-READ
              PERFORM UNTIL END-OF-SPONSOR-LEDGER
                 IF SLG-TERM = INVOICE-TERM THEN
                    MOVE SLG-SPONSOR-ID TO W-SPONSOR-ID
                    MOVE SLG-STUDENT-ID TO W-STUDENT-ID
                    MOVE SLG-COURSE-CODE TO W-COURSE-CODE
                    MOVE SLG-TYPE TO W-TYPE
                    MOVE SLG-AMOUNT TO W-AMOUNT
                    MOVE SLG-DATE TO W-DATE
                    RELEASE WORK-REC
                 END-IF
                 READ SPONSOR-LEDGER-FILE
                    AT END SET END-OF-SPONSOR-LEDGER TO TRUE
                 END-READ
              END-PERFORM
              CLOSE SPONSOR-LEDGER-FILE
           END-IF.

       PRINT-SPONSOR-INVOICES.
           OPEN OUTPUT SPONSOR-INVOICE-FILE.
           RETURN WORK-FILE
              AT END SET WORK-FILE-AT-END TO TRUE
           END-RETURN.
           PERFORM UNTIL WORK-FILE-AT-END
              IF NOT FIRST-RECORD AND
                 W-SPONSOR-ID NOT = CURRENT-SPONSOR-ID THEN
                 PERFORM WRITE-SPONSOR-TOTALS
              END-IF
              IF FIRST-RECORD OR
                 W-SPONSOR-ID NOT = CURRENT-SPONSOR-ID THEN
                 MOVE W-SPONSOR-ID TO CURRENT-SPONSOR-ID
                 MOVE "N" TO FIRST-RECORD-FLAG
                 PERFORM WRITE-SPONSOR-HEADING
              END-IF
              PERFORM WRITE-SPONSOR-DETAIL
              RETURN WORK-FILE
                 AT END SET WORK-FILE-AT-END TO TRUE
              END-RETURN
           END-PERFORM.
           IF NOT FIRST-RECORD THEN
              PERFORM WRITE-SPONSOR-TOTALS
           END-IF.
           CLOSE SPONSOR-INVOICE-FILE.

       WRITE-SPONSOR-HEADING.
           MOVE 0 TO SPONSOR-CHARGE-TOTAL.
           MOVE 0 TO SPONSOR-CREDIT-TOTAL.
           MOVE 0 TO SPONSOR-PAYMENT-TOTAL.
           MOVE 0 TO SPONSOR-STUDENT-COUNT.
           MOVE 0 TO LAST-STUDENT-ID.
           PERFORM FIND-SPONSOR-DETAILS.

           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "SPONSOR INVOICE -- TERM " INVOICE-TERM
              " DATED " INVOICE-DATE
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-INVOICE-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "SPONSOR: " CURRENT-SPONSOR-ID " "
              LOOKUP-SPONSOR-NAME
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-INVOICE-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "   " LOOKUP-SPONSOR-ADDRESS " "
              LOOKUP-SPONSOR-TOWN " " LOOKUP-SPONSOR-POSTCODE
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-INVOICE-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           PERFORM WRITE-INVOICE-LINE.
           MOVE "   STUDENT  NAME       COURSE DESCRIPTION"
              TO REPORT-LINE-BUFFER.
           MOVE "AMOUNT" TO REPORT-LINE-BUFFER(56:6).
           PERFORM WRITE-INVOICE-LINE.

       WRITE-SPONSOR-DETAIL.
           MOVE W-AMOUNT TO PRINT-AMOUNT.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           IF W-PAYMENT-LINE THEN
              ADD W-AMOUNT TO SPONSOR-PAYMENT-TOTAL
              STRING "   PAYMENT RECEIVED " W-DATE
                 DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
           ELSE
              IF W-STUDENT-ID NOT = LAST-STUDENT-ID THEN
                 ADD 1 TO SPONSOR-STUDENT-COUNT
                 MOVE W-STUDENT-ID TO LAST-STUDENT-ID
              END-IF
              IF W-CHARGE-LINE THEN
                 ADD W-AMOUNT TO SPONSOR-CHARGE-TOTAL
                 MOVE "TUITION SHARE" TO LINE-DESCRIPTION
              ELSE
                 ADD W-AMOUNT TO SPONSOR-CREDIT-TOTAL
                 MOVE "WITHDRAWAL CREDIT" TO LINE-DESCRIPTION
              END-IF
              PERFORM FIND-STUDENT-NAME
              STRING "   " W-STUDENT-ID "  " LOOKUP-STUDENT-NAME
                 " " W-COURSE-CODE "   " LINE-DESCRIPTION
                 DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
           END-IF.
           MOVE PRINT-AMOUNT TO REPORT-LINE-BUFFER(53:8).
           IF NOT W-CHARGE-LINE THEN
              MOVE "CR" TO REPORT-LINE-BUFFER(62:2)
           END-IF.
           PERFORM WRITE-INVOICE-LINE.

       WRITE-SPONSOR-TOTALS.
           COMPUTE SPONSOR-AMOUNT-DUE = SPONSOR-CHARGE-TOTAL
              - SPONSOR-CREDIT-TOTAL - SPONSOR-PAYMENT-TOTAL.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           PERFORM WRITE-INVOICE-LINE.
           MOVE SPONSOR-CHARGE-TOTAL TO PRINT-TOTAL.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "   TOTAL CHARGES FOR " SPONSOR-STUDENT-COUNT
              " STUDENT(S)" DELIMITED BY SIZE
              INTO REPORT-LINE-BUFFER.
           MOVE PRINT-TOTAL TO REPORT-LINE-BUFFER(51:10).
           PERFORM WRITE-INVOICE-LINE.
           MOVE SPONSOR-CREDIT-TOTAL TO PRINT-TOTAL.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           MOVE "   LESS WITHDRAWAL CREDITS" TO REPORT-LINE-BUFFER.
           MOVE PRINT-TOTAL TO REPORT-LINE-BUFFER(51:10).
           PERFORM WRITE-INVOICE-LINE.
           MOVE SPONSOR-PAYMENT-TOTAL TO PRINT-TOTAL.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           MOVE "   LESS PAYMENTS RECEIVED" TO REPORT-LINE-BUFFER.
           MOVE PRINT-TOTAL TO REPORT-LINE-BUFFER(51:10).
           PERFORM WRITE-INVOICE-LINE.
           MOVE SPONSOR-AMOUNT-DUE TO PRINT-DUE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           MOVE "   AMOUNT DUE FROM SPONSOR" TO REPORT-LINE-BUFFER.
           MOVE PRINT-DUE TO REPORT-LINE-BUFFER(51:10).
           PERFORM WRITE-INVOICE-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           PERFORM WRITE-INVOICE-LINE.
           ADD 1 TO SPONSOR-INVOICE-COUNT.
           DISPLAY "SPONSOR " CURRENT-SPONSOR-ID " "
              LOOKUP-SPONSOR-NAME " DUE " PRINT-DUE.

       WRITE-INVOICE-LINE.
           MOVE REPORT-LINE-BUFFER TO SPONSOR-INVOICE-LINE.
           WRITE SPONSOR-INVOICE-LINE.

       FIND-SPONSOR-DETAILS.
           MOVE "(NOT ON SPONSOR.DAT)" TO LOOKUP-SPONSOR-NAME.
           MOVE SPACES TO LOOKUP-SPONSOR-ADDRESS.
           MOVE SPACES TO LOOKUP-SPONSOR-TOWN.
           MOVE SPACES TO LOOKUP-SPONSOR-POSTCODE.
           OPEN INPUT SPONSOR-FILE.
           IF SPONSOR-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              READ SPONSOR-FILE
                 AT END SET END-OF-SPONSOR-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-SPONSOR-FILE
                 IF SPN-SPONSOR-ID = CURRENT-SPONSOR-ID THEN
                    MOVE SPN-NAME TO LOOKUP-SPONSOR-NAME
                    MOVE SPN-ADDRESS TO LOOKUP-SPONSOR-ADDRESS
                    MOVE SPN-TOWN TO LOOKUP-SPONSOR-TOWN
                    MOVE SPN-POSTCODE TO LOOKUP-SPONSOR-POSTCODE
                 END-IF
                 READ SPONSOR-FILE
                    AT END SET END-OF-SPONSOR-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE SPONSOR-FILE
           END-IF.

       FIND-STUDENT-NAME.
           MOVE SPACES TO LOOKUP-STUDENT-NAME.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              READ STUDENT-FILE
                 AT END SET END-OF-STUDENT-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-STUDENT-FILE
                 IF STUDENT-ID = W-STUDENT-ID THEN
                    MOVE STUDENT-NAME TO LOOKUP-STUDENT-NAME
                 END-IF
                 READ STUDENT-FILE
                    AT END SET END-OF-STUDENT-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE STUDENT-FILE
           END-IF.

       END PROGRAM SPONSOR-INVOICE.
