              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FEE-PAYMENT-FILE-STATUS.

           SELECT
              SUBSCRIPTION-BILL-FILE ASSIGN TO "SUBBILL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS SUBSCRIPTION-BILL-FILE-STATUS.

           SELECT
              VIDEO-FILE ASSIGN TO "IDXVIDEO"
              ORGANIZATION IS INDEXED
           02 PAY-AMOUNT PIC 9(5)V9(2).
           02 PAY-DATE PIC 9(8).

       FD  SUBSCRIPTION-BILL-FILE.
       01  SUBSCRIPTION-BILL-RECORD.
           88 END-OF-SUBSCRIPTION-BILL-FILE VALUE HIGH-VALUES.
           02 SBL-MEMBER-ID PIC X(10).
           02 SBL-PLAN-CODE PIC X(4).
           02 SBL-PERIOD-START PIC 9(8).
           02 SBL-PERIOD-END PIC 9(8).
           02 SBL-AMOUNT PIC 9(3)V9(2).
           02 SBL-BILL-DATE PIC 9(8).

       FD  VIDEO-FILE.
       01  VIDEO-REC.
           02 VIDEO-CODE PIC 9(5).
           88 LEDGER-FILE-NOT-FOUND VALUE 35.
       01  FEE-PAYMENT-FILE-STATUS PIC 9(2).
           88 FEE-PAYMENT-FILE-NOT-FOUND VALUE 35.
       01  SUBSCRIPTION-BILL-FILE-STATUS PIC 9(2).
           88 SUBSCRIPTION-BILL-NOT-FOUND VALUE 35.
       01  VIDEO-STATUS PIC X(2).
           88 RECORD-FOUND VALUE "00".
       01  RATE-CARD-FILE-STATUS PIC X(2).
       01  DATECALC-DATE-2 PIC 9(8).
       01  DATECALC-DAYS PIC S9(5).

       01  XREF-KEY-TYPE PIC X.
       01  XREF-CUST-NUMBER PIC 9(8).
       01  XREF-STUDENT-ID PIC 9(7).
       01  XREF-MEMBER-ID PIC X(10).
       01  XREF-TUITION-BALANCE PIC 9(7)V9(2).
       01  XREF-TUITION-DAYS PIC 9(5).
       01  XREF-FEE-BALANCE PIC S9(5)V9(2).
       01  XREF-RESULT PIC X.
           88 XREF-PERSON-LINKED VALUE "Y".
       01  PRINT-TUITION-BALANCE PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "1 = STATEMENT FOR ONE MEMBER, 2 = BULK RUN "
           PERFORM WRITE-ONE-LINE.

           PERFORM LIST-RENTAL-HISTORY.
           PERFORM LIST-SUBSCRIPTION-CHARGES.
           PERFORM LIST-PAYMENTS.

           MOVE RUNNING-BALANCE TO PRINT-BALANCE.
           STRING "BALANCE DUE: " PRINT-BALANCE
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-ONE-LINE.
           PERFORM LIST-OTHER-RELATIONS.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           PERFORM WRITE-ONE-LINE.

              CLOSE RATE-CARD-FILE
           END-IF.

       LIST-SUBSCRIPTION-CHARGES.
           OPEN INPUT SUBSCRIPTION-BILL-FILE.
           IF SUBSCRIPTION-BILL-NOT-FOUND THEN
              CONTINUE
           ELSE
              READ SUBSCRIPTION-BILL-FILE
                 AT END SET END-OF-SUBSCRIPTION-BILL-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-SUBSCRIPTION-BILL-FILE
                 IF SBL-MEMBER-ID = STATEMENT-RENTER-ID THEN
                    ADD SBL-AMOUNT TO RUNNING-BALANCE
                    MOVE SBL-AMOUNT TO PRINT-AMOUNT
                    MOVE SPACES TO REPORT-LINE-BUFFER
                    STRING "  PLAN " SBL-PLAN-CODE " "
                       SBL-PERIOD-START " TO " SBL-PERIOD-END
                       "  " PRINT-AMOUNT
                       DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
                    PERFORM WRITE-ONE-LINE
                 END-IF
                 READ SUBSCRIPTION-BILL-FILE
                    AT END SET END-OF-SUBSCRIPTION-BILL-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE SUBSCRIPTION-BILL-FILE
           END-IF.

       LIST-PAYMENTS.
           OPEN INPUT FEE-PAYMENT-FILE.
           IF FEE-PAYMENT-FILE-NOT-FOUND THEN
              CLOSE FEE-PAYMENT-FILE
           END-IF.

       LIST-OTHER-RELATIONS.
           MOVE "M" TO XREF-KEY-TYPE.
           MOVE 0 TO XREF-CUST-NUMBER.
           MOVE 0 TO XREF-STUDENT-ID.
           MOVE STATEMENT-RENTER-ID TO XREF-MEMBER-ID.
           CALL "XREFINFO" USING XREF-KEY-TYPE XREF-CUST-NUMBER
              XREF-STUDENT-ID XREF-MEMBER-ID XREF-TUITION-BALANCE
              XREF-TUITION-DAYS XREF-FEE-BALANCE XREF-RESULT
              ON EXCEPTION
                 DISPLAY "[ABORT]: XREFINFO MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           IF XREF-PERSON-LINKED THEN
              MOVE "OTHER RELATIONSHIPS:" TO REPORT-LINE-BUFFER
              PERFORM WRITE-ONE-LINE
              IF XREF-STUDENT-ID NOT = 0 THEN
                 MOVE SPACES TO REPORT-LINE-BUFFER
                 IF XREF-TUITION-BALANCE > 0 THEN
                    MOVE XREF-TUITION-BALANCE TO PRINT-TUITION-BALANCE
                    MOVE XREF-TUITION-DAYS TO PRINT-DAYS
                    STRING "  STUDENT " XREF-STUDENT-ID
                       " BEHIND ON TUITION " PRINT-TUITION-BALANCE
                       " (" PRINT-DAYS " DAYS)"
                       DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
                 ELSE
                    STRING "  STUDENT " XREF-STUDENT-ID
                       " TUITION UP TO DATE"
                       DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
                 END-IF
                 PERFORM WRITE-ONE-LINE
              END-IF
              IF XREF-CUST-NUMBER NOT = 0 THEN
                 MOVE SPACES TO REPORT-LINE-BUFFER
                 STRING "  BANK CUSTOMER " XREF-CUST-NUMBER
                    DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
                 PERFORM WRITE-ONE-LINE
              END-IF
           END-IF.

       WRITE-ONE-LINE.
           MOVE REPORT-LINE-BUFFER TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
