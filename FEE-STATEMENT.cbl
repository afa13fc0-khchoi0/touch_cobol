              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FEE-PAYMENT-FILE-STATUS.

           SELECT
              SUBSCRIPTION-BILL-FILE ASSIGN TO "SUBBILL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS SUBSCRIPTION-BILL-FILE-STATUS.

           SELECT
              FEE-STATEMENT-FILE ASSIGN TO "FEESTMT.RPT"
              ORGANIZATION IS LINE SEQUENTIAL.
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

       FD  FEE-STATEMENT-FILE.
       01  FEE-STATEMENT-LINE PIC X(80).

           88 LEDGER-FILE-NOT-FOUND VALUE 35.
       01  FEE-PAYMENT-FILE-STATUS PIC 9(2).
           88 FEE-PAYMENT-FILE-NOT-FOUND VALUE 35.
       01  SUBSCRIPTION-BILL-FILE-STATUS PIC 9(2).
           88 SUBSCRIPTION-BILL-NOT-FOUND VALUE 35.

       01  STATEMENT-RENTER-ID PIC X(10).
       01  RUNNING-BALANCE PIC S9(6)V9(2) VALUE 0.
           PERFORM WRITE-STATEMENT-LINE.

           PERFORM LIST-FEE-ENTRIES.
           PERFORM LIST-SUBSCRIPTION-CHARGES.
           PERFORM LIST-PAYMENT-ENTRIES.

           MOVE RUNNING-BALANCE TO PRINT-BALANCE.
              CLOSE LEDGER-FILE
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
                    PERFORM WRITE-STATEMENT-LINE
                 END-IF
                 READ SUBSCRIPTION-BILL-FILE
                    AT END SET END-OF-SUBSCRIPTION-BILL-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE SUBSCRIPTION-BILL-FILE
           END-IF.

       LIST-PAYMENT-ENTRIES.
           OPEN INPUT FEE-PAYMENT-FILE.
           IF FEE-PAYMENT-FILE-NOT-FOUND THEN
