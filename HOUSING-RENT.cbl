       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSING-RENT.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              ALLOCATION-FILE ASSIGN TO "HOUSALLOC.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS ALLOCATION-FILE-STATUS.

           SELECT
              ROOM-FILE ASSIGN TO "HALLROOM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS ROOM-FILE-STATUS.

           SELECT
              INVOICE-FILE ASSIGN TO "INVOICE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS INVOICE-FILE-STATUS.

           SELECT
              INVOICE-CHECK-FILE ASSIGN TO "INVOICE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS INVOICE-CHECK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALLOCATION-FILE.
       01  ALLOCATION-RECORD.
           88 END-OF-ALLOCATION-FILE VALUE HIGH-VALUES.
           02 HAL-STUDENT-ID PIC 9(7).
           02 HAL-TERM PIC X(6).
           02 HAL-HALL-CODE PIC X(4).
           02 HAL-ROOM-NUMBER PIC X(4).
           02 HAL-STATUS PIC X.
              88 ALLOCATION-ACTIVE VALUE "A".
           02 HAL-ALLOCATED-DATE PIC 9(8).
           02 HAL-VACATED-DATE PIC X(8).

       FD  ROOM-FILE.
       01  ROOM-RECORD.
           02 RM-HALL-CODE PIC X(4).
           02 RM-ROOM-NUMBER PIC X(4).
           02 RM-BED-CAPACITY PIC 9.
           02 RM-RENT-PER-TERM PIC 9(5)V9(2).
           02 RM-STATUS PIC X.

       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           02 INV-STUDENT-ID PIC 9(7).
           02 INV-COURSE-CODE PIC X(4).
           02 INV-TERM PIC X(6).
           02 INV-TYPE PIC X.
           02 INV-AMOUNT PIC 9(5)V9(2).
           02 INV-DATE PIC 9(8).

       FD  INVOICE-CHECK-FILE.
       01  INVOICE-CHECK-RECORD.
           88 END-OF-INVOICE-CHECK VALUE HIGH-VALUES.
           02 CHK-STUDENT-ID PIC 9(7).
           02 CHK-COURSE-CODE PIC X(4).
           02 CHK-TERM PIC X(6).
           02 CHK-TYPE PIC X.
           02 CHK-AMOUNT PIC 9(5)V9(2).
           02 CHK-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  ALLOCATION-FILE-STATUS PIC 9(2).
           88 ALLOCATION-FILE-NOT-FOUND VALUE 35.
       01  ROOM-FILE-STATUS PIC 9(2).
           88 ROOM-FILE-NOT-FOUND VALUE 35.
       01  INVOICE-FILE-STATUS PIC 9(2).
           88 INVOICE-FILE-NOT-FOUND VALUE 35.
       01  INVOICE-CHECK-FILE-STATUS PIC 9(2).
           88 INVOICE-CHECK-NOT-FOUND VALUE 35.

       01  RENT-TERM PIC X(6).
       01  RENT-DATE PIC 9(8).
       01  ROOM-RENT-AMOUNT PIC 9(5)V9(2).
       01  ROOM-FOUND-FLAG PIC X.
           88 ROOM-WAS-FOUND VALUE "Y".
       01  ROOM-EOF-FLAG PIC X VALUE "N".
           88 ROOM-AT-END VALUE "Y".
       01  LINE-EXISTS-FLAG PIC X.
           88 LINE-ALREADY-EXISTS VALUE "Y".
       01  RENT-BILLED-COUNT PIC 9(5) VALUE 0.
       01  RENT-BILLED-TOTAL PIC 9(7)V9(2) VALUE 0.
       01  PRINT-RENT-TOTAL PIC Z,ZZZ,ZZ9.99.
       01  CONTROL-TOTAL-FUNC PIC X(4).
       01  CONTROL-TOTAL-RESULT PIC X.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "RENT TERM (6 CHARS, E.G. 2026T1) --> "
              WITH NO ADVANCING.
           ACCEPT RENT-TERM.
           ACCEPT RENT-DATE FROM DATE YYYYMMDD.

           OPEN INPUT ALLOCATION-FILE.
           IF ALLOCATION-FILE-NOT-FOUND THEN
              DISPLAY "HOUSALLOC.DAT NOT FOUND -- NOTHING TO BILL"
              STOP RUN
           END-IF.
           PERFORM VERIFY-INVOICE-CONTROL.

           READ ALLOCATION-FILE
              AT END SET END-OF-ALLOCATION-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-ALLOCATION-FILE
              IF ALLOCATION-ACTIVE AND HAL-TERM = RENT-TERM THEN
                 PERFORM BILL-ROOM-RENT
              END-IF
              READ ALLOCATION-FILE
                 AT END SET END-OF-ALLOCATION-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE ALLOCATION-FILE.

           IF RENT-BILLED-COUNT > 0 THEN
              PERFORM WRITE-INVOICE-CONTROL
           END-IF.
           MOVE RENT-BILLED-TOTAL TO PRINT-RENT-TOTAL.
           DISPLAY RENT-BILLED-COUNT " RENT INVOICE(S) RAISED FOR "
              RENT-TERM " TOTAL " PRINT-RENT-TOTAL.
           STOP RUN.

       BILL-ROOM-RENT.
           PERFORM CHECK-RENT-BILLED.
           IF LINE-ALREADY-EXISTS THEN
              CONTINUE
           ELSE
              PERFORM LOOK-UP-ROOM-RENT
              IF NOT ROOM-WAS-FOUND THEN
                 DISPLAY "ROOM " HAL-HALL-CODE "/" HAL-ROOM-NUMBER
                    " NOT ON HALLROOM.DAT -- STUDENT "
                    HAL-STUDENT-ID " NOT BILLED"
              ELSE
                 IF ROOM-RENT-AMOUNT > 0 THEN
                    PERFORM APPEND-RENT-LINE
                 END-IF
              END-IF
           END-IF.

       LOOK-UP-ROOM-RENT.
           MOVE "N" TO ROOM-FOUND-FLAG.
           MOVE "N" TO ROOM-EOF-FLAG.
           MOVE 0 TO ROOM-RENT-AMOUNT.
           OPEN INPUT ROOM-FILE.
           IF NOT ROOM-FILE-NOT-FOUND THEN
              PERFORM UNTIL ROOM-AT-END OR ROOM-WAS-FOUND
                 READ ROOM-FILE
                    AT END SET ROOM-AT-END TO TRUE
                 END-READ
                 IF NOT ROOM-AT-END AND
                    RM-HALL-CODE = HAL-HALL-CODE AND
                    RM-ROOM-NUMBER = HAL-ROOM-NUMBER THEN
                    SET ROOM-WAS-FOUND TO TRUE
                    MOVE RM-RENT-PER-TERM TO ROOM-RENT-AMOUNT
                 END-IF
              END-PERFORM
              CLOSE ROOM-FILE
           END-IF.

       APPEND-RENT-LINE.
           OPEN EXTEND INVOICE-FILE.
           IF INVOICE-FILE-NOT-FOUND THEN
              OPEN OUTPUT INVOICE-FILE
           END-IF.
           MOVE HAL-STUDENT-ID TO INV-STUDENT-ID.
           MOVE "RENT" TO INV-COURSE-CODE.
           MOVE RENT-TERM TO INV-TERM.
           MOVE "I" TO INV-TYPE.
           MOVE ROOM-RENT-AMOUNT TO INV-AMOUNT.
           MOVE RENT-DATE TO INV-DATE.
           WRITE INVOICE-RECORD.
           CLOSE INVOICE-FILE.
           ADD 1 TO RENT-BILLED-COUNT.
           ADD ROOM-RENT-AMOUNT TO RENT-BILLED-TOTAL.
           DISPLAY "RENT " INV-STUDENT-ID " " HAL-HALL-CODE "/"
              HAL-ROOM-NUMBER " " INV-AMOUNT.

       CHECK-RENT-BILLED.
           MOVE "N" TO LINE-EXISTS-FLAG.
           OPEN INPUT INVOICE-CHECK-FILE.
           IF INVOICE-CHECK-NOT-FOUND THEN
              CONTINUE
           ELSE
              READ INVOICE-CHECK-FILE
                 AT END SET END-OF-INVOICE-CHECK TO TRUE
              END-READ
              PERFORM UNTIL END-OF-INVOICE-CHECK OR
                 LINE-ALREADY-EXISTS
                 IF CHK-STUDENT-ID = HAL-STUDENT-ID AND
                    CHK-COURSE-CODE = "RENT" AND
                    CHK-TERM = RENT-TERM AND
                    CHK-TYPE = "I" THEN
                    SET LINE-ALREADY-EXISTS TO TRUE
                 ELSE
                    READ INVOICE-CHECK-FILE
                       AT END SET END-OF-INVOICE-CHECK TO TRUE
                    END-READ
                 END-IF
              END-PERFORM
              CLOSE INVOICE-CHECK-FILE
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

       WRITE-INVOICE-CONTROL.
           MOVE "WRIT" TO CONTROL-TOTAL-FUNC.
           CALL "INVTOTAL" USING CONTROL-TOTAL-FUNC
              CONTROL-TOTAL-RESULT
              ON EXCEPTION
                 DISPLAY "[ABORT]: INVTOTAL MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.

       END PROGRAM HOUSING-RENT.
