       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREPAID-LIABILITY.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              PREPAID-FILE ASSIGN TO "PREPAID.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS PREPAID-FILE-STATUS.

           SELECT
              LIABILITY-REPORT-FILE ASSIGN TO "PREPAYLB.RPT"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PREPAID-FILE.
       01  PREPAID-RECORD.
           88 END-OF-PREPAID-FILE VALUE HIGH-VALUES.
           02 PPD-MEMBER-ID PIC X(10).
           02 PPD-DATE PIC 9(8).
           02 PPD-TIME PIC 9(6).
           02 PPD-TYPE PIC X.
              88 PREPAID-TOP-UP VALUE "T".
              88 PREPAID-FEE-CLEARED VALUE "F".
           02 PPD-AMOUNT PIC 9(5)V9(2).
           02 PPD-STORE-ID PIC 9(2).
           02 PPD-OPERATOR PIC X(8).
           02 PPD-VIDEO-CODE PIC 9(5).

       FD  LIABILITY-REPORT-FILE.
       01  LIABILITY-REPORT-LINE PIC X(70).

       WORKING-STORAGE SECTION.
       01  PREPAID-FILE-STATUS PIC 9(2).
           88 PREPAID-FILE-NOT-FOUND VALUE 35.

       01  AS-AT-DATE PIC 9(8).
       01  MONTH-START-DATE PIC 9(8).
       01  MONTH-START-BREAKDOWN REDEFINES MONTH-START-DATE.
           02 MONTH-START-YEAR-MONTH PIC 9(6).
           02 MONTH-START-DAY PIC 9(2).

       01  MEMBER-PREPAID-COUNT PIC 9(4) VALUE 0.
       01  MEMBER-PREPAID-SUBSCRIPT PIC 9(4) VALUE 0.
       01  MEMBER-PREPAID-TABLE.
           02 MEMBER-PREPAID-ENTRY OCCURS 1000 TIMES.
              03 MPB-MEMBER-ID PIC X(10).
              03 MPB-BALANCE PIC S9(7)V9(2).
       01  MEMBER-FOUND-FLAG PIC X.
           88 MEMBER-WAS-FOUND VALUE "Y".
       01  SIGNED-AMOUNT PIC S9(7)V9(2).

       01  OPENING-LIABILITY PIC S9(9)V9(2) VALUE 0.
       01  MONTH-TOP-UPS PIC 9(9)V9(2) VALUE 0.
       01  MONTH-SPENDS PIC 9(9)V9(2) VALUE 0.
       01  MONTH-FEES-CLEARED PIC 9(9)V9(2) VALUE 0.
       01  CLOSING-LIABILITY PIC S9(9)V9(2) VALUE 0.
       01  MEMBERS-IN-CREDIT PIC 9(4) VALUE 0.
       01  PRINT-VALUE PIC ---,---,--9.99.
       01  REPORT-LINE-BUFFER PIC X(70).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "LIABILITY AS AT DATE (YYYYMMDD, 0 = TODAY) --> "
              WITH NO ADVANCING.
           ACCEPT AS-AT-DATE.
           IF AS-AT-DATE = 0 THEN
              ACCEPT AS-AT-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE AS-AT-DATE TO MONTH-START-DATE.
           MOVE 1 TO MONTH-START-DAY.
           PERFORM LOAD-PREPAID-BALANCES.
           PERFORM WRITE-LIABILITY-REPORT.
           STOP RUN.

       LOAD-PREPAID-BALANCES.
           OPEN INPUT PREPAID-FILE.
           IF PREPAID-FILE-NOT-FOUND THEN
              DISPLAY "PREPAID.DAT NOT FOUND -- NO PREPAID BALANCES"
           ELSE
              READ PREPAID-FILE
                 AT END SET END-OF-PREPAID-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-PREPAID-FILE
                 IF PPD-DATE NOT > AS-AT-DATE THEN
                    PERFORM POST-PREPAID-MOVEMENT
                 END-IF
                 READ PREPAID-FILE
                    AT END SET END-OF-PREPAID-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE PREPAID-FILE
           END-IF.

       POST-PREPAID-MOVEMENT.
           IF PREPAID-TOP-UP THEN
              MOVE PPD-AMOUNT TO SIGNED-AMOUNT
           ELSE
              COMPUTE SIGNED-AMOUNT = 0 - PPD-AMOUNT
           END-IF.
           IF PPD-DATE < MONTH-START-DATE THEN
              ADD SIGNED-AMOUNT TO OPENING-LIABILITY
           ELSE
           IF PREPAID-TOP-UP THEN
              ADD PPD-AMOUNT TO MONTH-TOP-UPS
           ELSE
           IF PREPAID-FEE-CLEARED THEN
              ADD PPD-AMOUNT TO MONTH-FEES-CLEARED
           ELSE
              ADD PPD-AMOUNT TO MONTH-SPENDS
           END-IF
           END-IF
           END-IF.
           MOVE "N" TO MEMBER-FOUND-FLAG.
           PERFORM VARYING MEMBER-PREPAID-SUBSCRIPT FROM 1 BY 1
              UNTIL MEMBER-PREPAID-SUBSCRIPT > MEMBER-PREPAID-COUNT
              IF MPB-MEMBER-ID(MEMBER-PREPAID-SUBSCRIPT) =
                 PPD-MEMBER-ID THEN
                 ADD SIGNED-AMOUNT
                    TO MPB-BALANCE(MEMBER-PREPAID-SUBSCRIPT)
                 SET MEMBER-WAS-FOUND TO TRUE
                 MOVE MEMBER-PREPAID-COUNT TO MEMBER-PREPAID-SUBSCRIPT
              END-IF
           END-PERFORM.
           IF NOT MEMBER-WAS-FOUND AND MEMBER-PREPAID-COUNT < 1000 THEN
              ADD 1 TO MEMBER-PREPAID-COUNT
              MOVE PPD-MEMBER-ID TO MPB-MEMBER-ID(MEMBER-PREPAID-COUNT)
              MOVE SIGNED-AMOUNT TO MPB-BALANCE(MEMBER-PREPAID-COUNT)
           END-IF.

       WRITE-LIABILITY-REPORT.
           OPEN OUTPUT LIABILITY-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "PREPAID LIABILITY REPORT AS AT " AS-AT-DATE
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           MOVE REPORT-LINE-BUFFER TO LIABILITY-REPORT-LINE.
           WRITE LIABILITY-REPORT-LINE.
           PERFORM VARYING MEMBER-PREPAID-SUBSCRIPT FROM 1 BY 1
              UNTIL MEMBER-PREPAID-SUBSCRIPT > MEMBER-PREPAID-COUNT
              IF MPB-BALANCE(MEMBER-PREPAID-SUBSCRIPT) NOT = 0 THEN
                 ADD MPB-BALANCE(MEMBER-PREPAID-SUBSCRIPT)
                    TO CLOSING-LIABILITY
                 IF MPB-BALANCE(MEMBER-PREPAID-SUBSCRIPT) > 0 THEN
                    ADD 1 TO MEMBERS-IN-CREDIT
                 END-IF
                 MOVE MPB-BALANCE(MEMBER-PREPAID-SUBSCRIPT)
                    TO PRINT-VALUE
                 MOVE SPACES TO REPORT-LINE-BUFFER
                 STRING "  MEMBER "
                    MPB-MEMBER-ID(MEMBER-PREPAID-SUBSCRIPT)
                    " UNSPENT BALANCE " PRINT-VALUE
                    DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
                 MOVE REPORT-LINE-BUFFER TO LIABILITY-REPORT-LINE
                 WRITE LIABILITY-REPORT-LINE
              END-IF
           END-PERFORM.
           MOVE SPACES TO LIABILITY-REPORT-LINE.
           WRITE LIABILITY-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "MOVEMENT FOR THE MONTH FROM " MONTH-START-DATE
              " TO " AS-AT-DATE
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           MOVE REPORT-LINE-BUFFER TO LIABILITY-REPORT-LINE.
           WRITE LIABILITY-REPORT-LINE.
           MOVE OPENING-LIABILITY TO PRINT-VALUE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "  OPENING LIABILITY        " PRINT-VALUE
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           MOVE REPORT-LINE-BUFFER TO LIABILITY-REPORT-LINE.
           WRITE LIABILITY-REPORT-LINE.
           MOVE MONTH-TOP-UPS TO PRINT-VALUE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "  ADD TOP-UPS              " PRINT-VALUE
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           MOVE REPORT-LINE-BUFFER TO LIABILITY-REPORT-LINE.
           WRITE LIABILITY-REPORT-LINE.
           MOVE MONTH-SPENDS TO PRINT-VALUE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "  LESS SPENT AT THE COUNTER" PRINT-VALUE
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           MOVE REPORT-LINE-BUFFER TO LIABILITY-REPORT-LINE.
           WRITE LIABILITY-REPORT-LINE.
           MOVE MONTH-FEES-CLEARED TO PRINT-VALUE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "  LESS FEES CLEARED        " PRINT-VALUE
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           MOVE REPORT-LINE-BUFFER TO LIABILITY-REPORT-LINE.
           WRITE LIABILITY-REPORT-LINE.
           MOVE CLOSING-LIABILITY TO PRINT-VALUE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "TOTAL UNSPENT PREPAID      " PRINT-VALUE
              " MEMBERS " MEMBERS-IN-CREDIT
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           MOVE REPORT-LINE-BUFFER TO LIABILITY-REPORT-LINE.
           WRITE LIABILITY-REPORT-LINE.
           DISPLAY REPORT-LINE-BUFFER.
           CLOSE LIABILITY-REPORT-FILE.

       END PROGRAM PREPAID-LIABILITY.
