       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBSCRIPTION-RENEW.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              PLAN-FILE ASSIGN TO "PLAN.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS PLAN-FILE-STATUS.

           SELECT
              SUBSCRIPTION-FILE ASSIGN TO "SUBSCRIB.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS SUBSCRIPTION-FILE-STATUS.

           SELECT
              NEW-SUBSCRIPTION-FILE ASSIGN TO "SUBSCRIB.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-SUBSCRIPTION-FILE-STATUS.

           SELECT
              SUBSCRIPTION-BILL-FILE ASSIGN TO "SUBBILL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS SUBSCRIPTION-BILL-FILE-STATUS.

           SELECT
              FEE-BALANCE-FILE ASSIGN TO "FEEBAL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FEE-BALANCE-FILE-STATUS.

           SELECT
              MEMBER-FILE ASSIGN TO "MEMBER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS MEMBER-FILE-STATUS.

           SELECT
              NEW-MEMBER-FILE ASSIGN TO "MEMBER.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-MEMBER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-FILE.
       01  PLAN-RECORD.
           88 END-OF-PLAN-FILE VALUE HIGH-VALUES.
           02 PLN-PLAN-CODE PIC X(4).
           02 PLN-DESCRIPTION PIC X(30).
           02 PLN-MONTHLY-FEE PIC 9(3)V9(2).
           02 PLN-MAX-OUT PIC 9(2).
           02 PLN-MONTHLY-RENTALS PIC 9(3).

       FD  SUBSCRIPTION-FILE.
       01  SUBSCRIPTION-RECORD.
           88 END-OF-SUBSCRIPTION-FILE VALUE HIGH-VALUES.
           02 SUB-MEMBER-ID PIC X(10).
           02 SUB-PLAN-CODE PIC X(4).
           02 SUB-START-DATE PIC 9(8).
           02 SUB-START-BREAKDOWN REDEFINES SUB-START-DATE.
              03 FILLER PIC 9(6).
              03 SUB-START-DAY PIC 9(2).
           02 SUB-PERIOD-START PIC 9(8).
           02 SUB-RENEWAL-DATE PIC 9(8).
           02 SUB-STATUS PIC X.
              88 SUB-ACTIVE VALUE "A".
              88 SUB-CANCELLED VALUE "C".
              88 SUB-LAPSED VALUE "L".
              88 SUB-ENDED VALUE "E".
           02 SUB-STATUS-DATE PIC 9(8).

       FD  NEW-SUBSCRIPTION-FILE.
       01  NEW-SUBSCRIPTION-RECORD PIC X(47).

       FD  SUBSCRIPTION-BILL-FILE.
       01  SUBSCRIPTION-BILL-RECORD.
           02 SBL-MEMBER-ID PIC X(10).
           02 SBL-PLAN-CODE PIC X(4).
           02 SBL-PERIOD-START PIC 9(8).
           02 SBL-PERIOD-END PIC 9(8).
           02 SBL-AMOUNT PIC 9(3)V9(2).
           02 SBL-BILL-DATE PIC 9(8).

       FD  FEE-BALANCE-FILE.
       01  FEE-BALANCE-RECORD.
           02 FB-RENTER-ID PIC X(10).
           02 FB-BALANCE PIC S9(5)V9(2)
                         SIGN LEADING SEPARATE.

       FD  MEMBER-FILE.
       01  MEMBER-REC.
           88 END-OF-MEMBER-FILE VALUE HIGH-VALUES.
           02 MEMBER-ID PIC X(10).
           02 MEMBER-NAME PIC X(20).
           02 MEMBER-ADDR PIC X(40).
           02 MEMBER-PHONE PIC X(12).
           02 MEMBER-JOIN-DATE PIC 9(8).
           02 MEMBER-STATUS-FLAG PIC X.
              88 MEMBER-ACTIVE VALUE "A".
              88 MEMBER-SUSPENDED VALUE "S".
           02 MEMBER-DOB PIC 9(8).
           02 MEMBER-HOME-STORE PIC 9(2).

       FD  NEW-MEMBER-FILE.
       01  NEW-MEMBER-REC PIC X(101).

       WORKING-STORAGE SECTION.
       01  RPT-OP PIC X(4).
       01  RPT-TEXT.
           02 RPT-INIT-VIEW.
              03 RPT-REPORT-DSN PIC X(40).
              03 RPT-PROGRAM-ID PIC X(10).
              03 RPT-REPORT-TITLE PIC X(40).
              03 FILLER PIC X(42).
       01  PLAN-FILE-STATUS PIC 9(2).
           88 PLAN-FILE-NOT-FOUND VALUE 35.
       01  SUBSCRIPTION-FILE-STATUS PIC 9(2).
           88 SUBSCRIPTION-FILE-NOT-FOUND VALUE 35.
       01  NEW-SUBSCRIPTION-FILE-STATUS PIC 9(2).
       01  SUBSCRIPTION-BILL-FILE-STATUS PIC 9(2).
           88 SUBSCRIPTION-BILL-NOT-FOUND VALUE 35.
       01  FEE-BALANCE-FILE-STATUS PIC 9(2).
           88 FEE-BALANCE-FILE-NOT-FOUND VALUE 35.
       01  MEMBER-FILE-STATUS PIC 9(2).
           88 MEMBER-FILE-NOT-FOUND VALUE 35.
       01  NEW-MEMBER-FILE-STATUS PIC 9(2).

       01  RUN-DATE PIC 9(8).
       01  MONTH-AGO-DATE PIC 9(8).

       01  PLAN-COUNT PIC 9(2) VALUE 0.
       01  PLAN-SUBSCRIPT PIC 9(2) VALUE 0.
       01  PLAN-TABLE.
           02 PLAN-ENTRY OCCURS 50 TIMES.
              03 PT-PLAN-CODE PIC X(4).
              03 PT-DESCRIPTION PIC X(30).
              03 PT-MONTHLY-FEE PIC 9(3)V9(2).
              03 PT-ACTIVE-COUNT PIC 9(5).
              03 PT-BILLED-TOTAL PIC 9(7)V9(2).
       01  PLAN-FOUND-FLAG PIC X.
           88 PLAN-WAS-FOUND VALUE "Y".

       01  LAPSED-COUNT PIC 9(3) VALUE 0.
       01  LAPSED-SUBSCRIPT PIC 9(3) VALUE 0.
       01  LAPSED-TABLE.
           02 LAPSED-MEMBER-ID PIC X(10) OCCURS 500 TIMES.
       01  LAPSED-FOUND-FLAG PIC X.
           88 LAPSED-WAS-FOUND VALUE "Y".

       01  RENTER-FEE-BALANCE PIC S9(5)V9(2).
       01  FEE-BALANCE-EOF-FLAG PIC X VALUE "N".
           88 FEE-BALANCE-AT-END VALUE "Y".

       01  ACTIVE-AT-START-COUNT PIC 9(5) VALUE 0.
       01  ACTIVE-AT-END-COUNT PIC 9(5) VALUE 0.
       01  NEW-START-COUNT PIC 9(5) VALUE 0.
       01  RENEWED-COUNT PIC 9(5) VALUE 0.
       01  BILL-COUNT PIC 9(5) VALUE 0.
       01  ENDED-COUNT PIC 9(5) VALUE 0.
       01  SUSPENDED-COUNT PIC 9(5) VALUE 0.
       01  NO-PLAN-COUNT PIC 9(5) VALUE 0.
       01  BILLED-TOTAL PIC 9(7)V9(2) VALUE 0.
       01  CHURN-PCT PIC 9(3)V9.

       01  ANCHOR-DAY PIC 9(2).
       01  MONTH-DATE-WORK PIC 9(8).
       01  MONTH-DATE-BREAKDOWN REDEFINES MONTH-DATE-WORK.
           02 MD-YEAR PIC 9(4).
           02 MD-MONTH PIC 9(2).
           02 MD-DAY PIC 9(2).
       01  MONTH-DAYS-LITERAL PIC X(24)
              VALUE "312831303130313130313031".
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-LITERAL.
           02 MONTH-DAYS PIC 99 OCCURS 12 TIMES.
       01  DAYS-IN-MONTH PIC 99.
       01  LEAP-QUOTIENT PIC 9(4).
       01  LEAP-REMAINDER-4 PIC 9(4).
       01  LEAP-REMAINDER-100 PIC 9(4).
       01  LEAP-REMAINDER-400 PIC 9(4).

       01  CHURN-EVENT PIC X(20).
       01  PRINT-AMOUNT PIC ZZ,ZZ9.99-.
       01  PRINT-TOTAL PIC Z,ZZZ,ZZ9.99.
       01  PRINT-COUNT PIC ZZ,ZZ9.
       01  PRINT-PCT PIC ZZ9.9.
       01  REPORT-LINE-BUFFER PIC X(100).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "RENEWAL RUN DATE (YYYYMMDD, 0 = TODAY) --> "
              WITH NO ADVANCING.
           ACCEPT RUN-DATE.
           IF RUN-DATE = 0 THEN
              ACCEPT RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "UNPAID BALANCES ARE TAKEN FROM FEEBAL.DAT -- "
              "RUN FEE-POST BEFORE THIS RENEWAL".

           PERFORM LOAD-PLANS.
           MOVE RUN-DATE TO MONTH-DATE-WORK.
           MOVE MD-DAY TO ANCHOR-DAY.
           PERFORM RETREAT-ONE-MONTH.
           MOVE MONTH-DATE-WORK TO MONTH-AGO-DATE.

           OPEN INPUT SUBSCRIPTION-FILE.
           IF SUBSCRIPTION-FILE-NOT-FOUND THEN
              DISPLAY "SUBSCRIB.DAT NOT FOUND -- NO SUBSCRIBERS"
              STOP RUN
           END-IF.
           PERFORM INITIALIZE-REPORT-WRITER.
           OPEN OUTPUT NEW-SUBSCRIPTION-FILE.
           OPEN EXTEND SUBSCRIPTION-BILL-FILE.
           IF SUBSCRIPTION-BILL-NOT-FOUND THEN
              OPEN OUTPUT SUBSCRIPTION-BILL-FILE
           END-IF.
           READ SUBSCRIPTION-FILE
              AT END SET END-OF-SUBSCRIPTION-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-SUBSCRIPTION-FILE
              PERFORM RENEW-ONE-SUBSCRIPTION
              WRITE NEW-SUBSCRIPTION-RECORD FROM SUBSCRIPTION-RECORD
              READ SUBSCRIPTION-FILE
                 AT END SET END-OF-SUBSCRIPTION-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE SUBSCRIPTION-FILE.
           CLOSE NEW-SUBSCRIPTION-FILE.
           CLOSE SUBSCRIPTION-BILL-FILE.
           PERFORM PROMOTE-SUBSCRIPTION-FILE.

           IF LAPSED-COUNT > 0 THEN
              PERFORM SUSPEND-LAPSED-MEMBERS
           END-IF.

           PERFORM WRITE-CHURN-SUMMARY.
           MOVE "TERM" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           DISPLAY "CHURN REPORT WRITTEN TO SUBCHURN.RPT".
           STOP RUN.

       LOAD-PLANS.
           OPEN INPUT PLAN-FILE.
           IF PLAN-FILE-NOT-FOUND THEN
              DISPLAY "[ABORT]: PLAN.DAT NOT FOUND -- SET PLANS UP "
                 "IN SUBSCRIPTION-MAINT FIRST"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ PLAN-FILE
              AT END SET END-OF-PLAN-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-PLAN-FILE
              IF PLAN-COUNT < 50 THEN
                 ADD 1 TO PLAN-COUNT
                 MOVE PLN-PLAN-CODE TO PT-PLAN-CODE(PLAN-COUNT)
                 MOVE PLN-DESCRIPTION TO PT-DESCRIPTION(PLAN-COUNT)
                 MOVE PLN-MONTHLY-FEE TO PT-MONTHLY-FEE(PLAN-COUNT)
                 MOVE 0 TO PT-ACTIVE-COUNT(PLAN-COUNT)
                 MOVE 0 TO PT-BILLED-TOTAL(PLAN-COUNT)
              END-IF
              READ PLAN-FILE
                 AT END SET END-OF-PLAN-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE PLAN-FILE.

       RENEW-ONE-SUBSCRIPTION.
           IF SUB-START-DATE > MONTH-AGO-DATE AND
              SUB-START-DATE NOT > RUN-DATE THEN
              ADD 1 TO NEW-START-COUNT
           END-IF.
           IF SUB-ACTIVE OR SUB-CANCELLED THEN
              ADD 1 TO ACTIVE-AT-START-COUNT
              PERFORM FIND-PLAN
              IF SUB-RENEWAL-DATE NOT > RUN-DATE THEN
                 IF SUB-CANCELLED THEN
                    SET SUB-ENDED TO TRUE
                    MOVE RUN-DATE TO SUB-STATUS-DATE
                    ADD 1 TO ENDED-COUNT
                    MOVE 0 TO RENTER-FEE-BALANCE
                    MOVE "CANCELLED - ENDED" TO CHURN-EVENT
                    PERFORM WRITE-CHURN-LINE
                 ELSE
                 IF NOT PLAN-WAS-FOUND THEN
                    ADD 1 TO NO-PLAN-COUNT
                    DISPLAY "PLAN " SUB-PLAN-CODE " NOT ON FILE -- "
                       SUB-MEMBER-ID " NOT RENEWED"
                 ELSE
                    PERFORM LOOK-UP-FEE-BALANCE
                    IF RENTER-FEE-BALANCE NOT <
                       PT-MONTHLY-FEE(PLAN-SUBSCRIPT) THEN
                       SET SUB-LAPSED TO TRUE
                       MOVE RUN-DATE TO SUB-STATUS-DATE
                       PERFORM NOTE-LAPSED-MEMBER
                       MOVE "LAPSED - UNPAID" TO CHURN-EVENT
                       PERFORM WRITE-CHURN-LINE
                    ELSE
                       ADD 1 TO RENEWED-COUNT
                       PERFORM BILL-ONE-PERIOD
                          UNTIL SUB-RENEWAL-DATE > RUN-DATE
                    END-IF
                 END-IF
                 END-IF
              END-IF
              IF SUB-ACTIVE OR SUB-CANCELLED THEN
                 ADD 1 TO ACTIVE-AT-END-COUNT
                 IF PLAN-WAS-FOUND THEN
                    ADD 1 TO PT-ACTIVE-COUNT(PLAN-SUBSCRIPT)
                 END-IF
              END-IF
           END-IF.

       FIND-PLAN.
           MOVE "N" TO PLAN-FOUND-FLAG.
           PERFORM VARYING PLAN-SUBSCRIPT FROM 1 BY 1
              UNTIL PLAN-SUBSCRIPT > PLAN-COUNT OR PLAN-WAS-FOUND
              IF PT-PLAN-CODE(PLAN-SUBSCRIPT) = SUB-PLAN-CODE THEN
                 SET PLAN-WAS-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF PLAN-WAS-FOUND THEN
              SUBTRACT 1 FROM PLAN-SUBSCRIPT
           END-IF.

       BILL-ONE-PERIOD.
           MOVE SUB-RENEWAL-DATE TO SUB-PERIOD-START.
           MOVE SUB-RENEWAL-DATE TO MONTH-DATE-WORK.
           MOVE SUB-START-DAY TO ANCHOR-DAY.
           PERFORM ADVANCE-ONE-MONTH.
           MOVE MONTH-DATE-WORK TO SUB-RENEWAL-DATE.
           MOVE SUB-MEMBER-ID TO SBL-MEMBER-ID.
           MOVE SUB-PLAN-CODE TO SBL-PLAN-CODE.
           MOVE SUB-PERIOD-START TO SBL-PERIOD-START.
           MOVE SUB-RENEWAL-DATE TO SBL-PERIOD-END.
           MOVE PT-MONTHLY-FEE(PLAN-SUBSCRIPT) TO SBL-AMOUNT.
           MOVE RUN-DATE TO SBL-BILL-DATE.
           WRITE SUBSCRIPTION-BILL-RECORD.
           ADD 1 TO BILL-COUNT.
           ADD SBL-AMOUNT TO BILLED-TOTAL.
           ADD SBL-AMOUNT TO PT-BILLED-TOTAL(PLAN-SUBSCRIPT).

       LOOK-UP-FEE-BALANCE.
           MOVE 0 TO RENTER-FEE-BALANCE.
           MOVE "N" TO FEE-BALANCE-EOF-FLAG.
           OPEN INPUT FEE-BALANCE-FILE.
           IF FEE-BALANCE-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              PERFORM UNTIL FEE-BALANCE-AT-END
                 READ FEE-BALANCE-FILE
                    AT END SET FEE-BALANCE-AT-END TO TRUE
                 END-READ
                 IF NOT FEE-BALANCE-AT-END AND
                    FB-RENTER-ID = SUB-MEMBER-ID THEN
                    MOVE FB-BALANCE TO RENTER-FEE-BALANCE
                    SET FEE-BALANCE-AT-END TO TRUE
                 END-IF
              END-PERFORM
              CLOSE FEE-BALANCE-FILE
           END-IF.

       NOTE-LAPSED-MEMBER.
           IF LAPSED-COUNT < 500 THEN
              ADD 1 TO LAPSED-COUNT
              MOVE SUB-MEMBER-ID TO LAPSED-MEMBER-ID(LAPSED-COUNT)
           ELSE
              DISPLAY "LAPSED TABLE FULL -- SUSPEND " SUB-MEMBER-ID
                 " IN MEMBER-MAINT"
           END-IF.

       SUSPEND-LAPSED-MEMBERS.
           OPEN INPUT MEMBER-FILE.
           IF MEMBER-FILE-NOT-FOUND THEN
              DISPLAY "MEMBER.DAT NOT FOUND -- LAPSED MEMBERS NOT "
                 "SUSPENDED"
           ELSE
              OPEN OUTPUT NEW-MEMBER-FILE
              READ MEMBER-FILE
                 AT END SET END-OF-MEMBER-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-MEMBER-FILE
                 MOVE "N" TO LAPSED-FOUND-FLAG
                 PERFORM VARYING LAPSED-SUBSCRIPT FROM 1 BY 1
                    UNTIL LAPSED-SUBSCRIPT > LAPSED-COUNT OR
                       LAPSED-WAS-FOUND
                    IF LAPSED-MEMBER-ID(LAPSED-SUBSCRIPT) =
                       MEMBER-ID THEN
                       SET LAPSED-WAS-FOUND TO TRUE
                    END-IF
                 END-PERFORM
                 IF LAPSED-WAS-FOUND AND MEMBER-ACTIVE THEN
                    SET MEMBER-SUSPENDED TO TRUE
                    ADD 1 TO SUSPENDED-COUNT
                 END-IF
                 WRITE NEW-MEMBER-REC FROM MEMBER-REC
                 READ MEMBER-FILE
                    AT END SET END-OF-MEMBER-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE MEMBER-FILE
              CLOSE NEW-MEMBER-FILE
              PERFORM PROMOTE-MEMBER-FILE
           END-IF.

       PROMOTE-MEMBER-FILE.
           OPEN INPUT NEW-MEMBER-FILE.
           OPEN OUTPUT MEMBER-FILE.
           READ NEW-MEMBER-FILE INTO MEMBER-REC
              AT END SET END-OF-MEMBER-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-MEMBER-FILE
              WRITE MEMBER-REC
              READ NEW-MEMBER-FILE INTO MEMBER-REC
                 AT END SET END-OF-MEMBER-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE NEW-MEMBER-FILE.
           CLOSE MEMBER-FILE.

       PROMOTE-SUBSCRIPTION-FILE.
           OPEN INPUT NEW-SUBSCRIPTION-FILE.
           OPEN OUTPUT SUBSCRIPTION-FILE.
           READ NEW-SUBSCRIPTION-FILE INTO SUBSCRIPTION-RECORD
              AT END SET END-OF-SUBSCRIPTION-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-SUBSCRIPTION-FILE
              WRITE SUBSCRIPTION-RECORD
              READ NEW-SUBSCRIPTION-FILE INTO SUBSCRIPTION-RECORD
                 AT END SET END-OF-SUBSCRIPTION-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE NEW-SUBSCRIPTION-FILE.
           CLOSE SUBSCRIPTION-FILE.

       ADVANCE-ONE-MONTH.
           ADD 1 TO MD-MONTH.
           IF MD-MONTH > 12 THEN
              MOVE 1 TO MD-MONTH
              ADD 1 TO MD-YEAR
           END-IF.
           PERFORM CLAMP-TO-MONTH-END.

       RETREAT-ONE-MONTH.
           IF MD-MONTH = 1 THEN
              MOVE 12 TO MD-MONTH
              SUBTRACT 1 FROM MD-YEAR
           ELSE
              SUBTRACT 1 FROM MD-MONTH
           END-IF.
           PERFORM CLAMP-TO-MONTH-END.

       CLAMP-TO-MONTH-END.
           MOVE MONTH-DAYS(MD-MONTH) TO DAYS-IN-MONTH.
           IF MD-MONTH = 2 THEN
              DIVIDE MD-YEAR BY 4 GIVING LEAP-QUOTIENT
                 REMAINDER LEAP-REMAINDER-4
              DIVIDE MD-YEAR BY 100 GIVING LEAP-QUOTIENT
                 REMAINDER LEAP-REMAINDER-100
              DIVIDE MD-YEAR BY 400 GIVING LEAP-QUOTIENT
                 REMAINDER LEAP-REMAINDER-400
              IF LEAP-REMAINDER-4 = 0 AND
                 (LEAP-REMAINDER-100 NOT = 0 OR
                  LEAP-REMAINDER-400 = 0) THEN
                 MOVE 29 TO DAYS-IN-MONTH
              END-IF
           END-IF.
           MOVE ANCHOR-DAY TO MD-DAY.
           IF MD-DAY > DAYS-IN-MONTH THEN
              MOVE DAYS-IN-MONTH TO MD-DAY
           END-IF.

       WRITE-CHURN-LINE.
           MOVE RENTER-FEE-BALANCE TO PRINT-AMOUNT.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING SUB-MEMBER-ID " " SUB-PLAN-CODE " "
              SUB-START-DATE " " SUB-RENEWAL-DATE " " CHURN-EVENT
              " " PRINT-AMOUNT
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.

       WRITE-CHURN-SUMMARY.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "RENEWAL RUN " RUN-DATE " -- NEW STARTS SINCE "
              MONTH-AGO-DATE
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           MOVE ACTIVE-AT-START-COUNT TO PRINT-COUNT.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "SUBSCRIBERS BEFORE RENEWAL   " PRINT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           MOVE NEW-START-COUNT TO PRINT-COUNT.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "NEW STARTS IN THE MONTH      " PRINT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           MOVE RENEWED-COUNT TO PRINT-COUNT.
           MOVE BILLED-TOTAL TO PRINT-TOTAL.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "RENEWED AND BILLED           " PRINT-COUNT
              "  BILLED " PRINT-TOTAL
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           MOVE LAPSED-COUNT TO PRINT-COUNT.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "LAPSED FOR NON-PAYMENT       " PRINT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           MOVE ENDED-COUNT TO PRINT-COUNT.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "CANCELLED AND ENDED          " PRINT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           MOVE ACTIVE-AT-END-COUNT TO PRINT-COUNT.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "SUBSCRIBERS AFTER RENEWAL    " PRINT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO CHURN-PCT.
           IF ACTIVE-AT-START-COUNT > 0 THEN
              COMPUTE CHURN-PCT ROUNDED =
                 (LAPSED-COUNT + ENDED-COUNT) * 100
                 / ACTIVE-AT-START-COUNT
           END-IF.
           MOVE CHURN-PCT TO PRINT-PCT.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "CHURN RATE                    " PRINT-PCT " PCT"
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           IF SUSPENDED-COUNT > 0 THEN
              MOVE SUSPENDED-COUNT TO PRINT-COUNT
              MOVE SPACES TO REPORT-LINE-BUFFER
              STRING "SUSPENDED IN MEMBER.DAT      " PRINT-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
              PERFORM WRITE-REPORT-LINE
           END-IF.
           IF NO-PLAN-COUNT > 0 THEN
              MOVE NO-PLAN-COUNT TO PRINT-COUNT
              MOVE SPACES TO REPORT-LINE-BUFFER
              STRING "NOT RENEWED - NO PLAN        " PRINT-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
              PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING PLAN-SUBSCRIPT FROM 1 BY 1
              UNTIL PLAN-SUBSCRIPT > PLAN-COUNT
              MOVE PT-ACTIVE-COUNT(PLAN-SUBSCRIPT) TO PRINT-COUNT
              MOVE PT-BILLED-TOTAL(PLAN-SUBSCRIPT) TO PRINT-TOTAL
              MOVE SPACES TO REPORT-LINE-BUFFER
              STRING "PLAN " PT-PLAN-CODE(PLAN-SUBSCRIPT) " "
                 PT-DESCRIPTION(PLAN-SUBSCRIPT) " SUBSCRIBERS "
                 PRINT-COUNT " BILLED " PRINT-TOTAL
                 DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
              PERFORM WRITE-REPORT-LINE
           END-PERFORM.

       WRITE-REPORT-LINE.
           MOVE SPACES TO RPT-TEXT.
           MOVE REPORT-LINE-BUFFER TO RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           DISPLAY REPORT-LINE-BUFFER.

       INITIALIZE-REPORT-WRITER.
           MOVE SPACES TO RPT-TEXT.
           MOVE "SUBCHURN.RPT" TO RPT-REPORT-DSN.
           MOVE "SUBRENEW" TO RPT-PROGRAM-ID.
           MOVE "SUBSCRIPTION RENEWAL AND CHURN" TO RPT-REPORT-TITLE.
           MOVE "INIT" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT
              ON EXCEPTION
                 DISPLAY "[ABORT]: RPTWRITE MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           MOVE SPACES TO RPT-TEXT.
           STRING "MEMBER     PLAN STARTED  RENEWAL  EVENT"
              "                 BALANCE"
              DELIMITED BY SIZE INTO RPT-TEXT.
           MOVE "HEAD" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

       END PROGRAM SUBSCRIPTION-RENEW.
