       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBSCRIPTION-MAINT.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              PLAN-FILE ASSIGN TO "PLAN.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS PLAN-FILE-STATUS.

           SELECT
              NEW-PLAN-FILE ASSIGN TO "PLAN.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-PLAN-FILE-STATUS.

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
              MEMBER-FILE ASSIGN TO "MEMBER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS MEMBER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-FILE.
       01  PLAN-RECORD.
           02 PLN-PLAN-CODE PIC X(4).
           02 PLN-DESCRIPTION PIC X(30).
           02 PLN-MONTHLY-FEE PIC 9(3)V9(2).
           02 PLN-MAX-OUT PIC 9(2).
           02 PLN-MONTHLY-RENTALS PIC 9(3).

       FD  NEW-PLAN-FILE.
       01  NEW-PLAN-RECORD PIC X(44).

       FD  SUBSCRIPTION-FILE.
       01  SUBSCRIPTION-RECORD.
           02 SUB-MEMBER-ID PIC X(10).
           02 SUB-PLAN-CODE PIC X(4).
           02 SUB-START-DATE PIC 9(8).
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

       FD  MEMBER-FILE.
       01  MEMBER-REC.
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

       WORKING-STORAGE SECTION.
       01  PLAN-FILE-STATUS PIC 9(2).
           88 PLAN-FILE-NOT-FOUND VALUE 35.
       01  NEW-PLAN-FILE-STATUS PIC 9(2).
       01  SUBSCRIPTION-FILE-STATUS PIC 9(2).
           88 SUBSCRIPTION-FILE-NOT-FOUND VALUE 35.
       01  NEW-SUBSCRIPTION-FILE-STATUS PIC 9(2).
       01  SUBSCRIPTION-BILL-FILE-STATUS PIC 9(2).
           88 SUBSCRIPTION-BILL-NOT-FOUND VALUE 35.
       01  MEMBER-FILE-STATUS PIC 9(2).
           88 MEMBER-FILE-NOT-FOUND VALUE 35.

       01  MAINT-ACTION PIC 9.
           88 SET-PLAN-ACTION VALUE 1.
           88 LIST-PLANS-ACTION VALUE 2.
           88 ENROL-ACTION VALUE 3.
           88 CANCEL-ACTION VALUE 4.
           88 LIST-SUBSCRIPTIONS-ACTION VALUE 5.

       01  ENTRY-PLAN-CODE PIC X(4).
       01  ENTRY-DESCRIPTION PIC X(30).
       01  ENTRY-MONTHLY-FEE PIC 9(3)V9(2).
       01  ENTRY-MAX-OUT PIC 9(2).
       01  ENTRY-MONTHLY-RENTALS PIC 9(3).
       01  ENTRY-MEMBER-ID PIC X(10).

       01  ENTRY-FOUND-FLAG PIC X VALUE "N".
           88 ENTRY-WAS-FOUND VALUE "Y".
       01  PLAN-EOF-FLAG PIC X VALUE "N".
           88 PLAN-AT-END VALUE "Y".
       01  SUBSCRIPTION-EOF-FLAG PIC X VALUE "N".
           88 SUBSCRIPTION-AT-END VALUE "Y".
       01  MEMBER-EOF-FLAG PIC X VALUE "N".
           88 MEMBER-AT-END VALUE "Y".
       01  NEW-FILE-EOF-FLAG PIC X VALUE "N".
           88 NEW-FILE-AT-END VALUE "Y".
       01  MEMBER-LOOKUP-FLAG PIC X VALUE "N".
           88 MEMBER-IS-ON-FILE VALUE "Y".
       01  MEMBER-LOOKUP-STATUS PIC X.
       01  MEMBER-LOOKUP-NAME PIC X(20).
       01  CURRENT-SUB-FLAG PIC X VALUE "N".
           88 MEMBER-HAS-CURRENT-SUB VALUE "Y".

       01  PLAN-MONTHLY-FEE PIC 9(3)V9(2).
       01  PLAN-DESCRIPTION PIC X(30).
       01  TODAYS-DATE PIC 9(8).
       01  NEW-START-DATE PIC 9(8).
       01  NEW-RENEWAL-DATE PIC 9(8).
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
       01  PRINT-FEE PIC ZZ9.99.
       01  PRINT-MAX-OUT PIC Z9.
       01  PRINT-MONTHLY-RENTALS PIC ZZ9.
       01  PRINT-STATUS PIC X(9).
       01  LISTED-COUNT PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "1 = SET PLAN, 2 = LIST PLANS, 3 = ENROL MEMBER, "
              "4 = CANCEL SUBSCRIPTION, 5 = LIST SUBSCRIPTIONS --> "
              WITH NO ADVANCING.
           ACCEPT MAINT-ACTION.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.

           EVALUATE TRUE
              WHEN SET-PLAN-ACTION
                 PERFORM SET-PLAN
              WHEN LIST-PLANS-ACTION
                 PERFORM LIST-PLANS
              WHEN ENROL-ACTION
                 PERFORM ENROL-MEMBER
              WHEN CANCEL-ACTION
                 PERFORM CANCEL-SUBSCRIPTION
              WHEN LIST-SUBSCRIPTIONS-ACTION
                 PERFORM LIST-SUBSCRIPTIONS
              WHEN OTHER
                 DISPLAY "UNKNOWN ACTION -- NOTHING DONE"
           END-EVALUATE.
           STOP RUN.

       SET-PLAN.
           DISPLAY "ENTER PLAN CODE (4 CHARS) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-PLAN-CODE.
           DISPLAY "ENTER DESCRIPTION (30 CHARS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-DESCRIPTION.
           DISPLAY "ENTER MONTHLY FEE (NNN.NN) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-MONTHLY-FEE.
           DISPLAY "MAXIMUM COPIES OUT AT A TIME (00 = NO LIMIT) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-MAX-OUT.
           DISPLAY "RENTALS INCLUDED PER MONTH (000 = UNLIMITED) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-MONTHLY-RENTALS.
           IF ENTRY-PLAN-CODE = SPACES OR ENTRY-MONTHLY-FEE = 0 THEN
              DISPLAY "PLAN CODE AND MONTHLY FEE ARE REQUIRED -- "
                 "NOT SET"
           ELSE
              MOVE "N" TO ENTRY-FOUND-FLAG
              MOVE "N" TO PLAN-EOF-FLAG
              OPEN INPUT PLAN-FILE
              IF PLAN-FILE-NOT-FOUND THEN
                 OPEN OUTPUT PLAN-FILE
                 PERFORM MOVE-ENTRY-TO-PLAN
                 WRITE PLAN-RECORD
                 CLOSE PLAN-FILE
              ELSE
                 OPEN OUTPUT NEW-PLAN-FILE
                 PERFORM UNTIL PLAN-AT-END
                    READ PLAN-FILE
                       AT END SET PLAN-AT-END TO TRUE
                    END-READ
                    IF NOT PLAN-AT-END THEN
                       IF PLN-PLAN-CODE = ENTRY-PLAN-CODE THEN
                          SET ENTRY-WAS-FOUND TO TRUE
                          PERFORM MOVE-ENTRY-TO-PLAN
                       END-IF
                       WRITE NEW-PLAN-RECORD FROM PLAN-RECORD
                    END-IF
                 END-PERFORM
                 CLOSE PLAN-FILE
                 IF NOT ENTRY-WAS-FOUND THEN
                    PERFORM MOVE-ENTRY-TO-PLAN
                    WRITE NEW-PLAN-RECORD FROM PLAN-RECORD
                 END-IF
                 CLOSE NEW-PLAN-FILE
                 PERFORM PROMOTE-PLAN-FILE
              END-IF
              DISPLAY "PLAN " ENTRY-PLAN-CODE " SET"
           END-IF.

       MOVE-ENTRY-TO-PLAN.
           MOVE ENTRY-PLAN-CODE TO PLN-PLAN-CODE.
           MOVE ENTRY-DESCRIPTION TO PLN-DESCRIPTION.
           MOVE ENTRY-MONTHLY-FEE TO PLN-MONTHLY-FEE.
           MOVE ENTRY-MAX-OUT TO PLN-MAX-OUT.
           MOVE ENTRY-MONTHLY-RENTALS TO PLN-MONTHLY-RENTALS.

       PROMOTE-PLAN-FILE.
           MOVE "N" TO NEW-FILE-EOF-FLAG.
           OPEN INPUT NEW-PLAN-FILE.
           OPEN OUTPUT PLAN-FILE.
           PERFORM UNTIL NEW-FILE-AT-END
              READ NEW-PLAN-FILE
                 AT END SET NEW-FILE-AT-END TO TRUE
              END-READ
              IF NOT NEW-FILE-AT-END THEN
                 WRITE PLAN-RECORD FROM NEW-PLAN-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-PLAN-FILE.
           CLOSE PLAN-FILE.

       LIST-PLANS.
           MOVE "N" TO PLAN-EOF-FLAG.
           OPEN INPUT PLAN-FILE.
           IF PLAN-FILE-NOT-FOUND THEN
              DISPLAY "PLAN.DAT NOT FOUND -- NO PLANS SET UP"
           ELSE
              PERFORM UNTIL PLAN-AT-END
                 READ PLAN-FILE
                    AT END SET PLAN-AT-END TO TRUE
                 END-READ
                 IF NOT PLAN-AT-END THEN
                    MOVE PLN-MONTHLY-FEE TO PRINT-FEE
                    MOVE PLN-MAX-OUT TO PRINT-MAX-OUT
                    MOVE PLN-MONTHLY-RENTALS TO PRINT-MONTHLY-RENTALS
                    DISPLAY PLN-PLAN-CODE " " PLN-DESCRIPTION
                       " FEE " PRINT-FEE " MAX OUT " PRINT-MAX-OUT
                       " RENTALS/MONTH " PRINT-MONTHLY-RENTALS
                 END-IF
              END-PERFORM
              CLOSE PLAN-FILE
           END-IF.

       ENROL-MEMBER.
           DISPLAY "ENTER MEMBER ID (10 CHARS) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-MEMBER-ID.
           PERFORM LOOK-UP-MEMBER.
           IF NOT MEMBER-IS-ON-FILE THEN
              DISPLAY "MEMBER " ENTRY-MEMBER-ID " IS NOT ON FILE"
           ELSE
           IF MEMBER-LOOKUP-STATUS = "S" THEN
              DISPLAY "MEMBER " ENTRY-MEMBER-ID
                 " IS SUSPENDED -- REACTIVATE BEFORE ENROLLING"
           ELSE
              DISPLAY "ENTER PLAN CODE (4 CHARS) --> "
                 WITH NO ADVANCING
              ACCEPT ENTRY-PLAN-CODE
              PERFORM LOOK-UP-PLAN
              IF NOT ENTRY-WAS-FOUND THEN
                 DISPLAY "PLAN " ENTRY-PLAN-CODE " IS NOT ON FILE"
              ELSE
                 PERFORM CHECK-CURRENT-SUBSCRIPTION
                 IF MEMBER-HAS-CURRENT-SUB THEN
                    DISPLAY "MEMBER " ENTRY-MEMBER-ID
                       " ALREADY HAS A CURRENT SUBSCRIPTION -- "
                       "CANCEL IT FIRST"
                 ELSE
                    MOVE TODAYS-DATE TO NEW-START-DATE
                    MOVE TODAYS-DATE TO MONTH-DATE-WORK
                    MOVE MD-DAY TO ANCHOR-DAY
                    PERFORM ADVANCE-ONE-MONTH
                    MOVE MONTH-DATE-WORK TO NEW-RENEWAL-DATE
                    PERFORM STORE-SUBSCRIPTION
                    PERFORM BILL-FIRST-MONTH
                    MOVE PLAN-MONTHLY-FEE TO PRINT-FEE
                    DISPLAY MEMBER-LOOKUP-NAME " ENROLLED ON "
                       ENTRY-PLAN-CODE " " PLAN-DESCRIPTION
                    DISPLAY "FIRST MONTH " PRINT-FEE
                       " CHARGED TO ACCOUNT, RENEWS "
                       NEW-RENEWAL-DATE
                 END-IF
              END-IF
           END-IF
           END-IF.

       LOOK-UP-MEMBER.
           MOVE "N" TO MEMBER-LOOKUP-FLAG.
           MOVE "N" TO MEMBER-EOF-FLAG.
           MOVE SPACES TO MEMBER-LOOKUP-NAME.
           MOVE " " TO MEMBER-LOOKUP-STATUS.
           OPEN INPUT MEMBER-FILE.
           IF MEMBER-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              PERFORM UNTIL MEMBER-AT-END OR MEMBER-IS-ON-FILE
                 READ MEMBER-FILE
                    AT END SET MEMBER-AT-END TO TRUE
                 END-READ
                 IF NOT MEMBER-AT-END AND
                    MEMBER-ID = ENTRY-MEMBER-ID THEN
                    SET MEMBER-IS-ON-FILE TO TRUE
                    MOVE MEMBER-NAME TO MEMBER-LOOKUP-NAME
                    MOVE MEMBER-STATUS-FLAG TO MEMBER-LOOKUP-STATUS
                 END-IF
              END-PERFORM
              CLOSE MEMBER-FILE
           END-IF.

       LOOK-UP-PLAN.
           MOVE "N" TO ENTRY-FOUND-FLAG.
           MOVE "N" TO PLAN-EOF-FLAG.
           OPEN INPUT PLAN-FILE.
           IF PLAN-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              PERFORM UNTIL PLAN-AT-END OR ENTRY-WAS-FOUND
                 READ PLAN-FILE
                    AT END SET PLAN-AT-END TO TRUE
                 END-READ
                 IF NOT PLAN-AT-END AND
                    PLN-PLAN-CODE = ENTRY-PLAN-CODE THEN
                    SET ENTRY-WAS-FOUND TO TRUE
                    MOVE PLN-MONTHLY-FEE TO PLAN-MONTHLY-FEE
                    MOVE PLN-DESCRIPTION TO PLAN-DESCRIPTION
                 END-IF
              END-PERFORM
              CLOSE PLAN-FILE
           END-IF.

       CHECK-CURRENT-SUBSCRIPTION.
           MOVE "N" TO CURRENT-SUB-FLAG.
           MOVE "N" TO SUBSCRIPTION-EOF-FLAG.
           OPEN INPUT SUBSCRIPTION-FILE.
           IF SUBSCRIPTION-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              PERFORM UNTIL SUBSCRIPTION-AT-END
                 READ SUBSCRIPTION-FILE
                    AT END SET SUBSCRIPTION-AT-END TO TRUE
                 END-READ
                 IF NOT SUBSCRIPTION-AT-END AND
                    SUB-MEMBER-ID = ENTRY-MEMBER-ID AND
                    (SUB-ACTIVE OR SUB-CANCELLED) AND
                    SUB-RENEWAL-DATE > TODAYS-DATE THEN
                    SET MEMBER-HAS-CURRENT-SUB TO TRUE
                 END-IF
              END-PERFORM
              CLOSE SUBSCRIPTION-FILE
           END-IF.

       STORE-SUBSCRIPTION.
           MOVE "N" TO ENTRY-FOUND-FLAG.
           MOVE "N" TO SUBSCRIPTION-EOF-FLAG.
           OPEN INPUT SUBSCRIPTION-FILE.
           IF SUBSCRIPTION-FILE-NOT-FOUND THEN
              OPEN OUTPUT SUBSCRIPTION-FILE
              PERFORM MOVE-ENTRY-TO-SUBSCRIPTION
              WRITE SUBSCRIPTION-RECORD
              CLOSE SUBSCRIPTION-FILE
           ELSE
              OPEN OUTPUT NEW-SUBSCRIPTION-FILE
              PERFORM UNTIL SUBSCRIPTION-AT-END
                 READ SUBSCRIPTION-FILE
                    AT END SET SUBSCRIPTION-AT-END TO TRUE
                 END-READ
                 IF NOT SUBSCRIPTION-AT-END THEN
                    IF SUB-MEMBER-ID = ENTRY-MEMBER-ID THEN
                       SET ENTRY-WAS-FOUND TO TRUE
                       PERFORM MOVE-ENTRY-TO-SUBSCRIPTION
                    END-IF
                    WRITE NEW-SUBSCRIPTION-RECORD
                       FROM SUBSCRIPTION-RECORD
                 END-IF
              END-PERFORM
              CLOSE SUBSCRIPTION-FILE
              IF NOT ENTRY-WAS-FOUND THEN
                 PERFORM MOVE-ENTRY-TO-SUBSCRIPTION
                 WRITE NEW-SUBSCRIPTION-RECORD
                    FROM SUBSCRIPTION-RECORD
              END-IF
              CLOSE NEW-SUBSCRIPTION-FILE
              PERFORM PROMOTE-SUBSCRIPTION-FILE
           END-IF.

       MOVE-ENTRY-TO-SUBSCRIPTION.
           MOVE ENTRY-MEMBER-ID TO SUB-MEMBER-ID.
           MOVE ENTRY-PLAN-CODE TO SUB-PLAN-CODE.
           MOVE NEW-START-DATE TO SUB-START-DATE.
           MOVE NEW-START-DATE TO SUB-PERIOD-START.
           MOVE NEW-RENEWAL-DATE TO SUB-RENEWAL-DATE.
           SET SUB-ACTIVE TO TRUE.
           MOVE TODAYS-DATE TO SUB-STATUS-DATE.

       PROMOTE-SUBSCRIPTION-FILE.
           MOVE "N" TO NEW-FILE-EOF-FLAG.
           OPEN INPUT NEW-SUBSCRIPTION-FILE.
           OPEN OUTPUT SUBSCRIPTION-FILE.
           PERFORM UNTIL NEW-FILE-AT-END
              READ NEW-SUBSCRIPTION-FILE
                 AT END SET NEW-FILE-AT-END TO TRUE
              END-READ
              IF NOT NEW-FILE-AT-END THEN
                 WRITE SUBSCRIPTION-RECORD
                    FROM NEW-SUBSCRIPTION-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-SUBSCRIPTION-FILE.
           CLOSE SUBSCRIPTION-FILE.

       BILL-FIRST-MONTH.
           OPEN EXTEND SUBSCRIPTION-BILL-FILE.
           IF SUBSCRIPTION-BILL-NOT-FOUND THEN
              OPEN OUTPUT SUBSCRIPTION-BILL-FILE
           END-IF.
           MOVE ENTRY-MEMBER-ID TO SBL-MEMBER-ID.
           MOVE ENTRY-PLAN-CODE TO SBL-PLAN-CODE.
           MOVE NEW-START-DATE TO SBL-PERIOD-START.
           MOVE NEW-RENEWAL-DATE TO SBL-PERIOD-END.
           MOVE PLAN-MONTHLY-FEE TO SBL-AMOUNT.
           MOVE TODAYS-DATE TO SBL-BILL-DATE.
           WRITE SUBSCRIPTION-BILL-RECORD.
           CLOSE SUBSCRIPTION-BILL-FILE.

       ADVANCE-ONE-MONTH.
           ADD 1 TO MD-MONTH.
           IF MD-MONTH > 12 THEN
              MOVE 1 TO MD-MONTH
              ADD 1 TO MD-YEAR
           END-IF.
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

       CANCEL-SUBSCRIPTION.
           DISPLAY "ENTER MEMBER ID (10 CHARS) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-MEMBER-ID.
           MOVE "N" TO ENTRY-FOUND-FLAG.
           MOVE "N" TO SUBSCRIPTION-EOF-FLAG.
           OPEN INPUT SUBSCRIPTION-FILE.
           IF SUBSCRIPTION-FILE-NOT-FOUND THEN
              DISPLAY "SUBSCRIB.DAT NOT FOUND -- NOTHING TO CANCEL"
           ELSE
              OPEN OUTPUT NEW-SUBSCRIPTION-FILE
              PERFORM UNTIL SUBSCRIPTION-AT-END
                 READ SUBSCRIPTION-FILE
                    AT END SET SUBSCRIPTION-AT-END TO TRUE
                 END-READ
                 IF NOT SUBSCRIPTION-AT-END THEN
                    IF SUB-MEMBER-ID = ENTRY-MEMBER-ID AND
                       SUB-ACTIVE THEN
                       SET ENTRY-WAS-FOUND TO TRUE
                       SET SUB-CANCELLED TO TRUE
                       MOVE TODAYS-DATE TO SUB-STATUS-DATE
                       MOVE SUB-RENEWAL-DATE TO NEW-RENEWAL-DATE
                    END-IF
                    WRITE NEW-SUBSCRIPTION-RECORD
                       FROM SUBSCRIPTION-RECORD
                 END-IF
              END-PERFORM
              CLOSE SUBSCRIPTION-FILE
              CLOSE NEW-SUBSCRIPTION-FILE
              IF ENTRY-WAS-FOUND THEN
                 PERFORM PROMOTE-SUBSCRIPTION-FILE
                 DISPLAY "SUBSCRIPTION FOR " ENTRY-MEMBER-ID
                    " CANCELLED -- PLAN RUNS TO " NEW-RENEWAL-DATE
              ELSE
                 DISPLAY "NO ACTIVE SUBSCRIPTION FOR "
                    ENTRY-MEMBER-ID
              END-IF
           END-IF.

       LIST-SUBSCRIPTIONS.
           MOVE "N" TO SUBSCRIPTION-EOF-FLAG.
           OPEN INPUT SUBSCRIPTION-FILE.
           IF SUBSCRIPTION-FILE-NOT-FOUND THEN
              DISPLAY "SUBSCRIB.DAT NOT FOUND -- NO SUBSCRIBERS"
           ELSE
              PERFORM UNTIL SUBSCRIPTION-AT-END
                 READ SUBSCRIPTION-FILE
                    AT END SET SUBSCRIPTION-AT-END TO TRUE
                 END-READ
                 IF NOT SUBSCRIPTION-AT-END THEN
                    EVALUATE TRUE
                       WHEN SUB-ACTIVE MOVE "ACTIVE" TO PRINT-STATUS
                       WHEN SUB-CANCELLED
                          MOVE "CANCELLED" TO PRINT-STATUS
                       WHEN SUB-LAPSED MOVE "LAPSED" TO PRINT-STATUS
                       WHEN SUB-ENDED MOVE "ENDED" TO PRINT-STATUS
                       WHEN OTHER MOVE SUB-STATUS TO PRINT-STATUS
                    END-EVALUATE
                    DISPLAY SUB-MEMBER-ID " " SUB-PLAN-CODE
                       " SINCE " SUB-START-DATE " RENEWS "
                       SUB-RENEWAL-DATE " " PRINT-STATUS
                       " " SUB-STATUS-DATE
                    ADD 1 TO LISTED-COUNT
                 END-IF
              END-PERFORM
              CLOSE SUBSCRIPTION-FILE
              DISPLAY LISTED-COUNT " SUBSCRIPTION(S)"
           END-IF.

       END PROGRAM SUBSCRIPTION-MAINT.
