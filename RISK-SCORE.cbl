       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISK-SCORE.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              MEMBER-FILE ASSIGN TO "MEMBER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS MEMBER-FILE-STATUS.

           SELECT
              TIER-FILE ASSIGN TO "RISKTIER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS TIER-FILE-STATUS.

           SELECT
              MEMBER-TIER-FILE ASSIGN TO "MEMBTIER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS MEMBER-TIER-FILE-STATUS.

           SELECT
              LEDGER-FILE ASSIGN TO "RENTLEDG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS LEDGER-FILE-STATUS.

           SELECT
              REPLACEMENT-CHARGE-FILE ASSIGN TO "REPLCHG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS REPLACEMENT-CHARGE-FILE-STATUS.

           SELECT
              FEE-BALANCE-FILE ASSIGN TO "FEEBAL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FEE-BALANCE-FILE-STATUS.

           SELECT
              FEE-PAYMENT-FILE ASSIGN TO "FEEPAY.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FEE-PAYMENT-FILE-STATUS.

           SELECT
              RISK-REPORT-FILE ASSIGN TO "RISKTIER.RPT"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-FILE.
       01  MEMBER-REC.
           88 END-OF-MEMBER-FILE VALUE HIGH-VALUES.
           02 MEMBER-ID PIC X(10).
           02 MEMBER-NAME PIC X(20).
           02 MEMBER-ADDR PIC X(40).
           02 MEMBER-PHONE PIC X(12).
           02 MEMBER-JOIN-DATE PIC 9(8).
           02 MEMBER-STATUS-FLAG PIC X.
           02 MEMBER-DOB PIC 9(8).
           02 MEMBER-HOME-STORE PIC 9(2).

       FD  TIER-FILE.
       01  TIER-RECORD.
           88 END-OF-TIER-FILE VALUE HIGH-VALUES.
           02 RTT-TIER-CODE PIC X.
           02 RTT-MIN-SCORE PIC 9(4).
           02 RTT-MAX-OUT PIC 9(2).
           02 RTT-NEW-RELEASES PIC X.
           02 RTT-DEPOSIT PIC 9(3)V9(2).
           02 RTT-DESCRIPTION PIC X(20).

       FD  MEMBER-TIER-FILE.
       01  MEMBER-TIER-RECORD.
           88 END-OF-MEMBER-TIER-FILE VALUE HIGH-VALUES.
           02 MTR-MEMBER-ID PIC X(10).
           02 MTR-TIER-CODE PIC X.
           02 MTR-SCORE PIC 9(4).
           02 MTR-MAX-OUT PIC 9(2).
           02 MTR-NEW-RELEASES PIC X.
           02 MTR-DEPOSIT PIC 9(3)V9(2).
           02 MTR-RUN-DATE PIC 9(8).
           02 MTR-LATE-RETURNS PIC 9(4).
           02 MTR-DAYS-LATE PIC 9(5).
           02 MTR-CHARGES PIC 9(3).
           02 MTR-FEE-BALANCE PIC S9(5)V9(2)
                              SIGN LEADING SEPARATE.

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           88 END-OF-LEDGER-FILE VALUE HIGH-VALUES.
           02 LEDGER-VIDEO-CODE PIC 9(5).
           02 LEDGER-ACTION PIC X.
              88 LEDGER-CHECKIN-ENTRY VALUE "I".
           02 LEDGER-RENTER-ID PIC X(10).
           02 LEDGER-CHECKOUT-DATE PIC 9(8).
           02 LEDGER-CHECKIN-DATE PIC 9(8).
           02 LEDGER-DAYS-LATE PIC 9(3).
           02 LEDGER-LATE-FEE PIC 9(3)V99.
           02 LEDGER-STORE-ID PIC 9(2).

       FD  REPLACEMENT-CHARGE-FILE.
       01  REPLACEMENT-CHARGE-RECORD.
           88 END-OF-CHARGE-FILE VALUE HIGH-VALUES.
           02 RCH-DATE PIC 9(8).
           02 RCH-VIDEO-CODE PIC 9(5).
           02 RCH-TITLE-CODE PIC 9(5).
           02 RCH-RENTER-ID PIC X(10).
           02 RCH-COST PIC 9(3)V9(2).
           02 RCH-CHARGED PIC 9(3)V9(2).
           02 RCH-STATUS PIC X.
              88 CHARGE-IS-FULL VALUE "F".
              88 CHARGE-IS-PARTIAL VALUE "P".
              88 CHARGE-IS-WAIVED VALUE "W".
           02 RCH-OPERATOR PIC X(8).

       FD  FEE-BALANCE-FILE.
       01  FEE-BALANCE-RECORD.
           88 END-OF-FEE-BALANCE-FILE VALUE HIGH-VALUES.
           02 FB-RENTER-ID PIC X(10).
           02 FB-BALANCE PIC S9(5)V9(2)
                         SIGN LEADING SEPARATE.

       FD  FEE-PAYMENT-FILE.
       01  FEE-PAYMENT-RECORD.
           88 END-OF-FEE-PAYMENT-FILE VALUE HIGH-VALUES.
           02 PAY-RENTER-ID PIC X(10).
           02 PAY-AMOUNT PIC 9(5)V9(2).
           02 PAY-DATE PIC 9(8).

       FD  RISK-REPORT-FILE.
       01  RISK-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  MEMBER-FILE-STATUS PIC 9(2).
           88 MEMBER-FILE-NOT-FOUND VALUE 35.
       01  TIER-FILE-STATUS PIC 9(2).
           88 TIER-FILE-NOT-FOUND VALUE 35.
       01  MEMBER-TIER-FILE-STATUS PIC 9(2).
           88 MEMBER-TIER-FILE-NOT-FOUND VALUE 35.
       01  LEDGER-FILE-STATUS PIC 9(2).
           88 LEDGER-FILE-NOT-FOUND VALUE 35.
       01  REPLACEMENT-CHARGE-FILE-STATUS PIC 9(2).
           88 REPLACEMENT-CHARGE-NOT-FOUND VALUE 35.
       01  FEE-BALANCE-FILE-STATUS PIC 9(2).
           88 FEE-BALANCE-FILE-NOT-FOUND VALUE 35.
       01  FEE-PAYMENT-FILE-STATUS PIC 9(2).
           88 FEE-PAYMENT-FILE-NOT-FOUND VALUE 35.

       01  RUN-DATE-TODAY PIC 9(8).
       01  SCORE-WINDOW-DAYS PIC S9(5) VALUE 365.
       01  LATE-DAYS-CAP PIC 9(3) VALUE 30.
       01  CHARGE-POINTS PIC 9(3) VALUE 20.
       01  WAIVED-CHARGE-POINTS PIC 9(3) VALUE 10.
       01  FEE-BALANCE-POINTS-CAP PIC 9(3) VALUE 30.
       01  NO-PAYMENT-POINTS PIC 9(3) VALUE 15.
       01  NO-PAYMENT-DAYS PIC S9(5) VALUE 90.
       01  SCORE-CEILING PIC 9(4) VALUE 9999.

       01  STANDARD-TIER-VALUES.
           02 FILLER PIC X VALUE "A".
           02 FILLER PIC 9(4) VALUE 0.
           02 FILLER PIC 9(2) VALUE 0.
           02 FILLER PIC X VALUE "Y".
           02 FILLER PIC 9(3)V9(2) VALUE 0.
           02 FILLER PIC X VALUE "B".
           02 FILLER PIC 9(4) VALUE 10.
           02 FILLER PIC 9(2) VALUE 3.
           02 FILLER PIC X VALUE "Y".
           02 FILLER PIC 9(3)V9(2) VALUE 2.00.
           02 FILLER PIC X VALUE "C".
           02 FILLER PIC 9(4) VALUE 30.
           02 FILLER PIC 9(2) VALUE 2.
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC 9(3)V9(2) VALUE 5.00.
           02 FILLER PIC X VALUE "D".
           02 FILLER PIC 9(4) VALUE 60.
           02 FILLER PIC 9(2) VALUE 1.
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC 9(3)V9(2) VALUE 10.00.
       01  STANDARD-TIER-TABLE REDEFINES STANDARD-TIER-VALUES.
           02 STANDARD-TIER OCCURS 4 TIMES.
              03 STD-TIER-CODE PIC X.
              03 STD-MIN-SCORE PIC 9(4).
              03 STD-MAX-OUT PIC 9(2).
              03 STD-NEW-RELEASES PIC X.
              03 STD-DEPOSIT PIC 9(3)V9(2).

       01  TIER-COUNT PIC 9(2) VALUE 0.
       01  TIER-SUBSCRIPT PIC 9(2) VALUE 0.
       01  BEST-TIER-SUBSCRIPT PIC 9(2) VALUE 0.
       01  LOWEST-TIER-SUBSCRIPT PIC 9(2) VALUE 0.
       01  TIER-TABLE.
           02 TIER-ENTRY OCCURS 20 TIMES.
              03 TT-TIER-CODE PIC X.
              03 TT-MIN-SCORE PIC 9(4).
              03 TT-MAX-OUT PIC 9(2).
              03 TT-NEW-RELEASES PIC X.
              03 TT-DEPOSIT PIC 9(3)V9(2).
              03 TT-MEMBER-COUNT PIC 9(5).

       01  MEMBER-COUNT PIC 9(4) VALUE 0.
       01  MEMBER-SUBSCRIPT PIC 9(4) VALUE 0.
       01  MEMBER-RISK-TABLE.
           02 MEMBER-RISK-ENTRY OCCURS 1000 TIMES.
              03 MRT-MEMBER-ID PIC X(10).
              03 MRT-SCORE PIC 9(5).
              03 MRT-LATE-RETURNS PIC 9(4).
              03 MRT-DAYS-LATE PIC 9(5).
              03 MRT-CHARGES PIC 9(3).
              03 MRT-FEE-BALANCE PIC S9(5)V9(2).
              03 MRT-LAST-PAYMENT PIC 9(8).
              03 MRT-PREVIOUS-TIER PIC X.
              03 MRT-TIER-SUBSCRIPT PIC 9(2).
       01  LOOKUP-MEMBER-ID PIC X(10).
       01  MEMBER-FOUND-FLAG PIC X.
           88 MEMBER-WAS-FOUND VALUE "Y".

       01  EVENT-DATE PIC 9(8).
       01  EVENT-AGE-DAYS PIC S9(5).
       01  EVENT-IN-WINDOW-FLAG PIC X.
           88 EVENT-IN-WINDOW VALUE "Y".
       01  SCORED-DAYS-LATE PIC 9(3).
       01  FEE-BALANCE-POINTS PIC 9(5).
       01  UNSCORED-RECORD-COUNT PIC 9(5) VALUE 0.
       01  TIER-CHANGE-COUNT PIC 9(5) VALUE 0.
       01  WRITTEN-COUNT PIC 9(4) VALUE 0.

       01  PRINT-BALANCE PIC -ZZZZ9.99.
       01  PRINT-DEPOSIT PIC ZZ9.99.
       01  PRINT-COUNT PIC ZZZZ9.
       01  CHANGE-REMARK PIC X(12).
       01  REPORT-LINE-BUFFER PIC X(80).

       01  DATECALC-FUNCTION PIC X(4).
       01  DATECALC-DATE-1 PIC 9(8).
       01  DATECALC-DATE-2 PIC 9(8).
       01  DATECALC-DAYS PIC S9(5).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "RISK SCORE AS-AT DATE (YYYYMMDD, 0 = TODAY) --> "
              WITH NO ADVANCING.
           ACCEPT RUN-DATE-TODAY.
           IF RUN-DATE-TODAY = 0 THEN
              ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
           END-IF.

           PERFORM LOAD-TIERS.
           PERFORM LOAD-MEMBERS.
           PERFORM LOAD-PREVIOUS-TIERS.
           PERFORM SCORE-LATE-RETURNS.
           PERFORM SCORE-REPLACEMENT-CHARGES.
           PERFORM SCORE-FEE-HISTORY.
           PERFORM ASSIGN-TIERS.
           PERFORM WRITE-MEMBER-TIER-FILE.
           PERFORM WRITE-RISK-REPORT.
           DISPLAY WRITTEN-COUNT " MEMBER TIER(S) WRITTEN TO "
              "MEMBTIER.DAT, " TIER-CHANGE-COUNT " CHANGED TIER".
           IF UNSCORED-RECORD-COUNT > 0 THEN
              DISPLAY UNSCORED-RECORD-COUNT " HISTORY RECORD(S) FOR "
                 "RENTERS NOT ON MEMBER.DAT WERE IGNORED"
           END-IF.
           STOP RUN.

       LOAD-TIERS.
           OPEN INPUT TIER-FILE.
           IF TIER-FILE-NOT-FOUND THEN
              PERFORM VARYING TIER-SUBSCRIPT FROM 1 BY 1
                 UNTIL TIER-SUBSCRIPT > 4
                 MOVE STD-TIER-CODE(TIER-SUBSCRIPT)
                    TO TT-TIER-CODE(TIER-SUBSCRIPT)
                 MOVE STD-MIN-SCORE(TIER-SUBSCRIPT)
                    TO TT-MIN-SCORE(TIER-SUBSCRIPT)
                 MOVE STD-MAX-OUT(TIER-SUBSCRIPT)
                    TO TT-MAX-OUT(TIER-SUBSCRIPT)
                 MOVE STD-NEW-RELEASES(TIER-SUBSCRIPT)
                    TO TT-NEW-RELEASES(TIER-SUBSCRIPT)
                 MOVE STD-DEPOSIT(TIER-SUBSCRIPT)
                    TO TT-DEPOSIT(TIER-SUBSCRIPT)
                 MOVE 0 TO TT-MEMBER-COUNT(TIER-SUBSCRIPT)
              END-PERFORM
              MOVE 4 TO TIER-COUNT
           ELSE
              READ TIER-FILE
                 AT END SET END-OF-TIER-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-TIER-FILE
                 IF TIER-COUNT < 20 THEN
                    ADD 1 TO TIER-COUNT
                    MOVE RTT-TIER-CODE TO TT-TIER-CODE(TIER-COUNT)
                    MOVE RTT-MIN-SCORE TO TT-MIN-SCORE(TIER-COUNT)
                    MOVE RTT-MAX-OUT TO TT-MAX-OUT(TIER-COUNT)
                    MOVE RTT-NEW-RELEASES
                       TO TT-NEW-RELEASES(TIER-COUNT)
                    MOVE RTT-DEPOSIT TO TT-DEPOSIT(TIER-COUNT)
                    MOVE 0 TO TT-MEMBER-COUNT(TIER-COUNT)
                 END-IF
                 READ TIER-FILE
                    AT END SET END-OF-TIER-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE TIER-FILE
           END-IF.
           IF TIER-COUNT = 0 THEN
              DISPLAY "[ABORT]: RISKTIER.DAT HOLDS NO TIERS"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 1 TO LOWEST-TIER-SUBSCRIPT.
           PERFORM VARYING TIER-SUBSCRIPT FROM 2 BY 1
              UNTIL TIER-SUBSCRIPT > TIER-COUNT
              IF TT-MIN-SCORE(TIER-SUBSCRIPT) <
                 TT-MIN-SCORE(LOWEST-TIER-SUBSCRIPT) THEN
                 MOVE TIER-SUBSCRIPT TO LOWEST-TIER-SUBSCRIPT
              END-IF
           END-PERFORM.

       LOAD-MEMBERS.
           OPEN INPUT MEMBER-FILE.
           IF MEMBER-FILE-NOT-FOUND THEN
              DISPLAY "MEMBER.DAT NOT FOUND -- NO MEMBERS TO SCORE"
              STOP RUN
           END-IF.
           READ MEMBER-FILE
              AT END SET END-OF-MEMBER-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-MEMBER-FILE
              IF MEMBER-COUNT NOT < 1000 THEN
                 DISPLAY "[ABORT]: MORE THAN 1000 MEMBERS TO SCORE"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO MEMBER-COUNT
              INITIALIZE MEMBER-RISK-ENTRY(MEMBER-COUNT)
              MOVE MEMBER-ID TO MRT-MEMBER-ID(MEMBER-COUNT)
              MOVE SPACE TO MRT-PREVIOUS-TIER(MEMBER-COUNT)
              READ MEMBER-FILE
                 AT END SET END-OF-MEMBER-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE MEMBER-FILE.

       LOAD-PREVIOUS-TIERS.
           OPEN INPUT MEMBER-TIER-FILE.
           IF NOT MEMBER-TIER-FILE-NOT-FOUND THEN
              READ MEMBER-TIER-FILE
                 AT END SET END-OF-MEMBER-TIER-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-MEMBER-TIER-FILE
                 MOVE MTR-MEMBER-ID TO LOOKUP-MEMBER-ID
                 PERFORM FIND-MEMBER
                 IF MEMBER-WAS-FOUND THEN
                    MOVE MTR-TIER-CODE
                       TO MRT-PREVIOUS-TIER(MEMBER-SUBSCRIPT)
                 END-IF
                 READ MEMBER-TIER-FILE
                    AT END SET END-OF-MEMBER-TIER-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE MEMBER-TIER-FILE
           END-IF.

       FIND-MEMBER.
           MOVE "N" TO MEMBER-FOUND-FLAG.
           PERFORM VARYING MEMBER-SUBSCRIPT FROM 1 BY 1
              UNTIL MEMBER-SUBSCRIPT > MEMBER-COUNT OR
                 MEMBER-WAS-FOUND
              IF MRT-MEMBER-ID(MEMBER-SUBSCRIPT) = LOOKUP-MEMBER-ID
                 THEN
                 SET MEMBER-WAS-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF MEMBER-WAS-FOUND THEN
              SUBTRACT 1 FROM MEMBER-SUBSCRIPT
           END-IF.

       CHECK-EVENT-WINDOW.
           MOVE "N" TO EVENT-IN-WINDOW-FLAG.
           MOVE "DIFF" TO DATECALC-FUNCTION.
           MOVE EVENT-DATE TO DATECALC-DATE-1.
           MOVE RUN-DATE-TODAY TO DATECALC-DATE-2.
           CALL "DATECALC" USING DATECALC-FUNCTION DATECALC-DATE-1
              DATECALC-DATE-2 DATECALC-DAYS
              ON EXCEPTION
                 DISPLAY "[ABORT]: DATECALC MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           MOVE DATECALC-DAYS TO EVENT-AGE-DAYS.
           IF EVENT-AGE-DAYS NOT < 0 AND
              EVENT-AGE-DAYS NOT > SCORE-WINDOW-DAYS THEN
              SET EVENT-IN-WINDOW TO TRUE
           END-IF.

       SCORE-LATE-RETURNS.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-FILE-NOT-FOUND THEN
              DISPLAY "RENTLEDG.DAT NOT FOUND -- NO RETURNS SCORED"
           ELSE
              READ LEDGER-FILE
                 AT END SET END-OF-LEDGER-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-LEDGER-FILE
                 IF LEDGER-CHECKIN-ENTRY AND LEDGER-DAYS-LATE > 0 THEN
                    MOVE LEDGER-CHECKIN-DATE TO EVENT-DATE
                    PERFORM CHECK-EVENT-WINDOW
                    IF EVENT-IN-WINDOW THEN
                       PERFORM SCORE-ONE-LATE-RETURN
                    END-IF
                 END-IF
                 READ LEDGER-FILE
                    AT END SET END-OF-LEDGER-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE LEDGER-FILE
           END-IF.

       SCORE-ONE-LATE-RETURN.
           MOVE LEDGER-RENTER-ID TO LOOKUP-MEMBER-ID.
           PERFORM FIND-MEMBER.
           IF NOT MEMBER-WAS-FOUND THEN
              ADD 1 TO UNSCORED-RECORD-COUNT
           ELSE
              IF LEDGER-DAYS-LATE > LATE-DAYS-CAP THEN
                 MOVE LATE-DAYS-CAP TO SCORED-DAYS-LATE
              ELSE
                 MOVE LEDGER-DAYS-LATE TO SCORED-DAYS-LATE
              END-IF
              ADD 1 TO MRT-LATE-RETURNS(MEMBER-SUBSCRIPT)
              ADD LEDGER-DAYS-LATE TO MRT-DAYS-LATE(MEMBER-SUBSCRIPT)
              ADD SCORED-DAYS-LATE TO MRT-SCORE(MEMBER-SUBSCRIPT)
           END-IF.

       SCORE-REPLACEMENT-CHARGES.
           OPEN INPUT REPLACEMENT-CHARGE-FILE.
           IF NOT REPLACEMENT-CHARGE-NOT-FOUND THEN
              READ REPLACEMENT-CHARGE-FILE
                 AT END SET END-OF-CHARGE-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CHARGE-FILE
                 MOVE RCH-DATE TO EVENT-DATE
                 PERFORM CHECK-EVENT-WINDOW
                 IF EVENT-IN-WINDOW THEN
                    PERFORM SCORE-ONE-CHARGE
                 END-IF
                 READ REPLACEMENT-CHARGE-FILE
                    AT END SET END-OF-CHARGE-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE REPLACEMENT-CHARGE-FILE
           END-IF.

       SCORE-ONE-CHARGE.
           MOVE RCH-RENTER-ID TO LOOKUP-MEMBER-ID.
           PERFORM FIND-MEMBER.
           IF NOT MEMBER-WAS-FOUND THEN
              ADD 1 TO UNSCORED-RECORD-COUNT
           ELSE
              ADD 1 TO MRT-CHARGES(MEMBER-SUBSCRIPT)
              IF CHARGE-IS-WAIVED THEN
                 ADD WAIVED-CHARGE-POINTS TO MRT-SCORE(MEMBER-SUBSCRIPT)
              ELSE
                 ADD CHARGE-POINTS TO MRT-SCORE(MEMBER-SUBSCRIPT)
              END-IF
           END-IF.

       SCORE-FEE-HISTORY.
           OPEN INPUT FEE-BALANCE-FILE.
           IF NOT FEE-BALANCE-FILE-NOT-FOUND THEN
              READ FEE-BALANCE-FILE
                 AT END SET END-OF-FEE-BALANCE-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-FEE-BALANCE-FILE
                 MOVE FB-RENTER-ID TO LOOKUP-MEMBER-ID
                 PERFORM FIND-MEMBER
                 IF MEMBER-WAS-FOUND THEN
                    MOVE FB-BALANCE
                       TO MRT-FEE-BALANCE(MEMBER-SUBSCRIPT)
                 END-IF
                 READ FEE-BALANCE-FILE
                    AT END SET END-OF-FEE-BALANCE-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE FEE-BALANCE-FILE
           END-IF.

           OPEN INPUT FEE-PAYMENT-FILE.
           IF NOT FEE-PAYMENT-FILE-NOT-FOUND THEN
              READ FEE-PAYMENT-FILE
                 AT END SET END-OF-FEE-PAYMENT-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-FEE-PAYMENT-FILE
                 MOVE PAY-RENTER-ID TO LOOKUP-MEMBER-ID
                 PERFORM FIND-MEMBER
                 IF MEMBER-WAS-FOUND AND PAY-DATE NOT > RUN-DATE-TODAY
                    AND PAY-DATE > MRT-LAST-PAYMENT(MEMBER-SUBSCRIPT)
                    THEN
                    MOVE PAY-DATE TO MRT-LAST-PAYMENT(MEMBER-SUBSCRIPT)
                 END-IF
                 READ FEE-PAYMENT-FILE
                    AT END SET END-OF-FEE-PAYMENT-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE FEE-PAYMENT-FILE
           END-IF.

           PERFORM VARYING MEMBER-SUBSCRIPT FROM 1 BY 1
              UNTIL MEMBER-SUBSCRIPT > MEMBER-COUNT
              IF MRT-FEE-BALANCE(MEMBER-SUBSCRIPT) > 0 THEN
                 PERFORM SCORE-ONE-FEE-BALANCE
              END-IF
           END-PERFORM.

       SCORE-ONE-FEE-BALANCE.
           MOVE MRT-FEE-BALANCE(MEMBER-SUBSCRIPT) TO FEE-BALANCE-POINTS.
           IF FEE-BALANCE-POINTS > FEE-BALANCE-POINTS-CAP THEN
              MOVE FEE-BALANCE-POINTS-CAP TO FEE-BALANCE-POINTS
           END-IF.
           ADD FEE-BALANCE-POINTS TO MRT-SCORE(MEMBER-SUBSCRIPT).
           IF MRT-LAST-PAYMENT(MEMBER-SUBSCRIPT) = 0 THEN
              ADD NO-PAYMENT-POINTS TO MRT-SCORE(MEMBER-SUBSCRIPT)
           ELSE
              MOVE "DIFF" TO DATECALC-FUNCTION
              MOVE MRT-LAST-PAYMENT(MEMBER-SUBSCRIPT)
                 TO DATECALC-DATE-1
              MOVE RUN-DATE-TODAY TO DATECALC-DATE-2
              CALL "DATECALC" USING DATECALC-FUNCTION DATECALC-DATE-1
                 DATECALC-DATE-2 DATECALC-DAYS
                 ON EXCEPTION
                    DISPLAY "[ABORT]: DATECALC MODULE NOT AVAILABLE"
                    STOP RUN
              END-CALL
              IF DATECALC-DAYS > NO-PAYMENT-DAYS THEN
                 ADD NO-PAYMENT-POINTS TO MRT-SCORE(MEMBER-SUBSCRIPT)
              END-IF
           END-IF.

       ASSIGN-TIERS.
           PERFORM VARYING MEMBER-SUBSCRIPT FROM 1 BY 1
              UNTIL MEMBER-SUBSCRIPT > MEMBER-COUNT
              IF MRT-SCORE(MEMBER-SUBSCRIPT) > SCORE-CEILING THEN
                 MOVE SCORE-CEILING TO MRT-SCORE(MEMBER-SUBSCRIPT)
              END-IF
              MOVE LOWEST-TIER-SUBSCRIPT TO BEST-TIER-SUBSCRIPT
              PERFORM VARYING TIER-SUBSCRIPT FROM 1 BY 1
                 UNTIL TIER-SUBSCRIPT > TIER-COUNT
                 IF TT-MIN-SCORE(TIER-SUBSCRIPT) NOT >
                    MRT-SCORE(MEMBER-SUBSCRIPT) AND
                    TT-MIN-SCORE(TIER-SUBSCRIPT) >
                    TT-MIN-SCORE(BEST-TIER-SUBSCRIPT) THEN
                    MOVE TIER-SUBSCRIPT TO BEST-TIER-SUBSCRIPT
                 END-IF
              END-PERFORM
              MOVE BEST-TIER-SUBSCRIPT
                 TO MRT-TIER-SUBSCRIPT(MEMBER-SUBSCRIPT)
              ADD 1 TO TT-MEMBER-COUNT(BEST-TIER-SUBSCRIPT)
              IF MRT-PREVIOUS-TIER(MEMBER-SUBSCRIPT) NOT = SPACE AND
                 MRT-PREVIOUS-TIER(MEMBER-SUBSCRIPT) NOT =
                 TT-TIER-CODE(BEST-TIER-SUBSCRIPT) THEN
                 ADD 1 TO TIER-CHANGE-COUNT
              END-IF
           END-PERFORM.

       WRITE-MEMBER-TIER-FILE.
           OPEN OUTPUT MEMBER-TIER-FILE.
           PERFORM VARYING MEMBER-SUBSCRIPT FROM 1 BY 1
              UNTIL MEMBER-SUBSCRIPT > MEMBER-COUNT
              MOVE MRT-TIER-SUBSCRIPT(MEMBER-SUBSCRIPT)
                 TO TIER-SUBSCRIPT
              MOVE MRT-MEMBER-ID(MEMBER-SUBSCRIPT) TO MTR-MEMBER-ID
              MOVE TT-TIER-CODE(TIER-SUBSCRIPT) TO MTR-TIER-CODE
              MOVE MRT-SCORE(MEMBER-SUBSCRIPT) TO MTR-SCORE
              MOVE TT-MAX-OUT(TIER-SUBSCRIPT) TO MTR-MAX-OUT
              MOVE TT-NEW-RELEASES(TIER-SUBSCRIPT) TO MTR-NEW-RELEASES
              MOVE TT-DEPOSIT(TIER-SUBSCRIPT) TO MTR-DEPOSIT
              MOVE RUN-DATE-TODAY TO MTR-RUN-DATE
              MOVE MRT-LATE-RETURNS(MEMBER-SUBSCRIPT)
                 TO MTR-LATE-RETURNS
              MOVE MRT-DAYS-LATE(MEMBER-SUBSCRIPT) TO MTR-DAYS-LATE
              MOVE MRT-CHARGES(MEMBER-SUBSCRIPT) TO MTR-CHARGES
              MOVE MRT-FEE-BALANCE(MEMBER-SUBSCRIPT)
                 TO MTR-FEE-BALANCE
              WRITE MEMBER-TIER-RECORD
              ADD 1 TO WRITTEN-COUNT
           END-PERFORM.
           CLOSE MEMBER-TIER-FILE.

       WRITE-RISK-REPORT.
           OPEN OUTPUT RISK-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "MEMBER RISK TIERS AS AT " RUN-DATE-TODAY
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           MOVE "MEMBER     TIER WAS SCORE LATE  DAYS CHGS FEES OWED"
              TO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING MEMBER-SUBSCRIPT FROM 1 BY 1
              UNTIL MEMBER-SUBSCRIPT > MEMBER-COUNT
              MOVE MRT-TIER-SUBSCRIPT(MEMBER-SUBSCRIPT)
                 TO TIER-SUBSCRIPT
              MOVE SPACES TO CHANGE-REMARK
              IF MRT-PREVIOUS-TIER(MEMBER-SUBSCRIPT) = SPACE THEN
                 MOVE "FIRST SCORED" TO CHANGE-REMARK
              ELSE
              IF MRT-PREVIOUS-TIER(MEMBER-SUBSCRIPT) NOT =
                 TT-TIER-CODE(TIER-SUBSCRIPT) THEN
                 MOVE "TIER CHANGED" TO CHANGE-REMARK
              END-IF
              END-IF
              IF TIER-SUBSCRIPT NOT = LOWEST-TIER-SUBSCRIPT OR
                 CHANGE-REMARK NOT = SPACES THEN
                 MOVE MRT-FEE-BALANCE(MEMBER-SUBSCRIPT)
                    TO PRINT-BALANCE
                 MOVE SPACES TO REPORT-LINE-BUFFER
                 STRING MRT-MEMBER-ID(MEMBER-SUBSCRIPT) "  "
                    TT-TIER-CODE(TIER-SUBSCRIPT) "    "
                    MRT-PREVIOUS-TIER(MEMBER-SUBSCRIPT) "  "
                    MRT-SCORE(MEMBER-SUBSCRIPT)(2:4) " "
                    MRT-LATE-RETURNS(MEMBER-SUBSCRIPT) " "
                    MRT-DAYS-LATE(MEMBER-SUBSCRIPT) "  "
                    MRT-CHARGES(MEMBER-SUBSCRIPT) " "
                    PRINT-BALANCE " " CHANGE-REMARK
                    DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING TIER-SUBSCRIPT FROM 1 BY 1
              UNTIL TIER-SUBSCRIPT > TIER-COUNT
              MOVE TT-MEMBER-COUNT(TIER-SUBSCRIPT) TO PRINT-COUNT
              MOVE TT-DEPOSIT(TIER-SUBSCRIPT) TO PRINT-DEPOSIT
              MOVE SPACES TO REPORT-LINE-BUFFER
              STRING "TIER " TT-TIER-CODE(TIER-SUBSCRIPT)
                 " FROM SCORE " TT-MIN-SCORE(TIER-SUBSCRIPT)
                 " MAX OUT " TT-MAX-OUT(TIER-SUBSCRIPT)
                 " NEW RELEASES " TT-NEW-RELEASES(TIER-SUBSCRIPT)
                 " DEPOSIT " PRINT-DEPOSIT " MEMBERS " PRINT-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
              PERFORM WRITE-REPORT-LINE
              DISPLAY REPORT-LINE-BUFFER
           END-PERFORM.
           CLOSE RISK-REPORT-FILE.

       WRITE-REPORT-LINE.
           MOVE REPORT-LINE-BUFFER TO RISK-REPORT-LINE.
           WRITE RISK-REPORT-LINE.

       END PROGRAM RISK-SCORE.
