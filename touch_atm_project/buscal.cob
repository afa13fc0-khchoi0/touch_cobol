       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCAL.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              HOLIDAY-FILE ASSIGN DYNAMIC HOLIDAY-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS HOLIDAY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           02 HOL-DATE                         PIC 9(8).
           02 HOL-DATE-BREAKDOWN REDEFINES HOL-DATE.
              03 HOL-YEAR                      PIC 9(4).
              03 HOL-MMDD                      PIC 9(4).
           02 HOL-DESCRIPTION                  PIC X(30).

       WORKING-STORAGE SECTION.
       01  HOLIDAY-FILE-DSN                    PIC X(40).
       01  HOLIDAY-FILE-STATUS                 PIC 99.
           88 HOLIDAY-FILE-NOT-FOUND           VALUE 35.

       01  HOLIDAYS-LOADED-FLAG                PIC X VALUE "N".
           88 HOLIDAYS-ARE-LOADED              VALUE "Y".
       01  HOLIDAY-COUNT                       PIC 9(3) VALUE 0.
       01  HOLIDAY-SUBSCRIPT                   PIC 9(3) VALUE 0.
       01  HOLIDAY-TABLE.
           02 HOLIDAY-ENTRY OCCURS 500 TIMES.
              03 HT-DATE                       PIC 9(8).
              03 HT-DATE-BREAKDOWN REDEFINES HT-DATE.
                 04 HT-YEAR                    PIC 9(4).
                 04 HT-MMDD                    PIC 9(4).

       01  CANDIDATE-DATE                      PIC 9(8).
       01  CANDIDATE-BREAKDOWN REDEFINES CANDIDATE-DATE.
           02 CANDIDATE-YEAR                   PIC 9(4).
           02 CANDIDATE-MONTH                  PIC 99.
           02 CANDIDATE-DAY                    PIC 99.
       01  CANDIDATE-MMDD-VIEW REDEFINES CANDIDATE-DATE.
           02 FILLER                           PIC 9(4).
           02 CANDIDATE-MMDD                   PIC 9(4).
       01  FOLLOWING-DATE                      PIC 9(8).
       01  FOLLOWING-BREAKDOWN REDEFINES FOLLOWING-DATE.
           02 FILLER                           PIC 9(4).
           02 FOLLOWING-MONTH                  PIC 99.
           02 FILLER                           PIC 99.
       01  BUSINESS-DAY-FLAG                   PIC X VALUE "N".
           88 CANDIDATE-IS-BUSINESS-DAY        VALUE "Y".
       01  STEP-COUNT                          PIC 9(3) VALUE 0.
       01  WEEKDAY-QUOTIENT                    PIC 9(5).
       01  WEEKDAY-NUMBER                      PIC 9.
           88 WEEKDAY-IS-WEEKEND               VALUE 5, 6.

       01  DATECALC-FUNCTION                   PIC X(4).
       01  DATECALC-DATE-1                     PIC 9(8).
       01  DATECALC-DATE-2                     PIC 9(8).
       01  DATECALC-DAYS                       PIC S9(5).

       01  PRIOR-MONTH-DAYS-LITERAL            PIC X(24)
              VALUE "312831303130313130313031".
       01  PRIOR-MONTH-DAYS-TABLE REDEFINES PRIOR-MONTH-DAYS-LITERAL.
           02 PRIOR-MONTH-DAYS                 PIC 99 OCCURS 12 TIMES.
       01  LEAP-QUOTIENT                       PIC 9(4).
       01  LEAP-REMAINDER                      PIC 9(4).
       01  LEAP-FLAG                           PIC X.
           88 IS-LEAP-YEAR                     VALUE "Y".

       LINKAGE SECTION.
       01  LS-FUNC                             PIC X(4).
       01  LS-DATE-IN                          PIC 9(8).
       01  LS-DATE-OUT                         PIC 9(8).
       01  LS-RESULT                           PIC X.

       PROCEDURE DIVISION USING LS-FUNC LS-DATE-IN LS-DATE-OUT
           LS-RESULT.
       BUSCAL-MAIN.
           MOVE LS-DATE-IN TO LS-DATE-OUT.
           MOVE "E" TO LS-RESULT.
           IF LS-FUNC = "LOAD"
           THEN
              MOVE "N" TO HOLIDAYS-LOADED-FLAG
           END-IF.
           IF NOT HOLIDAYS-ARE-LOADED
           THEN
              PERFORM LOAD-HOLIDAY-TABLE THRU LOAD-HOLIDAY-TABLE-EXIT
           END-IF.
           IF LS-FUNC = "LOAD"
           THEN
              MOVE "K" TO LS-RESULT
              GOBACK
           END-IF.
           IF LS-DATE-IN NOT NUMERIC OR LS-DATE-IN = 0
           THEN
              GOBACK
           END-IF.

           MOVE LS-DATE-IN TO CANDIDATE-DATE.
           PERFORM CHECK-BUSINESS-DAY THRU CHECK-BUSINESS-DAY-EXIT.
           IF CANDIDATE-IS-BUSINESS-DAY
           THEN
              MOVE "Y" TO LS-RESULT
           ELSE
              MOVE "N" TO LS-RESULT
           END-IF.

           IF LS-FUNC = "ISBD"
           THEN
              GOBACK
           END-IF.
           IF LS-FUNC = "NEXT"
           THEN
              PERFORM ROLL-FORWARD THRU ROLL-FORWARD-EXIT
              MOVE CANDIDATE-DATE TO LS-DATE-OUT
              GOBACK
           END-IF.
           IF LS-FUNC = "PREV"
           THEN
              PERFORM ROLL-BACKWARD THRU ROLL-BACKWARD-EXIT
              MOVE CANDIDATE-DATE TO LS-DATE-OUT
              GOBACK
           END-IF.
           IF LS-FUNC = "MFOL"
           THEN
              PERFORM ROLL-FORWARD THRU ROLL-FORWARD-EXIT
              MOVE CANDIDATE-DATE TO FOLLOWING-DATE
              MOVE LS-DATE-IN TO CANDIDATE-DATE
              IF FOLLOWING-MONTH NOT = CANDIDATE-MONTH
              THEN
                 PERFORM ROLL-BACKWARD THRU ROLL-BACKWARD-EXIT
                 MOVE CANDIDATE-DATE TO LS-DATE-OUT
              ELSE
                 MOVE FOLLOWING-DATE TO LS-DATE-OUT
              END-IF
              GOBACK
           END-IF.
           IF LS-FUNC = "LAST"
           THEN
              PERFORM STEP-BACK-ONE-DAY
              PERFORM ROLL-BACKWARD THRU ROLL-BACKWARD-EXIT
              MOVE CANDIDATE-DATE TO LS-DATE-OUT
              GOBACK
           END-IF.
           MOVE "E" TO LS-RESULT.
           GOBACK.

       LOAD-HOLIDAY-TABLE.
           MOVE 0 TO HOLIDAY-COUNT.
           SET HOLIDAYS-ARE-LOADED TO TRUE.
           ACCEPT HOLIDAY-FILE-DSN FROM ENVIRONMENT "ATM_HOLIDAY_FILE"
              ON EXCEPTION MOVE "holidays.txt" TO HOLIDAY-FILE-DSN
           END-ACCEPT.
           OPEN INPUT HOLIDAY-FILE.
           IF HOLIDAY-FILE-NOT-FOUND
           THEN
              GO TO LOAD-HOLIDAY-TABLE-EXIT
           END-IF.

       LOAD-HOLIDAY-TABLE-LOOP.
           READ HOLIDAY-FILE
              AT END
                 CLOSE HOLIDAY-FILE
                 GO TO LOAD-HOLIDAY-TABLE-EXIT
           END-READ.
           IF HOL-DATE NOT NUMERIC
           THEN
              GO TO LOAD-HOLIDAY-TABLE-LOOP
           END-IF.
           IF HOLIDAY-COUNT NOT < 500
           THEN
              DISPLAY "~~~~~~~~~~~~~~~> HOLIDAY TABLE FULL AT "
                 HOL-DATE " -- OVERFLOW IGNORED"
              GO TO LOAD-HOLIDAY-TABLE-LOOP
           END-IF.
           ADD 1 TO HOLIDAY-COUNT.
           MOVE HOL-DATE TO HT-DATE(HOLIDAY-COUNT).
           GO TO LOAD-HOLIDAY-TABLE-LOOP.

       LOAD-HOLIDAY-TABLE-EXIT.
           EXIT.

       CHECK-BUSINESS-DAY.
           MOVE "N" TO BUSINESS-DAY-FLAG.
           MOVE "DIFF" TO DATECALC-FUNCTION.
           MOVE 19000101 TO DATECALC-DATE-1.
           MOVE CANDIDATE-DATE TO DATECALC-DATE-2.
           MOVE 0 TO DATECALC-DAYS.
           CALL "DATECALC" USING DATECALC-FUNCTION DATECALC-DATE-1
              DATECALC-DATE-2 DATECALC-DAYS
              ON EXCEPTION MOVE 0 TO DATECALC-DAYS
           END-CALL.
           DIVIDE DATECALC-DAYS BY 7 GIVING WEEKDAY-QUOTIENT
              REMAINDER WEEKDAY-NUMBER.
           IF WEEKDAY-IS-WEEKEND
           THEN
              GO TO CHECK-BUSINESS-DAY-EXIT
           END-IF.
           MOVE 1 TO HOLIDAY-SUBSCRIPT.

       CHECK-BUSINESS-DAY-LOOP.
           IF HOLIDAY-SUBSCRIPT > HOLIDAY-COUNT
           THEN
              SET CANDIDATE-IS-BUSINESS-DAY TO TRUE
              GO TO CHECK-BUSINESS-DAY-EXIT
           END-IF.
           IF HT-DATE(HOLIDAY-SUBSCRIPT) = CANDIDATE-DATE
           THEN
              GO TO CHECK-BUSINESS-DAY-EXIT
           END-IF.
           IF HT-YEAR(HOLIDAY-SUBSCRIPT) = 0 AND
              HT-MMDD(HOLIDAY-SUBSCRIPT) = CANDIDATE-MMDD
           THEN
              GO TO CHECK-BUSINESS-DAY-EXIT
           END-IF.
           ADD 1 TO HOLIDAY-SUBSCRIPT.
           GO TO CHECK-BUSINESS-DAY-LOOP.

       CHECK-BUSINESS-DAY-EXIT.
           EXIT.

       ROLL-FORWARD.
           MOVE 0 TO STEP-COUNT.

       ROLL-FORWARD-LOOP.
           IF CANDIDATE-IS-BUSINESS-DAY OR STEP-COUNT > 60
           THEN
              GO TO ROLL-FORWARD-EXIT
           END-IF.
           MOVE "ADDD" TO DATECALC-FUNCTION.
           MOVE CANDIDATE-DATE TO DATECALC-DATE-1.
           MOVE 0 TO DATECALC-DATE-2.
           MOVE 1 TO DATECALC-DAYS.
           CALL "DATECALC" USING DATECALC-FUNCTION DATECALC-DATE-1
              DATECALC-DATE-2 DATECALC-DAYS
              ON EXCEPTION MOVE CANDIDATE-DATE TO DATECALC-DATE-2
           END-CALL.
           MOVE DATECALC-DATE-2 TO CANDIDATE-DATE.
           ADD 1 TO STEP-COUNT.
           PERFORM CHECK-BUSINESS-DAY THRU CHECK-BUSINESS-DAY-EXIT.
           GO TO ROLL-FORWARD-LOOP.

       ROLL-FORWARD-EXIT.
           EXIT.

       ROLL-BACKWARD.
           MOVE 0 TO STEP-COUNT.

       ROLL-BACKWARD-LOOP.
           PERFORM CHECK-BUSINESS-DAY THRU CHECK-BUSINESS-DAY-EXIT.
           IF CANDIDATE-IS-BUSINESS-DAY OR STEP-COUNT > 60
           THEN
              GO TO ROLL-BACKWARD-EXIT
           END-IF.
           PERFORM STEP-BACK-ONE-DAY.
           ADD 1 TO STEP-COUNT.
           GO TO ROLL-BACKWARD-LOOP.

       ROLL-BACKWARD-EXIT.
           EXIT.

       STEP-BACK-ONE-DAY.
           IF CANDIDATE-DAY > 1
           THEN
              SUBTRACT 1 FROM CANDIDATE-DAY
           ELSE
              IF CANDIDATE-MONTH > 1
              THEN
                 SUBTRACT 1 FROM CANDIDATE-MONTH
              ELSE
                 MOVE 12 TO CANDIDATE-MONTH
                 SUBTRACT 1 FROM CANDIDATE-YEAR
              END-IF
              MOVE PRIOR-MONTH-DAYS(CANDIDATE-MONTH) TO CANDIDATE-DAY
              IF CANDIDATE-MONTH = 2
              THEN
                 PERFORM CHECK-LEAP-YEAR
                 IF IS-LEAP-YEAR
                 THEN
                    MOVE 29 TO CANDIDATE-DAY
                 END-IF
              END-IF
           END-IF.

       CHECK-LEAP-YEAR.
           MOVE "N" TO LEAP-FLAG.
           DIVIDE CANDIDATE-YEAR BY 4 GIVING LEAP-QUOTIENT
              REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = 0
           THEN
              DIVIDE CANDIDATE-YEAR BY 100 GIVING LEAP-QUOTIENT
                 REMAINDER LEAP-REMAINDER
              IF LEAP-REMAINDER = 0
              THEN
                 DIVIDE CANDIDATE-YEAR BY 400 GIVING LEAP-QUOTIENT
                    REMAINDER LEAP-REMAINDER
                 IF LEAP-REMAINDER = 0
                 THEN
                    SET IS-LEAP-YEAR TO TRUE
                 END-IF
              ELSE
                 SET IS-LEAP-YEAR TO TRUE
              END-IF
           END-IF.

       END PROGRAM BUSCAL.
