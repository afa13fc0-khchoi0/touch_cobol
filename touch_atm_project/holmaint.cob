       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLMAINT.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              HOLIDAY-FILE ASSIGN DYNAMIC HOLIDAY-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS HOLIDAY-FILE-STATUS.

           SELECT
              NEW-HOLIDAY-FILE ASSIGN DYNAMIC NEW-HOLIDAY-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NEW-HOLIDAY-FILE-STATUS.

           SELECT
              OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OPERATOR-FILE-STATUS.

           SELECT
              OPERATOR-LOG-FILE ASSIGN TO "OPERLOG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OPERATOR-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           02 HOL-DATE                         PIC 9(8).
           02 HOL-DESCRIPTION                  PIC X(30).

       FD  NEW-HOLIDAY-FILE.
       01  NEW-HOLIDAY-RECORD.
           02 NEW-HOL-DATE                     PIC 9(8).
           02 NEW-HOL-DESCRIPTION              PIC X(30).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           02 OPR-ID PIC X(8).
           02 OPR-PASSWORD PIC 9(6).
           02 OPR-ROLE PIC X.

       FD  OPERATOR-LOG-FILE.
       01  OPERATOR-LOG-RECORD.
           02 OPLOG-TIMESTAMP PIC 9(14).
           02 OPLOG-OPERATOR PIC X(8).
           02 OPLOG-PROGRAM PIC X(10).
           02 OPLOG-ACTION PIC X(10).
           02 OPLOG-KEY PIC X(16).

       WORKING-STORAGE SECTION.
       01  HOLIDAY-FILE-DSN                    PIC X(40).
       01  NEW-HOLIDAY-FILE-DSN                PIC X(40).

       01  HOLIDAY-FILE-STATUS                 PIC 99.
           88 HOLIDAY-FILE-NOT-FOUND           VALUE 35.
       01  NEW-HOLIDAY-FILE-STATUS             PIC 99.
       01  OPERATOR-FILE-STATUS PIC 9(2).
           88 OPERATOR-FILE-NOT-FOUND VALUE 35.
       01  OPERATOR-LOG-STATUS PIC 9(2).
           88 OPERATOR-LOG-NOT-FOUND VALUE 35.

       01  MAINT-CHOICE                        PIC X.
           88 ADD-HOLIDAY                      VALUE "A", "a".
           88 DELETE-HOLIDAY                   VALUE "D", "d".
           88 LIST-HOLIDAYS                    VALUE "L", "l".
           88 CHECK-DATE                       VALUE "C", "c".
           88 EXIT-MAINTENANCE                 VALUE "X", "x".

       01  PENDING-OP                          PIC X VALUE " ".
           88 PENDING-ADD                      VALUE "A".
           88 PENDING-DELETE                   VALUE "D".

       01  ENTRY-HOLIDAY-DATE                  PIC 9(8).
       01  ENTRY-DATE-BREAKDOWN REDEFINES ENTRY-HOLIDAY-DATE.
           02 ENTRY-YEAR                       PIC 9(4).
           02 ENTRY-MONTH                      PIC 99.
           02 ENTRY-DAY                        PIC 99.
       01  ENTRY-HOLIDAY-DESCRIPTION           PIC X(30).
       01  ENTRY-DAYS-IN-MONTH                 PIC 99.
       01  ENTRY-MONTH-DAYS-LITERAL            PIC X(24)
              VALUE "312931303130313130313031".
       01  ENTRY-MONTH-DAYS-TABLE REDEFINES
              ENTRY-MONTH-DAYS-LITERAL.
           02 ENTRY-MONTH-DAYS PIC 99 OCCURS 12 TIMES.
       01  ENTRY-LEAP-QUOTIENT                 PIC 9(4).
       01  ENTRY-LEAP-REMAINDER                PIC 9(4).

       01  DUPLICATE-FOUND-FLAG                PIC X VALUE "N".
           88 DUPLICATE-WAS-FOUND              VALUE "Y".
       01  HOLIDAY-FOUND-FLAG                  PIC X VALUE "N".
           88 HOLIDAY-WAS-FOUND                VALUE "Y".
       01  INSERTED-FLAG                       PIC X VALUE "N".
           88 ALREADY-INSERTED                 VALUE "Y".
       01  ALREADY-LISTED-FLAG                 PIC X VALUE "N".
           88 ALREADY-LISTED                   VALUE "Y".

       01  BUSCAL-FUNCTION                     PIC X(4).
       01  BUSCAL-DATE-IN                      PIC 9(8).
       01  BUSCAL-DATE-OUT                     PIC 9(8).
       01  BUSCAL-RESULT                       PIC X.
       01  CHECK-NEXT-DATE                     PIC 9(8).
       01  CHECK-PREV-DATE                     PIC 9(8).

       01  SIGNON-OPERATOR-ID PIC X(8).
       01  SIGNON-PASSWORD PIC 9(6).
       01  SIGNON-ROLE PIC X.
           88 SIGNON-IS-SUPERVISOR VALUE "S".
       01  SIGNON-OK-FLAG PIC X VALUE "N".
           88 SIGNON-IS-OK VALUE "Y".
       01  SIGNON-HASH-VALUE PIC 9(6).
       01  LOG-ACTION-TEXT PIC X(10).
       01  LOG-KEY-TEXT PIC X(16).

       PROCEDURE DIVISION.
       INITIALIZE-FILE-NAMES.
           ACCEPT HOLIDAY-FILE-DSN FROM ENVIRONMENT "ATM_HOLIDAY_FILE"
              ON EXCEPTION MOVE "holidays.txt" TO HOLIDAY-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-HOLIDAY-FILE-DSN
              FROM ENVIRONMENT "ATM_HOLIDAY_NEW_FILE"
              ON EXCEPTION
                 MOVE "holidays.txt.new" TO NEW-HOLIDAY-FILE-DSN
           END-ACCEPT.

           PERFORM SIGN-ON-OPERATOR THRU SIGN-ON-OPERATOR-EXIT.
           IF NOT SIGNON-IS-SUPERVISOR
           THEN
              DISPLAY "[ABORT]: ONLY A SUPERVISOR MAY MAINTAIN "
                 "THE HOLIDAY CALENDAR"
              STOP RUN
           END-IF.
           GO TO MAIN-MENU.

       MAIN-MENU.
           MOVE "N" TO DUPLICATE-FOUND-FLAG.
           MOVE "N" TO HOLIDAY-FOUND-FLAG.
           MOVE "N" TO INSERTED-FLAG.
           MOVE "N" TO ALREADY-LISTED-FLAG.
           MOVE " " TO PENDING-OP.

           DISPLAY SPACES
           DISPLAY "##############################################"
           DISPLAY "##      Gringotts Wizarding Bank            ##"
           DISPLAY "##      Business Holiday Calendar           ##"
           DISPLAY "##############################################"
           DISPLAY "=> PRESS A TO ADD A HOLIDAY"
           DISPLAY "=> PRESS D TO DELETE A HOLIDAY"
           DISPLAY "=> PRESS L TO LIST HOLIDAYS"
           DISPLAY "=> PRESS C TO CHECK A DATE"
           DISPLAY "=> PRESS X TO EXIT"
           ACCEPT MAINT-CHOICE.

           IF ADD-HOLIDAY
           THEN
              GO TO INPUT-ADD-HOLIDAY
           END-IF.

           IF DELETE-HOLIDAY
           THEN
              GO TO INPUT-DELETE-HOLIDAY
           END-IF.

           IF LIST-HOLIDAYS
           THEN
              GO TO LIST-ALL-HOLIDAYS
           END-IF.

           IF CHECK-DATE
           THEN
              GO TO INPUT-CHECK-DATE
           END-IF.

           IF EXIT-MAINTENANCE
           THEN
              STOP RUN
           END-IF.

           DISPLAY "=> INVALID INPUT"
           GO TO MAIN-MENU.

       INPUT-ADD-HOLIDAY.
           SET PENDING-ADD TO TRUE.
           DISPLAY "=> HOLIDAY DATE (YYYYMMDD, 0000MMDD FOR EVERY "
              "YEAR)"
           ACCEPT ENTRY-HOLIDAY-DATE.
           IF ENTRY-HOLIDAY-DATE NOT NUMERIC OR
              ENTRY-MONTH < 1 OR ENTRY-MONTH > 12 OR ENTRY-DAY < 1
           THEN
              DISPLAY "=====> " ENTRY-HOLIDAY-DATE
                 " IS NOT A VALID DATE"
              GO TO MAIN-MENU
           END-IF.
           MOVE ENTRY-MONTH-DAYS(ENTRY-MONTH) TO ENTRY-DAYS-IN-MONTH.
           IF ENTRY-MONTH = 2 AND ENTRY-YEAR NOT = 0
           THEN
              MOVE 28 TO ENTRY-DAYS-IN-MONTH
              DIVIDE ENTRY-YEAR BY 4 GIVING ENTRY-LEAP-QUOTIENT
                 REMAINDER ENTRY-LEAP-REMAINDER
              IF ENTRY-LEAP-REMAINDER = 0
              THEN
                 MOVE 29 TO ENTRY-DAYS-IN-MONTH
                 DIVIDE ENTRY-YEAR BY 100 GIVING ENTRY-LEAP-QUOTIENT
                    REMAINDER ENTRY-LEAP-REMAINDER
                 IF ENTRY-LEAP-REMAINDER = 0
                 THEN
                    MOVE 28 TO ENTRY-DAYS-IN-MONTH
                    DIVIDE ENTRY-YEAR BY 400
                       GIVING ENTRY-LEAP-QUOTIENT
                       REMAINDER ENTRY-LEAP-REMAINDER
                    IF ENTRY-LEAP-REMAINDER = 0
                    THEN
                       MOVE 29 TO ENTRY-DAYS-IN-MONTH
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF ENTRY-DAY > ENTRY-DAYS-IN-MONTH
           THEN
              DISPLAY "=====> " ENTRY-HOLIDAY-DATE
                 " IS NOT A VALID DATE"
              GO TO MAIN-MENU
           END-IF.

           DISPLAY "=> DESCRIPTION (30 CHARS)"
           ACCEPT ENTRY-HOLIDAY-DESCRIPTION.
           IF ENTRY-HOLIDAY-DESCRIPTION = SPACES
           THEN
              DISPLAY "=====> THE DESCRIPTION IS REQUIRED"
              GO TO MAIN-MENU
           END-IF.
           GO TO REBUILD-HOLIDAY-FILE.

       INPUT-DELETE-HOLIDAY.
           SET PENDING-DELETE TO TRUE.
           DISPLAY "=> HOLIDAY DATE TO DELETE (YYYYMMDD OR 0000MMDD)"
           ACCEPT ENTRY-HOLIDAY-DATE.
           GO TO REBUILD-HOLIDAY-FILE.

       REBUILD-HOLIDAY-FILE.
           OPEN INPUT HOLIDAY-FILE.
           IF HOLIDAY-FILE-NOT-FOUND
           THEN
              IF PENDING-ADD
              THEN
                 OPEN OUTPUT HOLIDAY-FILE
                 CLOSE HOLIDAY-FILE
                 OPEN INPUT HOLIDAY-FILE
              ELSE
                 DISPLAY "=====> NO HOLIDAY FILE FOUND"
                 GO TO MAIN-MENU
              END-IF
           END-IF.
           OPEN OUTPUT NEW-HOLIDAY-FILE.

       REBUILD-HOLIDAY-FILE-LOOP.
           READ HOLIDAY-FILE
              AT END GO TO REBUILD-HOLIDAY-FILE-DONE
           END-READ.

           IF PENDING-ADD AND NOT ALREADY-INSERTED AND
              HOL-DATE > ENTRY-HOLIDAY-DATE
           THEN
              MOVE ENTRY-HOLIDAY-DATE        TO NEW-HOL-DATE
              MOVE ENTRY-HOLIDAY-DESCRIPTION TO NEW-HOL-DESCRIPTION
              WRITE NEW-HOLIDAY-RECORD
              SET ALREADY-INSERTED TO TRUE
           END-IF.

           IF HOL-DATE = ENTRY-HOLIDAY-DATE
           THEN
              SET HOLIDAY-WAS-FOUND TO TRUE
              IF PENDING-ADD
              THEN
                 SET DUPLICATE-WAS-FOUND TO TRUE
                 WRITE NEW-HOLIDAY-RECORD FROM HOLIDAY-RECORD
              END-IF
           ELSE
              WRITE NEW-HOLIDAY-RECORD FROM HOLIDAY-RECORD
           END-IF.
           GO TO REBUILD-HOLIDAY-FILE-LOOP.

       REBUILD-HOLIDAY-FILE-DONE.
           IF PENDING-ADD AND NOT ALREADY-INSERTED AND
              NOT DUPLICATE-WAS-FOUND
           THEN
              MOVE ENTRY-HOLIDAY-DATE        TO NEW-HOL-DATE
              MOVE ENTRY-HOLIDAY-DESCRIPTION TO NEW-HOL-DESCRIPTION
              WRITE NEW-HOLIDAY-RECORD
              SET ALREADY-INSERTED TO TRUE
           END-IF.

           CLOSE HOLIDAY-FILE, NEW-HOLIDAY-FILE.

           IF PENDING-ADD AND DUPLICATE-WAS-FOUND
           THEN
              DISPLAY "=====> HOLIDAY " ENTRY-HOLIDAY-DATE
                 " ALREADY ON THE CALENDAR -- NOT ADDED"
              GO TO MAIN-MENU
           END-IF.

           IF PENDING-DELETE AND NOT HOLIDAY-WAS-FOUND
           THEN
              DISPLAY "=====> HOLIDAY " ENTRY-HOLIDAY-DATE
                 " NOT FOUND"
              GO TO MAIN-MENU
           END-IF.

           OPEN INPUT NEW-HOLIDAY-FILE.
           OPEN OUTPUT HOLIDAY-FILE.

       PROMOTE-HOLIDAY-FILE-LOOP.
           READ NEW-HOLIDAY-FILE
              AT END
                 CLOSE NEW-HOLIDAY-FILE, HOLIDAY-FILE
                 GO TO PROMOTE-HOLIDAY-FILE-DONE
           END-READ.
           WRITE HOLIDAY-RECORD FROM NEW-HOLIDAY-RECORD.
           GO TO PROMOTE-HOLIDAY-FILE-LOOP.

       PROMOTE-HOLIDAY-FILE-DONE.
           IF PENDING-ADD
           THEN
              MOVE "HOLADD" TO LOG-ACTION-TEXT
              DISPLAY "=====> HOLIDAY " ENTRY-HOLIDAY-DATE " "
                 ENTRY-HOLIDAY-DESCRIPTION " ADDED"
           ELSE
              MOVE "HOLDEL" TO LOG-ACTION-TEXT
              DISPLAY "=====> HOLIDAY " ENTRY-HOLIDAY-DATE " DELETED"
           END-IF.
           MOVE ENTRY-HOLIDAY-DATE TO LOG-KEY-TEXT.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.
           MOVE "LOAD" TO BUSCAL-FUNCTION.
           PERFORM CALL-BUSINESS-CALENDAR.
           GO TO MAIN-MENU.

       LIST-ALL-HOLIDAYS.
           OPEN INPUT HOLIDAY-FILE.
           IF HOLIDAY-FILE-NOT-FOUND
           THEN
              DISPLAY "=====> NO HOLIDAY FILE FOUND"
              GO TO MAIN-MENU
           END-IF.

       LIST-ALL-HOLIDAYS-LOOP.
           READ HOLIDAY-FILE
              AT END
                 CLOSE HOLIDAY-FILE
                 IF NOT ALREADY-LISTED
                 THEN
                    DISPLAY "=====> HOLIDAY FILE IS EMPTY"
                 END-IF
                 GO TO MAIN-MENU
           END-READ.
           SET ALREADY-LISTED TO TRUE.
           DISPLAY "=====> " HOL-DATE " " HOL-DESCRIPTION.
           GO TO LIST-ALL-HOLIDAYS-LOOP.

       INPUT-CHECK-DATE.
           DISPLAY "=> DATE TO CHECK (YYYYMMDD)"
           ACCEPT ENTRY-HOLIDAY-DATE.
           MOVE ENTRY-HOLIDAY-DATE TO BUSCAL-DATE-IN.
           MOVE "NEXT" TO BUSCAL-FUNCTION.
           PERFORM CALL-BUSINESS-CALENDAR.
           MOVE BUSCAL-DATE-OUT TO CHECK-NEXT-DATE.
           IF BUSCAL-RESULT = "Y"
           THEN
              DISPLAY "=====> " ENTRY-HOLIDAY-DATE
                 " IS A BUSINESS DAY"
              GO TO MAIN-MENU
           END-IF.
           IF BUSCAL-RESULT NOT = "N"
           THEN
              DISPLAY "=====> " ENTRY-HOLIDAY-DATE
                 " IS NOT A VALID DATE"
              GO TO MAIN-MENU
           END-IF.
           MOVE "PREV" TO BUSCAL-FUNCTION.
           PERFORM CALL-BUSINESS-CALENDAR.
           MOVE BUSCAL-DATE-OUT TO CHECK-PREV-DATE.
           DISPLAY "=====> " ENTRY-HOLIDAY-DATE
              " IS NOT A BUSINESS DAY -- NEXT " CHECK-NEXT-DATE
              ", PREVIOUS " CHECK-PREV-DATE.
           GO TO MAIN-MENU.

       CALL-BUSINESS-CALENDAR.
           MOVE 0 TO BUSCAL-DATE-OUT.
           CALL "BUSCAL" USING BUSCAL-FUNCTION BUSCAL-DATE-IN
              BUSCAL-DATE-OUT BUSCAL-RESULT
              ON EXCEPTION
                 DISPLAY "[ABORT]: BUSCAL MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.

       SIGN-ON-OPERATOR.
           MOVE "N" TO SIGNON-OK-FLAG.
           DISPLAY "OPERATOR ID (8 CHARS)".
           ACCEPT SIGNON-OPERATOR-ID.
           DISPLAY "OPERATOR PASSWORD (6 DIGITS)".
           ACCEPT SIGNON-PASSWORD.
           CALL "PINHASH" USING SIGNON-PASSWORD SIGNON-HASH-VALUE
              ON EXCEPTION
                 DISPLAY "[ABORT]: PINHASH MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-NOT-FOUND
           THEN
              DISPLAY "[ABORT]: NO OPERATOR FILE -- SET OPERATORS "
                 "UP IN OPER-MAINT FIRST"
              STOP RUN
           END-IF.

       SIGN-ON-OPERATOR-LOOP.
           READ OPERATOR-FILE
              AT END GO TO SIGN-ON-OPERATOR-CLOSE
           END-READ.
           IF OPR-ID = SIGNON-OPERATOR-ID AND
              OPR-PASSWORD = SIGNON-HASH-VALUE
           THEN
              SET SIGNON-IS-OK TO TRUE
              MOVE OPR-ROLE TO SIGNON-ROLE
              GO TO SIGN-ON-OPERATOR-CLOSE
           END-IF.
           GO TO SIGN-ON-OPERATOR-LOOP.

       SIGN-ON-OPERATOR-CLOSE.
           CLOSE OPERATOR-FILE.
           IF NOT SIGNON-IS-OK
           THEN
              DISPLAY "[ABORT]: SIGN-ON FAILED"
              STOP RUN
           END-IF.

       SIGN-ON-OPERATOR-EXIT.
           EXIT.

       WRITE-OPERATOR-LOG.
           OPEN EXTEND OPERATOR-LOG-FILE.
           IF OPERATOR-LOG-NOT-FOUND
           THEN
              OPEN OUTPUT OPERATOR-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO OPLOG-TIMESTAMP.
           MOVE SIGNON-OPERATOR-ID TO OPLOG-OPERATOR.
           MOVE "HOLMAINT" TO OPLOG-PROGRAM.
           MOVE LOG-ACTION-TEXT TO OPLOG-ACTION.
           MOVE LOG-KEY-TEXT TO OPLOG-KEY.
           WRITE OPERATOR-LOG-RECORD.
           CLOSE OPERATOR-LOG-FILE.

       WRITE-OPERATOR-LOG-EXIT.
           EXIT.

       END PROGRAM HOLMAINT.
