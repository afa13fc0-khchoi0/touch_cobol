              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS AUDIT-FILE-STATUS.

           SELECT
              CALENDAR-FILE ASSIGN TO "ACADCAL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS CALENDAR-FILE-STATUS.

           SELECT
              INVOICE-FILE ASSIGN TO "INVOICE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS INVOICE-FILE-STATUS.

           SELECT
              ALLOCATION-FILE ASSIGN TO "HOUSALLOC.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS ALLOCATION-FILE-STATUS.

           SELECT
              NEW-ALLOCATION-FILE ASSIGN TO "HOUSALLOC.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-ALLOCATION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-FILE.
       FD  NEW-ENROLLMENT-FILE.
       01  NEW-ENROLLMENT-RECORD PIC X(28).

       FD  ALLOCATION-FILE.
       01  ALLOCATION-RECORD.
           02 HAL-STUDENT-ID PIC 9(7).
           02 HAL-TERM PIC X(6).
           02 HAL-HALL-CODE PIC X(4).
           02 HAL-ROOM-NUMBER PIC X(4).
           02 HAL-STATUS PIC X.
              88 ALLOCATION-ACTIVE VALUE "A".
           02 HAL-ALLOCATED-DATE PIC 9(8).
           02 HAL-VACATED-DATE PIC X(8).

       FD  NEW-ALLOCATION-FILE.
       01  NEW-ALLOCATION-RECORD PIC X(38).

       FD  STUDENT-FILE.
       01  STUDENT-DETAILS.
           02 STUDENT-ID PIC 9(7).
           02 TT-DAY PIC 9.
           02 TT-PERIOD PIC 9.
           02 TT-ROOM PIC X(6).
           02 TT-INSTRUCTOR-ID PIC X(6).

       FD  FINHOLD-FILE.
       01  FINHOLD-RECORD.
           02 AUD-BEFORE-IMAGE PIC X(31).
           02 AUD-AFTER-IMAGE PIC X(31).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           02 CAL-TERM PIC X(6).
           02 CAL-TERM-START PIC 9(8).
           02 CAL-ADD-DEADLINE PIC 9(8).
           02 CAL-DROP-DEADLINE PIC 9(8).
           02 CAL-WITHDRAW-DEADLINE PIC 9(8).
           02 CAL-CENSUS-DATE PIC 9(8).
           02 CAL-TERM-END PIC 9(8).
           02 CAL-LATE-ADD-FEE PIC 9(3)V9(2).

       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           02 INV-STUDENT-ID PIC 9(7).
           02 INV-COURSE-CODE PIC X(4).
           02 INV-TERM PIC X(6).
           02 INV-TYPE PIC X.
           02 INV-AMOUNT PIC 9(5)V9(2).
           02 INV-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  ENROLLMENT-FILE-STATUS PIC 9(2).
           88 ENROLLMENT-FILE-NOT-FOUND VALUE 35.
       01  NEW-FILE-EOF-FLAG PIC X VALUE "N".
           88 NEW-FILE-AT-END VALUE "Y".

       01  CALENDAR-FILE-STATUS PIC 9(2).
           88 CALENDAR-FILE-NOT-FOUND VALUE 35.
       01  INVOICE-FILE-STATUS PIC 9(2).
           88 INVOICE-FILE-NOT-FOUND VALUE 35.
       01  CALENDAR-EOF-FLAG PIC X VALUE "N".
           88 CALENDAR-AT-END VALUE "Y".
       01  CALENDAR-LOADED-FLAG PIC X VALUE "N".
           88 CALENDAR-WAS-LOADED VALUE "Y".
       01  ENTRY-TERM PIC X(6).
       01  TODAY-DATE PIC 9(8).
       01  TERM-CALENDAR.
           02 TERM-CAL-TERM PIC X(6).
           02 TERM-CAL-START PIC 9(8).
           02 TERM-CAL-ADD-DEADLINE PIC 9(8).
           02 TERM-CAL-DROP-DEADLINE PIC 9(8).
           02 TERM-CAL-WITHDRAW-DEADLINE PIC 9(8).
           02 TERM-CAL-CENSUS-DATE PIC 9(8).
           02 TERM-CAL-END PIC 9(8).
           02 TERM-CAL-LATE-ADD-FEE PIC 9(3)V9(2).
       01  LATE-ADD-FLAG PIC X VALUE "N".
           88 LATE-ADD-WAS-OVERRIDDEN VALUE "Y".
       01  WITHDRAW-ALLOWED-FLAG PIC X VALUE "Y".
           88 WITHDRAW-IS-ALLOWED VALUE "Y".
       01  W-GRADE-FLAG PIC X VALUE "N".
           88 W-GRADE-IS-REQUIRED VALUE "Y".
       01  RESULT-FOUND-FLAG PIC X VALUE "N".
           88 RESULT-WAS-FOUND VALUE "Y".
       01  DEADLINE-AUDIT-TEXT PIC X(14).
       01  CONTROL-TOTAL-FUNC PIC X(4).
       01  CONTROL-TOTAL-RESULT PIC X.
       01  PRINT-LATE-ADD-FEE PIC ZZ9.99.
       01  ALLOCATION-FILE-STATUS PIC 9(2).
           88 ALLOCATION-FILE-NOT-FOUND VALUE 35.
       01  NEW-ALLOCATION-FILE-STATUS PIC 9(2).
       01  ALLOCATION-EOF-FLAG PIC X VALUE "N".
           88 ALLOCATION-AT-END VALUE "Y".
       01  ACTIVE-ENROLLMENT-FLAG PIC X VALUE "N".
           88 STUDENT-STILL-ENROLLED VALUE "Y".
       01  RELEASED-ROOM-COUNT PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "1 = ENROL, 2 = WITHDRAW, 3 = LIST STUDENT --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-COURSE-CODE.

           PERFORM LOAD-TERM-CALENDAR THRU LOAD-TERM-CALENDAR-EXIT.

           IF ENROL-ACTION THEN
              PERFORM ENROL-STUDENT
           END-IF.
                    DISPLAY "STUDENT " ENTRY-STUDENT-ID
                       " IS ALREADY ENROLLED ON " ENTRY-COURSE-CODE
                 ELSE
                    PERFORM CHECK-ADD-DEADLINE
                    IF NOT ENROL-IS-ALLOWED THEN
                       DISPLAY "ADD DEADLINE PASSED -- "
                          ENTRY-STUDENT-ID " NOT ENROLLED"
                    ELSE
                    PERFORM CHECK-FINANCIAL-HOLD
                    IF NOT ENROL-IS-ALLOWED THEN
                       DISPLAY "FINANCIAL HOLD -- "
                          " IS FULL -- NOT ENROLLED"
                    ELSE
                       PERFORM APPEND-ENROLLMENT
                       IF LATE-ADD-WAS-OVERRIDDEN AND
                          TERM-CAL-LATE-ADD-FEE > 0 THEN
                          PERFORM POST-LATE-ENROLLMENT-FEE
                       END-IF
                    END-IF
                    END-IF
                    END-IF
                    END-IF
              ENTRY-COURSE-CODE.

       WITHDRAW-ENROLLMENT.
           PERFORM CHECK-DUPLICATE-ENROLLMENT.
           IF NOT DUPLICATE-WAS-FOUND THEN
              DISPLAY "NO ACTIVE ENROLLMENT FOR "
                 ENTRY-STUDENT-ID " ON " ENTRY-COURSE-CODE
           ELSE
              PERFORM CHECK-WITHDRAW-DEADLINE
              IF NOT WITHDRAW-IS-ALLOWED THEN
                 DISPLAY "WITHDRAWAL DEADLINE PASSED -- "
                    ENTRY-STUDENT-ID " NOT WITHDRAWN"
              ELSE
                 PERFORM MARK-ENROLLMENT-WITHDRAWN
                 IF W-GRADE-IS-REQUIRED THEN
                    PERFORM RECORD-WITHDRAWN-GRADE
                 END-IF
                 IF ENTRY-WAS-FOUND THEN
                    PERFORM RELEASE-STUDENT-HOUSING THRU
                       RELEASE-STUDENT-HOUSING-EXIT
                 END-IF
              END-IF
           END-IF.

       MARK-ENROLLMENT-WITHDRAWN.
           MOVE "N" TO ENTRY-FOUND-FLAG.
           MOVE "N" TO ENROLLMENT-EOF-FLAG.
           OPEN INPUT ENROLLMENT-FILE.
                       ENROLLMENT-ACTIVE THEN
                       SET ENTRY-WAS-FOUND TO TRUE
                       MOVE "W" TO ENR-STATUS
                       MOVE TODAY-DATE TO ENR-WITHDRAWN-DATE
                    END-IF
                    WRITE NEW-ENROLLMENT-RECORD FROM
                       ENROLLMENT-RECORD
           CLOSE NEW-ENROLLMENT-FILE.
           CLOSE ENROLLMENT-FILE.

       RELEASE-STUDENT-HOUSING.
           MOVE "N" TO ACTIVE-ENROLLMENT-FLAG.
           MOVE "N" TO ENROLLMENT-EOF-FLAG.
           OPEN INPUT ENROLLMENT-FILE.
           PERFORM UNTIL ENROLLMENT-AT-END OR STUDENT-STILL-ENROLLED
              READ ENROLLMENT-FILE
                 AT END SET ENROLLMENT-AT-END TO TRUE
              END-READ
              IF NOT ENROLLMENT-AT-END AND
                 ENR-STUDENT-ID = ENTRY-STUDENT-ID AND
                 ENROLLMENT-ACTIVE THEN
                 SET STUDENT-STILL-ENROLLED TO TRUE
              END-IF
           END-PERFORM.
           CLOSE ENROLLMENT-FILE.
           IF STUDENT-STILL-ENROLLED THEN
              GO TO RELEASE-STUDENT-HOUSING-EXIT
           END-IF.

           OPEN INPUT ALLOCATION-FILE.
           IF ALLOCATION-FILE-NOT-FOUND THEN
              GO TO RELEASE-STUDENT-HOUSING-EXIT
           END-IF.
           OPEN OUTPUT NEW-ALLOCATION-FILE.
           MOVE 0 TO RELEASED-ROOM-COUNT.
           MOVE "N" TO ALLOCATION-EOF-FLAG.
           PERFORM UNTIL ALLOCATION-AT-END
              READ ALLOCATION-FILE
                 AT END SET ALLOCATION-AT-END TO TRUE
              END-READ
              IF NOT ALLOCATION-AT-END THEN
                 IF HAL-STUDENT-ID = ENTRY-STUDENT-ID AND
                    ALLOCATION-ACTIVE THEN
                    MOVE "V" TO HAL-STATUS
                    MOVE TODAY-DATE TO HAL-VACATED-DATE
                    ADD 1 TO RELEASED-ROOM-COUNT
                    DISPLAY "NO COURSES LEFT -- ROOM " HAL-HALL-CODE
                       "/" HAL-ROOM-NUMBER " FOR " HAL-TERM
                       " RELEASED"
                 END-IF
                 WRITE NEW-ALLOCATION-RECORD FROM ALLOCATION-RECORD
              END-IF
           END-PERFORM.
           CLOSE ALLOCATION-FILE.
           CLOSE NEW-ALLOCATION-FILE.
           IF RELEASED-ROOM-COUNT > 0 THEN
              PERFORM PROMOTE-ALLOCATION-FILE
           END-IF.

       RELEASE-STUDENT-HOUSING-EXIT.
           EXIT.

       PROMOTE-ALLOCATION-FILE.
           MOVE "N" TO NEW-FILE-EOF-FLAG.
           OPEN INPUT NEW-ALLOCATION-FILE.
           OPEN OUTPUT ALLOCATION-FILE.
           PERFORM UNTIL NEW-FILE-AT-END
              READ NEW-ALLOCATION-FILE
                 AT END SET NEW-FILE-AT-END TO TRUE
              END-READ
              IF NOT NEW-FILE-AT-END THEN
                 WRITE ALLOCATION-RECORD FROM NEW-ALLOCATION-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-ALLOCATION-FILE.
           CLOSE ALLOCATION-FILE.

       LIST-STUDENT-ENROLLMENTS.
           MOVE "N" TO ENROLLMENT-EOF-FLAG.
           OPEN INPUT ENROLLMENT-FILE.
              CLOSE ENROLLMENT-FILE
           END-IF.

       LOAD-TERM-CALENDAR.
           MOVE "N" TO CALENDAR-LOADED-FLAG.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-FILE-NOT-FOUND THEN
              GO TO LOAD-TERM-CALENDAR-EXIT
           END-IF.
           DISPLAY "ENTER TERM (6 CHARS, BLANK = CURRENT TERM) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-TERM.
           MOVE "N" TO CALENDAR-EOF-FLAG.
           PERFORM UNTIL CALENDAR-AT-END
              READ CALENDAR-FILE
                 AT END SET CALENDAR-AT-END TO TRUE
              END-READ
              IF NOT CALENDAR-AT-END THEN
                 IF ENTRY-TERM = SPACES THEN
                    IF CAL-TERM-END NOT < TODAY-DATE AND
                       (NOT CALENDAR-WAS-LOADED OR
                        CAL-TERM-END < TERM-CAL-END) THEN
                       MOVE CALENDAR-RECORD TO TERM-CALENDAR
                       SET CALENDAR-WAS-LOADED TO TRUE
                    END-IF
                 ELSE
                    IF CAL-TERM = ENTRY-TERM THEN
                       MOVE CALENDAR-RECORD TO TERM-CALENDAR
                       SET CALENDAR-WAS-LOADED TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE CALENDAR-FILE.
           IF CALENDAR-WAS-LOADED THEN
              DISPLAY "TERM " TERM-CAL-TERM " ADD BY "
                 TERM-CAL-ADD-DEADLINE " DROP BY "
                 TERM-CAL-DROP-DEADLINE " WITHDRAW BY "
                 TERM-CAL-WITHDRAW-DEADLINE
              GO TO LOAD-TERM-CALENDAR-EXIT
           END-IF.
           IF ENTRY-TERM = SPACES THEN
              DISPLAY "NO CURRENT TERM ON ACADCAL.DAT -- "
                 "DEADLINES NOT APPLIED"
           ELSE
              DISPLAY "TERM " ENTRY-TERM " IS NOT ON ACADCAL.DAT"
              STOP RUN
           END-IF.

       LOAD-TERM-CALENDAR-EXIT.
           EXIT.

       CHECK-ADD-DEADLINE.
           MOVE "Y" TO ENROL-ALLOWED-FLAG.
           MOVE "N" TO LATE-ADD-FLAG.
           IF CALENDAR-WAS-LOADED AND
              TODAY-DATE > TERM-CAL-ADD-DEADLINE THEN
              DISPLAY "ADD DEADLINE FOR TERM " TERM-CAL-TERM
                 " WAS " TERM-CAL-ADD-DEADLINE
              DISPLAY "REGISTRAR OVERRIDE? (Y/N) --> "
                 WITH NO ADVANCING
              ACCEPT OVERRIDE-CHOICE
              IF OVERRIDE-YES THEN
                 DISPLAY "REGISTRAR OPERATOR ID (8 CHARS) --> "
                    WITH NO ADVANCING
                 ACCEPT OVERRIDE-OPERATOR-ID
                 IF TERM-CAL-LATE-ADD-FEE > 0 THEN
                    PERFORM VERIFY-INVOICE-CONTROL
                 END-IF
                 MOVE "LATE ADD" TO DEADLINE-AUDIT-TEXT
                 PERFORM WRITE-DEADLINE-OVERRIDE-AUDIT
                 SET LATE-ADD-WAS-OVERRIDDEN TO TRUE
                 DISPLAY "LATE ADD AUTHORISED BY "
                    OVERRIDE-OPERATOR-ID
              ELSE
                 MOVE "N" TO ENROL-ALLOWED-FLAG
              END-IF
           END-IF.

       CHECK-WITHDRAW-DEADLINE.
           MOVE "Y" TO WITHDRAW-ALLOWED-FLAG.
           MOVE "N" TO W-GRADE-FLAG.
           IF CALENDAR-WAS-LOADED AND
              TODAY-DATE > TERM-CAL-DROP-DEADLINE THEN
              SET W-GRADE-IS-REQUIRED TO TRUE
              IF TODAY-DATE > TERM-CAL-WITHDRAW-DEADLINE THEN
                 DISPLAY "WITHDRAW DEADLINE FOR TERM " TERM-CAL-TERM
                    " WAS " TERM-CAL-WITHDRAW-DEADLINE
                 DISPLAY "REGISTRAR OVERRIDE? (Y/N) --> "
                    WITH NO ADVANCING
                 ACCEPT OVERRIDE-CHOICE
                 IF OVERRIDE-YES THEN
                    DISPLAY "REGISTRAR OPERATOR ID (8 CHARS) --> "
                       WITH NO ADVANCING
                    ACCEPT OVERRIDE-OPERATOR-ID
                    MOVE "LATE WITHDRAW" TO DEADLINE-AUDIT-TEXT
                    PERFORM WRITE-DEADLINE-OVERRIDE-AUDIT
                    DISPLAY "LATE WITHDRAWAL AUTHORISED BY "
                       OVERRIDE-OPERATOR-ID
                 ELSE
                    MOVE "N" TO WITHDRAW-ALLOWED-FLAG
                 END-IF
              END-IF
           END-IF.

       WRITE-DEADLINE-OVERRIDE-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-NOT-FOUND THEN
              OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP.
           MOVE OVERRIDE-OPERATOR-ID TO AUD-OPERATOR.
           MOVE "L" TO AUD-ACTION.
           MOVE SPACES TO AUD-BEFORE-IMAGE.
           MOVE SPACES TO AUD-AFTER-IMAGE.
           STRING DEADLINE-AUDIT-TEXT " " ENTRY-STUDENT-ID " "
              ENTRY-COURSE-CODE DELIMITED BY SIZE
              INTO AUD-AFTER-IMAGE.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

       RECORD-WITHDRAWN-GRADE.
           MOVE "N" TO RESULT-FOUND-FLAG.
           MOVE "N" TO RESULTS-EOF-FLAG.
           OPEN INPUT RESULTS-FILE.
           IF NOT RESULTS-FILE-NOT-FOUND THEN
              PERFORM UNTIL RESULTS-AT-END OR RESULT-WAS-FOUND
                 READ RESULTS-FILE
                    AT END SET RESULTS-AT-END TO TRUE
                 END-READ
                 IF NOT RESULTS-AT-END AND
                    RESULT-STUDENT-ID = ENTRY-STUDENT-ID AND
                    RESULT-COURSE-CODE = ENTRY-COURSE-CODE AND
                    RESULT-TERM = TERM-CAL-TERM THEN
                    SET RESULT-WAS-FOUND TO TRUE
                 END-IF
              END-PERFORM
              CLOSE RESULTS-FILE
           END-IF.
           IF RESULT-WAS-FOUND THEN
              DISPLAY "RESULT ALREADY ON FILE FOR " ENTRY-STUDENT-ID
                 " " ENTRY-COURSE-CODE " -- W GRADE NOT RECORDED"
           ELSE
              OPEN EXTEND RESULTS-FILE
              IF RESULTS-FILE-NOT-FOUND THEN
                 OPEN OUTPUT RESULTS-FILE
              END-IF
              MOVE ENTRY-STUDENT-ID TO RESULT-STUDENT-ID
              MOVE ENTRY-COURSE-CODE TO RESULT-COURSE-CODE
              MOVE TERM-CAL-TERM TO RESULT-TERM
              MOVE 0 TO RESULT-MARK
              MOVE "W" TO RESULT-GRADE
              WRITE RESULT-RECORD
              CLOSE RESULTS-FILE
              DISPLAY "GRADE W RECORDED FOR " ENTRY-STUDENT-ID " "
                 ENTRY-COURSE-CODE " TERM " TERM-CAL-TERM
           END-IF.

       POST-LATE-ENROLLMENT-FEE.
           OPEN EXTEND INVOICE-FILE.
           IF INVOICE-FILE-NOT-FOUND THEN
              OPEN OUTPUT INVOICE-FILE
           END-IF.
           MOVE ENTRY-STUDENT-ID TO INV-STUDENT-ID.
           MOVE "LADD" TO INV-COURSE-CODE.
           MOVE TERM-CAL-TERM TO INV-TERM.
           MOVE "I" TO INV-TYPE.
           MOVE TERM-CAL-LATE-ADD-FEE TO INV-AMOUNT.
           MOVE TODAY-DATE TO INV-DATE.
           WRITE INVOICE-RECORD.
           CLOSE INVOICE-FILE.
           PERFORM WRITE-INVOICE-CONTROL.
           MOVE TERM-CAL-LATE-ADD-FEE TO PRINT-LATE-ADD-FEE.
           DISPLAY "LATE-ENROLLMENT FEE " PRINT-LATE-ADD-FEE
              " BILLED TO " ENTRY-STUDENT-ID.

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

       END PROGRAM ENROLL-MAINT.
