       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAM-SCHEDULE.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              ENROLLMENT-FILE ASSIGN TO "ENROLL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS ENROLLMENT-FILE-STATUS.

           SELECT
              STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS STUDENT-FILE-STATUS.

           SELECT
              EXAM-ROOM-FILE ASSIGN TO "EXAMROOM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS EXAM-ROOM-FILE-STATUS.

           SELECT
              NEW-EXAM-ROOM-FILE ASSIGN TO "EXAMROOM.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-EXAM-ROOM-FILE-STATUS.

           SELECT
              EXAM-SCHEDULE-FILE ASSIGN TO "EXAMSCHD.DAT"
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT
              SEATING-REPORT-FILE ASSIGN TO "EXAMSEAT.RPT"
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT
              CANDIDATE-REPORT-FILE ASSIGN TO "EXAMCAND.RPT"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           88 END-OF-ENROLLMENT-FILE VALUE HIGH-VALUES.
           02 ENR-STUDENT-ID PIC 9(7).
           02 ENR-COURSE-CODE PIC X(4).
           02 ENR-DATE PIC 9(8).
           02 ENR-STATUS PIC X.
              88 ENROLLMENT-ACTIVE VALUE "A".
           02 ENR-WITHDRAWN-DATE PIC X(8).

       FD  STUDENT-FILE.
       01  STUDENT-DETAILS.
           88 END-OF-STUDENT-FILE VALUE HIGH-VALUES.
           02 STUDENT-ID PIC 9(7).
           02 STUDENT-NAME PIC X(10).
           02 FILLER PIC X(14).

       FD  EXAM-ROOM-FILE.
       01  EXAM-ROOM-RECORD.
           88 END-OF-EXAM-ROOM-FILE VALUE HIGH-VALUES.
           02 ER-ROOM PIC X(6).
           02 ER-CAPACITY PIC 9(3).

       FD  NEW-EXAM-ROOM-FILE.
       01  NEW-EXAM-ROOM-RECORD PIC X(9).

       FD  EXAM-SCHEDULE-FILE.
       01  EXAM-SCHEDULE-RECORD.
           02 EXS-TERM PIC X(6).
           02 EXS-COURSE-CODE PIC X(4).
           02 EXS-DATE PIC 9(8).
           02 EXS-SESSION PIC X(2).
           02 EXS-CANDIDATES PIC 9(4).

       FD  SEATING-REPORT-FILE.
       01  SEATING-REPORT-LINE PIC X(80).

       FD  CANDIDATE-REPORT-FILE.
       01  CANDIDATE-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  ENROLLMENT-FILE-STATUS PIC 9(2).
           88 ENROLLMENT-FILE-NOT-FOUND VALUE 35.
       01  STUDENT-FILE-STATUS PIC 9(2).
           88 STUDENT-FILE-NOT-FOUND VALUE 35.
       01  EXAM-ROOM-FILE-STATUS PIC 9(2).
           88 EXAM-ROOM-FILE-NOT-FOUND VALUE 35.
       01  NEW-EXAM-ROOM-FILE-STATUS PIC 9(2).

       01  MAINT-ACTION PIC 9.
           88 ROOM-ACTION VALUE 1.
           88 ROOM-LIST-ACTION VALUE 2.
           88 SCHEDULE-ACTION VALUE 3.

       01  ENTRY-ROOM PIC X(6).
       01  ENTRY-CAPACITY PIC 9(3).
       01  ROOM-FOUND-FLAG PIC X VALUE "N".
           88 ROOM-WAS-FOUND VALUE "Y".
       01  ROOM-EOF-FLAG PIC X VALUE "N".
           88 ROOM-AT-END VALUE "Y".
       01  NEW-FILE-EOF-FLAG PIC X VALUE "N".
           88 NEW-FILE-AT-END VALUE "Y".

       01  EXAM-TERM PIC X(6).
       01  FIRST-EXAM-DATE PIC 9(8).
       01  EXAM-DAY-COUNT PIC 9(2) VALUE 10.
       01  ENTRY-DAY-COUNT PIC 9(2).
       01  SESSIONS-PER-DAY PIC 9 VALUE 3.
       01  SESSION-COUNT PIC 9(2) VALUE 0.
       01  SESSION-NAMES-LITERAL PIC X(6) VALUE "AMPMEV".
       01  SESSION-NAMES-TABLE REDEFINES SESSION-NAMES-LITERAL.
           02 SESSION-NAME-ENTRY PIC X(2) OCCURS 3 TIMES.

       01  ROOM-TABLE-COUNT PIC 9(2) VALUE 0.
       01  ROOM-SUBSCRIPT PIC 9(2) VALUE 0.
       01  ROOM-TABLE.
           02 ROOM-ENTRY OCCURS 50 TIMES.
              03 RMT-ROOM PIC X(6).
              03 RMT-CAPACITY PIC 9(3).
       01  TOTAL-EXAM-SEATS PIC 9(5) VALUE 0.

       01  SESSION-TABLE.
           02 SESSION-ENTRY OCCURS 30 TIMES.
              03 SST-DATE PIC 9(8).
              03 SST-SLOT PIC 9.
              03 SST-SEATS-USED PIC 9(5).
       01  SESSION-SUBSCRIPT PIC 9(2) VALUE 0.
       01  DAY-SUBSCRIPT PIC 9(2) VALUE 0.
       01  SLOT-SUBSCRIPT PIC 9 VALUE 0.
       01  CALENDAR-DATE PIC 9(8).
       01  WEEKDAY-NUMBER PIC 9.
       01  WEEKDAY-QUOTIENT PIC 9(5).
       01  KNOWN-MONDAY PIC 9(8) VALUE 20240101.

       01  COURSE-TABLE-COUNT PIC 9(3) VALUE 0.
       01  COURSE-SUBSCRIPT PIC 9(3) VALUE 0.
       01  COURSE-TABLE.
           02 COURSE-ENTRY OCCURS 300 TIMES.
              03 CRT-COURSE-CODE PIC X(4).
              03 CRT-CANDIDATES PIC 9(4).
              03 CRT-SESSION PIC 9(2).
              03 CRT-TRIED-FLAG PIC X.
       01  NEXT-COURSE PIC 9(3).
       01  NEXT-COURSE-SIZE PIC 9(4).
       01  SCHEDULED-COURSE-COUNT PIC 9(3) VALUE 0.
       01  UNSCHEDULED-COURSE-COUNT PIC 9(3) VALUE 0.
       01  PLACEMENT-PASS PIC 9.

       01  STUDENT-TABLE-COUNT PIC 9(4) VALUE 0.
       01  STUDENT-SUBSCRIPT PIC 9(4) VALUE 0.
       01  STUDENT-TABLE.
           02 STUDENT-ENTRY OCCURS 3000 TIMES.
              03 STT-STUDENT-ID PIC 9(7).
              03 STT-NAME PIC X(10).
              03 STT-SESSION-FLAG PIC X OCCURS 30 TIMES.

       01  CANDIDATE-TABLE-COUNT PIC 9(4) VALUE 0.
       01  CANDIDATE-SUBSCRIPT PIC 9(4) VALUE 0.
       01  CANDIDATE-TABLE.
           02 CANDIDATE-ENTRY OCCURS 8000 TIMES.
              03 CET-STUDENT-IX PIC 9(4).
              03 CET-COURSE-IX PIC 9(3).
              03 CET-ROOM-IX PIC 9(2).
              03 CET-SEAT PIC 9(3).

       01  ENTRY-FOUND-FLAG PIC X VALUE "N".
           88 ENTRY-WAS-FOUND VALUE "Y".
       01  SESSION-CLASH-FLAG PIC X VALUE "N".
           88 SESSION-HAS-CLASH VALUE "Y".
       01  COURSE-PLACED-FLAG PIC X VALUE "N".
           88 COURSE-WAS-PLACED VALUE "Y".
       01  PAPERS-IN-DAY PIC 9.
       01  FIRST-SESSION-OF-DAY PIC 9(2).
       01  SESSION-IN-DAY PIC 9(2).
       01  OVERLOADED-STUDENT-COUNT PIC 9(4) VALUE 0.
       01  STUDENT-OVERLOAD-FLAG PIC X VALUE "N".
           88 STUDENT-IS-OVERLOADED VALUE "Y".

       01  CURRENT-ROOM-IX PIC 9(2).
       01  CURRENT-SEAT PIC 9(3).
       01  REPORT-LINE-BUFFER PIC X(80).

       01  DATECALC-FUNCTION PIC X(4).
       01  DATECALC-DATE-1 PIC 9(8).
       01  DATECALC-DATE-2 PIC 9(8).
       01  DATECALC-DAYS PIC S9(5).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "1 = ADD/CHANGE EXAM ROOM, 2 = LIST EXAM ROOMS, "
              "3 = SCHEDULE EXAMS --> " WITH NO ADVANCING.
           ACCEPT MAINT-ACTION.

           IF ROOM-ACTION THEN
              PERFORM SET-EXAM-ROOM
           END-IF.

           IF ROOM-LIST-ACTION THEN
              PERFORM LIST-EXAM-ROOMS
           END-IF.

           IF SCHEDULE-ACTION THEN
              PERFORM SCHEDULE-EXAMS
           END-IF.

           STOP RUN.

       SET-EXAM-ROOM.
           DISPLAY "ENTER ROOM (6 CHARS) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-ROOM.
           DISPLAY "ENTER EXAM SEATS (3 DIGITS, 000 = WITHDRAW ROOM) "
              "--> " WITH NO ADVANCING.
           ACCEPT ENTRY-CAPACITY.

           MOVE "N" TO ROOM-FOUND-FLAG.
           MOVE "N" TO ROOM-EOF-FLAG.
           OPEN OUTPUT NEW-EXAM-ROOM-FILE.
           OPEN INPUT EXAM-ROOM-FILE.
           IF NOT EXAM-ROOM-FILE-NOT-FOUND THEN
              PERFORM UNTIL ROOM-AT-END
                 READ EXAM-ROOM-FILE
                    AT END SET ROOM-AT-END TO TRUE
                 END-READ
                 IF NOT ROOM-AT-END THEN
                    IF ER-ROOM = ENTRY-ROOM THEN
                       SET ROOM-WAS-FOUND TO TRUE
                       MOVE ENTRY-CAPACITY TO ER-CAPACITY
                    END-IF
                    IF ER-CAPACITY > 0 THEN
                       WRITE NEW-EXAM-ROOM-RECORD
                          FROM EXAM-ROOM-RECORD
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE EXAM-ROOM-FILE
           END-IF.
           IF NOT ROOM-WAS-FOUND AND ENTRY-CAPACITY > 0 THEN
              MOVE ENTRY-ROOM TO ER-ROOM
              MOVE ENTRY-CAPACITY TO ER-CAPACITY
              WRITE NEW-EXAM-ROOM-RECORD FROM EXAM-ROOM-RECORD
           END-IF.
           CLOSE NEW-EXAM-ROOM-FILE.
           PERFORM PROMOTE-EXAM-ROOM-FILE.
           IF ENTRY-CAPACITY = 0 THEN
              DISPLAY "ROOM " ENTRY-ROOM " WITHDRAWN FROM EXAM USE"
           ELSE
              DISPLAY "ROOM " ENTRY-ROOM " SEATS " ENTRY-CAPACITY
                 " FOR EXAMS"
           END-IF.

       PROMOTE-EXAM-ROOM-FILE.
           MOVE "N" TO NEW-FILE-EOF-FLAG.
           OPEN INPUT NEW-EXAM-ROOM-FILE.
           OPEN OUTPUT EXAM-ROOM-FILE.
           PERFORM UNTIL NEW-FILE-AT-END
              READ NEW-EXAM-ROOM-FILE
                 AT END SET NEW-FILE-AT-END TO TRUE
              END-READ
              IF NOT NEW-FILE-AT-END THEN
                 WRITE EXAM-ROOM-RECORD FROM NEW-EXAM-ROOM-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-EXAM-ROOM-FILE.
           CLOSE EXAM-ROOM-FILE.

       LIST-EXAM-ROOMS.
           PERFORM LOAD-EXAM-ROOMS.
           PERFORM VARYING ROOM-SUBSCRIPT FROM 1 BY 1
              UNTIL ROOM-SUBSCRIPT > ROOM-TABLE-COUNT
              DISPLAY RMT-ROOM(ROOM-SUBSCRIPT) " SEATS "
                 RMT-CAPACITY(ROOM-SUBSCRIPT)
           END-PERFORM.
           DISPLAY ROOM-TABLE-COUNT " ROOM(S), " TOTAL-EXAM-SEATS
              " EXAM SEATS PER SESSION".

       LOAD-EXAM-ROOMS.
           MOVE 0 TO ROOM-TABLE-COUNT.
           MOVE 0 TO TOTAL-EXAM-SEATS.
           OPEN INPUT EXAM-ROOM-FILE.
           IF EXAM-ROOM-FILE-NOT-FOUND THEN
              DISPLAY "EXAMROOM.DAT NOT FOUND"
           ELSE
              READ EXAM-ROOM-FILE
                 AT END SET END-OF-EXAM-ROOM-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-EXAM-ROOM-FILE
                 IF ROOM-TABLE-COUNT < 50 THEN
                    ADD 1 TO ROOM-TABLE-COUNT
                    MOVE ER-ROOM TO RMT-ROOM(ROOM-TABLE-COUNT)
                    MOVE ER-CAPACITY
                       TO RMT-CAPACITY(ROOM-TABLE-COUNT)
                    ADD ER-CAPACITY TO TOTAL-EXAM-SEATS
                 END-IF
                 READ EXAM-ROOM-FILE
                    AT END SET END-OF-EXAM-ROOM-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE EXAM-ROOM-FILE
           END-IF.

       SCHEDULE-EXAMS.
           DISPLAY "TERM (6 CHARS) --> " WITH NO ADVANCING.
           ACCEPT EXAM-TERM.
           DISPLAY "FIRST EXAM DATE (YYYYMMDD) --> " WITH NO ADVANCING.
           ACCEPT FIRST-EXAM-DATE.
           DISPLAY "NUMBER OF EXAM DAYS (00 = STANDARD 10, MAX 10) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-DAY-COUNT.
           IF ENTRY-DAY-COUNT > 0 AND ENTRY-DAY-COUNT < 11 THEN
              MOVE ENTRY-DAY-COUNT TO EXAM-DAY-COUNT
           END-IF.

           PERFORM LOAD-EXAM-ROOMS.
           IF TOTAL-EXAM-SEATS = 0 THEN
              DISPLAY "NO EXAM ROOMS ON EXAMROOM.DAT -- ADD ROOMS "
                 "FIRST"
              STOP RUN
           END-IF.

           PERFORM BUILD-SESSION-DATES.
           PERFORM LOAD-CANDIDATE-ENTRIES.
           IF CANDIDATE-TABLE-COUNT = 0 THEN
              DISPLAY "NO ACTIVE ENROLLMENTS ON ENROLL.DAT -- "
                 "NOTHING TO SCHEDULE"
              STOP RUN
           END-IF.
           PERFORM LOAD-STUDENT-NAMES.

           PERFORM VARYING COURSE-SUBSCRIPT FROM 1 BY 1
              UNTIL COURSE-SUBSCRIPT > COURSE-TABLE-COUNT
              PERFORM PLACE-LARGEST-COURSE
           END-PERFORM.

           PERFORM WRITE-EXAM-SCHEDULE.
           PERFORM PRINT-SEATING-PLANS.
           PERFORM PRINT-CANDIDATE-TIMETABLES.

           DISPLAY SCHEDULED-COURSE-COUNT " COURSE EXAM(S) SCHEDULED, "
              UNSCHEDULED-COURSE-COUNT " COULD NOT BE PLACED".
           DISPLAY OVERLOADED-STUDENT-COUNT " STUDENT(S) WITH MORE "
              "THAN TWO PAPERS IN A DAY".
           DISPLAY "SEATING PLANS IN EXAMSEAT.RPT, CANDIDATE "
              "TIMETABLES IN EXAMCAND.RPT".

       BUILD-SESSION-DATES.
           MOVE 0 TO SESSION-COUNT.
           MOVE FIRST-EXAM-DATE TO CALENDAR-DATE.
           PERFORM VARYING DAY-SUBSCRIPT FROM 1 BY 1
              UNTIL DAY-SUBSCRIPT > EXAM-DAY-COUNT
              PERFORM SKIP-WEEKEND-DAYS
              PERFORM VARYING SLOT-SUBSCRIPT FROM 1 BY 1
                 UNTIL SLOT-SUBSCRIPT > SESSIONS-PER-DAY
                 ADD 1 TO SESSION-COUNT
                 MOVE CALENDAR-DATE TO SST-DATE(SESSION-COUNT)
                 MOVE SLOT-SUBSCRIPT TO SST-SLOT(SESSION-COUNT)
                 MOVE 0 TO SST-SEATS-USED(SESSION-COUNT)
              END-PERFORM
              MOVE 1 TO DATECALC-DAYS
              PERFORM ADVANCE-CALENDAR-DATE
           END-PERFORM.

       SKIP-WEEKEND-DAYS.
           PERFORM FIND-WEEKDAY.
           IF WEEKDAY-NUMBER = 5 THEN
              MOVE 2 TO DATECALC-DAYS
              PERFORM ADVANCE-CALENDAR-DATE
           END-IF.
           IF WEEKDAY-NUMBER = 6 THEN
              MOVE 1 TO DATECALC-DAYS
              PERFORM ADVANCE-CALENDAR-DATE
           END-IF.

       FIND-WEEKDAY.
           MOVE "DIFF" TO DATECALC-FUNCTION.
           MOVE KNOWN-MONDAY TO DATECALC-DATE-1.
           MOVE CALENDAR-DATE TO DATECALC-DATE-2.
           PERFORM CALL-DATECALC.
           DIVIDE DATECALC-DAYS BY 7 GIVING WEEKDAY-QUOTIENT
              REMAINDER WEEKDAY-NUMBER.

       ADVANCE-CALENDAR-DATE.
           MOVE "ADDD" TO DATECALC-FUNCTION.
           MOVE CALENDAR-DATE TO DATECALC-DATE-1.
           PERFORM CALL-DATECALC.
           MOVE DATECALC-DATE-2 TO CALENDAR-DATE.

       CALL-DATECALC.
           CALL "DATECALC" USING DATECALC-FUNCTION
              DATECALC-DATE-1 DATECALC-DATE-2 DATECALC-DAYS
              ON EXCEPTION
                 DISPLAY "[ABORT]: DATECALC MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.

       LOAD-CANDIDATE-ENTRIES.
           OPEN INPUT ENROLLMENT-FILE.
           IF ENROLLMENT-FILE-NOT-FOUND THEN
              DISPLAY "ENROLL.DAT NOT FOUND"
           ELSE
              READ ENROLLMENT-FILE
                 AT END SET END-OF-ENROLLMENT-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-ENROLLMENT-FILE
                 IF ENROLLMENT-ACTIVE THEN
                    PERFORM ADD-CANDIDATE-ENTRY THRU
                       ADD-CANDIDATE-ENTRY-EXIT
                 END-IF
                 READ ENROLLMENT-FILE
                    AT END SET END-OF-ENROLLMENT-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE ENROLLMENT-FILE
           END-IF.

       ADD-CANDIDATE-ENTRY.
           MOVE "N" TO ENTRY-FOUND-FLAG.
           PERFORM VARYING COURSE-SUBSCRIPT FROM 1 BY 1
              UNTIL COURSE-SUBSCRIPT > COURSE-TABLE-COUNT OR
                 ENTRY-WAS-FOUND
              IF CRT-COURSE-CODE(COURSE-SUBSCRIPT) =
                 ENR-COURSE-CODE THEN
                 SET ENTRY-WAS-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF ENTRY-WAS-FOUND THEN
              SUBTRACT 1 FROM COURSE-SUBSCRIPT
           ELSE
              IF COURSE-TABLE-COUNT = 300 THEN
                 DISPLAY "MORE THAN 300 COURSES -- " ENR-COURSE-CODE
                    " IGNORED"
                 GO TO ADD-CANDIDATE-ENTRY-EXIT
              END-IF
              ADD 1 TO COURSE-TABLE-COUNT
              MOVE COURSE-TABLE-COUNT TO COURSE-SUBSCRIPT
              MOVE ENR-COURSE-CODE
                 TO CRT-COURSE-CODE(COURSE-SUBSCRIPT)
              MOVE 0 TO CRT-CANDIDATES(COURSE-SUBSCRIPT)
              MOVE 0 TO CRT-SESSION(COURSE-SUBSCRIPT)
              MOVE "N" TO CRT-TRIED-FLAG(COURSE-SUBSCRIPT)
           END-IF.

           MOVE "N" TO ENTRY-FOUND-FLAG.
           PERFORM VARYING STUDENT-SUBSCRIPT FROM 1 BY 1
              UNTIL STUDENT-SUBSCRIPT > STUDENT-TABLE-COUNT OR
                 ENTRY-WAS-FOUND
              IF STT-STUDENT-ID(STUDENT-SUBSCRIPT) =
                 ENR-STUDENT-ID THEN
                 SET ENTRY-WAS-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF ENTRY-WAS-FOUND THEN
              SUBTRACT 1 FROM STUDENT-SUBSCRIPT
           ELSE
              IF STUDENT-TABLE-COUNT = 3000 THEN
                 DISPLAY "MORE THAN 3000 CANDIDATES -- STUDENT "
                    ENR-STUDENT-ID " IGNORED"
                 GO TO ADD-CANDIDATE-ENTRY-EXIT
              END-IF
              ADD 1 TO STUDENT-TABLE-COUNT
              MOVE STUDENT-TABLE-COUNT TO STUDENT-SUBSCRIPT
              MOVE ENR-STUDENT-ID
                 TO STT-STUDENT-ID(STUDENT-SUBSCRIPT)
              MOVE "(NO NAME)" TO STT-NAME(STUDENT-SUBSCRIPT)
              PERFORM VARYING SESSION-SUBSCRIPT FROM 1 BY 1
                 UNTIL SESSION-SUBSCRIPT > 30
                 MOVE "N" TO STT-SESSION-FLAG(STUDENT-SUBSCRIPT,
                    SESSION-SUBSCRIPT)
              END-PERFORM
           END-IF.

           IF CANDIDATE-TABLE-COUNT = 8000 THEN
              DISPLAY "MORE THAN 8000 EXAM ENTRIES -- OVERFLOW "
                 "IGNORED"
              GO TO ADD-CANDIDATE-ENTRY-EXIT
           END-IF.
           ADD 1 TO CANDIDATE-TABLE-COUNT.
           MOVE STUDENT-SUBSCRIPT
              TO CET-STUDENT-IX(CANDIDATE-TABLE-COUNT).
           MOVE COURSE-SUBSCRIPT
              TO CET-COURSE-IX(CANDIDATE-TABLE-COUNT).
           MOVE 0 TO CET-ROOM-IX(CANDIDATE-TABLE-COUNT).
           MOVE 0 TO CET-SEAT(CANDIDATE-TABLE-COUNT).
           ADD 1 TO CRT-CANDIDATES(COURSE-SUBSCRIPT).

       ADD-CANDIDATE-ENTRY-EXIT.
           EXIT.

       LOAD-STUDENT-NAMES.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-FILE-NOT-FOUND THEN
              DISPLAY "STUDENTS.DAT NOT FOUND -- NAMES UNAVAILABLE"
           ELSE
              READ STUDENT-FILE
                 AT END SET END-OF-STUDENT-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-STUDENT-FILE
                 PERFORM VARYING STUDENT-SUBSCRIPT FROM 1 BY 1
                    UNTIL STUDENT-SUBSCRIPT > STUDENT-TABLE-COUNT
                    IF STT-STUDENT-ID(STUDENT-SUBSCRIPT) =
                       STUDENT-ID THEN
                       MOVE STUDENT-NAME
                          TO STT-NAME(STUDENT-SUBSCRIPT)
                       MOVE STUDENT-TABLE-COUNT TO STUDENT-SUBSCRIPT
                    END-IF
                 END-PERFORM
                 READ STUDENT-FILE
                    AT END SET END-OF-STUDENT-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE STUDENT-FILE
           END-IF.

       PLACE-LARGEST-COURSE.
           MOVE 0 TO NEXT-COURSE.
           MOVE 0 TO NEXT-COURSE-SIZE.
           PERFORM VARYING DAY-SUBSCRIPT FROM 1 BY 1
              UNTIL DAY-SUBSCRIPT > COURSE-TABLE-COUNT
              IF CRT-TRIED-FLAG(DAY-SUBSCRIPT) = "N" AND
                 CRT-CANDIDATES(DAY-SUBSCRIPT) > NEXT-COURSE-SIZE
                 THEN
                 MOVE DAY-SUBSCRIPT TO NEXT-COURSE
                 MOVE CRT-CANDIDATES(DAY-SUBSCRIPT)
                    TO NEXT-COURSE-SIZE
              END-IF
           END-PERFORM.
           IF NEXT-COURSE > 0 THEN
              MOVE "Y" TO CRT-TRIED-FLAG(NEXT-COURSE)
              MOVE "N" TO COURSE-PLACED-FLAG
              MOVE 1 TO PLACEMENT-PASS
              PERFORM TRY-EACH-SESSION
              IF NOT COURSE-WAS-PLACED THEN
                 MOVE 2 TO PLACEMENT-PASS
                 PERFORM TRY-EACH-SESSION
              END-IF
              IF COURSE-WAS-PLACED THEN
                 ADD 1 TO SCHEDULED-COURSE-COUNT
              ELSE
                 ADD 1 TO UNSCHEDULED-COURSE-COUNT
                 DISPLAY "COURSE " CRT-COURSE-CODE(NEXT-COURSE)
                    " (" NEXT-COURSE-SIZE " CANDIDATES) COULD NOT "
                    "BE PLACED -- ADD EXAM DAYS OR ROOMS"
              END-IF
           END-IF.

       TRY-EACH-SESSION.
           PERFORM VARYING SESSION-SUBSCRIPT FROM 1 BY 1
              UNTIL SESSION-SUBSCRIPT > SESSION-COUNT OR
                 COURSE-WAS-PLACED
              IF SST-SEATS-USED(SESSION-SUBSCRIPT) + NEXT-COURSE-SIZE
                 NOT > TOTAL-EXAM-SEATS THEN
                 PERFORM CHECK-CANDIDATE-CLASH
                 IF NOT SESSION-HAS-CLASH THEN
                    PERFORM BOOK-COURSE-SESSION
                 END-IF
              END-IF
           END-PERFORM.

       CHECK-CANDIDATE-CLASH.
           MOVE "N" TO SESSION-CLASH-FLAG.
           COMPUTE FIRST-SESSION-OF-DAY = SESSION-SUBSCRIPT -
              SST-SLOT(SESSION-SUBSCRIPT) + 1.
           PERFORM VARYING CANDIDATE-SUBSCRIPT FROM 1 BY 1
              UNTIL CANDIDATE-SUBSCRIPT > CANDIDATE-TABLE-COUNT OR
                 SESSION-HAS-CLASH
              IF CET-COURSE-IX(CANDIDATE-SUBSCRIPT) = NEXT-COURSE
                 THEN
                 MOVE CET-STUDENT-IX(CANDIDATE-SUBSCRIPT)
                    TO STUDENT-SUBSCRIPT
                 IF STT-SESSION-FLAG(STUDENT-SUBSCRIPT,
                    SESSION-SUBSCRIPT) = "Y" THEN
                    SET SESSION-HAS-CLASH TO TRUE
                 END-IF
                 IF PLACEMENT-PASS = 1 THEN
                    PERFORM COUNT-PAPERS-IN-DAY
                    IF PAPERS-IN-DAY > 1 THEN
                       SET SESSION-HAS-CLASH TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       COUNT-PAPERS-IN-DAY.
           MOVE 0 TO PAPERS-IN-DAY.
           PERFORM VARYING SESSION-IN-DAY FROM FIRST-SESSION-OF-DAY
              BY 1 UNTIL SESSION-IN-DAY >
                 FIRST-SESSION-OF-DAY + SESSIONS-PER-DAY - 1
              IF STT-SESSION-FLAG(STUDENT-SUBSCRIPT, SESSION-IN-DAY)
                 = "Y" THEN
                 ADD 1 TO PAPERS-IN-DAY
              END-IF
           END-PERFORM.

       BOOK-COURSE-SESSION.
           SET COURSE-WAS-PLACED TO TRUE.
           MOVE SESSION-SUBSCRIPT TO CRT-SESSION(NEXT-COURSE).
           ADD NEXT-COURSE-SIZE TO SST-SEATS-USED(SESSION-SUBSCRIPT).
           PERFORM VARYING CANDIDATE-SUBSCRIPT FROM 1 BY 1
              UNTIL CANDIDATE-SUBSCRIPT > CANDIDATE-TABLE-COUNT
              IF CET-COURSE-IX(CANDIDATE-SUBSCRIPT) = NEXT-COURSE
                 THEN
                 MOVE "Y" TO STT-SESSION-FLAG(
                    CET-STUDENT-IX(CANDIDATE-SUBSCRIPT),
                    SESSION-SUBSCRIPT)
              END-IF
           END-PERFORM.

       WRITE-EXAM-SCHEDULE.
           OPEN OUTPUT EXAM-SCHEDULE-FILE.
           PERFORM VARYING COURSE-SUBSCRIPT FROM 1 BY 1
              UNTIL COURSE-SUBSCRIPT > COURSE-TABLE-COUNT
              IF CRT-SESSION(COURSE-SUBSCRIPT) > 0 THEN
                 MOVE CRT-SESSION(COURSE-SUBSCRIPT)
                    TO SESSION-SUBSCRIPT
                 MOVE EXAM-TERM TO EXS-TERM
                 MOVE CRT-COURSE-CODE(COURSE-SUBSCRIPT)
                    TO EXS-COURSE-CODE
                 MOVE SST-DATE(SESSION-SUBSCRIPT) TO EXS-DATE
                 MOVE SESSION-NAME-ENTRY(SST-SLOT(SESSION-SUBSCRIPT))
                    TO EXS-SESSION
                 MOVE CRT-CANDIDATES(COURSE-SUBSCRIPT)
                    TO EXS-CANDIDATES
                 WRITE EXAM-SCHEDULE-RECORD
              END-IF
           END-PERFORM.
           CLOSE EXAM-SCHEDULE-FILE.

       PRINT-SEATING-PLANS.
           OPEN OUTPUT SEATING-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "EXAMINATION SEATING PLANS -- TERM " EXAM-TERM
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           MOVE REPORT-LINE-BUFFER TO SEATING-REPORT-LINE.
           WRITE SEATING-REPORT-LINE.
           PERFORM VARYING SESSION-SUBSCRIPT FROM 1 BY 1
              UNTIL SESSION-SUBSCRIPT > SESSION-COUNT
              IF SST-SEATS-USED(SESSION-SUBSCRIPT) > 0 THEN
                 MOVE 0 TO CURRENT-ROOM-IX
                 MOVE 0 TO CURRENT-SEAT
                 PERFORM VARYING COURSE-SUBSCRIPT FROM 1 BY 1
                    UNTIL COURSE-SUBSCRIPT > COURSE-TABLE-COUNT
                    IF CRT-SESSION(COURSE-SUBSCRIPT) =
                       SESSION-SUBSCRIPT THEN
                       PERFORM SEAT-COURSE-CANDIDATES
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
           CLOSE SEATING-REPORT-FILE.

       SEAT-COURSE-CANDIDATES.
           PERFORM VARYING CANDIDATE-SUBSCRIPT FROM 1 BY 1
              UNTIL CANDIDATE-SUBSCRIPT > CANDIDATE-TABLE-COUNT
              IF CET-COURSE-IX(CANDIDATE-SUBSCRIPT) =
                 COURSE-SUBSCRIPT THEN
                 IF CURRENT-ROOM-IX = 0 OR
                    CURRENT-SEAT = RMT-CAPACITY(CURRENT-ROOM-IX) THEN
                    ADD 1 TO CURRENT-ROOM-IX
                    MOVE 0 TO CURRENT-SEAT
                    PERFORM WRITE-ROOM-HEADING
                 END-IF
                 ADD 1 TO CURRENT-SEAT
                 MOVE CURRENT-ROOM-IX
                    TO CET-ROOM-IX(CANDIDATE-SUBSCRIPT)
                 MOVE CURRENT-SEAT TO CET-SEAT(CANDIDATE-SUBSCRIPT)
                 MOVE CET-STUDENT-IX(CANDIDATE-SUBSCRIPT)
                    TO STUDENT-SUBSCRIPT
                 MOVE SPACES TO REPORT-LINE-BUFFER
                 STRING "   SEAT " CURRENT-SEAT "  "
                    STT-STUDENT-ID(STUDENT-SUBSCRIPT) " "
                    STT-NAME(STUDENT-SUBSCRIPT) "  "
                    CRT-COURSE-CODE(COURSE-SUBSCRIPT)
                    DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
                 MOVE REPORT-LINE-BUFFER TO SEATING-REPORT-LINE
                 WRITE SEATING-REPORT-LINE
              END-IF
           END-PERFORM.

       WRITE-ROOM-HEADING.
           MOVE SPACES TO SEATING-REPORT-LINE.
           WRITE SEATING-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "ROOM " RMT-ROOM(CURRENT-ROOM-IX) "  DATE "
              SST-DATE(SESSION-SUBSCRIPT) " SESSION "
              SESSION-NAME-ENTRY(SST-SLOT(SESSION-SUBSCRIPT))
              "  (" RMT-CAPACITY(CURRENT-ROOM-IX) " SEATS)"
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           MOVE REPORT-LINE-BUFFER TO SEATING-REPORT-LINE.
           WRITE SEATING-REPORT-LINE.

       PRINT-CANDIDATE-TIMETABLES.
           OPEN OUTPUT CANDIDATE-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "INDIVIDUAL EXAM TIMETABLES -- TERM " EXAM-TERM
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           MOVE REPORT-LINE-BUFFER TO CANDIDATE-REPORT-LINE.
           WRITE CANDIDATE-REPORT-LINE.
           PERFORM VARYING STUDENT-SUBSCRIPT FROM 1 BY 1
              UNTIL STUDENT-SUBSCRIPT > STUDENT-TABLE-COUNT
              PERFORM PRINT-ONE-CANDIDATE
           END-PERFORM.
           CLOSE CANDIDATE-REPORT-FILE.

       PRINT-ONE-CANDIDATE.
           MOVE SPACES TO CANDIDATE-REPORT-LINE.
           WRITE CANDIDATE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "TO: " STT-NAME(STUDENT-SUBSCRIPT) " (STUDENT "
              STT-STUDENT-ID(STUDENT-SUBSCRIPT) ")"
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           MOVE REPORT-LINE-BUFFER TO CANDIDATE-REPORT-LINE.
           WRITE CANDIDATE-REPORT-LINE.
           PERFORM VARYING SESSION-SUBSCRIPT FROM 1 BY 1
              UNTIL SESSION-SUBSCRIPT > SESSION-COUNT
              IF STT-SESSION-FLAG(STUDENT-SUBSCRIPT,
                 SESSION-SUBSCRIPT) = "Y" THEN
                 PERFORM PRINT-CANDIDATE-SESSION
              END-IF
           END-PERFORM.
           PERFORM VARYING CANDIDATE-SUBSCRIPT FROM 1 BY 1
              UNTIL CANDIDATE-SUBSCRIPT > CANDIDATE-TABLE-COUNT
              IF CET-STUDENT-IX(CANDIDATE-SUBSCRIPT) =
                 STUDENT-SUBSCRIPT AND
                 CRT-SESSION(CET-COURSE-IX(CANDIDATE-SUBSCRIPT)) = 0
                 THEN
                 MOVE SPACES TO REPORT-LINE-BUFFER
                 STRING "   "
                    CRT-COURSE-CODE(CET-COURSE-IX(CANDIDATE-SUBSCRIPT))
                    " NOT YET SCHEDULED -- NOTICE TO FOLLOW"
                    DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
                 MOVE REPORT-LINE-BUFFER TO CANDIDATE-REPORT-LINE
                 WRITE CANDIDATE-REPORT-LINE
              END-IF
           END-PERFORM.

           MOVE "N" TO STUDENT-OVERLOAD-FLAG.
           PERFORM VARYING FIRST-SESSION-OF-DAY FROM 1
              BY SESSIONS-PER-DAY
              UNTIL FIRST-SESSION-OF-DAY > SESSION-COUNT
              PERFORM COUNT-PAPERS-IN-DAY
              IF PAPERS-IN-DAY > 2 THEN
                 SET STUDENT-IS-OVERLOADED TO TRUE
                 MOVE SPACES TO REPORT-LINE-BUFFER
                 STRING "   *** " PAPERS-IN-DAY " PAPERS ON "
                    SST-DATE(FIRST-SESSION-OF-DAY)
                    " -- CONTACT THE EXAMS OFFICE"
                    DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
                 MOVE REPORT-LINE-BUFFER TO CANDIDATE-REPORT-LINE
                 WRITE CANDIDATE-REPORT-LINE
                 DISPLAY "STUDENT " STT-STUDENT-ID(STUDENT-SUBSCRIPT)
                    " HAS " PAPERS-IN-DAY " PAPERS ON "
                    SST-DATE(FIRST-SESSION-OF-DAY)
              END-IF
           END-PERFORM.
           IF STUDENT-IS-OVERLOADED THEN
              ADD 1 TO OVERLOADED-STUDENT-COUNT
           END-IF.

       PRINT-CANDIDATE-SESSION.
           PERFORM VARYING CANDIDATE-SUBSCRIPT FROM 1 BY 1
              UNTIL CANDIDATE-SUBSCRIPT > CANDIDATE-TABLE-COUNT
              IF CET-STUDENT-IX(CANDIDATE-SUBSCRIPT) =
                 STUDENT-SUBSCRIPT AND
                 CRT-SESSION(CET-COURSE-IX(CANDIDATE-SUBSCRIPT)) =
                 SESSION-SUBSCRIPT THEN
                 MOVE CET-ROOM-IX(CANDIDATE-SUBSCRIPT)
                    TO CURRENT-ROOM-IX
                 MOVE SPACES TO REPORT-LINE-BUFFER
                 STRING "   " SST-DATE(SESSION-SUBSCRIPT) " "
                    SESSION-NAME-ENTRY(SST-SLOT(SESSION-SUBSCRIPT))
                    "  "
                    CRT-COURSE-CODE(CET-COURSE-IX(CANDIDATE-SUBSCRIPT))
                    "  ROOM " RMT-ROOM(CURRENT-ROOM-IX)
                    " SEAT " CET-SEAT(CANDIDATE-SUBSCRIPT)
                    DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
                 MOVE REPORT-LINE-BUFFER TO CANDIDATE-REPORT-LINE
                 WRITE CANDIDATE-REPORT-LINE
              END-IF
           END-PERFORM.

       END PROGRAM EXAM-SCHEDULE.
