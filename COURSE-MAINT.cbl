              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS TIMETABLE-FILE-STATUS.

           SELECT
              NEW-TIMETABLE-FILE ASSIGN TO "TIMETABLE.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-TIMETABLE-FILE-STATUS.

           SELECT
              INSTRUCTOR-FILE ASSIGN TO "INSTRUCT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS INSTRUCTOR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-MASTER-FILE.
           02 TT-DAY PIC 9.
           02 TT-PERIOD PIC 9.
           02 TT-ROOM PIC X(6).
           02 TT-INSTRUCTOR-ID PIC X(6).

       FD  NEW-TIMETABLE-FILE.
       01  NEW-TIMETABLE-RECORD PIC X(18).

       FD  INSTRUCTOR-FILE.
       01  INSTRUCTOR-RECORD.
           02 INS-INSTRUCTOR-ID PIC X(6).
           02 INS-NAME PIC X(20).
           02 INS-DEPARTMENT PIC X(10).
           02 INS-MAX-HOURS PIC 9(2).
           02 INS-STATUS PIC X.
              88 INSTRUCTOR-ACTIVE VALUE "A".

       WORKING-STORAGE SECTION.
       01  COURSE-MASTER-FILE-STATUS PIC 9(2).
           88 LIST-ACTION VALUE 3.
           88 SLOT-ACTION VALUE 4.
           88 SLOT-LIST-ACTION VALUE 5.
           88 SLOT-INSTRUCTOR-ACTION VALUE 6.

       01  ENTRY-COURSE-CODE PIC X(4).
       01  ENTRY-COURSE-TITLE PIC X(30).
       01  SLOT-CONFLICT-FLAG PIC X VALUE "N".
           88 SLOT-HAS-CONFLICT VALUE "Y".
       01  SLOT-CONFLICT-COURSE PIC X(4).
       01  SLOT-CONFLICT-ROOM PIC X(6).
       01  INSTRUCTOR-CLASH-FLAG PIC X VALUE "N".
           88 INSTRUCTOR-HAS-CLASH VALUE "Y".

       01  NEW-TIMETABLE-FILE-STATUS PIC 9(2).
       01  NEW-TIMETABLE-EOF-FLAG PIC X VALUE "N".
           88 NEW-TIMETABLE-AT-END VALUE "Y".
       01  SLOT-FOUND-FLAG PIC X VALUE "N".
           88 SLOT-WAS-FOUND VALUE "Y".
       01  INSTRUCTOR-FILE-STATUS PIC 9(2).
           88 INSTRUCTOR-FILE-NOT-FOUND VALUE 35.
       01  INSTRUCTOR-EOF-FLAG PIC X VALUE "N".
           88 INSTRUCTOR-AT-END VALUE "Y".
       01  INSTRUCTOR-FOUND-FLAG PIC X VALUE "N".
           88 INSTRUCTOR-WAS-FOUND VALUE "Y".
       01  ENTRY-INSTRUCTOR-ID PIC X(6).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "1 = ADD COURSE, 2 = RETIRE COURSE, 3 = LIST, "
              "4 = ASSIGN TIMETABLE SLOT, 5 = LIST TIMETABLE, "
              "6 = ASSIGN INSTRUCTOR TO SLOT --> "
              WITH NO ADVANCING.
           ACCEPT MAINT-ACTION.

              PERFORM LIST-TIMETABLE
           END-IF.

           IF SLOT-INSTRUCTOR-ACTION THEN
              PERFORM ASSIGN-SLOT-INSTRUCTOR
           END-IF.

           STOP RUN.

       ADD-COURSE.
           ACCEPT ENTRY-SLOT-PERIOD.
           DISPLAY "ENTER ROOM (6 CHARS) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-SLOT-ROOM.
           DISPLAY "ENTER INSTRUCTOR ID (6 CHARS, BLANK = NOT YET "
              "KNOWN) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-INSTRUCTOR-ID.

           IF ENTRY-SLOT-DAY < 1 OR ENTRY-SLOT-DAY > 5 OR
              ENTRY-SLOT-PERIOD < 1 OR ENTRY-SLOT-PERIOD > 8 THEN
                    " NOT ON THE CATALOG -- SLOT NOT ASSIGNED"
              ELSE
                 PERFORM CHECK-SLOT-CONFLICT
                 PERFORM CHECK-INSTRUCTOR-ON-FILE
                 IF SLOT-HAS-CONFLICT THEN
                    DISPLAY "ROOM " ENTRY-SLOT-ROOM
                       " IS ALREADY TAKEN AT DAY " ENTRY-SLOT-DAY
                       " PERIOD " ENTRY-SLOT-PERIOD " BY "
                       SLOT-CONFLICT-COURSE " -- SLOT NOT ASSIGNED"
                 END-IF
                 IF INSTRUCTOR-HAS-CLASH THEN
                    DISPLAY "INSTRUCTOR " ENTRY-INSTRUCTOR-ID
                       " ALREADY TEACHES " SLOT-CONFLICT-COURSE
                       " IN ROOM " SLOT-CONFLICT-ROOM " AT DAY "
                       ENTRY-SLOT-DAY " PERIOD " ENTRY-SLOT-PERIOD
                       " -- SLOT NOT ASSIGNED"
                 END-IF
                 IF NOT INSTRUCTOR-WAS-FOUND THEN
                    DISPLAY "INSTRUCTOR " ENTRY-INSTRUCTOR-ID
                       " IS NOT AN ACTIVE INSTRUCTOR ON INSTRUCT.DAT"
                       " -- SLOT NOT ASSIGNED"
                 END-IF
                 IF NOT SLOT-HAS-CONFLICT AND
                    NOT INSTRUCTOR-HAS-CLASH AND
                    INSTRUCTOR-WAS-FOUND THEN
                    OPEN EXTEND TIMETABLE-FILE
                    IF TIMETABLE-FILE-NOT-FOUND THEN
                       OPEN OUTPUT TIMETABLE-FILE
                    MOVE ENTRY-SLOT-DAY TO TT-DAY
                    MOVE ENTRY-SLOT-PERIOD TO TT-PERIOD
                    MOVE ENTRY-SLOT-ROOM TO TT-ROOM
                    MOVE ENTRY-INSTRUCTOR-ID TO TT-INSTRUCTOR-ID
                    WRITE TIMETABLE-RECORD
                    CLOSE TIMETABLE-FILE
                    DISPLAY "SLOT ASSIGNED: " ENTRY-COURSE-CODE
                       " DAY " ENTRY-SLOT-DAY " PERIOD "
                       ENTRY-SLOT-PERIOD " ROOM " ENTRY-SLOT-ROOM
                       " INSTRUCTOR " ENTRY-INSTRUCTOR-ID
                 END-IF
              END-IF
           END-IF.

       CHECK-SLOT-CONFLICT.
           MOVE "N" TO SLOT-CONFLICT-FLAG.
           MOVE "N" TO INSTRUCTOR-CLASH-FLAG.
           MOVE "N" TO TIMETABLE-EOF-FLAG.
           OPEN INPUT TIMETABLE-FILE.
           IF NOT TIMETABLE-FILE-NOT-FOUND THEN
              PERFORM UNTIL TIMETABLE-AT-END OR SLOT-HAS-CONFLICT
                 OR INSTRUCTOR-HAS-CLASH
                 READ TIMETABLE-FILE
                    AT END SET TIMETABLE-AT-END TO TRUE
                 END-READ
                       SET SLOT-HAS-CONFLICT TO TRUE
                       MOVE TT-COURSE-CODE TO SLOT-CONFLICT-COURSE
                    END-IF
                    IF ENTRY-INSTRUCTOR-ID NOT = SPACES AND
                       TT-INSTRUCTOR-ID = ENTRY-INSTRUCTOR-ID THEN
                       SET INSTRUCTOR-HAS-CLASH TO TRUE
                       MOVE TT-COURSE-CODE TO SLOT-CONFLICT-COURSE
                       MOVE TT-ROOM TO SLOT-CONFLICT-ROOM
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE TIMETABLE-FILE
           END-IF.

       CHECK-INSTRUCTOR-ON-FILE.
           MOVE "N" TO INSTRUCTOR-FOUND-FLAG.
           MOVE "N" TO INSTRUCTOR-EOF-FLAG.
           IF ENTRY-INSTRUCTOR-ID = SPACES THEN
              SET INSTRUCTOR-WAS-FOUND TO TRUE
           ELSE
              OPEN INPUT INSTRUCTOR-FILE
              IF NOT INSTRUCTOR-FILE-NOT-FOUND THEN
                 PERFORM UNTIL INSTRUCTOR-AT-END OR
                    INSTRUCTOR-WAS-FOUND
                    READ INSTRUCTOR-FILE
                       AT END SET INSTRUCTOR-AT-END TO TRUE
                    END-READ
                    IF NOT INSTRUCTOR-AT-END AND
                       INS-INSTRUCTOR-ID = ENTRY-INSTRUCTOR-ID AND
                       INSTRUCTOR-ACTIVE THEN
                       SET INSTRUCTOR-WAS-FOUND TO TRUE
                    END-IF
                 END-PERFORM
                 CLOSE INSTRUCTOR-FILE
              END-IF
           END-IF.

       ASSIGN-SLOT-INSTRUCTOR.
           DISPLAY "ENTER COURSE CODE (4 CHARS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-COURSE-CODE.
           DISPLAY "ENTER DAY (1 = MON ... 5 = FRI) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-SLOT-DAY.
           DISPLAY "ENTER PERIOD (1-8) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-SLOT-PERIOD.
           DISPLAY "ENTER INSTRUCTOR ID (6 CHARS, BLANK = REMOVE) "
              "--> " WITH NO ADVANCING.
           ACCEPT ENTRY-INSTRUCTOR-ID.

           PERFORM CHECK-INSTRUCTOR-ON-FILE.
           IF NOT INSTRUCTOR-WAS-FOUND THEN
              DISPLAY "INSTRUCTOR " ENTRY-INSTRUCTOR-ID
                 " IS NOT AN ACTIVE INSTRUCTOR ON INSTRUCT.DAT"
                 " -- NOT ASSIGNED"
              STOP RUN
           END-IF.
           PERFORM CHECK-INSTRUCTOR-CLASH.
           IF INSTRUCTOR-HAS-CLASH THEN
              DISPLAY "INSTRUCTOR " ENTRY-INSTRUCTOR-ID
                 " ALREADY TEACHES " SLOT-CONFLICT-COURSE
                 " IN ROOM " SLOT-CONFLICT-ROOM " AT DAY "
                 ENTRY-SLOT-DAY " PERIOD " ENTRY-SLOT-PERIOD
                 " -- NOT ASSIGNED"
           ELSE
              PERFORM REWRITE-SLOT-INSTRUCTOR
           END-IF.

       CHECK-INSTRUCTOR-CLASH.
           MOVE "N" TO INSTRUCTOR-CLASH-FLAG.
           MOVE "N" TO TIMETABLE-EOF-FLAG.
           IF ENTRY-INSTRUCTOR-ID NOT = SPACES THEN
              OPEN INPUT TIMETABLE-FILE
              IF NOT TIMETABLE-FILE-NOT-FOUND THEN
                 PERFORM UNTIL TIMETABLE-AT-END OR
                    INSTRUCTOR-HAS-CLASH
                    READ TIMETABLE-FILE
                       AT END SET TIMETABLE-AT-END TO TRUE
                    END-READ
                    IF NOT TIMETABLE-AT-END AND
                       TT-DAY = ENTRY-SLOT-DAY AND
                       TT-PERIOD = ENTRY-SLOT-PERIOD AND
                       TT-COURSE-CODE NOT = ENTRY-COURSE-CODE AND
                       TT-INSTRUCTOR-ID = ENTRY-INSTRUCTOR-ID THEN
                       SET INSTRUCTOR-HAS-CLASH TO TRUE
                       MOVE TT-COURSE-CODE TO SLOT-CONFLICT-COURSE
                       MOVE TT-ROOM TO SLOT-CONFLICT-ROOM
                    END-IF
                 END-PERFORM
                 CLOSE TIMETABLE-FILE
              END-IF
           END-IF.

       REWRITE-SLOT-INSTRUCTOR.
           MOVE "N" TO SLOT-FOUND-FLAG.
           MOVE "N" TO TIMETABLE-EOF-FLAG.
           OPEN INPUT TIMETABLE-FILE.
           IF TIMETABLE-FILE-NOT-FOUND THEN
              DISPLAY "TIMETABLE.DAT NOT FOUND"
           ELSE
              OPEN OUTPUT NEW-TIMETABLE-FILE
              PERFORM UNTIL TIMETABLE-AT-END
                 READ TIMETABLE-FILE
                    AT END SET TIMETABLE-AT-END TO TRUE
                 END-READ
                 IF NOT TIMETABLE-AT-END THEN
                    IF TT-COURSE-CODE = ENTRY-COURSE-CODE AND
                       TT-DAY = ENTRY-SLOT-DAY AND
                       TT-PERIOD = ENTRY-SLOT-PERIOD THEN
                       SET SLOT-WAS-FOUND TO TRUE
                       MOVE ENTRY-INSTRUCTOR-ID TO TT-INSTRUCTOR-ID
                    END-IF
                    WRITE NEW-TIMETABLE-RECORD FROM TIMETABLE-RECORD
                 END-IF
              END-PERFORM
              CLOSE NEW-TIMETABLE-FILE
              CLOSE TIMETABLE-FILE
              IF SLOT-WAS-FOUND THEN
                 PERFORM PROMOTE-TIMETABLE-FILE
                 DISPLAY "INSTRUCTOR SET TO " ENTRY-INSTRUCTOR-ID
                    " FOR " ENTRY-COURSE-CODE " DAY " ENTRY-SLOT-DAY
                    " PERIOD " ENTRY-SLOT-PERIOD
              ELSE
                 DISPLAY "NO SLOT FOR " ENTRY-COURSE-CODE " AT DAY "
                    ENTRY-SLOT-DAY " PERIOD " ENTRY-SLOT-PERIOD
              END-IF
           END-IF.

       PROMOTE-TIMETABLE-FILE.
           MOVE "N" TO NEW-TIMETABLE-EOF-FLAG.
           OPEN INPUT NEW-TIMETABLE-FILE.
           OPEN OUTPUT TIMETABLE-FILE.
           PERFORM UNTIL NEW-TIMETABLE-AT-END
              READ NEW-TIMETABLE-FILE
                 AT END SET NEW-TIMETABLE-AT-END TO TRUE
              END-READ
              IF NOT NEW-TIMETABLE-AT-END THEN
                 WRITE TIMETABLE-RECORD FROM NEW-TIMETABLE-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-TIMETABLE-FILE.
           CLOSE TIMETABLE-FILE.

       LIST-TIMETABLE.
           MOVE "N" TO TIMETABLE-EOF-FLAG.
           OPEN INPUT TIMETABLE-FILE.
                 IF NOT TIMETABLE-AT-END THEN
                    DISPLAY TT-COURSE-CODE " DAY " TT-DAY
                       " PERIOD " TT-PERIOD " ROOM " TT-ROOM
                       " INSTRUCTOR " TT-INSTRUCTOR-ID
                 END-IF
              END-PERFORM
              CLOSE TIMETABLE-FILE
