              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS ENROLLMENT-FILE-STATUS.

           SELECT
              INSTRUCTOR-FILE ASSIGN TO "INSTRUCT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS INSTRUCTOR-FILE-STATUS.

           SELECT
              TIMETABLE-REPORT-FILE ASSIGN TO "TIMETBL.RPT"
              ORGANIZATION IS LINE SEQUENTIAL.
           02 TT-DAY PIC 9.
           02 TT-PERIOD PIC 9.
           02 TT-ROOM PIC X(6).
           02 TT-INSTRUCTOR-ID PIC X(6).

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
              88 ENROLLMENT-ACTIVE VALUE "A".
           02 ENR-WITHDRAWN-DATE PIC X(8).

       FD  INSTRUCTOR-FILE.
       01  INSTRUCTOR-RECORD.
           02 INS-INSTRUCTOR-ID PIC X(6).
           02 INS-NAME PIC X(20).
           02 INS-DEPARTMENT PIC X(10).
           02 INS-MAX-HOURS PIC 9(2).
           02 INS-STATUS PIC X.

       FD  TIMETABLE-REPORT-FILE.
       01  TIMETABLE-REPORT-LINE PIC X(70).

           88 TIMETABLE-FILE-NOT-FOUND VALUE 35.
       01  ENROLLMENT-FILE-STATUS PIC 9(2).
           88 ENROLLMENT-FILE-NOT-FOUND VALUE 35.
       01  INSTRUCTOR-FILE-STATUS PIC 9(2).
           88 INSTRUCTOR-FILE-NOT-FOUND VALUE 35.

       01  PRINT-MODE PIC 9.
           88 STUDENT-MODE VALUE 1.
           88 ROOM-MODE VALUE 2.
           88 INSTRUCTOR-MODE VALUE 3.
       01  ENTRY-STUDENT-ID PIC 9(7).
       01  ENTRY-ROOM PIC X(6).
       01  ENTRY-INSTRUCTOR-ID PIC X(6).

       01  INSTRUCTOR-TABLE-COUNT PIC 9(3) VALUE 0.
       01  INSTRUCTOR-TABLE-SUBSCRIPT PIC 9(3) VALUE 0.
       01  INSTRUCTOR-TABLE.
           02 INSTRUCTOR-ENTRY OCCURS 500 TIMES.
              03 INT-INSTRUCTOR-ID PIC X(6).
              03 INT-NAME PIC X(20).
       01  INSTRUCTOR-EOF-FLAG PIC X VALUE "N".
           88 INSTRUCTOR-AT-END VALUE "Y".
       01  LOOKUP-INSTRUCTOR-NAME PIC X(20).

       01  OWN-COURSE-COUNT PIC 9(2) VALUE 0.
       01  OWN-COURSE-SUBSCRIPT PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "1 = STUDENT TIMETABLE, 2 = ROOM TIMETABLE, "
              "3 = INSTRUCTOR TIMETABLE --> " WITH NO ADVANCING.
           ACCEPT PRINT-MODE.

           IF STUDENT-MODE THEN
              ACCEPT ENTRY-ROOM
           END-IF.

           IF INSTRUCTOR-MODE THEN
              DISPLAY "ENTER INSTRUCTOR ID (6 CHARS) --> "
                 WITH NO ADVANCING
              ACCEPT ENTRY-INSTRUCTOR-ID
           END-IF.

           IF NOT STUDENT-MODE AND NOT ROOM-MODE AND
              NOT INSTRUCTOR-MODE THEN
              DISPLAY "INVALID MODE"
              STOP RUN
           END-IF.

           PERFORM LOAD-INSTRUCTOR-NAMES.

           OPEN OUTPUT TIMETABLE-REPORT-FILE.
           IF STUDENT-MODE THEN
              MOVE SPACES TO REPORT-LINE-BUFFER
              STRING "WEEKLY TIMETABLE FOR STUDENT "
                 ENTRY-STUDENT-ID
                 DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
           END-IF.
           IF ROOM-MODE THEN
              MOVE SPACES TO REPORT-LINE-BUFFER
              STRING "WEEKLY TIMETABLE FOR ROOM " ENTRY-ROOM
                 DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
           END-IF.
           IF INSTRUCTOR-MODE THEN
              MOVE ENTRY-INSTRUCTOR-ID TO TT-INSTRUCTOR-ID
              PERFORM FIND-INSTRUCTOR-NAME
              MOVE SPACES TO REPORT-LINE-BUFFER
              STRING "WEEKLY TIMETABLE FOR INSTRUCTOR "
                 ENTRY-INSTRUCTOR-ID " " LOOKUP-INSTRUCTOR-NAME
                 DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
           END-IF.
           MOVE REPORT-LINE-BUFFER TO TIMETABLE-REPORT-LINE.
           WRITE TIMETABLE-REPORT-LINE.
           DISPLAY REPORT-LINE-BUFFER.
              IF TT-ROOM = ENTRY-ROOM THEN
                 SET COURSE-IS-MINE TO TRUE
              END-IF
           END-IF.
           IF INSTRUCTOR-MODE THEN
              IF TT-INSTRUCTOR-ID = ENTRY-INSTRUCTOR-ID THEN
                 SET COURSE-IS-MINE TO TRUE
              END-IF
           END-IF.
           IF STUDENT-MODE THEN
              PERFORM VARYING OWN-COURSE-SUBSCRIPT FROM 1 BY 1
                 UNTIL OWN-COURSE-SUBSCRIPT > OWN-COURSE-COUNT
                 IF OWN-COURSE-CODE(OWN-COURSE-SUBSCRIPT) =

       PRINT-ONE-SLOT.
           MOVE DAY-NAME-ENTRY(TT-DAY) TO DAY-NAME.
           PERFORM FIND-INSTRUCTOR-NAME.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "  " DAY-NAME " PERIOD " TT-PERIOD " "
              TT-COURSE-CODE " ROOM " TT-ROOM "  "
              LOOKUP-INSTRUCTOR-NAME
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           MOVE REPORT-LINE-BUFFER TO TIMETABLE-REPORT-LINE.
           WRITE TIMETABLE-REPORT-LINE.
           DISPLAY REPORT-LINE-BUFFER.
           ADD 1 TO PRINTED-LINE-COUNT.

       LOAD-INSTRUCTOR-NAMES.
           MOVE 0 TO INSTRUCTOR-TABLE-COUNT.
           MOVE "N" TO INSTRUCTOR-EOF-FLAG.
           OPEN INPUT INSTRUCTOR-FILE.
           IF NOT INSTRUCTOR-FILE-NOT-FOUND THEN
              PERFORM UNTIL INSTRUCTOR-AT-END
                 READ INSTRUCTOR-FILE
                    AT END SET INSTRUCTOR-AT-END TO TRUE
                 END-READ
                 IF NOT INSTRUCTOR-AT-END AND
                    INSTRUCTOR-TABLE-COUNT < 500 THEN
                    ADD 1 TO INSTRUCTOR-TABLE-COUNT
                    MOVE INS-INSTRUCTOR-ID TO
                       INT-INSTRUCTOR-ID(INSTRUCTOR-TABLE-COUNT)
                    MOVE INS-NAME TO
                       INT-NAME(INSTRUCTOR-TABLE-COUNT)
                 END-IF
              END-PERFORM
              CLOSE INSTRUCTOR-FILE
           END-IF.

       FIND-INSTRUCTOR-NAME.
           IF TT-INSTRUCTOR-ID = SPACES THEN
              MOVE "(NO INSTRUCTOR)" TO LOOKUP-INSTRUCTOR-NAME
           ELSE
              MOVE TT-INSTRUCTOR-ID TO LOOKUP-INSTRUCTOR-NAME
              PERFORM VARYING INSTRUCTOR-TABLE-SUBSCRIPT FROM 1 BY 1
                 UNTIL INSTRUCTOR-TABLE-SUBSCRIPT >
                    INSTRUCTOR-TABLE-COUNT
                 IF INT-INSTRUCTOR-ID(INSTRUCTOR-TABLE-SUBSCRIPT) =
                    TT-INSTRUCTOR-ID THEN
                    MOVE INT-NAME(INSTRUCTOR-TABLE-SUBSCRIPT)
                       TO LOOKUP-INSTRUCTOR-NAME
                    MOVE INSTRUCTOR-TABLE-COUNT
                       TO INSTRUCTOR-TABLE-SUBSCRIPT
                 END-IF
              END-PERFORM
           END-IF.

       END PROGRAM TIMETABLE-PRINT.
