       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORKLOAD-REPORT.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              INSTRUCTOR-FILE ASSIGN TO "INSTRUCT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS INSTRUCTOR-FILE-STATUS.

           SELECT
              TIMETABLE-FILE ASSIGN TO "TIMETABLE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS TIMETABLE-FILE-STATUS.

           SELECT WORK-FILE ASSIGN TO "WORK.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  INSTRUCTOR-FILE.
       01  INSTRUCTOR-RECORD.
           88 END-OF-INSTRUCTOR-FILE VALUE HIGH-VALUES.
           02 INS-INSTRUCTOR-ID PIC X(6).
           02 INS-NAME PIC X(20).
           02 INS-DEPARTMENT PIC X(10).
           02 INS-MAX-HOURS PIC 9(2).
           02 INS-STATUS PIC X.
              88 INSTRUCTOR-ACTIVE VALUE "A".

       FD  TIMETABLE-FILE.
       01  TIMETABLE-RECORD.
           88 END-OF-TIMETABLE-FILE VALUE HIGH-VALUES.
           02 TT-COURSE-CODE PIC X(4).
           02 TT-DAY PIC 9.
           02 TT-PERIOD PIC 9.
           02 TT-ROOM PIC X(6).
           02 TT-INSTRUCTOR-ID PIC X(6).

       SD  WORK-FILE.
       01  WORK-REC.
           02 W-DEPARTMENT PIC X(10).
           02 W-INSTRUCTOR-ID PIC X(6).
           02 W-NAME PIC X(20).
           02 W-MAX-HOURS PIC 9(2).
           02 W-WEEKLY-HOURS PIC 9(3).
           02 W-STATUS PIC X.

       WORKING-STORAGE SECTION.
       01  INSTRUCTOR-FILE-STATUS PIC 9(2).
           88 INSTRUCTOR-FILE-NOT-FOUND VALUE 35.
       01  TIMETABLE-FILE-STATUS PIC 9(2).
           88 TIMETABLE-FILE-NOT-FOUND VALUE 35.

       01  REPORT-TERM PIC X(6).
       01  TERM-WEEKS PIC 9(2) VALUE 12.
       01  ENTRY-TERM-WEEKS PIC 9(2).

       01  INSTRUCTOR-TABLE-COUNT PIC 9(3) VALUE 0.
       01  INSTRUCTOR-TABLE-SUBSCRIPT PIC 9(3) VALUE 0.
       01  INSTRUCTOR-TABLE.
           02 INSTRUCTOR-ENTRY OCCURS 500 TIMES.
              03 INT-INSTRUCTOR-ID PIC X(6).
              03 INT-NAME PIC X(20).
              03 INT-DEPARTMENT PIC X(10).
              03 INT-MAX-HOURS PIC 9(2).
              03 INT-STATUS PIC X.
              03 INT-WEEKLY-HOURS PIC 9(3).
       01  INSTRUCTOR-FOUND-FLAG PIC X VALUE "N".
           88 INSTRUCTOR-WAS-FOUND VALUE "Y".
       01  UNASSIGNED-SLOT-COUNT PIC 9(4) VALUE 0.
       01  UNKNOWN-SLOT-COUNT PIC 9(4) VALUE 0.

       01  WORK-FILE-EOF-FLAG PIC X VALUE "N".
           88 WORK-FILE-AT-END VALUE "Y".
       01  FIRST-RECORD-FLAG PIC X VALUE "Y".
           88 FIRST-RECORD VALUE "Y".
       01  CURRENT-DEPARTMENT PIC X(10).
       01  DEPARTMENT-HOURS PIC 9(5) VALUE 0.
       01  DEPARTMENT-MAX-HOURS PIC 9(5) VALUE 0.
       01  DEPARTMENT-OVER-COUNT PIC 9(3) VALUE 0.
       01  OVERLOADED-COUNT PIC 9(4) VALUE 0.
       01  TERM-HOURS PIC 9(5).
       01  TERM-MAX-HOURS PIC 9(5).
       01  LOAD-REMARK PIC X(14).
       01  PRINT-WEEKLY-HOURS PIC ZZ9.
       01  PRINT-MAX-HOURS PIC Z9.
       01  PRINT-TERM-HOURS PIC ZZZZ9.
       01  PRINT-TERM-MAX PIC ZZZZ9.

       01  RPT-OP PIC X(4).
       01  RPT-TEXT.
           02 RPT-INIT-VIEW.
              03 RPT-REPORT-DSN PIC X(40).
              03 RPT-PROGRAM-ID PIC X(10).
              03 RPT-REPORT-TITLE PIC X(40).
              03 FILLER PIC X(42).
       01  REPORT-LINE-BUFFER PIC X(100).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "TERM (6 CHARS) --> " WITH NO ADVANCING.
           ACCEPT REPORT-TERM.
           DISPLAY "TEACHING WEEKS IN TERM (00 = STANDARD 12) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-TERM-WEEKS.
           IF ENTRY-TERM-WEEKS > 0 THEN
              MOVE ENTRY-TERM-WEEKS TO TERM-WEEKS
           END-IF.

           PERFORM INITIALIZE-REPORT-WRITER.
           SORT WORK-FILE ON ASCENDING KEY W-DEPARTMENT
                               ASCENDING KEY W-INSTRUCTOR-ID
              INPUT PROCEDURE IS LOAD-INSTRUCTOR-HOURS
              OUTPUT PROCEDURE IS PRINT-WORKLOAD.

           MOVE SPACES TO RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "SLOTS WITH NO INSTRUCTOR " UNASSIGNED-SLOT-COUNT
              "  SLOTS WITH AN UNKNOWN INSTRUCTOR "
              UNKNOWN-SLOT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           MOVE "TERM" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           DISPLAY OVERLOADED-COUNT " INSTRUCTOR(S) OVER THEIR "
              "MAXIMUM HOURS -- SEE WORKLOAD.RPT".
           STOP RUN.

       INITIALIZE-REPORT-WRITER.
           MOVE SPACES TO RPT-TEXT.
           MOVE "WORKLOAD.RPT" TO RPT-REPORT-DSN.
           MOVE "WORKLOAD" TO RPT-PROGRAM-ID.
           STRING "INSTRUCTOR WORKLOAD TERM " REPORT-TERM
              DELIMITED BY SIZE INTO RPT-REPORT-TITLE.
           MOVE "INIT" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT
              ON EXCEPTION
                 DISPLAY "[ABORT]: RPTWRITE MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           MOVE SPACES TO RPT-TEXT.
           MOVE "DEPT       INSTR  NAME                 WEEK  MAX  "
              TO RPT-TEXT.
           MOVE "TERM  TERM MAX  REMARK" TO RPT-TEXT(52:22).
           MOVE "HEAD" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE SPACES TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

       LOAD-INSTRUCTOR-HOURS.
           OPEN INPUT INSTRUCTOR-FILE.
           IF INSTRUCTOR-FILE-NOT-FOUND THEN
              DISPLAY "INSTRUCT.DAT NOT FOUND -- NO INSTRUCTORS"
           ELSE
              READ INSTRUCTOR-FILE
                 AT END SET END-OF-INSTRUCTOR-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-INSTRUCTOR-FILE
                 IF INSTRUCTOR-TABLE-COUNT < 500 THEN
                    ADD 1 TO INSTRUCTOR-TABLE-COUNT
                    MOVE INS-INSTRUCTOR-ID TO
                       INT-INSTRUCTOR-ID(INSTRUCTOR-TABLE-COUNT)
                    MOVE INS-NAME TO
                       INT-NAME(INSTRUCTOR-TABLE-COUNT)
                    MOVE INS-DEPARTMENT TO
                       INT-DEPARTMENT(INSTRUCTOR-TABLE-COUNT)
                    MOVE INS-MAX-HOURS TO
                       INT-MAX-HOURS(INSTRUCTOR-TABLE-COUNT)
                    MOVE INS-STATUS TO
                       INT-STATUS(INSTRUCTOR-TABLE-COUNT)
                    MOVE 0 TO
                       INT-WEEKLY-HOURS(INSTRUCTOR-TABLE-COUNT)
                 ELSE
                    DISPLAY "MORE THAN 500 INSTRUCTORS ON "
                       "INSTRUCT.DAT -- OVERFLOW IGNORED"
                 END-IF
                 READ INSTRUCTOR-FILE
                    AT END SET END-OF-INSTRUCTOR-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE INSTRUCTOR-FILE
           END-IF.

           OPEN INPUT TIMETABLE-FILE.
           IF TIMETABLE-FILE-NOT-FOUND THEN
              DISPLAY "TIMETABLE.DAT NOT FOUND -- NO SLOTS"
           ELSE
              READ TIMETABLE-FILE
                 AT END SET END-OF-TIMETABLE-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-TIMETABLE-FILE
                 PERFORM TALLY-TIMETABLE-SLOT
                 READ TIMETABLE-FILE
                    AT END SET END-OF-TIMETABLE-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE TIMETABLE-FILE
           END-IF.

           PERFORM VARYING INSTRUCTOR-TABLE-SUBSCRIPT FROM 1 BY 1
              UNTIL INSTRUCTOR-TABLE-SUBSCRIPT >
                 INSTRUCTOR-TABLE-COUNT
              IF INT-STATUS(INSTRUCTOR-TABLE-SUBSCRIPT) = "A" OR
                 INT-WEEKLY-HOURS(INSTRUCTOR-TABLE-SUBSCRIPT) > 0
                 THEN
                 MOVE INT-DEPARTMENT(INSTRUCTOR-TABLE-SUBSCRIPT)
                    TO W-DEPARTMENT
                 MOVE INT-INSTRUCTOR-ID(INSTRUCTOR-TABLE-SUBSCRIPT)
                    TO W-INSTRUCTOR-ID
                 MOVE INT-NAME(INSTRUCTOR-TABLE-SUBSCRIPT)
                    TO W-NAME
                 MOVE INT-MAX-HOURS(INSTRUCTOR-TABLE-SUBSCRIPT)
                    TO W-MAX-HOURS
                 MOVE INT-WEEKLY-HOURS(INSTRUCTOR-TABLE-SUBSCRIPT)
                    TO W-WEEKLY-HOURS
                 MOVE INT-STATUS(INSTRUCTOR-TABLE-SUBSCRIPT)
                    TO W-STATUS
                 RELEASE WORK-REC
              END-IF
           END-PERFORM.

       TALLY-TIMETABLE-SLOT.
           IF TT-INSTRUCTOR-ID = SPACES THEN
              ADD 1 TO UNASSIGNED-SLOT-COUNT
           ELSE
              MOVE "N" TO INSTRUCTOR-FOUND-FLAG
              PERFORM VARYING INSTRUCTOR-TABLE-SUBSCRIPT FROM 1 BY 1
                 UNTIL INSTRUCTOR-TABLE-SUBSCRIPT >
                    INSTRUCTOR-TABLE-COUNT
                 IF INT-INSTRUCTOR-ID(INSTRUCTOR-TABLE-SUBSCRIPT) =
                    TT-INSTRUCTOR-ID THEN
                    SET INSTRUCTOR-WAS-FOUND TO TRUE
                    ADD 1 TO
                       INT-WEEKLY-HOURS(INSTRUCTOR-TABLE-SUBSCRIPT)
                    MOVE INSTRUCTOR-TABLE-COUNT
                       TO INSTRUCTOR-TABLE-SUBSCRIPT
                 END-IF
              END-PERFORM
              IF NOT INSTRUCTOR-WAS-FOUND THEN
                 ADD 1 TO UNKNOWN-SLOT-COUNT
                 DISPLAY "TIMETABLE SLOT " TT-COURSE-CODE " DAY "
                    TT-DAY " PERIOD " TT-PERIOD
                    " HAS UNKNOWN INSTRUCTOR " TT-INSTRUCTOR-ID
              END-IF
           END-IF.

       PRINT-WORKLOAD.
           RETURN WORK-FILE
              AT END SET WORK-FILE-AT-END TO TRUE
           END-RETURN.
           PERFORM UNTIL WORK-FILE-AT-END
              IF NOT FIRST-RECORD AND
                 W-DEPARTMENT NOT = CURRENT-DEPARTMENT THEN
                 PERFORM WRITE-DEPARTMENT-TOTAL
              END-IF
              IF FIRST-RECORD OR
                 W-DEPARTMENT NOT = CURRENT-DEPARTMENT THEN
                 MOVE W-DEPARTMENT TO CURRENT-DEPARTMENT
                 MOVE 0 TO DEPARTMENT-HOURS
                 MOVE 0 TO DEPARTMENT-MAX-HOURS
                 MOVE 0 TO DEPARTMENT-OVER-COUNT
                 MOVE "N" TO FIRST-RECORD-FLAG
              END-IF
              PERFORM WRITE-INSTRUCTOR-LINE
              RETURN WORK-FILE
                 AT END SET WORK-FILE-AT-END TO TRUE
              END-RETURN
           END-PERFORM.
           IF NOT FIRST-RECORD THEN
              PERFORM WRITE-DEPARTMENT-TOTAL
           END-IF.

       WRITE-INSTRUCTOR-LINE.
           COMPUTE TERM-HOURS = W-WEEKLY-HOURS * TERM-WEEKS.
           COMPUTE TERM-MAX-HOURS = W-MAX-HOURS * TERM-WEEKS.
           ADD W-WEEKLY-HOURS TO DEPARTMENT-HOURS.
           ADD W-MAX-HOURS TO DEPARTMENT-MAX-HOURS.
           EVALUATE TRUE
              WHEN W-STATUS NOT = "A"
                 MOVE "HAS LEFT" TO LOAD-REMARK
              WHEN W-WEEKLY-HOURS > W-MAX-HOURS
                 MOVE "OVER MAXIMUM" TO LOAD-REMARK
                 ADD 1 TO DEPARTMENT-OVER-COUNT
                 ADD 1 TO OVERLOADED-COUNT
              WHEN W-WEEKLY-HOURS = 0
                 MOVE "NO TEACHING" TO LOAD-REMARK
              WHEN W-WEEKLY-HOURS = W-MAX-HOURS
                 MOVE "AT MAXIMUM" TO LOAD-REMARK
              WHEN OTHER
                 MOVE SPACES TO LOAD-REMARK
           END-EVALUATE.
           MOVE W-WEEKLY-HOURS TO PRINT-WEEKLY-HOURS.
           MOVE W-MAX-HOURS TO PRINT-MAX-HOURS.
           MOVE TERM-HOURS TO PRINT-TERM-HOURS.
           MOVE TERM-MAX-HOURS TO PRINT-TERM-MAX.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING W-DEPARTMENT " " W-INSTRUCTOR-ID " " W-NAME " "
              PRINT-WEEKLY-HOURS "   " PRINT-MAX-HOURS "  "
              PRINT-TERM-HOURS "     " PRINT-TERM-MAX "  "
              LOAD-REMARK
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.

       WRITE-DEPARTMENT-TOTAL.
           COMPUTE TERM-HOURS = DEPARTMENT-HOURS * TERM-WEEKS.
           COMPUTE TERM-MAX-HOURS = DEPARTMENT-MAX-HOURS * TERM-WEEKS.
           MOVE TERM-HOURS TO PRINT-TERM-HOURS.
           MOVE TERM-MAX-HOURS TO PRINT-TERM-MAX.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "   DEPARTMENT " CURRENT-DEPARTMENT
              " TERM HOURS " PRINT-TERM-HOURS " OF "
              PRINT-TERM-MAX " AVAILABLE, "
              DEPARTMENT-OVER-COUNT " OVER MAXIMUM"
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

       WRITE-REPORT-LINE.
           MOVE SPACES TO RPT-TEXT.
           MOVE REPORT-LINE-BUFFER TO RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           DISPLAY REPORT-LINE-BUFFER.

       END PROGRAM WORKLOAD-REPORT.
