       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSUS-RETURN.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              CENSUS-CONTROL-FILE ASSIGN TO "CENSCTL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS CENSUS-CONTROL-FILE-STATUS.

           SELECT
              CENSUS-STUDENT-FILE ASSIGN DYNAMIC CENSUS-STUDENT-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS CENSUS-STUDENT-FILE-STATUS.

           SELECT
              CENSUS-ENROLL-FILE ASSIGN DYNAMIC CENSUS-ENROLL-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS CENSUS-ENROLL-FILE-STATUS.

           SELECT
              COURSE-MASTER-FILE ASSIGN TO "COURSES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS COURSE-MASTER-FILE-STATUS.

           SELECT
              RESULTS-FILE ASSIGN TO "RESULTS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS RESULTS-FILE-STATUS.

           SELECT
              RETURN-FILE ASSIGN DYNAMIC RETURN-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS RETURN-FILE-STATUS.

           SELECT WORK-FILE ASSIGN TO "WORK.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  CENSUS-CONTROL-FILE.
       01  CENSUS-CONTROL-RECORD.
           88 END-OF-CENSUS-CONTROL VALUE HIGH-VALUES.
           02 CCTL-TERM PIC X(6).
           02 CCTL-CENSUS-DATE PIC 9(8).
           02 CCTL-TAKEN-DATE PIC 9(8).
           02 CCTL-STUDENT-COUNT PIC 9(5).
           02 CCTL-ENROLL-COUNT PIC 9(5).

       FD  CENSUS-STUDENT-FILE.
       01  STUDENT-DETAILS.
           88 END-OF-STUDENT-FILE VALUE HIGH-VALUES.
           02 STUDENT-ID PIC 9(7).
           02 STUDENT-NAME.
              03 SURNAME PIC X(8).
              03 INITIALS PIC XX.
           02 DATE-OF-BIRTH PIC 9(8).
           02 COURSE-CODE PIC X(4).
           02 GENDER PIC X.
           02 STUDENT-STATUS PIC X.

       FD  CENSUS-ENROLL-FILE.
       01  ENROLLMENT-RECORD.
           88 END-OF-ENROLLMENT-FILE VALUE HIGH-VALUES.
           02 ENR-STUDENT-ID PIC 9(7).
           02 ENR-COURSE-CODE PIC X(4).
           02 ENR-DATE PIC 9(8).
           02 ENR-STATUS PIC X.
              88 ENROLLMENT-ACTIVE VALUE "A".
           02 ENR-WITHDRAWN-DATE PIC X(8).

       FD  COURSE-MASTER-FILE.
       01  COURSE-MASTER-REC.
           88 END-OF-COURSE-FILE VALUE HIGH-VALUES.
           02 COURSE-MASTER-CODE PIC X(4).
           02 COURSE-MASTER-TITLE PIC X(30).
           02 COURSE-MASTER-DEPARTMENT PIC X(10).
           02 COURSE-MASTER-ACTIVE-FLAG PIC X.
           02 COURSE-MASTER-CAPACITY PIC 9(3).

       FD  RESULTS-FILE.
       01  RESULT-RECORD.
           88 END-OF-RESULTS-FILE VALUE HIGH-VALUES.
           02 RESULT-STUDENT-ID PIC 9(7).
           02 RESULT-COURSE-CODE PIC X(4).
           02 RESULT-TERM PIC X(6).
           02 RESULT-MARK PIC 9(3).
           02 RESULT-GRADE PIC X.

       FD  RETURN-FILE.
       01  RETURN-HEADER-RECORD.
           02 RH-RECORD-TYPE PIC X.
           02 RH-INSTITUTION-CODE PIC X(8).
           02 RH-TERM PIC X(6).
           02 RH-CENSUS-DATE PIC 9(8).
           02 RH-PRODUCED-DATE PIC 9(8).
           02 FILLER PIC X(19).
       01  RETURN-DETAIL-RECORD.
           02 RD-RECORD-TYPE PIC X.
           02 RD-TERM PIC X(6).
           02 RD-DEPARTMENT PIC X(10).
           02 RD-COURSE-CODE PIC X(4).
           02 RD-GENDER PIC X.
           02 RD-AGE-BAND PIC X.
           02 RD-ATTENDANCE PIC X.
           02 RD-ENTRY-TYPE PIC X.
           02 RD-HEADCOUNT PIC 9(5).
           02 RD-FTE PIC 9(5)V9(2).
           02 FILLER PIC X(13).
       01  RETURN-TRAILER-RECORD.
           02 RT-RECORD-TYPE PIC X.
           02 RT-DETAIL-COUNT PIC 9(5).
           02 RT-HEADCOUNT PIC 9(5).
           02 RT-FTE PIC 9(5)V9(2).
           02 RT-ENROLLMENT-COUNT PIC 9(6).
           02 FILLER PIC X(26).

       SD  WORK-FILE.
       01  WORK-REC.
           02 W-DEPARTMENT PIC X(10).
           02 W-COURSE-CODE PIC X(4).
           02 W-GENDER PIC X.
           02 W-AGE-BAND PIC X.
           02 W-ATTENDANCE PIC X.
           02 W-ENTRY-TYPE PIC X.
           02 W-FTE PIC 9V9(2).

       WORKING-STORAGE SECTION.
       01  RPT-OP PIC X(4).
       01  RPT-TEXT.
           02 RPT-INIT-VIEW.
              03 RPT-REPORT-DSN PIC X(40).
              03 RPT-PROGRAM-ID PIC X(10).
              03 RPT-REPORT-TITLE PIC X(40).
              03 FILLER PIC X(42).
       01  CENSUS-CONTROL-FILE-STATUS PIC 9(2).
           88 CENSUS-CONTROL-NOT-FOUND VALUE 35.
       01  CENSUS-STUDENT-FILE-STATUS PIC 9(2).
           88 CENSUS-STUDENT-NOT-FOUND VALUE 35.
       01  CENSUS-ENROLL-FILE-STATUS PIC 9(2).
           88 CENSUS-ENROLL-NOT-FOUND VALUE 35.
       01  COURSE-MASTER-FILE-STATUS PIC 9(2).
           88 COURSE-MASTER-FILE-NOT-FOUND VALUE 35.
       01  RESULTS-FILE-STATUS PIC 9(2).
           88 RESULTS-FILE-NOT-FOUND VALUE 35.
       01  RETURN-FILE-STATUS PIC 9(2).
       01  CENSUS-STUDENT-DSN PIC X(40).
       01  CENSUS-ENROLL-DSN PIC X(40).
       01  RETURN-FILE-DSN PIC X(40).

       01  INSTITUTION-CODE PIC X(8) VALUE "KHC00001".
       01  FULL-TIME-LOAD PIC 9 VALUE 4.
       01  CENSUS-TERM PIC X(6).
       01  CENSUS-DATE PIC 9(8) VALUE 0.
       01  TODAY-DATE PIC 9(8).
       01  SNAPSHOT-FOUND-FLAG PIC X VALUE "N".
           88 SNAPSHOT-WAS-FOUND VALUE "Y".

       01  COURSE-TABLE-COUNT PIC 9(3) VALUE 0.
       01  COURSE-TABLE-SUBSCRIPT PIC 9(3) VALUE 0.
       01  COURSE-TABLE.
           02 COURSE-ENTRY OCCURS 200 TIMES.
              03 CT-CODE PIC X(4).
              03 CT-TITLE PIC X(30).
              03 CT-DEPARTMENT PIC X(10).
       01  LOOKUP-COURSE-CODE PIC X(4).
       01  LOOKUP-COURSE-TITLE PIC X(30).
       01  LOOKUP-DEPARTMENT PIC X(10).

       01  STUDENT-TABLE-COUNT PIC 9(4) VALUE 0.
       01  STUDENT-TABLE-SUBSCRIPT PIC 9(4) VALUE 0.
       01  STUDENT-TABLE.
           02 STUDENT-ENTRY OCCURS 2000 TIMES.
              03 ST-STUDENT-ID PIC 9(7).
              03 ST-COURSE-CODE PIC X(4).
              03 ST-GENDER PIC X.
              03 ST-DATE-OF-BIRTH PIC 9(8).
              03 ST-ENROLL-COUNT PIC 9(3).
              03 ST-CONTINUING-FLAG PIC X.
                 88 ST-CONTINUING VALUE "Y".
       01  WANTED-STUDENT-ID PIC 9(7).
       01  STUDENT-FOUND-FLAG PIC X.
           88 STUDENT-WAS-FOUND VALUE "Y".
       01  UNMATCHED-ENROLL-COUNT PIC 9(5) VALUE 0.

       01  STUDENT-AGE PIC 9(3).
       01  DATECALC-FUNCTION PIC X(4).
       01  DATECALC-DAYS PIC S9(5).
       01  STUDENT-FTE PIC 9V9(2).

       01  FIRST-RECORD-FLAG PIC X VALUE "Y".
           88 FIRST-RECORD VALUE "Y".
       01  WORK-FILE-EOF-FLAG PIC X VALUE "N".
           88 WORK-FILE-AT-END VALUE "Y".
       01  CURRENT-CELL-KEY.
           02 CK-DEPARTMENT PIC X(10).
           02 CK-COURSE-CODE PIC X(4).
           02 CK-GENDER PIC X.
           02 CK-AGE-BAND PIC X.
           02 CK-ATTENDANCE PIC X.
           02 CK-ENTRY-TYPE PIC X.
       01  INCOMING-CELL-KEY PIC X(18).
       01  CELL-HEADCOUNT PIC 9(5) VALUE 0.
       01  CELL-FTE PIC 9(5)V9(2) VALUE 0.
       01  COURSE-HEADCOUNT PIC 9(5) VALUE 0.
       01  COURSE-FTE PIC 9(5)V9(2) VALUE 0.
       01  DEPARTMENT-HEADCOUNT PIC 9(5) VALUE 0.
       01  DEPARTMENT-FTE PIC 9(5)V9(2) VALUE 0.
       01  GRAND-HEADCOUNT PIC 9(5) VALUE 0.
       01  GRAND-FTE PIC 9(5)V9(2) VALUE 0.
       01  GRAND-ENROLLMENT-COUNT PIC 9(6) VALUE 0.
       01  DETAIL-RECORD-COUNT PIC 9(5) VALUE 0.

       01  CATEGORY-SUBSCRIPT PIC 9(2) VALUE 0.
       01  CATEGORY-TABLE.
           02 CATEGORY-ENTRY OCCURS 10 TIMES.
              03 CAT-CODE PIC X.
              03 CAT-LABEL PIC X(20).
              03 CAT-HEADCOUNT PIC 9(5).
              03 CAT-FTE PIC 9(5)V9(2).
       01  GENDER-FIRST PIC 9(2) VALUE 1.
       01  GENDER-LAST PIC 9(2) VALUE 3.
       01  AGE-FIRST PIC 9(2) VALUE 4.
       01  AGE-LAST PIC 9(2) VALUE 8.
       01  ATTENDANCE-FIRST PIC 9(2) VALUE 9.
       01  ATTENDANCE-LAST PIC 9(2) VALUE 10.
       01  SECTION-FIRST PIC 9(2).
       01  SECTION-LAST PIC 9(2).
       01  ENTRY-FIRST-YEAR-HEADCOUNT PIC 9(5) VALUE 0.
       01  ENTRY-FIRST-YEAR-FTE PIC 9(5)V9(2) VALUE 0.
       01  ENTRY-CONTINUING-HEADCOUNT PIC 9(5) VALUE 0.
       01  ENTRY-CONTINUING-FTE PIC 9(5)V9(2) VALUE 0.

       01  REPORT-LINE-BUFFER PIC X(70).
       01  PRINT-HEADCOUNT PIC ZZZZ9.
       01  PRINT-FTE PIC ZZZZ9.99.
       01  PRINT-LABEL PIC X(40).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "CENSUS TERM (6 CHARS, E.G. 2026T1) --> "
              WITH NO ADVANCING.
           ACCEPT CENSUS-TERM.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

           PERFORM FIND-CENSUS-SNAPSHOT.
           IF NOT SNAPSHOT-WAS-FOUND THEN
              DISPLAY "NO CENSUS SNAPSHOT FOR " CENSUS-TERM
                 " -- RUN CENSUS-SNAPSHOT FIRST"
              STOP RUN
           END-IF.

           MOVE SPACES TO CENSUS-STUDENT-DSN.
           STRING "CENSTU." CENSUS-TERM DELIMITED BY SIZE
              INTO CENSUS-STUDENT-DSN.
           MOVE SPACES TO CENSUS-ENROLL-DSN.
           STRING "CENENR." CENSUS-TERM DELIMITED BY SIZE
              INTO CENSUS-ENROLL-DSN.
           MOVE SPACES TO RETURN-FILE-DSN.
           STRING "CENSRET." CENSUS-TERM DELIMITED BY SIZE
              INTO RETURN-FILE-DSN.

           PERFORM LOAD-COURSE-TABLE.
           PERFORM LOAD-CENSUS-STUDENTS.
           PERFORM COUNT-CENSUS-ENROLLMENTS.
           PERFORM MARK-CONTINUING-STUDENTS.
           PERFORM LOAD-CATEGORY-LABELS.

           SORT
              WORK-FILE ON ASCENDING KEY W-DEPARTMENT
                             ASCENDING KEY W-COURSE-CODE
                             ASCENDING KEY W-GENDER
                             ASCENDING KEY W-AGE-BAND
                             ASCENDING KEY W-ATTENDANCE
                             ASCENDING KEY W-ENTRY-TYPE
              INPUT PROCEDURE IS RELEASE-CENSUS-STUDENTS
              OUTPUT PROCEDURE IS PRODUCE-CENSUS-RETURN.

           DISPLAY GRAND-HEADCOUNT " STUDENT(S), " DETAIL-RECORD-COUNT
              " RETURN LINE(S) WRITTEN TO " RETURN-FILE-DSN.
           IF UNMATCHED-ENROLL-COUNT > 0 THEN
              DISPLAY UNMATCHED-ENROLL-COUNT " ENROLLMENT(S) FOR "
                 "STUDENTS NOT IN THE SNAPSHOT -- NOT COUNTED"
           END-IF.
           STOP RUN.

       FIND-CENSUS-SNAPSHOT.
           OPEN INPUT CENSUS-CONTROL-FILE.
           IF NOT CENSUS-CONTROL-NOT-FOUND THEN
              READ CENSUS-CONTROL-FILE
                 AT END SET END-OF-CENSUS-CONTROL TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CENSUS-CONTROL
                 IF CCTL-TERM = CENSUS-TERM THEN
                    SET SNAPSHOT-WAS-FOUND TO TRUE
                    MOVE CCTL-CENSUS-DATE TO CENSUS-DATE
                 END-IF
                 READ CENSUS-CONTROL-FILE
                    AT END SET END-OF-CENSUS-CONTROL TO TRUE
                 END-READ
              END-PERFORM
              CLOSE CENSUS-CONTROL-FILE
           END-IF.

       LOAD-COURSE-TABLE.
           OPEN INPUT COURSE-MASTER-FILE.
           IF NOT COURSE-MASTER-FILE-NOT-FOUND THEN
              READ COURSE-MASTER-FILE
                 AT END SET END-OF-COURSE-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-COURSE-FILE
                 IF COURSE-TABLE-COUNT < 200 THEN
                    ADD 1 TO COURSE-TABLE-COUNT
                    MOVE COURSE-MASTER-CODE
                       TO CT-CODE(COURSE-TABLE-COUNT)
                    MOVE COURSE-MASTER-TITLE
                       TO CT-TITLE(COURSE-TABLE-COUNT)
                    MOVE COURSE-MASTER-DEPARTMENT
                       TO CT-DEPARTMENT(COURSE-TABLE-COUNT)
                 END-IF
                 READ COURSE-MASTER-FILE
                    AT END SET END-OF-COURSE-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE COURSE-MASTER-FILE
           END-IF.

       FIND-COURSE-ENTRY.
           MOVE "UNKNOWN" TO LOOKUP-DEPARTMENT.
           MOVE SPACES TO LOOKUP-COURSE-TITLE.
           PERFORM VARYING COURSE-TABLE-SUBSCRIPT FROM 1 BY 1
              UNTIL COURSE-TABLE-SUBSCRIPT > COURSE-TABLE-COUNT
              IF CT-CODE(COURSE-TABLE-SUBSCRIPT) =
                 LOOKUP-COURSE-CODE THEN
                 MOVE CT-TITLE(COURSE-TABLE-SUBSCRIPT)
                    TO LOOKUP-COURSE-TITLE
                 MOVE CT-DEPARTMENT(COURSE-TABLE-SUBSCRIPT)
                    TO LOOKUP-DEPARTMENT
                 MOVE COURSE-TABLE-COUNT TO COURSE-TABLE-SUBSCRIPT
              END-IF
           END-PERFORM.

       LOAD-CENSUS-STUDENTS.
           OPEN INPUT CENSUS-STUDENT-FILE.
           IF CENSUS-STUDENT-NOT-FOUND THEN
              DISPLAY CENSUS-STUDENT-DSN " NOT FOUND -- NO RETURN"
              STOP RUN
           END-IF.
           READ CENSUS-STUDENT-FILE
              AT END SET END-OF-STUDENT-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-STUDENT-FILE
              IF STUDENT-TABLE-COUNT < 2000 THEN
                 ADD 1 TO STUDENT-TABLE-COUNT
                 MOVE STUDENT-ID
                    TO ST-STUDENT-ID(STUDENT-TABLE-COUNT)
                 MOVE COURSE-CODE
                    TO ST-COURSE-CODE(STUDENT-TABLE-COUNT)
                 MOVE GENDER TO ST-GENDER(STUDENT-TABLE-COUNT)
                 MOVE DATE-OF-BIRTH
                    TO ST-DATE-OF-BIRTH(STUDENT-TABLE-COUNT)
                 MOVE 0 TO ST-ENROLL-COUNT(STUDENT-TABLE-COUNT)
                 MOVE "N" TO ST-CONTINUING-FLAG(STUDENT-TABLE-COUNT)
              ELSE
                 DISPLAY "[ABORT]: MORE THAN 2000 STUDENTS IN "
                    CENSUS-STUDENT-DSN
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              READ CENSUS-STUDENT-FILE
                 AT END SET END-OF-STUDENT-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE CENSUS-STUDENT-FILE.

       FIND-STUDENT-ENTRY.
           MOVE "N" TO STUDENT-FOUND-FLAG.
           PERFORM VARYING STUDENT-TABLE-SUBSCRIPT FROM 1 BY 1
              UNTIL STUDENT-TABLE-SUBSCRIPT > STUDENT-TABLE-COUNT
                 OR STUDENT-WAS-FOUND
              IF ST-STUDENT-ID(STUDENT-TABLE-SUBSCRIPT) =
                 WANTED-STUDENT-ID THEN
                 SET STUDENT-WAS-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF STUDENT-WAS-FOUND THEN
              SUBTRACT 1 FROM STUDENT-TABLE-SUBSCRIPT
           END-IF.

       COUNT-CENSUS-ENROLLMENTS.
           OPEN INPUT CENSUS-ENROLL-FILE.
           IF CENSUS-ENROLL-NOT-FOUND THEN
              DISPLAY CENSUS-ENROLL-DSN " NOT FOUND -- NO RETURN"
              STOP RUN
           END-IF.
           READ CENSUS-ENROLL-FILE
              AT END SET END-OF-ENROLLMENT-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-ENROLLMENT-FILE
              IF ENROLLMENT-ACTIVE THEN
                 MOVE ENR-STUDENT-ID TO WANTED-STUDENT-ID
                 PERFORM FIND-STUDENT-ENTRY
                 IF STUDENT-WAS-FOUND THEN
                    ADD 1 TO ST-ENROLL-COUNT(STUDENT-TABLE-SUBSCRIPT)
                    ADD 1 TO GRAND-ENROLLMENT-COUNT
                 ELSE
                    ADD 1 TO UNMATCHED-ENROLL-COUNT
                 END-IF
              END-IF
              READ CENSUS-ENROLL-FILE
                 AT END SET END-OF-ENROLLMENT-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE CENSUS-ENROLL-FILE.

       MARK-CONTINUING-STUDENTS.
           OPEN INPUT RESULTS-FILE.
           IF NOT RESULTS-FILE-NOT-FOUND THEN
              READ RESULTS-FILE
                 AT END SET END-OF-RESULTS-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-RESULTS-FILE
                 IF RESULT-TERM NOT = CENSUS-TERM THEN
                    MOVE RESULT-STUDENT-ID TO WANTED-STUDENT-ID
                    PERFORM FIND-STUDENT-ENTRY
                    IF STUDENT-WAS-FOUND THEN
                       MOVE "Y" TO
                          ST-CONTINUING-FLAG(STUDENT-TABLE-SUBSCRIPT)
                    END-IF
                 END-IF
                 READ RESULTS-FILE
                    AT END SET END-OF-RESULTS-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE RESULTS-FILE
           END-IF.

       LOAD-CATEGORY-LABELS.
           MOVE "M" TO CAT-CODE(1).
           MOVE "MALE" TO CAT-LABEL(1).
           MOVE "F" TO CAT-CODE(2).
           MOVE "FEMALE" TO CAT-LABEL(2).
           MOVE "X" TO CAT-CODE(3).
           MOVE "OTHER/NOT STATED" TO CAT-LABEL(3).
           MOVE "1" TO CAT-CODE(4).
           MOVE "UNDER 18" TO CAT-LABEL(4).
           MOVE "2" TO CAT-CODE(5).
           MOVE "18 TO 20" TO CAT-LABEL(5).
           MOVE "3" TO CAT-CODE(6).
           MOVE "21 TO 24" TO CAT-LABEL(6).
           MOVE "4" TO CAT-CODE(7).
           MOVE "25 TO 29" TO CAT-LABEL(7).
           MOVE "5" TO CAT-CODE(8).
           MOVE "30 AND OVER" TO CAT-LABEL(8).
           MOVE "F" TO CAT-CODE(9).
           MOVE "FULL-TIME" TO CAT-LABEL(9).
           MOVE "P" TO CAT-CODE(10).
           MOVE "PART-TIME" TO CAT-LABEL(10).
           PERFORM VARYING CATEGORY-SUBSCRIPT FROM 1 BY 1
              UNTIL CATEGORY-SUBSCRIPT > 10
              MOVE 0 TO CAT-HEADCOUNT(CATEGORY-SUBSCRIPT)
              MOVE 0 TO CAT-FTE(CATEGORY-SUBSCRIPT)
           END-PERFORM.

       RELEASE-CENSUS-STUDENTS.
           PERFORM VARYING STUDENT-TABLE-SUBSCRIPT FROM 1 BY 1
              UNTIL STUDENT-TABLE-SUBSCRIPT > STUDENT-TABLE-COUNT
              IF ST-ENROLL-COUNT(STUDENT-TABLE-SUBSCRIPT) > 0 THEN
                 PERFORM BUILD-CENSUS-WORK-RECORD
                 RELEASE WORK-REC
              END-IF
           END-PERFORM.

       BUILD-CENSUS-WORK-RECORD.
           MOVE ST-COURSE-CODE(STUDENT-TABLE-SUBSCRIPT)
              TO LOOKUP-COURSE-CODE.
           PERFORM FIND-COURSE-ENTRY.
           MOVE LOOKUP-DEPARTMENT TO W-DEPARTMENT.
           MOVE LOOKUP-COURSE-CODE TO W-COURSE-CODE.
           IF ST-GENDER(STUDENT-TABLE-SUBSCRIPT) = "M" OR
              ST-GENDER(STUDENT-TABLE-SUBSCRIPT) = "F" THEN
              MOVE ST-GENDER(STUDENT-TABLE-SUBSCRIPT) TO W-GENDER
           ELSE
              MOVE "X" TO W-GENDER
           END-IF.

           MOVE "AGEY" TO DATECALC-FUNCTION.
           CALL "DATECALC" USING DATECALC-FUNCTION
              ST-DATE-OF-BIRTH(STUDENT-TABLE-SUBSCRIPT) CENSUS-DATE
              DATECALC-DAYS
              ON EXCEPTION
                 DISPLAY "[ABORT]: DATECALC MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           MOVE DATECALC-DAYS TO STUDENT-AGE.
           EVALUATE TRUE
              WHEN STUDENT-AGE < 18
                 MOVE "1" TO W-AGE-BAND
              WHEN STUDENT-AGE < 21
                 MOVE "2" TO W-AGE-BAND
              WHEN STUDENT-AGE < 25
                 MOVE "3" TO W-AGE-BAND
              WHEN STUDENT-AGE < 30
                 MOVE "4" TO W-AGE-BAND
              WHEN OTHER
                 MOVE "5" TO W-AGE-BAND
           END-EVALUATE.

           IF ST-ENROLL-COUNT(STUDENT-TABLE-SUBSCRIPT) <
              FULL-TIME-LOAD THEN
              MOVE "P" TO W-ATTENDANCE
              COMPUTE STUDENT-FTE ROUNDED =
                 ST-ENROLL-COUNT(STUDENT-TABLE-SUBSCRIPT) /
                 FULL-TIME-LOAD
           ELSE
              MOVE "F" TO W-ATTENDANCE
              MOVE 1 TO STUDENT-FTE
           END-IF.
           MOVE STUDENT-FTE TO W-FTE.

           IF ST-CONTINUING(STUDENT-TABLE-SUBSCRIPT) THEN
              MOVE "C" TO W-ENTRY-TYPE
           ELSE
              MOVE "F" TO W-ENTRY-TYPE
           END-IF.

       PRODUCE-CENSUS-RETURN.
           OPEN OUTPUT RETURN-FILE.
           MOVE SPACES TO RETURN-HEADER-RECORD.
           MOVE "H" TO RH-RECORD-TYPE.
           MOVE INSTITUTION-CODE TO RH-INSTITUTION-CODE.
           MOVE CENSUS-TERM TO RH-TERM.
           MOVE CENSUS-DATE TO RH-CENSUS-DATE.
           MOVE TODAY-DATE TO RH-PRODUCED-DATE.
           WRITE RETURN-HEADER-RECORD.

           PERFORM INITIALIZE-REPORT-WRITER.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "CENSUS RETURN FOR TERM " CENSUS-TERM
              " AS AT " CENSUS-DATE
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "                                   "
              "HEADCOUNT       FTE"
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.

           RETURN WORK-FILE
              AT END SET WORK-FILE-AT-END TO TRUE
           END-RETURN.
           PERFORM UNTIL WORK-FILE-AT-END
              MOVE WORK-REC(1:18) TO INCOMING-CELL-KEY
              IF NOT FIRST-RECORD AND
                 INCOMING-CELL-KEY NOT = CURRENT-CELL-KEY THEN
                 PERFORM WRITE-RETURN-DETAIL
                 IF W-COURSE-CODE NOT = CK-COURSE-CODE OR
                    W-DEPARTMENT NOT = CK-DEPARTMENT THEN
                    PERFORM WRITE-COURSE-LINE
                 END-IF
                 IF W-DEPARTMENT NOT = CK-DEPARTMENT THEN
                    PERFORM WRITE-DEPARTMENT-LINE
                 END-IF
              END-IF
              IF FIRST-RECORD OR
                 W-DEPARTMENT NOT = CK-DEPARTMENT THEN
                 MOVE SPACES TO REPORT-LINE-BUFFER
                 STRING "DEPARTMENT " W-DEPARTMENT
                    DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
                 PERFORM WRITE-REPORT-LINE
              END-IF
              MOVE "N" TO FIRST-RECORD-FLAG
              MOVE INCOMING-CELL-KEY TO CURRENT-CELL-KEY
              PERFORM ACCUMULATE-CENSUS-STUDENT
              RETURN WORK-FILE
                 AT END SET WORK-FILE-AT-END TO TRUE
              END-RETURN
           END-PERFORM.
           IF NOT FIRST-RECORD THEN
              PERFORM WRITE-RETURN-DETAIL
              PERFORM WRITE-COURSE-LINE
              PERFORM WRITE-DEPARTMENT-LINE
           END-IF.

           MOVE SPACES TO RETURN-TRAILER-RECORD.
           MOVE "T" TO RT-RECORD-TYPE.
           MOVE DETAIL-RECORD-COUNT TO RT-DETAIL-COUNT.
           MOVE GRAND-HEADCOUNT TO RT-HEADCOUNT.
           MOVE GRAND-FTE TO RT-FTE.
           MOVE GRAND-ENROLLMENT-COUNT TO RT-ENROLLMENT-COUNT.
           WRITE RETURN-TRAILER-RECORD.
           CLOSE RETURN-FILE.

           MOVE "BY GENDER" TO PRINT-LABEL.
           MOVE GENDER-FIRST TO SECTION-FIRST.
           MOVE GENDER-LAST TO SECTION-LAST.
           PERFORM WRITE-CATEGORY-SECTION.
           MOVE "BY AGE AT CENSUS DATE" TO PRINT-LABEL.
           MOVE AGE-FIRST TO SECTION-FIRST.
           MOVE AGE-LAST TO SECTION-LAST.
           PERFORM WRITE-CATEGORY-SECTION.
           MOVE "BY ATTENDANCE STATUS" TO PRINT-LABEL.
           MOVE ATTENDANCE-FIRST TO SECTION-FIRST.
           MOVE ATTENDANCE-LAST TO SECTION-LAST.
           PERFORM WRITE-CATEGORY-SECTION.

           MOVE SPACES TO REPORT-LINE-BUFFER.
           MOVE "BY ENTRY" TO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           MOVE "   FIRST-YEAR" TO PRINT-LABEL.
           MOVE ENTRY-FIRST-YEAR-HEADCOUNT TO PRINT-HEADCOUNT.
           MOVE ENTRY-FIRST-YEAR-FTE TO PRINT-FTE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "   CONTINUING" TO PRINT-LABEL.
           MOVE ENTRY-CONTINUING-HEADCOUNT TO PRINT-HEADCOUNT.
           MOVE ENTRY-CONTINUING-FTE TO PRINT-FTE.
           PERFORM WRITE-COUNT-LINE.

           MOVE "TOTAL STUDENTS AT CENSUS" TO PRINT-LABEL.
           MOVE GRAND-HEADCOUNT TO PRINT-HEADCOUNT.
           MOVE GRAND-FTE TO PRINT-FTE.
           PERFORM WRITE-COUNT-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "COURSE ENROLLMENTS AT CENSUS: "
              GRAND-ENROLLMENT-COUNT
              "   RETURN FILE: " RETURN-FILE-DSN
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           MOVE "TERM" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

       ACCUMULATE-CENSUS-STUDENT.
           ADD 1 TO CELL-HEADCOUNT.
           ADD W-FTE TO CELL-FTE.
           ADD 1 TO COURSE-HEADCOUNT.
           ADD W-FTE TO COURSE-FTE.
           ADD 1 TO DEPARTMENT-HEADCOUNT.
           ADD W-FTE TO DEPARTMENT-FTE.
           ADD 1 TO GRAND-HEADCOUNT.
           ADD W-FTE TO GRAND-FTE.
           PERFORM VARYING CATEGORY-SUBSCRIPT FROM 1 BY 1
              UNTIL CATEGORY-SUBSCRIPT > 10
              IF (CATEGORY-SUBSCRIPT NOT > GENDER-LAST AND
                  CAT-CODE(CATEGORY-SUBSCRIPT) = W-GENDER) OR
                 (CATEGORY-SUBSCRIPT NOT < AGE-FIRST AND
                  CATEGORY-SUBSCRIPT NOT > AGE-LAST AND
                  CAT-CODE(CATEGORY-SUBSCRIPT) = W-AGE-BAND) OR
                 (CATEGORY-SUBSCRIPT NOT < ATTENDANCE-FIRST AND
                  CAT-CODE(CATEGORY-SUBSCRIPT) = W-ATTENDANCE) THEN
                 ADD 1 TO CAT-HEADCOUNT(CATEGORY-SUBSCRIPT)
                 ADD W-FTE TO CAT-FTE(CATEGORY-SUBSCRIPT)
              END-IF
           END-PERFORM.
           IF W-ENTRY-TYPE = "C" THEN
              ADD 1 TO ENTRY-CONTINUING-HEADCOUNT
              ADD W-FTE TO ENTRY-CONTINUING-FTE
           ELSE
              ADD 1 TO ENTRY-FIRST-YEAR-HEADCOUNT
              ADD W-FTE TO ENTRY-FIRST-YEAR-FTE
           END-IF.

       WRITE-RETURN-DETAIL.
           MOVE SPACES TO RETURN-DETAIL-RECORD.
           MOVE "D" TO RD-RECORD-TYPE.
           MOVE CENSUS-TERM TO RD-TERM.
           MOVE CK-DEPARTMENT TO RD-DEPARTMENT.
           MOVE CK-COURSE-CODE TO RD-COURSE-CODE.
           MOVE CK-GENDER TO RD-GENDER.
           MOVE CK-AGE-BAND TO RD-AGE-BAND.
           MOVE CK-ATTENDANCE TO RD-ATTENDANCE.
           MOVE CK-ENTRY-TYPE TO RD-ENTRY-TYPE.
           MOVE CELL-HEADCOUNT TO RD-HEADCOUNT.
           MOVE CELL-FTE TO RD-FTE.
           WRITE RETURN-DETAIL-RECORD.
           ADD 1 TO DETAIL-RECORD-COUNT.
           MOVE 0 TO CELL-HEADCOUNT.
           MOVE 0 TO CELL-FTE.

       WRITE-COURSE-LINE.
           MOVE CK-COURSE-CODE TO LOOKUP-COURSE-CODE.
           PERFORM FIND-COURSE-ENTRY.
           MOVE SPACES TO PRINT-LABEL.
           STRING "   " CK-COURSE-CODE " " LOOKUP-COURSE-TITLE
              DELIMITED BY SIZE INTO PRINT-LABEL.
           MOVE COURSE-HEADCOUNT TO PRINT-HEADCOUNT.
           MOVE COURSE-FTE TO PRINT-FTE.
           PERFORM WRITE-COUNT-LINE.
           MOVE 0 TO COURSE-HEADCOUNT.
           MOVE 0 TO COURSE-FTE.

       WRITE-DEPARTMENT-LINE.
           MOVE SPACES TO PRINT-LABEL.
           STRING "   TOTAL " CK-DEPARTMENT
              DELIMITED BY SIZE INTO PRINT-LABEL.
           MOVE DEPARTMENT-HEADCOUNT TO PRINT-HEADCOUNT.
           MOVE DEPARTMENT-FTE TO PRINT-FTE.
           PERFORM WRITE-COUNT-LINE.
           MOVE 0 TO DEPARTMENT-HEADCOUNT.
           MOVE 0 TO DEPARTMENT-FTE.

       WRITE-CATEGORY-SECTION.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           MOVE PRINT-LABEL TO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING CATEGORY-SUBSCRIPT FROM SECTION-FIRST BY 1
              UNTIL CATEGORY-SUBSCRIPT > SECTION-LAST
              MOVE SPACES TO PRINT-LABEL
              STRING "   " CAT-LABEL(CATEGORY-SUBSCRIPT)
                 DELIMITED BY SIZE INTO PRINT-LABEL
              MOVE CAT-HEADCOUNT(CATEGORY-SUBSCRIPT) TO PRINT-HEADCOUNT
              MOVE CAT-FTE(CATEGORY-SUBSCRIPT) TO PRINT-FTE
              PERFORM WRITE-COUNT-LINE
           END-PERFORM.

       WRITE-COUNT-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING PRINT-LABEL "   " PRINT-HEADCOUNT "  " PRINT-FTE
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE SPACES TO RPT-TEXT.
           MOVE REPORT-LINE-BUFFER TO RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           DISPLAY REPORT-LINE-BUFFER.

       INITIALIZE-REPORT-WRITER.
           MOVE SPACES TO RPT-TEXT.
           MOVE "CENSUS.RPT" TO RPT-REPORT-DSN.
           MOVE "CENSUSRET" TO RPT-PROGRAM-ID.
           MOVE "CENSUS-DATE ENROLLMENT RETURN" TO RPT-REPORT-TITLE.
           MOVE "INIT" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT
              ON EXCEPTION
                 DISPLAY "[ABORT]: RPTWRITE MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.

       END PROGRAM CENSUS-RETURN.
