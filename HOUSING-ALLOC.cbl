       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSING-ALLOC.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              ROOM-FILE ASSIGN TO "HALLROOM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS ROOM-FILE-STATUS.

           SELECT
              APPLICATION-FILE ASSIGN TO "HOUSAPP.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS APPLICATION-FILE-STATUS.

           SELECT
              NEW-APPLICATION-FILE ASSIGN TO "HOUSAPP.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-APPLICATION-FILE-STATUS.

           SELECT
              ALLOCATION-FILE ASSIGN TO "HOUSALLOC.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS ALLOCATION-FILE-STATUS.

           SELECT
              STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS STUDENT-FILE-STATUS.

           SELECT
              RESULTS-FILE ASSIGN TO "RESULTS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS RESULTS-FILE-STATUS.

           SELECT
              ALLOCATION-REPORT-FILE ASSIGN TO "HOUSALLOC.RPT"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ROOM-FILE.
       01  ROOM-RECORD.
           88 END-OF-ROOM-FILE VALUE HIGH-VALUES.
           02 RM-HALL-CODE PIC X(4).
           02 RM-ROOM-NUMBER PIC X(4).
           02 RM-BED-CAPACITY PIC 9.
           02 RM-RENT-PER-TERM PIC 9(5)V9(2).
           02 RM-STATUS PIC X.
              88 ROOM-OPEN VALUE "A".

       FD  APPLICATION-FILE.
       01  APPLICATION-RECORD.
           88 END-OF-APPLICATION-FILE VALUE HIGH-VALUES.
           02 HAP-STUDENT-ID PIC 9(7).
           02 HAP-TERM PIC X(6).
           02 HAP-PREFERENCE PIC X(4) OCCURS 3 TIMES.
           02 HAP-INTERNATIONAL PIC X.
              88 APPLICANT-IS-INTERNATIONAL VALUE "Y".
           02 HAP-APPLIED-DATE PIC 9(8).
           02 HAP-STATUS PIC X.
              88 APPLICATION-PENDING VALUE "P".
              88 APPLICATION-ALLOCATED VALUE "A".
              88 APPLICATION-WAITLISTED VALUE "W".
              88 APPLICATION-REFUSED VALUE "R".

       FD  NEW-APPLICATION-FILE.
       01  NEW-APPLICATION-RECORD PIC X(35).

       FD  ALLOCATION-FILE.
       01  ALLOCATION-RECORD.
           88 END-OF-ALLOCATION-FILE VALUE HIGH-VALUES.
           02 HAL-STUDENT-ID PIC 9(7).
           02 HAL-TERM PIC X(6).
           02 HAL-HALL-CODE PIC X(4).
           02 HAL-ROOM-NUMBER PIC X(4).
           02 HAL-STATUS PIC X.
              88 ALLOCATION-ACTIVE VALUE "A".
           02 HAL-ALLOCATED-DATE PIC 9(8).
           02 HAL-VACATED-DATE PIC X(8).

       FD  STUDENT-FILE.
       01  STUDENT-DETAILS.
           02 STUDENT-ID PIC 9(7).
           02 FILLER PIC X(18).
           02 COURSE-CODE PIC X(4).
           02 GENDER PIC X.
           02 STUDENT-STATUS PIC X.
              88 STUDENT-ACTIVE VALUE "A", " ".

       FD  RESULTS-FILE.
       01  RESULT-RECORD.
           02 RESULT-STUDENT-ID PIC 9(7).
           02 FILLER PIC X(14).

       FD  ALLOCATION-REPORT-FILE.
       01  ALLOCATION-REPORT-LINE PIC X(70).

       WORKING-STORAGE SECTION.
       01  ROOM-FILE-STATUS PIC 9(2).
           88 ROOM-FILE-NOT-FOUND VALUE 35.
       01  APPLICATION-FILE-STATUS PIC 9(2).
           88 APPLICATION-FILE-NOT-FOUND VALUE 35.
       01  NEW-APPLICATION-FILE-STATUS PIC 9(2).
       01  ALLOCATION-FILE-STATUS PIC 9(2).
           88 ALLOCATION-FILE-NOT-FOUND VALUE 35.
       01  STUDENT-FILE-STATUS PIC 9(2).
           88 STUDENT-FILE-NOT-FOUND VALUE 35.
       01  RESULTS-FILE-STATUS PIC 9(2).
           88 RESULTS-FILE-NOT-FOUND VALUE 35.

       01  ALLOCATION-TERM PIC X(6).
       01  ALLOCATION-DATE PIC 9(8).

       01  ROOM-COUNT PIC 9(3) VALUE 0.
       01  ROOM-SUBSCRIPT PIC 9(3) VALUE 0.
       01  ROOM-TABLE.
           02 ROOM-ENTRY OCCURS 500 TIMES.
              03 RT-HALL-CODE PIC X(4).
              03 RT-ROOM-NUMBER PIC X(4).
              03 RT-BED-CAPACITY PIC 9.
              03 RT-BEDS-TAKEN PIC 9(3).

       01  APPLICANT-COUNT PIC 9(4) VALUE 0.
       01  APPLICANT-SUBSCRIPT PIC 9(4) VALUE 0.
       01  APPLICANT-TABLE.
           02 APPLICANT-ENTRY OCCURS 1000 TIMES.
              03 APT-STUDENT-ID PIC 9(7).
              03 APT-PREFERENCE PIC X(4) OCCURS 3 TIMES.
              03 APT-PRIORITY PIC X.
                 88 APT-FIRST-YEAR VALUE "F".
                 88 APT-INTERNATIONAL VALUE "I".
                 88 APT-GENERAL VALUE " ".
              03 APT-STATUS PIC X.
                 88 APT-TO-BE-PLACED VALUE "P", "W".
              03 APT-HALL-CODE PIC X(4).
              03 APT-ROOM-NUMBER PIC X(4).

       01  PREFERENCE-SUBSCRIPT PIC 9.
       01  WANTED-HALL-CODE PIC X(4).
       01  BED-FOUND-FLAG PIC X.
           88 BED-WAS-FOUND VALUE "Y".
       01  STUDENT-USABLE-FLAG PIC X.
           88 STUDENT-IS-USABLE VALUE "Y".
       01  STUDENT-FOUND-FLAG PIC X.
           88 STUDENT-WAS-FOUND VALUE "Y".
       01  RESULT-FOUND-FLAG PIC X.
           88 RESULT-WAS-FOUND VALUE "Y".
       01  STUDENT-EOF-FLAG PIC X VALUE "N".
           88 STUDENT-AT-END VALUE "Y".
       01  RESULTS-EOF-FLAG PIC X VALUE "N".
           88 RESULTS-AT-END VALUE "Y".
       01  NEW-FILE-EOF-FLAG PIC X VALUE "N".
           88 NEW-FILE-AT-END VALUE "Y".
       01  TERM-RECORD-NUMBER PIC 9(4) VALUE 0.

       01  ALLOCATED-COUNT PIC 9(4) VALUE 0.
       01  WAITLISTED-COUNT PIC 9(4) VALUE 0.
       01  REFUSED-COUNT PIC 9(4) VALUE 0.
       01  PRIORITY-TEXT PIC X(13).
       01  REPORT-LINE-BUFFER PIC X(70).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "ALLOCATION TERM (6 CHARS, E.G. 2026T1) --> "
              WITH NO ADVANCING.
           ACCEPT ALLOCATION-TERM.
           ACCEPT ALLOCATION-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-ROOM-TABLE.
           IF ROOM-COUNT = 0 THEN
              DISPLAY "NO OPEN ROOMS ON HALLROOM.DAT -- NOTHING TO "
                 "ALLOCATE"
              STOP RUN
           END-IF.
           PERFORM COUNT-BEDS-TAKEN.
           PERFORM LOAD-APPLICANT-TABLE.
           IF APPLICANT-COUNT = 0 THEN
              DISPLAY "NO HOUSING APPLICATIONS FOR " ALLOCATION-TERM
              STOP RUN
           END-IF.

           OPEN OUTPUT ALLOCATION-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "HOUSING ALLOCATION FOR TERM " ALLOCATION-TERM
              " RUN " ALLOCATION-DATE
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           MOVE REPORT-LINE-BUFFER TO ALLOCATION-REPORT-LINE.
           WRITE ALLOCATION-REPORT-LINE.

           OPEN EXTEND ALLOCATION-FILE.
           IF ALLOCATION-FILE-NOT-FOUND THEN
              OPEN OUTPUT ALLOCATION-FILE
           END-IF.
           PERFORM VARYING APPLICANT-SUBSCRIPT FROM 1 BY 1
              UNTIL APPLICANT-SUBSCRIPT > APPLICANT-COUNT
              IF APT-TO-BE-PLACED(APPLICANT-SUBSCRIPT) AND
                 NOT APT-GENERAL(APPLICANT-SUBSCRIPT) THEN
                 PERFORM PLACE-APPLICANT
              END-IF
           END-PERFORM.
           PERFORM VARYING APPLICANT-SUBSCRIPT FROM 1 BY 1
              UNTIL APPLICANT-SUBSCRIPT > APPLICANT-COUNT
              IF APT-TO-BE-PLACED(APPLICANT-SUBSCRIPT) AND
                 APT-GENERAL(APPLICANT-SUBSCRIPT) THEN
                 PERFORM PLACE-APPLICANT
              END-IF
           END-PERFORM.
           CLOSE ALLOCATION-FILE.

           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING ALLOCATED-COUNT " ALLOCATED, "
              WAITLISTED-COUNT " WAITLISTED, "
              REFUSED-COUNT " REFUSED"
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           MOVE REPORT-LINE-BUFFER TO ALLOCATION-REPORT-LINE.
           WRITE ALLOCATION-REPORT-LINE.
           CLOSE ALLOCATION-REPORT-FILE.

           PERFORM UPDATE-APPLICATION-FILE.
           DISPLAY REPORT-LINE-BUFFER.
           DISPLAY "ALLOCATION REGISTER IN HOUSALLOC.RPT".
           STOP RUN.

       LOAD-ROOM-TABLE.
           OPEN INPUT ROOM-FILE.
           IF ROOM-FILE-NOT-FOUND THEN
              DISPLAY "HALLROOM.DAT NOT FOUND"
              STOP RUN
           END-IF.
           READ ROOM-FILE
              AT END SET END-OF-ROOM-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-ROOM-FILE
              IF ROOM-OPEN THEN
                 IF ROOM-COUNT < 500 THEN
                    ADD 1 TO ROOM-COUNT
                    MOVE RM-HALL-CODE TO RT-HALL-CODE(ROOM-COUNT)
                    MOVE RM-ROOM-NUMBER TO RT-ROOM-NUMBER(ROOM-COUNT)
                    MOVE RM-BED-CAPACITY TO
                       RT-BED-CAPACITY(ROOM-COUNT)
                    MOVE 0 TO RT-BEDS-TAKEN(ROOM-COUNT)
                 ELSE
                    DISPLAY "MORE THAN 500 OPEN ROOMS -- "
                       RM-HALL-CODE "/" RM-ROOM-NUMBER " SKIPPED"
                 END-IF
              END-IF
              READ ROOM-FILE
                 AT END SET END-OF-ROOM-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE ROOM-FILE.

       COUNT-BEDS-TAKEN.
           OPEN INPUT ALLOCATION-FILE.
           IF ALLOCATION-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              READ ALLOCATION-FILE
                 AT END SET END-OF-ALLOCATION-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-ALLOCATION-FILE
                 IF ALLOCATION-ACTIVE AND
                    HAL-TERM = ALLOCATION-TERM THEN
                    PERFORM VARYING ROOM-SUBSCRIPT FROM 1 BY 1
                       UNTIL ROOM-SUBSCRIPT > ROOM-COUNT
                       IF RT-HALL-CODE(ROOM-SUBSCRIPT) = HAL-HALL-CODE
                          AND RT-ROOM-NUMBER(ROOM-SUBSCRIPT) =
                          HAL-ROOM-NUMBER THEN
                          ADD 1 TO RT-BEDS-TAKEN(ROOM-SUBSCRIPT)
                          MOVE ROOM-COUNT TO ROOM-SUBSCRIPT
                       END-IF
                    END-PERFORM
                 END-IF
                 READ ALLOCATION-FILE
                    AT END SET END-OF-ALLOCATION-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE ALLOCATION-FILE
           END-IF.

       LOAD-APPLICANT-TABLE.
           OPEN INPUT APPLICATION-FILE.
           IF APPLICATION-FILE-NOT-FOUND THEN
              DISPLAY "HOUSAPP.DAT NOT FOUND"
              STOP RUN
           END-IF.
           READ APPLICATION-FILE
              AT END SET END-OF-APPLICATION-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-APPLICATION-FILE
              IF HAP-TERM = ALLOCATION-TERM THEN
                 IF APPLICANT-COUNT < 1000 THEN
                    ADD 1 TO APPLICANT-COUNT
                    PERFORM LOAD-ONE-APPLICANT
                 ELSE
                    DISPLAY "MORE THAN 1000 APPLICATIONS -- "
                       HAP-STUDENT-ID " LEFT FOR THE NEXT RUN"
                 END-IF
              END-IF
              READ APPLICATION-FILE
                 AT END SET END-OF-APPLICATION-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE APPLICATION-FILE.

       LOAD-ONE-APPLICANT.
           MOVE HAP-STUDENT-ID TO APT-STUDENT-ID(APPLICANT-COUNT).
           MOVE HAP-PREFERENCE(1) TO APT-PREFERENCE(APPLICANT-COUNT 1).
           MOVE HAP-PREFERENCE(2) TO APT-PREFERENCE(APPLICANT-COUNT 2).
           MOVE HAP-PREFERENCE(3) TO APT-PREFERENCE(APPLICANT-COUNT 3).
           MOVE HAP-STATUS TO APT-STATUS(APPLICANT-COUNT).
           MOVE SPACES TO APT-HALL-CODE(APPLICANT-COUNT).
           MOVE SPACES TO APT-ROOM-NUMBER(APPLICANT-COUNT).
           MOVE SPACE TO APT-PRIORITY(APPLICANT-COUNT).
           IF APT-TO-BE-PLACED(APPLICANT-COUNT) THEN
              PERFORM CHECK-STUDENT-STANDING
              IF NOT STUDENT-IS-USABLE THEN
                 MOVE "R" TO APT-STATUS(APPLICANT-COUNT)
                 ADD 1 TO REFUSED-COUNT
                 DISPLAY "STUDENT " HAP-STUDENT-ID
                    " NOT ACTIVE -- APPLICATION REFUSED"
              ELSE
                 IF APPLICANT-IS-INTERNATIONAL THEN
                    MOVE "I" TO APT-PRIORITY(APPLICANT-COUNT)
                 END-IF
                 PERFORM CHECK-FIRST-YEAR
                 IF NOT RESULT-WAS-FOUND THEN
                    MOVE "F" TO APT-PRIORITY(APPLICANT-COUNT)
                 END-IF
              END-IF
           END-IF.

       CHECK-STUDENT-STANDING.
           MOVE "N" TO STUDENT-FOUND-FLAG.
           MOVE "N" TO STUDENT-USABLE-FLAG.
           MOVE "N" TO STUDENT-EOF-FLAG.
           OPEN INPUT STUDENT-FILE.
           IF NOT STUDENT-FILE-NOT-FOUND THEN
              PERFORM UNTIL STUDENT-AT-END OR STUDENT-WAS-FOUND
                 READ STUDENT-FILE
                    AT END SET STUDENT-AT-END TO TRUE
                 END-READ
                 IF NOT STUDENT-AT-END AND
                    STUDENT-ID = HAP-STUDENT-ID THEN
                    SET STUDENT-WAS-FOUND TO TRUE
                    IF STUDENT-ACTIVE THEN
                       SET STUDENT-IS-USABLE TO TRUE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE STUDENT-FILE
           END-IF.

       CHECK-FIRST-YEAR.
           MOVE "N" TO RESULT-FOUND-FLAG.
           MOVE "N" TO RESULTS-EOF-FLAG.
           OPEN INPUT RESULTS-FILE.
           IF NOT RESULTS-FILE-NOT-FOUND THEN
              PERFORM UNTIL RESULTS-AT-END OR RESULT-WAS-FOUND
                 READ RESULTS-FILE
                    AT END SET RESULTS-AT-END TO TRUE
                 END-READ
                 IF NOT RESULTS-AT-END AND
                    RESULT-STUDENT-ID = HAP-STUDENT-ID THEN
                    SET RESULT-WAS-FOUND TO TRUE
                 END-IF
              END-PERFORM
              CLOSE RESULTS-FILE
           END-IF.

       PLACE-APPLICANT.
           MOVE "N" TO BED-FOUND-FLAG.
           PERFORM VARYING PREFERENCE-SUBSCRIPT FROM 1 BY 1
              UNTIL PREFERENCE-SUBSCRIPT > 3 OR BED-WAS-FOUND
              MOVE APT-PREFERENCE(APPLICANT-SUBSCRIPT
                 PREFERENCE-SUBSCRIPT) TO WANTED-HALL-CODE
              IF WANTED-HALL-CODE NOT = SPACES THEN
                 PERFORM FIND-FREE-BED
              END-IF
           END-PERFORM.
           IF BED-WAS-FOUND THEN
              SUBTRACT 1 FROM PREFERENCE-SUBSCRIPT
           END-IF.

           EVALUATE TRUE
              WHEN APT-FIRST-YEAR(APPLICANT-SUBSCRIPT)
                 MOVE "FIRST YEAR" TO PRIORITY-TEXT
              WHEN APT-INTERNATIONAL(APPLICANT-SUBSCRIPT)
                 MOVE "INTERNATIONAL" TO PRIORITY-TEXT
              WHEN OTHER
                 MOVE SPACES TO PRIORITY-TEXT
           END-EVALUATE.

           MOVE SPACES TO REPORT-LINE-BUFFER.
           IF BED-WAS-FOUND THEN
              ADD 1 TO RT-BEDS-TAKEN(ROOM-SUBSCRIPT)
              MOVE "A" TO APT-STATUS(APPLICANT-SUBSCRIPT)
              MOVE RT-HALL-CODE(ROOM-SUBSCRIPT) TO
                 APT-HALL-CODE(APPLICANT-SUBSCRIPT)
              MOVE RT-ROOM-NUMBER(ROOM-SUBSCRIPT) TO
                 APT-ROOM-NUMBER(APPLICANT-SUBSCRIPT)
              MOVE APT-STUDENT-ID(APPLICANT-SUBSCRIPT) TO
                 HAL-STUDENT-ID
              MOVE ALLOCATION-TERM TO HAL-TERM
              MOVE RT-HALL-CODE(ROOM-SUBSCRIPT) TO HAL-HALL-CODE
              MOVE RT-ROOM-NUMBER(ROOM-SUBSCRIPT) TO HAL-ROOM-NUMBER
              MOVE "A" TO HAL-STATUS
              MOVE ALLOCATION-DATE TO HAL-ALLOCATED-DATE
              MOVE SPACES TO HAL-VACATED-DATE
              WRITE ALLOCATION-RECORD
              ADD 1 TO ALLOCATED-COUNT
              STRING "  " HAL-STUDENT-ID " ALLOCATED " HAL-HALL-CODE
                 "/" HAL-ROOM-NUMBER " PREFERENCE "
                 PREFERENCE-SUBSCRIPT "  " PRIORITY-TEXT
                 DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
           ELSE
              MOVE "W" TO APT-STATUS(APPLICANT-SUBSCRIPT)
              ADD 1 TO WAITLISTED-COUNT
              STRING "  " APT-STUDENT-ID(APPLICANT-SUBSCRIPT)
                 " WAITLISTED -- NO BED IN ANY PREFERENCE  "
                 PRIORITY-TEXT
                 DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
           END-IF.
           MOVE REPORT-LINE-BUFFER TO ALLOCATION-REPORT-LINE.
           WRITE ALLOCATION-REPORT-LINE.

       FIND-FREE-BED.
           PERFORM VARYING ROOM-SUBSCRIPT FROM 1 BY 1
              UNTIL ROOM-SUBSCRIPT > ROOM-COUNT OR BED-WAS-FOUND
              IF RT-HALL-CODE(ROOM-SUBSCRIPT) = WANTED-HALL-CODE AND
                 RT-BEDS-TAKEN(ROOM-SUBSCRIPT) <
                 RT-BED-CAPACITY(ROOM-SUBSCRIPT) THEN
                 SET BED-WAS-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF BED-WAS-FOUND THEN
              SUBTRACT 1 FROM ROOM-SUBSCRIPT
           END-IF.

       UPDATE-APPLICATION-FILE.
           MOVE 0 TO TERM-RECORD-NUMBER.
           OPEN INPUT APPLICATION-FILE.
           OPEN OUTPUT NEW-APPLICATION-FILE.
           READ APPLICATION-FILE
              AT END SET END-OF-APPLICATION-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-APPLICATION-FILE
              IF HAP-TERM = ALLOCATION-TERM AND
                 TERM-RECORD-NUMBER < APPLICANT-COUNT THEN
                 ADD 1 TO TERM-RECORD-NUMBER
                 MOVE APT-STATUS(TERM-RECORD-NUMBER) TO HAP-STATUS
              END-IF
              WRITE NEW-APPLICATION-RECORD FROM APPLICATION-RECORD
              READ APPLICATION-FILE
                 AT END SET END-OF-APPLICATION-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE APPLICATION-FILE.
           CLOSE NEW-APPLICATION-FILE.
           PERFORM PROMOTE-APPLICATION-FILE.

       PROMOTE-APPLICATION-FILE.
           MOVE "N" TO NEW-FILE-EOF-FLAG.
           OPEN INPUT NEW-APPLICATION-FILE.
           OPEN OUTPUT APPLICATION-FILE.
           PERFORM UNTIL NEW-FILE-AT-END
              READ NEW-APPLICATION-FILE
                 AT END SET NEW-FILE-AT-END TO TRUE
              END-READ
              IF NOT NEW-FILE-AT-END THEN
                 WRITE APPLICATION-RECORD FROM NEW-APPLICATION-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-APPLICATION-FILE.
           CLOSE APPLICATION-FILE.

       END PROGRAM HOUSING-ALLOC.
