       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSING-MAINT.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              ROOM-FILE ASSIGN TO "HALLROOM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS ROOM-FILE-STATUS.

           SELECT
              NEW-ROOM-FILE ASSIGN TO "HALLROOM.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-ROOM-FILE-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  ROOM-FILE.
       01  ROOM-RECORD.
           02 RM-HALL-CODE PIC X(4).
           02 RM-ROOM-NUMBER PIC X(4).
           02 RM-BED-CAPACITY PIC 9.
           02 RM-RENT-PER-TERM PIC 9(5)V9(2).
           02 RM-STATUS PIC X.
              88 ROOM-OPEN VALUE "A".
              88 ROOM-CLOSED VALUE "C".

       FD  NEW-ROOM-FILE.
       01  NEW-ROOM-RECORD PIC X(17).

       FD  APPLICATION-FILE.
       01  APPLICATION-RECORD.
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

       FD  NEW-APPLICATION-FILE.
       01  NEW-APPLICATION-RECORD PIC X(35).

       FD  ALLOCATION-FILE.
       01  ALLOCATION-RECORD.
           02 HAL-STUDENT-ID PIC 9(7).
           02 HAL-TERM PIC X(6).
           02 HAL-HALL-CODE PIC X(4).
           02 HAL-ROOM-NUMBER PIC X(4).
           02 HAL-STATUS PIC X.
              88 ALLOCATION-ACTIVE VALUE "A".
              88 ALLOCATION-VACATED VALUE "V".
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

       WORKING-STORAGE SECTION.
       01  ROOM-FILE-STATUS PIC 9(2).
           88 ROOM-FILE-NOT-FOUND VALUE 35.
       01  NEW-ROOM-FILE-STATUS PIC 9(2).
       01  APPLICATION-FILE-STATUS PIC 9(2).
           88 APPLICATION-FILE-NOT-FOUND VALUE 35.
       01  NEW-APPLICATION-FILE-STATUS PIC 9(2).
       01  ALLOCATION-FILE-STATUS PIC 9(2).
           88 ALLOCATION-FILE-NOT-FOUND VALUE 35.
       01  STUDENT-FILE-STATUS PIC 9(2).
           88 STUDENT-FILE-NOT-FOUND VALUE 35.

       01  MAINT-ACTION PIC 9.
           88 ROOM-ACTION VALUE 1.
           88 APPLICATION-ACTION VALUE 2.
           88 LIST-ROOMS-ACTION VALUE 3.
           88 LIST-APPLICATIONS-ACTION VALUE 4.

       01  ENTRY-ROOM.
           02 ENTRY-HALL-CODE PIC X(4).
           02 ENTRY-ROOM-NUMBER PIC X(4).
           02 ENTRY-BED-CAPACITY PIC 9.
           02 ENTRY-RENT-PER-TERM PIC 9(5)V9(2).
           02 ENTRY-ROOM-STATUS PIC X.
              88 ENTRY-ROOM-STATUS-IS-VALID VALUE "A", "C".

       01  ENTRY-APPLICATION.
           02 ENTRY-STUDENT-ID PIC 9(7).
           02 ENTRY-TERM PIC X(6).
           02 ENTRY-PREFERENCE PIC X(4) OCCURS 3 TIMES.
           02 ENTRY-INTERNATIONAL PIC X.
              88 ENTRY-INTERNATIONAL-IS-VALID VALUE "Y", "N".
           02 ENTRY-APPLIED-DATE PIC 9(8).
           02 ENTRY-APPLICATION-STATUS PIC X.

       01  PREFERENCE-SUBSCRIPT PIC 9.
       01  BEDS-TAKEN PIC 9(3).
       01  PRINT-RENT PIC ZZ,ZZ9.99.
       01  HALL-FOUND-FLAG PIC X VALUE "N".
           88 HALL-WAS-FOUND VALUE "Y".
       01  STUDENT-FOUND-FLAG PIC X VALUE "N".
           88 STUDENT-WAS-FOUND VALUE "Y".
       01  STUDENT-USABLE-FLAG PIC X VALUE "N".
           88 STUDENT-IS-USABLE VALUE "Y".
       01  ENTRY-FOUND-FLAG PIC X VALUE "N".
           88 ENTRY-WAS-FOUND VALUE "Y".
       01  ROOM-EOF-FLAG PIC X VALUE "N".
           88 ROOM-AT-END VALUE "Y".
       01  APPLICATION-EOF-FLAG PIC X VALUE "N".
           88 APPLICATION-AT-END VALUE "Y".
       01  ALLOCATION-EOF-FLAG PIC X VALUE "N".
           88 ALLOCATION-AT-END VALUE "Y".
       01  STUDENT-EOF-FLAG PIC X VALUE "N".
           88 STUDENT-AT-END VALUE "Y".
       01  NEW-FILE-EOF-FLAG PIC X VALUE "N".
           88 NEW-FILE-AT-END VALUE "Y".

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "1 = ADD/CHANGE ROOM, 2 = HOUSING APPLICATION, "
              "3 = LIST ROOMS, 4 = LIST APPLICATIONS --> "
              WITH NO ADVANCING.
           ACCEPT MAINT-ACTION.

           IF ROOM-ACTION THEN
              PERFORM SET-ROOM
           END-IF.

           IF APPLICATION-ACTION THEN
              PERFORM SET-APPLICATION
           END-IF.

           IF LIST-ROOMS-ACTION THEN
              PERFORM LIST-ROOMS
           END-IF.

           IF LIST-APPLICATIONS-ACTION THEN
              PERFORM LIST-APPLICATIONS
           END-IF.

           STOP RUN.

       SET-ROOM.
           DISPLAY "ENTER HALL CODE (4 CHARS) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-HALL-CODE.
           DISPLAY "ENTER ROOM NUMBER (4 CHARS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-ROOM-NUMBER.
           DISPLAY "ENTER NUMBER OF BEDS (1-9) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-BED-CAPACITY.
           DISPLAY "ENTER RENT PER TERM --> " WITH NO ADVANCING.
           ACCEPT ENTRY-RENT-PER-TERM.
           DISPLAY "A = OPEN FOR ALLOCATION, C = CLOSED --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-ROOM-STATUS.

           IF ENTRY-HALL-CODE = SPACES OR
              ENTRY-ROOM-NUMBER = SPACES THEN
              DISPLAY "HALL AND ROOM ARE REQUIRED -- NOT SAVED"
              STOP RUN
           END-IF.
           IF ENTRY-BED-CAPACITY = 0 OR
              NOT ENTRY-ROOM-STATUS-IS-VALID THEN
              DISPLAY "ROOM NEEDS AT LEAST ONE BED AND STATUS A OR C "
                 "-- NOT SAVED"
              STOP RUN
           END-IF.

           MOVE "N" TO ENTRY-FOUND-FLAG.
           MOVE "N" TO ROOM-EOF-FLAG.
           OPEN OUTPUT NEW-ROOM-FILE.
           OPEN INPUT ROOM-FILE.
           IF NOT ROOM-FILE-NOT-FOUND THEN
              PERFORM UNTIL ROOM-AT-END
                 READ ROOM-FILE
                    AT END SET ROOM-AT-END TO TRUE
                 END-READ
                 IF NOT ROOM-AT-END THEN
                    IF RM-HALL-CODE = ENTRY-HALL-CODE AND
                       RM-ROOM-NUMBER = ENTRY-ROOM-NUMBER THEN
                       SET ENTRY-WAS-FOUND TO TRUE
                       MOVE ENTRY-ROOM TO ROOM-RECORD
                    END-IF
                    WRITE NEW-ROOM-RECORD FROM ROOM-RECORD
                 END-IF
              END-PERFORM
              CLOSE ROOM-FILE
           END-IF.
           IF NOT ENTRY-WAS-FOUND THEN
              MOVE ENTRY-ROOM TO ROOM-RECORD
              WRITE NEW-ROOM-RECORD FROM ROOM-RECORD
           END-IF.
           CLOSE NEW-ROOM-FILE.
           PERFORM PROMOTE-ROOM-FILE.
           IF ENTRY-WAS-FOUND THEN
              DISPLAY "ROOM " ENTRY-HALL-CODE "/" ENTRY-ROOM-NUMBER
                 " UPDATED"
           ELSE
              DISPLAY "ROOM " ENTRY-HALL-CODE "/" ENTRY-ROOM-NUMBER
                 " ADDED"
           END-IF.

       PROMOTE-ROOM-FILE.
           MOVE "N" TO NEW-FILE-EOF-FLAG.
           OPEN INPUT NEW-ROOM-FILE.
           OPEN OUTPUT ROOM-FILE.
           PERFORM UNTIL NEW-FILE-AT-END
              READ NEW-ROOM-FILE
                 AT END SET NEW-FILE-AT-END TO TRUE
              END-READ
              IF NOT NEW-FILE-AT-END THEN
                 WRITE ROOM-RECORD FROM NEW-ROOM-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-ROOM-FILE.
           CLOSE ROOM-FILE.

       SET-APPLICATION.
           DISPLAY "ENTER STUDENT ID (7 DIGITS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-STUDENT-ID.
           DISPLAY "ENTER TERM (6 CHARS, E.G. 2026T1) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-TERM.
           PERFORM VARYING PREFERENCE-SUBSCRIPT FROM 1 BY 1
              UNTIL PREFERENCE-SUBSCRIPT > 3
              DISPLAY "HALL PREFERENCE " PREFERENCE-SUBSCRIPT
                 " (4 CHARS, BLANK = NONE) --> " WITH NO ADVANCING
              MOVE SPACES TO ENTRY-PREFERENCE(PREFERENCE-SUBSCRIPT)
              ACCEPT ENTRY-PREFERENCE(PREFERENCE-SUBSCRIPT)
           END-PERFORM.
           DISPLAY "INTERNATIONAL STUDENT (Y/N) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-INTERNATIONAL.
           ACCEPT ENTRY-APPLIED-DATE FROM DATE YYYYMMDD.
           MOVE "P" TO ENTRY-APPLICATION-STATUS.

           IF ENTRY-TERM = SPACES OR ENTRY-PREFERENCE(1) = SPACES THEN
              DISPLAY "TERM AND FIRST PREFERENCE ARE REQUIRED -- "
                 "NOT SAVED"
              STOP RUN
           END-IF.
           IF NOT ENTRY-INTERNATIONAL-IS-VALID THEN
              DISPLAY "INTERNATIONAL MUST BE Y OR N -- NOT SAVED"
              STOP RUN
           END-IF.
           PERFORM CHECK-STUDENT-ON-FILE.
           IF NOT STUDENT-IS-USABLE THEN
              DISPLAY "STUDENT " ENTRY-STUDENT-ID
                 " NOT ON FILE OR NOT ACTIVE -- NOT SAVED"
              STOP RUN
           END-IF.
           PERFORM VARYING PREFERENCE-SUBSCRIPT FROM 1 BY 1
              UNTIL PREFERENCE-SUBSCRIPT > 3
              IF ENTRY-PREFERENCE(PREFERENCE-SUBSCRIPT) NOT = SPACES
              THEN
                 PERFORM CHECK-HALL-ON-FILE
                 IF NOT HALL-WAS-FOUND THEN
                    DISPLAY "HALL "
                       ENTRY-PREFERENCE(PREFERENCE-SUBSCRIPT)
                       " HAS NO OPEN ROOMS ON HALLROOM.DAT -- "
                       "NOT SAVED"
                    STOP RUN
                 END-IF
              END-IF
           END-PERFORM.

           MOVE "N" TO ENTRY-FOUND-FLAG.
           MOVE "N" TO APPLICATION-EOF-FLAG.
           OPEN OUTPUT NEW-APPLICATION-FILE.
           OPEN INPUT APPLICATION-FILE.
           IF NOT APPLICATION-FILE-NOT-FOUND THEN
              PERFORM UNTIL APPLICATION-AT-END
                 READ APPLICATION-FILE
                    AT END SET APPLICATION-AT-END TO TRUE
                 END-READ
                 IF NOT APPLICATION-AT-END THEN
                    IF HAP-STUDENT-ID = ENTRY-STUDENT-ID AND
                       HAP-TERM = ENTRY-TERM THEN
                       SET ENTRY-WAS-FOUND TO TRUE
                       IF APPLICATION-ALLOCATED THEN
                          DISPLAY "STUDENT " ENTRY-STUDENT-ID
                             " ALREADY ALLOCATED FOR " ENTRY-TERM
                             " -- NOT SAVED"
                          CLOSE APPLICATION-FILE
                          CLOSE NEW-APPLICATION-FILE
                          STOP RUN
                       END-IF
                       MOVE HAP-APPLIED-DATE TO ENTRY-APPLIED-DATE
                       MOVE ENTRY-APPLICATION TO APPLICATION-RECORD
                    END-IF
                    WRITE NEW-APPLICATION-RECORD
                       FROM APPLICATION-RECORD
                 END-IF
              END-PERFORM
              CLOSE APPLICATION-FILE
           END-IF.
           IF NOT ENTRY-WAS-FOUND THEN
              MOVE ENTRY-APPLICATION TO APPLICATION-RECORD
              WRITE NEW-APPLICATION-RECORD FROM APPLICATION-RECORD
           END-IF.
           CLOSE NEW-APPLICATION-FILE.
           PERFORM PROMOTE-APPLICATION-FILE.
           IF ENTRY-WAS-FOUND THEN
              DISPLAY "APPLICATION FOR " ENTRY-STUDENT-ID " TERM "
                 ENTRY-TERM " UPDATED"
           ELSE
              DISPLAY "APPLICATION FOR " ENTRY-STUDENT-ID " TERM "
                 ENTRY-TERM " RECORDED"
           END-IF.

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

       CHECK-STUDENT-ON-FILE.
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
                    STUDENT-ID = ENTRY-STUDENT-ID THEN
                    SET STUDENT-WAS-FOUND TO TRUE
                    IF STUDENT-ACTIVE THEN
                       SET STUDENT-IS-USABLE TO TRUE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE STUDENT-FILE
           END-IF.

       CHECK-HALL-ON-FILE.
           MOVE "N" TO HALL-FOUND-FLAG.
           MOVE "N" TO ROOM-EOF-FLAG.
           OPEN INPUT ROOM-FILE.
           IF NOT ROOM-FILE-NOT-FOUND THEN
              PERFORM UNTIL ROOM-AT-END OR HALL-WAS-FOUND
                 READ ROOM-FILE
                    AT END SET ROOM-AT-END TO TRUE
                 END-READ
                 IF NOT ROOM-AT-END AND ROOM-OPEN AND
                    RM-HALL-CODE =
                       ENTRY-PREFERENCE(PREFERENCE-SUBSCRIPT) THEN
                    SET HALL-WAS-FOUND TO TRUE
                 END-IF
              END-PERFORM
              CLOSE ROOM-FILE
           END-IF.

       LIST-ROOMS.
           DISPLAY "ENTER TERM FOR OCCUPANCY (6 CHARS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-TERM.
           MOVE "N" TO ROOM-EOF-FLAG.
           OPEN INPUT ROOM-FILE.
           IF ROOM-FILE-NOT-FOUND THEN
              DISPLAY "HALLROOM.DAT NOT FOUND"
           ELSE
              PERFORM UNTIL ROOM-AT-END
                 READ ROOM-FILE
                    AT END SET ROOM-AT-END TO TRUE
                 END-READ
                 IF NOT ROOM-AT-END THEN
                    PERFORM COUNT-BEDS-TAKEN
                    MOVE RM-RENT-PER-TERM TO PRINT-RENT
                    DISPLAY RM-HALL-CODE "/" RM-ROOM-NUMBER
                       " BEDS " RM-BED-CAPACITY
                       " TAKEN " BEDS-TAKEN
                       " RENT " PRINT-RENT
                       " STATUS " RM-STATUS
                 END-IF
              END-PERFORM
              CLOSE ROOM-FILE
           END-IF.

       COUNT-BEDS-TAKEN.
           MOVE 0 TO BEDS-TAKEN.
           MOVE "N" TO ALLOCATION-EOF-FLAG.
           OPEN INPUT ALLOCATION-FILE.
           IF NOT ALLOCATION-FILE-NOT-FOUND THEN
              PERFORM UNTIL ALLOCATION-AT-END
                 READ ALLOCATION-FILE
                    AT END SET ALLOCATION-AT-END TO TRUE
                 END-READ
                 IF NOT ALLOCATION-AT-END AND ALLOCATION-ACTIVE AND
                    HAL-TERM = ENTRY-TERM AND
                    HAL-HALL-CODE = RM-HALL-CODE AND
                    HAL-ROOM-NUMBER = RM-ROOM-NUMBER THEN
                    ADD 1 TO BEDS-TAKEN
                 END-IF
              END-PERFORM
              CLOSE ALLOCATION-FILE
           END-IF.

       LIST-APPLICATIONS.
           DISPLAY "ENTER TERM (6 CHARS) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-TERM.
           MOVE "N" TO APPLICATION-EOF-FLAG.
           OPEN INPUT APPLICATION-FILE.
           IF APPLICATION-FILE-NOT-FOUND THEN
              DISPLAY "HOUSAPP.DAT NOT FOUND"
           ELSE
              PERFORM UNTIL APPLICATION-AT-END
                 READ APPLICATION-FILE
                    AT END SET APPLICATION-AT-END TO TRUE
                 END-READ
                 IF NOT APPLICATION-AT-END AND
                    HAP-TERM = ENTRY-TERM THEN
                    DISPLAY HAP-STUDENT-ID " " HAP-TERM
                       " PREFS " HAP-PREFERENCE(1) " "
                       HAP-PREFERENCE(2) " " HAP-PREFERENCE(3)
                       " INTL " HAP-INTERNATIONAL
                       " APPLIED " HAP-APPLIED-DATE
                       " STATUS " HAP-STATUS
                 END-IF
              END-PERFORM
              CLOSE APPLICATION-FILE
           END-IF.

       END PROGRAM HOUSING-MAINT.
