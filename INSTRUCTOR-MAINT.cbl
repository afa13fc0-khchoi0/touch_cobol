       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTRUCTOR-MAINT.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              INSTRUCTOR-FILE ASSIGN TO "INSTRUCT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS INSTRUCTOR-FILE-STATUS.

           SELECT
              NEW-INSTRUCTOR-FILE ASSIGN TO "INSTRUCT.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-INSTRUCTOR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTRUCTOR-FILE.
       01  INSTRUCTOR-RECORD.
           02 INS-INSTRUCTOR-ID PIC X(6).
           02 INS-NAME PIC X(20).
           02 INS-DEPARTMENT PIC X(10).
           02 INS-MAX-HOURS PIC 9(2).
           02 INS-STATUS PIC X.
              88 INSTRUCTOR-ACTIVE VALUE "A".
              88 INSTRUCTOR-LEFT VALUE "L".

       FD  NEW-INSTRUCTOR-FILE.
       01  NEW-INSTRUCTOR-RECORD PIC X(39).

       WORKING-STORAGE SECTION.
       01  INSTRUCTOR-FILE-STATUS PIC 9(2).
           88 INSTRUCTOR-FILE-NOT-FOUND VALUE 35.
       01  NEW-INSTRUCTOR-FILE-STATUS PIC 9(2).

       01  MAINT-ACTION PIC 9.
           88 ADD-ACTION VALUE 1.
           88 HOURS-ACTION VALUE 2.
           88 LEAVER-ACTION VALUE 3.
           88 LIST-ACTION VALUE 4.

       01  ENTRY-INSTRUCTOR-ID PIC X(6).
       01  ENTRY-INSTRUCTOR-NAME PIC X(20).
       01  ENTRY-DEPARTMENT PIC X(10).
       01  ENTRY-MAX-HOURS PIC 9(2).

       01  INSTRUCTOR-FOUND-FLAG PIC X VALUE "N".
           88 INSTRUCTOR-WAS-FOUND VALUE "Y".
       01  INSTRUCTOR-EOF-FLAG PIC X VALUE "N".
           88 INSTRUCTOR-AT-END VALUE "Y".
       01  NEW-FILE-EOF-FLAG PIC X VALUE "N".
           88 NEW-FILE-AT-END VALUE "Y".

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "1 = ADD INSTRUCTOR, 2 = SET MAXIMUM HOURS, "
              "3 = MARK AS LEFT, 4 = LIST --> " WITH NO ADVANCING.
           ACCEPT MAINT-ACTION.

           IF ADD-ACTION THEN
              PERFORM ADD-INSTRUCTOR
           END-IF.

           IF HOURS-ACTION OR LEAVER-ACTION THEN
              PERFORM UPDATE-INSTRUCTOR
           END-IF.

           IF LIST-ACTION THEN
              PERFORM LIST-INSTRUCTORS
           END-IF.

           STOP RUN.

       ADD-INSTRUCTOR.
           DISPLAY "ENTER INSTRUCTOR ID (6 CHARS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-INSTRUCTOR-ID.
           DISPLAY "ENTER NAME (20 CHARS) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-INSTRUCTOR-NAME.
           DISPLAY "ENTER DEPARTMENT (10 CHARS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-DEPARTMENT.
           DISPLAY "ENTER MAXIMUM CONTACT HOURS PER WEEK (2 DIGITS) "
              "--> " WITH NO ADVANCING.
           ACCEPT ENTRY-MAX-HOURS.

           IF ENTRY-INSTRUCTOR-ID = SPACES OR
              ENTRY-DEPARTMENT = SPACES THEN
              DISPLAY "INSTRUCTOR ID AND DEPARTMENT ARE REQUIRED -- "
                 "NOT ADDED"
              STOP RUN
           END-IF.

           PERFORM FIND-INSTRUCTOR.
           IF INSTRUCTOR-WAS-FOUND THEN
              DISPLAY "INSTRUCTOR " ENTRY-INSTRUCTOR-ID
                 " ALREADY ON FILE -- NOT ADDED"
           ELSE
              OPEN EXTEND INSTRUCTOR-FILE
              IF INSTRUCTOR-FILE-NOT-FOUND THEN
                 OPEN OUTPUT INSTRUCTOR-FILE
              END-IF
              MOVE ENTRY-INSTRUCTOR-ID TO INS-INSTRUCTOR-ID
              MOVE ENTRY-INSTRUCTOR-NAME TO INS-NAME
              MOVE ENTRY-DEPARTMENT TO INS-DEPARTMENT
              MOVE ENTRY-MAX-HOURS TO INS-MAX-HOURS
              MOVE "A" TO INS-STATUS
              WRITE INSTRUCTOR-RECORD
              CLOSE INSTRUCTOR-FILE
              DISPLAY "ADDED INSTRUCTOR " ENTRY-INSTRUCTOR-ID " "
                 ENTRY-INSTRUCTOR-NAME
           END-IF.

       FIND-INSTRUCTOR.
           MOVE "N" TO INSTRUCTOR-FOUND-FLAG.
           MOVE "N" TO INSTRUCTOR-EOF-FLAG.
           OPEN INPUT INSTRUCTOR-FILE.
           IF NOT INSTRUCTOR-FILE-NOT-FOUND THEN
              PERFORM UNTIL INSTRUCTOR-AT-END OR INSTRUCTOR-WAS-FOUND
                 READ INSTRUCTOR-FILE
                    AT END SET INSTRUCTOR-AT-END TO TRUE
                 END-READ
                 IF NOT INSTRUCTOR-AT-END AND
                    INS-INSTRUCTOR-ID = ENTRY-INSTRUCTOR-ID THEN
                    SET INSTRUCTOR-WAS-FOUND TO TRUE
                 END-IF
              END-PERFORM
              CLOSE INSTRUCTOR-FILE
           END-IF.

       UPDATE-INSTRUCTOR.
           DISPLAY "ENTER INSTRUCTOR ID (6 CHARS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-INSTRUCTOR-ID.
           IF HOURS-ACTION THEN
              DISPLAY "ENTER NEW MAXIMUM HOURS PER WEEK (2 DIGITS) "
                 "--> " WITH NO ADVANCING
              ACCEPT ENTRY-MAX-HOURS
           END-IF.

           MOVE "N" TO INSTRUCTOR-FOUND-FLAG.
           MOVE "N" TO INSTRUCTOR-EOF-FLAG.
           OPEN INPUT INSTRUCTOR-FILE.
           IF INSTRUCTOR-FILE-NOT-FOUND THEN
              DISPLAY "INSTRUCT.DAT NOT FOUND"
           ELSE
              OPEN OUTPUT NEW-INSTRUCTOR-FILE
              PERFORM UNTIL INSTRUCTOR-AT-END
                 READ INSTRUCTOR-FILE
                    AT END SET INSTRUCTOR-AT-END TO TRUE
                 END-READ
                 IF NOT INSTRUCTOR-AT-END THEN
                    IF INS-INSTRUCTOR-ID = ENTRY-INSTRUCTOR-ID THEN
                       SET INSTRUCTOR-WAS-FOUND TO TRUE
                       IF HOURS-ACTION THEN
                          MOVE ENTRY-MAX-HOURS TO INS-MAX-HOURS
                       ELSE
                          MOVE "L" TO INS-STATUS
                       END-IF
                    END-IF
                    WRITE NEW-INSTRUCTOR-RECORD
                       FROM INSTRUCTOR-RECORD
                 END-IF
              END-PERFORM
              CLOSE NEW-INSTRUCTOR-FILE
              CLOSE INSTRUCTOR-FILE
              IF INSTRUCTOR-WAS-FOUND THEN
                 PERFORM PROMOTE-INSTRUCTOR-FILE
                 DISPLAY "INSTRUCTOR " ENTRY-INSTRUCTOR-ID
                    " UPDATED"
              ELSE
                 DISPLAY "INSTRUCTOR " ENTRY-INSTRUCTOR-ID
                    " NOT FOUND"
              END-IF
           END-IF.

       PROMOTE-INSTRUCTOR-FILE.
           MOVE "N" TO NEW-FILE-EOF-FLAG.
           OPEN INPUT NEW-INSTRUCTOR-FILE.
           OPEN OUTPUT INSTRUCTOR-FILE.
           PERFORM UNTIL NEW-FILE-AT-END
              READ NEW-INSTRUCTOR-FILE
                 AT END SET NEW-FILE-AT-END TO TRUE
              END-READ
              IF NOT NEW-FILE-AT-END THEN
                 WRITE INSTRUCTOR-RECORD FROM NEW-INSTRUCTOR-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-INSTRUCTOR-FILE.
           CLOSE INSTRUCTOR-FILE.

       LIST-INSTRUCTORS.
           MOVE "N" TO INSTRUCTOR-EOF-FLAG.
           OPEN INPUT INSTRUCTOR-FILE.
           IF INSTRUCTOR-FILE-NOT-FOUND THEN
              DISPLAY "INSTRUCT.DAT NOT FOUND"
           ELSE
              PERFORM UNTIL INSTRUCTOR-AT-END
                 READ INSTRUCTOR-FILE
                    AT END SET INSTRUCTOR-AT-END TO TRUE
                 END-READ
                 IF NOT INSTRUCTOR-AT-END THEN
                    DISPLAY INS-INSTRUCTOR-ID " " INS-NAME " "
                       INS-DEPARTMENT " MAX " INS-MAX-HOURS
                       " " INS-STATUS
                 END-IF
              END-PERFORM
              CLOSE INSTRUCTOR-FILE
           END-IF.

       END PROGRAM INSTRUCTOR-MAINT.
