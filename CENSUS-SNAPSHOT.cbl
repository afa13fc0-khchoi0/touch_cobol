       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSUS-SNAPSHOT.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              CALENDAR-FILE ASSIGN TO "ACADCAL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS CALENDAR-FILE-STATUS.

           SELECT
              CENSUS-CONTROL-FILE ASSIGN TO "CENSCTL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS CENSUS-CONTROL-FILE-STATUS.

           SELECT
              STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS STUDENT-FILE-STATUS.

           SELECT
              ENROLLMENT-FILE ASSIGN TO "ENROLL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS ENROLLMENT-FILE-STATUS.

           SELECT
              CENSUS-STUDENT-FILE ASSIGN DYNAMIC CENSUS-STUDENT-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS CENSUS-STUDENT-FILE-STATUS.

           SELECT
              CENSUS-ENROLL-FILE ASSIGN DYNAMIC CENSUS-ENROLL-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS CENSUS-ENROLL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CENSUS-CONTROL-FILE.
       01  CENSUS-CONTROL-RECORD.
           88 END-OF-CENSUS-CONTROL VALUE HIGH-VALUES.
           02 CCTL-TERM PIC X(6).
           02 CCTL-CENSUS-DATE PIC 9(8).
           02 CCTL-TAKEN-DATE PIC 9(8).
           02 CCTL-STUDENT-COUNT PIC 9(5).
           02 CCTL-ENROLL-COUNT PIC 9(5).

       FD  STUDENT-FILE.
       01  STUDENT-DETAILS.
           88 END-OF-STUDENT-FILE VALUE HIGH-VALUES.
           02 STUDENT-ID PIC 9(7).
           02 FILLER PIC X(24).

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           88 END-OF-ENROLLMENT-FILE VALUE HIGH-VALUES.
           02 ENR-STUDENT-ID PIC 9(7).
           02 ENR-COURSE-CODE PIC X(4).
           02 ENR-DATE PIC 9(8).
           02 ENR-STATUS PIC X.
              88 ENROLLMENT-ACTIVE VALUE "A".
              88 ENROLLMENT-WITHDRAWN VALUE "W".
           02 ENR-WITHDRAWN-DATE PIC X(8).
           02 ENR-WITHDRAWN-DATE-NUM REDEFINES ENR-WITHDRAWN-DATE
              PIC 9(8).

       FD  CENSUS-STUDENT-FILE.
       01  CENSUS-STUDENT-RECORD PIC X(31).

       FD  CENSUS-ENROLL-FILE.
       01  CENSUS-ENROLL-RECORD PIC X(28).

       WORKING-STORAGE SECTION.
       01  CALENDAR-FILE-STATUS PIC 9(2).
           88 CALENDAR-FILE-NOT-FOUND VALUE 35.
       01  CENSUS-CONTROL-FILE-STATUS PIC 9(2).
           88 CENSUS-CONTROL-NOT-FOUND VALUE 35.
       01  STUDENT-FILE-STATUS PIC 9(2).
           88 STUDENT-FILE-NOT-FOUND VALUE 35.
       01  ENROLLMENT-FILE-STATUS PIC 9(2).
           88 ENROLLMENT-FILE-NOT-FOUND VALUE 35.
       01  CENSUS-STUDENT-FILE-STATUS PIC 9(2).
       01  CENSUS-ENROLL-FILE-STATUS PIC 9(2).
       01  CENSUS-STUDENT-DSN PIC X(40).
       01  CENSUS-ENROLL-DSN PIC X(40).

       01  CENSUS-TERM PIC X(6).
       01  CENSUS-DATE PIC 9(8) VALUE 0.
       01  TODAY-DATE PIC 9(8).
       01  CALENDAR-EOF-FLAG PIC X VALUE "N".
           88 CALENDAR-AT-END VALUE "Y".
       01  TERM-FOUND-FLAG PIC X VALUE "N".
           88 TERM-WAS-FOUND VALUE "Y".
       01  SNAPSHOT-TAKEN-FLAG PIC X VALUE "N".
           88 SNAPSHOT-ALREADY-TAKEN VALUE "Y".
       01  SNAPSHOT-TAKEN-DATE PIC 9(8) VALUE 0.
       01  SNAPSHOT-STUDENT-COUNT PIC 9(5) VALUE 0.
       01  SNAPSHOT-ENROLL-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "CENSUS TERM (6 CHARS, E.G. 2026T1) --> "
              WITH NO ADVANCING.
           ACCEPT CENSUS-TERM.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

           PERFORM FIND-CENSUS-DATE.
           IF NOT TERM-WAS-FOUND THEN
              DISPLAY "TERM " CENSUS-TERM " IS NOT ON ACADCAL.DAT "
                 "-- NO SNAPSHOT TAKEN"
              STOP RUN
           END-IF.
           IF TODAY-DATE < CENSUS-DATE THEN
              DISPLAY "CENSUS DATE " CENSUS-DATE " NOT YET REACHED "
                 "-- NO SNAPSHOT TAKEN"
              STOP RUN
           END-IF.

           PERFORM CHECK-SNAPSHOT-TAKEN.
           IF SNAPSHOT-ALREADY-TAKEN THEN
              DISPLAY "CENSUS FOR " CENSUS-TERM " WAS FROZEN ON "
                 SNAPSHOT-TAKEN-DATE " -- SNAPSHOT NOT REPLACED"
              STOP RUN
           END-IF.

           OPEN INPUT STUDENT-FILE.
           IF STUDENT-FILE-NOT-FOUND THEN
              DISPLAY "STUDENTS.DAT NOT FOUND -- NO SNAPSHOT TAKEN"
              STOP RUN
           END-IF.
           OPEN INPUT ENROLLMENT-FILE.
           IF ENROLLMENT-FILE-NOT-FOUND THEN
              DISPLAY "ENROLL.DAT NOT FOUND -- NO SNAPSHOT TAKEN"
              CLOSE STUDENT-FILE
              STOP RUN
           END-IF.

           MOVE SPACES TO CENSUS-STUDENT-DSN.
           STRING "CENSTU." CENSUS-TERM DELIMITED BY SIZE
              INTO CENSUS-STUDENT-DSN.
           MOVE SPACES TO CENSUS-ENROLL-DSN.
           STRING "CENENR." CENSUS-TERM DELIMITED BY SIZE
              INTO CENSUS-ENROLL-DSN.

           PERFORM FREEZE-STUDENTS.
           PERFORM FREEZE-ENROLLMENTS.
           PERFORM RECORD-SNAPSHOT.

           DISPLAY "CENSUS " CENSUS-TERM " AS AT " CENSUS-DATE
              " FROZEN: " SNAPSHOT-STUDENT-COUNT " STUDENT(S) TO "
              CENSUS-STUDENT-DSN.
           DISPLAY "                        " SNAPSHOT-ENROLL-COUNT
              " ENROLLMENT(S) TO " CENSUS-ENROLL-DSN.
           STOP RUN.

       FIND-CENSUS-DATE.
           OPEN INPUT CALENDAR-FILE.
           IF NOT CALENDAR-FILE-NOT-FOUND THEN
              PERFORM UNTIL CALENDAR-AT-END OR TERM-WAS-FOUND
                 READ CALENDAR-FILE
                    AT END SET CALENDAR-AT-END TO TRUE
                 END-READ
                 IF NOT CALENDAR-AT-END AND
                    CAL-TERM = CENSUS-TERM THEN
                    SET TERM-WAS-FOUND TO TRUE
                    MOVE CAL-CENSUS-DATE TO CENSUS-DATE
                 END-IF
              END-PERFORM
              CLOSE CALENDAR-FILE
           END-IF.

       CHECK-SNAPSHOT-TAKEN.
           OPEN INPUT CENSUS-CONTROL-FILE.
           IF NOT CENSUS-CONTROL-NOT-FOUND THEN
              READ CENSUS-CONTROL-FILE
                 AT END SET END-OF-CENSUS-CONTROL TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CENSUS-CONTROL
                 IF CCTL-TERM = CENSUS-TERM THEN
                    SET SNAPSHOT-ALREADY-TAKEN TO TRUE
                    MOVE CCTL-TAKEN-DATE TO SNAPSHOT-TAKEN-DATE
                 END-IF
                 READ CENSUS-CONTROL-FILE
                    AT END SET END-OF-CENSUS-CONTROL TO TRUE
                 END-READ
              END-PERFORM
              CLOSE CENSUS-CONTROL-FILE
           END-IF.

       FREEZE-STUDENTS.
           OPEN OUTPUT CENSUS-STUDENT-FILE.
           READ STUDENT-FILE
              AT END SET END-OF-STUDENT-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-STUDENT-FILE
              WRITE CENSUS-STUDENT-RECORD FROM STUDENT-DETAILS
              ADD 1 TO SNAPSHOT-STUDENT-COUNT
              READ STUDENT-FILE
                 AT END SET END-OF-STUDENT-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE CENSUS-STUDENT-FILE.
           CLOSE STUDENT-FILE.

       FREEZE-ENROLLMENTS.
           OPEN OUTPUT CENSUS-ENROLL-FILE.
           READ ENROLLMENT-FILE
              AT END SET END-OF-ENROLLMENT-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-ENROLLMENT-FILE
              PERFORM FREEZE-ONE-ENROLLMENT
              READ ENROLLMENT-FILE
                 AT END SET END-OF-ENROLLMENT-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE CENSUS-ENROLL-FILE.
           CLOSE ENROLLMENT-FILE.

       FREEZE-ONE-ENROLLMENT.
           IF ENR-DATE > CENSUS-DATE THEN
              CONTINUE
           ELSE
              IF ENROLLMENT-ACTIVE THEN
                 WRITE CENSUS-ENROLL-RECORD FROM ENROLLMENT-RECORD
                 ADD 1 TO SNAPSHOT-ENROLL-COUNT
              END-IF
              IF ENROLLMENT-WITHDRAWN AND
                 ENR-WITHDRAWN-DATE IS NUMERIC THEN
                 IF ENR-WITHDRAWN-DATE-NUM > CENSUS-DATE THEN
                    MOVE "A" TO ENR-STATUS
                    MOVE ZEROS TO ENR-WITHDRAWN-DATE
                    WRITE CENSUS-ENROLL-RECORD FROM ENROLLMENT-RECORD
                    ADD 1 TO SNAPSHOT-ENROLL-COUNT
                 END-IF
              END-IF
           END-IF.

       RECORD-SNAPSHOT.
           OPEN EXTEND CENSUS-CONTROL-FILE.
           IF CENSUS-CONTROL-NOT-FOUND THEN
              OPEN OUTPUT CENSUS-CONTROL-FILE
           END-IF.
           MOVE CENSUS-TERM TO CCTL-TERM.
           MOVE CENSUS-DATE TO CCTL-CENSUS-DATE.
           MOVE TODAY-DATE TO CCTL-TAKEN-DATE.
           MOVE SNAPSHOT-STUDENT-COUNT TO CCTL-STUDENT-COUNT.
           MOVE SNAPSHOT-ENROLL-COUNT TO CCTL-ENROLL-COUNT.
           WRITE CENSUS-CONTROL-RECORD.
           CLOSE CENSUS-CONTROL-FILE.

       END PROGRAM CENSUS-SNAPSHOT.
