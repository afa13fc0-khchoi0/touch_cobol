       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENDAR-MAINT.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              CALENDAR-FILE ASSIGN TO "ACADCAL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS CALENDAR-FILE-STATUS.

           SELECT
              NEW-CALENDAR-FILE ASSIGN TO "ACADCAL.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-CALENDAR-FILE-STATUS.

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

       FD  NEW-CALENDAR-FILE.
       01  NEW-CALENDAR-RECORD PIC X(59).

       WORKING-STORAGE SECTION.
       01  CALENDAR-FILE-STATUS PIC 9(2).
           88 CALENDAR-FILE-NOT-FOUND VALUE 35.
       01  NEW-CALENDAR-FILE-STATUS PIC 9(2).

       01  MAINT-ACTION PIC 9.
           88 SET-ACTION VALUE 1.
           88 LIST-ACTION VALUE 2.

       01  ENTRY-CALENDAR.
           02 ENTRY-TERM PIC X(6).
           02 ENTRY-TERM-START PIC 9(8).
           02 ENTRY-ADD-DEADLINE PIC 9(8).
           02 ENTRY-DROP-DEADLINE PIC 9(8).
           02 ENTRY-WITHDRAW-DEADLINE PIC 9(8).
           02 ENTRY-CENSUS-DATE PIC 9(8).
           02 ENTRY-TERM-END PIC 9(8).
           02 ENTRY-LATE-ADD-FEE PIC 9(3)V9(2).

       01  PRINT-LATE-ADD-FEE PIC ZZ9.99.
       01  TERM-FOUND-FLAG PIC X VALUE "N".
           88 TERM-WAS-FOUND VALUE "Y".
       01  CALENDAR-EOF-FLAG PIC X VALUE "N".
           88 CALENDAR-AT-END VALUE "Y".
       01  NEW-FILE-EOF-FLAG PIC X VALUE "N".
           88 NEW-FILE-AT-END VALUE "Y".

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "1 = SET TERM DATES, 2 = LIST CALENDAR --> "
              WITH NO ADVANCING.
           ACCEPT MAINT-ACTION.

           IF SET-ACTION THEN
              PERFORM SET-TERM-CALENDAR
           END-IF.

           IF LIST-ACTION THEN
              PERFORM LIST-CALENDAR
           END-IF.

           STOP RUN.

       SET-TERM-CALENDAR.
           DISPLAY "ENTER TERM (6 CHARS, E.G. 2026T1) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-TERM.
           DISPLAY "TERM START DATE (YYYYMMDD) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-TERM-START.
           DISPLAY "LAST DAY TO ADD (YYYYMMDD) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-ADD-DEADLINE.
           DISPLAY "LAST DAY TO DROP WITHOUT RECORD (YYYYMMDD) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-DROP-DEADLINE.
           DISPLAY "LAST DAY TO WITHDRAW WITH W (YYYYMMDD) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-WITHDRAW-DEADLINE.
           DISPLAY "CENSUS DATE (YYYYMMDD) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-CENSUS-DATE.
           DISPLAY "TERM END DATE (YYYYMMDD) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-TERM-END.
           DISPLAY "ENTER LATE-ENROLLMENT FEE (0 = NONE) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-LATE-ADD-FEE.

           IF ENTRY-TERM = SPACES THEN
              DISPLAY "TERM IS REQUIRED -- NOT SAVED"
              STOP RUN
           END-IF.
           IF ENTRY-ADD-DEADLINE < ENTRY-TERM-START OR
              ENTRY-DROP-DEADLINE < ENTRY-ADD-DEADLINE OR
              ENTRY-WITHDRAW-DEADLINE < ENTRY-DROP-DEADLINE OR
              ENTRY-TERM-END < ENTRY-WITHDRAW-DEADLINE THEN
              DISPLAY "DATES MUST RUN START, ADD, DROP, WITHDRAW, "
                 "END -- NOT SAVED"
              STOP RUN
           END-IF.
           IF ENTRY-CENSUS-DATE < ENTRY-TERM-START OR
              ENTRY-CENSUS-DATE > ENTRY-TERM-END THEN
              DISPLAY "CENSUS DATE MUST FALL WITHIN THE TERM -- "
                 "NOT SAVED"
              STOP RUN
           END-IF.

           MOVE "N" TO TERM-FOUND-FLAG.
           MOVE "N" TO CALENDAR-EOF-FLAG.
           OPEN OUTPUT NEW-CALENDAR-FILE.
           OPEN INPUT CALENDAR-FILE.
           IF NOT CALENDAR-FILE-NOT-FOUND THEN
              PERFORM UNTIL CALENDAR-AT-END
                 READ CALENDAR-FILE
                    AT END SET CALENDAR-AT-END TO TRUE
                 END-READ
                 IF NOT CALENDAR-AT-END THEN
                    IF CAL-TERM = ENTRY-TERM THEN
                       SET TERM-WAS-FOUND TO TRUE
                       MOVE ENTRY-CALENDAR TO CALENDAR-RECORD
                    END-IF
                    WRITE NEW-CALENDAR-RECORD FROM CALENDAR-RECORD
                 END-IF
              END-PERFORM
              CLOSE CALENDAR-FILE
           END-IF.
           IF NOT TERM-WAS-FOUND THEN
              MOVE ENTRY-CALENDAR TO CALENDAR-RECORD
              WRITE NEW-CALENDAR-RECORD FROM CALENDAR-RECORD
           END-IF.
           CLOSE NEW-CALENDAR-FILE.
           PERFORM PROMOTE-CALENDAR-FILE.
           IF TERM-WAS-FOUND THEN
              DISPLAY "CALENDAR FOR TERM " ENTRY-TERM " REPLACED"
           ELSE
              DISPLAY "CALENDAR FOR TERM " ENTRY-TERM " ADDED"
           END-IF.

       PROMOTE-CALENDAR-FILE.
           MOVE "N" TO NEW-FILE-EOF-FLAG.
           OPEN INPUT NEW-CALENDAR-FILE.
           OPEN OUTPUT CALENDAR-FILE.
           PERFORM UNTIL NEW-FILE-AT-END
              READ NEW-CALENDAR-FILE
                 AT END SET NEW-FILE-AT-END TO TRUE
              END-READ
              IF NOT NEW-FILE-AT-END THEN
                 WRITE CALENDAR-RECORD FROM NEW-CALENDAR-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-CALENDAR-FILE.
           CLOSE CALENDAR-FILE.

       LIST-CALENDAR.
           MOVE "N" TO CALENDAR-EOF-FLAG.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-FILE-NOT-FOUND THEN
              DISPLAY "ACADCAL.DAT NOT FOUND"
           ELSE
              PERFORM UNTIL CALENDAR-AT-END
                 READ CALENDAR-FILE
                    AT END SET CALENDAR-AT-END TO TRUE
                 END-READ
                 IF NOT CALENDAR-AT-END THEN
                    MOVE CAL-LATE-ADD-FEE TO PRINT-LATE-ADD-FEE
                    DISPLAY CAL-TERM " START " CAL-TERM-START
                       " ADD " CAL-ADD-DEADLINE
                       " DROP " CAL-DROP-DEADLINE
                       " W " CAL-WITHDRAW-DEADLINE
                    DISPLAY "       CENSUS " CAL-CENSUS-DATE
                       " END " CAL-TERM-END
                       " LATE FEE " PRINT-LATE-ADD-FEE
                 END-IF
              END-PERFORM
              CLOSE CALENDAR-FILE
           END-IF.

       END PROGRAM CALENDAR-MAINT.
