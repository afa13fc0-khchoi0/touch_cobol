       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATAGE-MAINT.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              AGEING-FILE ASSIGN TO "CATAGE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS AGEING-FILE-STATUS.

           SELECT
              NEW-AGEING-FILE ASSIGN TO "CATAGE.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-AGEING-FILE-STATUS.

           SELECT
              RELEASE-FILE ASSIGN TO "TITLEREL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS RELEASE-FILE-STATUS.

           SELECT
              NEW-RELEASE-FILE ASSIGN TO "TITLEREL.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-RELEASE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGEING-FILE.
       01  AGEING-RECORD.
           02 CAG-FROM-CATEGORY PIC X.
           02 CAG-AFTER-DAYS PIC 9(4).
           02 CAG-TO-CATEGORY PIC X.

       FD  NEW-AGEING-FILE.
       01  NEW-AGEING-RECORD PIC X(6).

       FD  RELEASE-FILE.
       01  RELEASE-RECORD.
           02 TRL-TITLE-CODE PIC 9(5).
           02 TRL-RELEASE-DATE PIC 9(8).

       FD  NEW-RELEASE-FILE.
       01  NEW-RELEASE-RECORD PIC X(13).

       WORKING-STORAGE SECTION.
       01  AGEING-FILE-STATUS PIC 9(2).
           88 AGEING-FILE-NOT-FOUND VALUE 35.
       01  NEW-AGEING-FILE-STATUS PIC 9(2).
       01  RELEASE-FILE-STATUS PIC 9(2).
           88 RELEASE-FILE-NOT-FOUND VALUE 35.
       01  NEW-RELEASE-FILE-STATUS PIC 9(2).

       01  MAINT-ACTION PIC 9.
           88 SET-STEP-ACTION VALUE 1.
           88 LIST-STEPS-ACTION VALUE 2.
           88 SET-RELEASE-ACTION VALUE 3.
           88 LIST-RELEASES-ACTION VALUE 4.

       01  ENTRY-FROM-CATEGORY PIC X.
           88 ENTRY-FROM-VALID VALUE "N", "R", "S", "C", "L".
       01  ENTRY-AFTER-DAYS PIC 9(4).
       01  ENTRY-TO-CATEGORY PIC X.
           88 ENTRY-TO-VALID VALUE "N", "R", "S", "C", "L".
           88 ENTRY-TO-REMOVES-STEP VALUE SPACE.
       01  ENTRY-TITLE-CODE PIC 9(5).
       01  ENTRY-RELEASE-DATE PIC 9(8).
       01  ENTRY-FOUND-FLAG PIC X VALUE "N".
           88 ENTRY-WAS-FOUND VALUE "Y".
       01  AGEING-EOF-FLAG PIC X VALUE "N".
           88 AGEING-AT-END VALUE "Y".
       01  RELEASE-EOF-FLAG PIC X VALUE "N".
           88 RELEASE-AT-END VALUE "Y".
       01  NEW-FILE-EOF-FLAG PIC X VALUE "N".
           88 NEW-FILE-AT-END VALUE "Y".

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "1 = SET AGEING STEP, 2 = LIST AGEING STEPS, "
              "3 = SET TITLE RELEASE DATE, 4 = LIST RELEASE DATES --> "
              WITH NO ADVANCING.
           ACCEPT MAINT-ACTION.

           IF LIST-STEPS-ACTION THEN
              PERFORM LIST-AGEING-STEPS
              STOP RUN
           END-IF.

           IF LIST-RELEASES-ACTION THEN
              PERFORM LIST-RELEASE-DATES
              STOP RUN
           END-IF.

           IF SET-RELEASE-ACTION THEN
              DISPLAY "ENTER TITLE CODE (5 DIGITS) --> "
                 WITH NO ADVANCING
              ACCEPT ENTRY-TITLE-CODE
              DISPLAY "ENTER RELEASE DATE (YYYYMMDD) --> "
                 WITH NO ADVANCING
              ACCEPT ENTRY-RELEASE-DATE
              IF ENTRY-RELEASE-DATE = 0 THEN
                 DISPLAY "RELEASE DATE MUST BE GIVEN -- NOT SET"
                 STOP RUN
              END-IF
              PERFORM SET-TITLE-RELEASE-DATE
              DISPLAY "RELEASE DATE FOR TITLE " ENTRY-TITLE-CODE
                 " SET TO " ENTRY-RELEASE-DATE
              STOP RUN
           END-IF.

           IF NOT SET-STEP-ACTION THEN
              DISPLAY "UNKNOWN ACTION -- NOTHING DONE"
              STOP RUN
           END-IF.

           DISPLAY "ENTER CATEGORY TO AGE FROM (N=NEW R=RECENT "
              "S=STANDARD C=CHILDRENS L=CLASSIC) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-FROM-CATEGORY.
           IF NOT ENTRY-FROM-VALID THEN
              DISPLAY "UNKNOWN CATEGORY -- NOT SET"
              STOP RUN
           END-IF.
           DISPLAY "ENTER CATEGORY TO MOVE TO (SPACE = STOP AGEING "
              "THIS CATEGORY) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-TO-CATEGORY.
           IF NOT ENTRY-TO-VALID AND NOT ENTRY-TO-REMOVES-STEP THEN
              DISPLAY "UNKNOWN CATEGORY -- NOT SET"
              STOP RUN
           END-IF.
           IF ENTRY-TO-CATEGORY = ENTRY-FROM-CATEGORY THEN
              DISPLAY "A CATEGORY CANNOT AGE INTO ITSELF -- NOT SET"
              STOP RUN
           END-IF.
           MOVE 0 TO ENTRY-AFTER-DAYS.
           IF ENTRY-TO-VALID THEN
              DISPLAY "ENTER DAYS AFTER RELEASE TO MOVE (4 DIGITS) --> "
                 WITH NO ADVANCING
              ACCEPT ENTRY-AFTER-DAYS
              IF ENTRY-AFTER-DAYS = 0 THEN
                 DISPLAY "DAYS MUST BE GREATER THAN ZERO -- NOT SET"
                 STOP RUN
              END-IF
           END-IF.

           PERFORM SET-AGEING-STEP.
           IF ENTRY-TO-REMOVES-STEP THEN
              DISPLAY "CATEGORY " ENTRY-FROM-CATEGORY
                 " NO LONGER AGES"
           ELSE
              DISPLAY "CATEGORY " ENTRY-FROM-CATEGORY " MOVES TO "
                 ENTRY-TO-CATEGORY " " ENTRY-AFTER-DAYS
                 " DAYS AFTER RELEASE"
           END-IF.
           STOP RUN.

       SET-AGEING-STEP.
           MOVE "N" TO ENTRY-FOUND-FLAG.
           MOVE "N" TO AGEING-EOF-FLAG.
           OPEN INPUT AGEING-FILE.
           IF AGEING-FILE-NOT-FOUND THEN
              OPEN OUTPUT AGEING-FILE
              IF ENTRY-TO-VALID THEN
                 MOVE ENTRY-FROM-CATEGORY TO CAG-FROM-CATEGORY
                 MOVE ENTRY-AFTER-DAYS TO CAG-AFTER-DAYS
                 MOVE ENTRY-TO-CATEGORY TO CAG-TO-CATEGORY
                 WRITE AGEING-RECORD
              END-IF
              CLOSE AGEING-FILE
           ELSE
              OPEN OUTPUT NEW-AGEING-FILE
              PERFORM UNTIL AGEING-AT-END
                 READ AGEING-FILE
                    AT END SET AGEING-AT-END TO TRUE
                 END-READ
                 IF NOT AGEING-AT-END THEN
                    IF CAG-FROM-CATEGORY = ENTRY-FROM-CATEGORY THEN
                       SET ENTRY-WAS-FOUND TO TRUE
                       MOVE ENTRY-AFTER-DAYS TO CAG-AFTER-DAYS
                       MOVE ENTRY-TO-CATEGORY TO CAG-TO-CATEGORY
                    END-IF
                    IF CAG-TO-CATEGORY NOT = SPACE THEN
                       WRITE NEW-AGEING-RECORD FROM AGEING-RECORD
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE AGEING-FILE
              IF NOT ENTRY-WAS-FOUND AND ENTRY-TO-VALID THEN
                 MOVE ENTRY-FROM-CATEGORY TO CAG-FROM-CATEGORY
                 MOVE ENTRY-AFTER-DAYS TO CAG-AFTER-DAYS
                 MOVE ENTRY-TO-CATEGORY TO CAG-TO-CATEGORY
                 WRITE NEW-AGEING-RECORD FROM AGEING-RECORD
              END-IF
              CLOSE NEW-AGEING-FILE
              PERFORM PROMOTE-AGEING-FILE
           END-IF.

       PROMOTE-AGEING-FILE.
           MOVE "N" TO NEW-FILE-EOF-FLAG.
           OPEN INPUT NEW-AGEING-FILE.
           OPEN OUTPUT AGEING-FILE.
           PERFORM UNTIL NEW-FILE-AT-END
              READ NEW-AGEING-FILE
                 AT END SET NEW-FILE-AT-END TO TRUE
              END-READ
              IF NOT NEW-FILE-AT-END THEN
                 WRITE AGEING-RECORD FROM NEW-AGEING-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-AGEING-FILE.
           CLOSE AGEING-FILE.

       SET-TITLE-RELEASE-DATE.
           MOVE "N" TO ENTRY-FOUND-FLAG.
           MOVE "N" TO RELEASE-EOF-FLAG.
           OPEN INPUT RELEASE-FILE.
           IF RELEASE-FILE-NOT-FOUND THEN
              OPEN OUTPUT RELEASE-FILE
              MOVE ENTRY-TITLE-CODE TO TRL-TITLE-CODE
              MOVE ENTRY-RELEASE-DATE TO TRL-RELEASE-DATE
              WRITE RELEASE-RECORD
              CLOSE RELEASE-FILE
           ELSE
              OPEN OUTPUT NEW-RELEASE-FILE
              PERFORM UNTIL RELEASE-AT-END
                 READ RELEASE-FILE
                    AT END SET RELEASE-AT-END TO TRUE
                 END-READ
                 IF NOT RELEASE-AT-END THEN
                    IF TRL-TITLE-CODE = ENTRY-TITLE-CODE THEN
                       SET ENTRY-WAS-FOUND TO TRUE
                       MOVE ENTRY-RELEASE-DATE TO TRL-RELEASE-DATE
                    END-IF
                    WRITE NEW-RELEASE-RECORD FROM RELEASE-RECORD
                 END-IF
              END-PERFORM
              CLOSE RELEASE-FILE
              IF NOT ENTRY-WAS-FOUND THEN
                 MOVE ENTRY-TITLE-CODE TO TRL-TITLE-CODE
                 MOVE ENTRY-RELEASE-DATE TO TRL-RELEASE-DATE
                 WRITE NEW-RELEASE-RECORD FROM RELEASE-RECORD
              END-IF
              CLOSE NEW-RELEASE-FILE
              PERFORM PROMOTE-RELEASE-FILE
           END-IF.

       PROMOTE-RELEASE-FILE.
           MOVE "N" TO NEW-FILE-EOF-FLAG.
           OPEN INPUT NEW-RELEASE-FILE.
           OPEN OUTPUT RELEASE-FILE.
           PERFORM UNTIL NEW-FILE-AT-END
              READ NEW-RELEASE-FILE
                 AT END SET NEW-FILE-AT-END TO TRUE
              END-READ
              IF NOT NEW-FILE-AT-END THEN
                 WRITE RELEASE-RECORD FROM NEW-RELEASE-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-RELEASE-FILE.
           CLOSE RELEASE-FILE.

       LIST-AGEING-STEPS.
           MOVE "N" TO AGEING-EOF-FLAG.
           OPEN INPUT AGEING-FILE.
           IF AGEING-FILE-NOT-FOUND THEN
              DISPLAY "CATAGE.DAT NOT FOUND -- STANDARD AGEING APPLIES"
                 ": N TO R AFTER 90 DAYS, R TO S AFTER 270 DAYS"
           ELSE
              PERFORM UNTIL AGEING-AT-END
                 READ AGEING-FILE
                    AT END SET AGEING-AT-END TO TRUE
                 END-READ
                 IF NOT AGEING-AT-END THEN
                    DISPLAY "CATEGORY " CAG-FROM-CATEGORY
                       " MOVES TO " CAG-TO-CATEGORY " "
                       CAG-AFTER-DAYS " DAYS AFTER RELEASE"
                 END-IF
              END-PERFORM
              CLOSE AGEING-FILE
           END-IF.

       LIST-RELEASE-DATES.
           MOVE "N" TO RELEASE-EOF-FLAG.
           OPEN INPUT RELEASE-FILE.
           IF RELEASE-FILE-NOT-FOUND THEN
              DISPLAY "TITLEREL.DAT NOT FOUND -- NO RELEASE DATES SET"
           ELSE
              PERFORM UNTIL RELEASE-AT-END
                 READ RELEASE-FILE
                    AT END SET RELEASE-AT-END TO TRUE
                 END-READ
                 IF NOT RELEASE-AT-END THEN
                    DISPLAY "TITLE " TRL-TITLE-CODE
                       " RELEASED " TRL-RELEASE-DATE
                 END-IF
              END-PERFORM
              CLOSE RELEASE-FILE
           END-IF.

       END PROGRAM CATAGE-MAINT.
