       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUCONT-MAINT.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS STUDENT-FILE-STATUS.

           SELECT
              STUDENT-CONTACT-FILE ASSIGN TO "STUCONT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS STUDENT-CONTACT-FILE-STATUS.

           SELECT
              NEW-STUDENT-CONTACT-FILE ASSIGN TO "STUCONT.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-STUDENT-CONTACT-FILE-STATUS.

           SELECT
              AUDIT-FILE ASSIGN TO "STUAUDIT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
       01  STUDENT-DETAILS.
           02 STUDENT-ID PIC 9(7).
           02 STUDENT-NAME PIC X(10).
           02 FILLER PIC X(14).

       FD  STUDENT-CONTACT-FILE.
       01  STUDENT-CONTACT-RECORD.
           02 SCN-STUDENT-ID PIC 9(7).
           02 SCN-ADDRESS PIC X(40).
           02 SCN-TOWN PIC X(20).
           02 SCN-POSTCODE PIC X(8).
           02 SCN-PHONE PIC X(12).
           02 SCN-EMAIL PIC X(30).
           02 SCN-EMERGENCY-NAME PIC X(20).
           02 SCN-EMERGENCY-RELATION PIC X(10).
           02 SCN-EMERGENCY-PHONE PIC X(12).

       FD  NEW-STUDENT-CONTACT-FILE.
       01  NEW-STUDENT-CONTACT-RECORD PIC X(159).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           02 AUD-TIMESTAMP PIC 9(14).
           02 AUD-OPERATOR PIC X(8).
           02 AUD-ACTION PIC X.
           02 AUD-BEFORE-IMAGE.
              03 AUD-BEFORE-STUDENT-ID PIC 9(7).
              03 AUD-BEFORE-FIELD PIC X(4).
              03 AUD-BEFORE-VALUE PIC X(20).
           02 AUD-AFTER-IMAGE.
              03 AUD-AFTER-STUDENT-ID PIC 9(7).
              03 AUD-AFTER-FIELD PIC X(4).
              03 AUD-AFTER-VALUE PIC X(20).

       WORKING-STORAGE SECTION.
       01  STUDENT-FILE-STATUS PIC 9(2).
           88 STUDENT-FILE-NOT-FOUND VALUE 35.
       01  STUDENT-CONTACT-FILE-STATUS PIC 9(2).
           88 CONTACT-FILE-NOT-FOUND VALUE 35.
       01  NEW-STUDENT-CONTACT-FILE-STATUS PIC 9(2).
       01  AUDIT-FILE-STATUS PIC 9(2).
           88 AUDIT-FILE-NOT-FOUND VALUE 35.

       01  SESSION-OPERATOR-ID PIC X(8).

       01  MAINT-ACTION PIC 9.
           88 CONTACT-ACTION VALUE 1.
           88 SHOW-CONTACT-ACTION VALUE 2.
           88 LIST-CONTACT-ACTION VALUE 3.

       01  ENTRY-STUDENT-ID PIC 9(7).
       01  ENTRY-CONTACT-DETAILS.
           02 ENTRY-ADDRESS PIC X(40).
           02 ENTRY-TOWN PIC X(20).
           02 ENTRY-POSTCODE PIC X(8).
           02 ENTRY-PHONE PIC X(12).
           02 ENTRY-EMAIL PIC X(30).
           02 ENTRY-EMERGENCY-NAME PIC X(20).
           02 ENTRY-EMERGENCY-RELATION PIC X(10).
           02 ENTRY-EMERGENCY-PHONE PIC X(12).

       01  OLD-CONTACT-RECORD.
           02 OLD-STUDENT-ID PIC 9(7).
           02 OLD-ADDRESS PIC X(40).
           02 OLD-TOWN PIC X(20).
           02 OLD-POSTCODE PIC X(8).
           02 OLD-PHONE PIC X(12).
           02 OLD-EMAIL PIC X(30).
           02 OLD-EMERGENCY-NAME PIC X(20).
           02 OLD-EMERGENCY-RELATION PIC X(10).
           02 OLD-EMERGENCY-PHONE PIC X(12).

       01  AUDIT-FIELD-TAG PIC X(4).
       01  AUDIT-OLD-VALUE PIC X(40).
       01  AUDIT-NEW-VALUE PIC X(40).
       01  AUDIT-CHANGE-COUNT PIC 9(2) VALUE 0.

       01  STUDENT-FOUND-FLAG PIC X VALUE "N".
           88 STUDENT-WAS-FOUND VALUE "Y".
       01  CONTACT-FOUND-FLAG PIC X VALUE "N".
           88 CONTACT-WAS-FOUND VALUE "Y".
       01  STUDENT-EOF-FLAG PIC X VALUE "N".
           88 STUDENT-AT-END VALUE "Y".
       01  CONTACT-EOF-FLAG PIC X VALUE "N".
           88 CONTACT-AT-END VALUE "Y".
       01  NEW-FILE-EOF-FLAG PIC X VALUE "N".
           88 NEW-FILE-AT-END VALUE "Y".

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "1 = SET CONTACT DETAILS, 2 = SHOW CONTACT, "
              "3 = LIST CONTACTS --> " WITH NO ADVANCING.
           ACCEPT MAINT-ACTION.

           IF LIST-CONTACT-ACTION THEN
              PERFORM LIST-CONTACTS
              STOP RUN
           END-IF.

           IF NOT CONTACT-ACTION AND NOT SHOW-CONTACT-ACTION THEN
              DISPLAY "INVALID ACTION"
              STOP RUN
           END-IF.

           DISPLAY "ENTER STUDENT ID (7 DIGITS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-STUDENT-ID.

           IF SHOW-CONTACT-ACTION THEN
              PERFORM SHOW-CONTACT
              STOP RUN
           END-IF.

           PERFORM CHECK-STUDENT-ON-FILE.
           IF NOT STUDENT-WAS-FOUND THEN
              DISPLAY "STUDENT " ENTRY-STUDENT-ID
                 " IS NOT ON STUDENTS.DAT"
              STOP RUN
           END-IF.

           DISPLAY "OPERATOR ID (8 CHARS) --> " WITH NO ADVANCING.
           ACCEPT SESSION-OPERATOR-ID.
           PERFORM SET-CONTACT-DETAILS.
           STOP RUN.

       CHECK-STUDENT-ON-FILE.
           MOVE "N" TO STUDENT-FOUND-FLAG.
           MOVE "N" TO STUDENT-EOF-FLAG.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-FILE-NOT-FOUND THEN
              DISPLAY "STUDENTS.DAT NOT FOUND"
           ELSE
              PERFORM UNTIL STUDENT-AT-END OR STUDENT-WAS-FOUND
                 READ STUDENT-FILE
                    AT END SET STUDENT-AT-END TO TRUE
                 END-READ
                 IF NOT STUDENT-AT-END AND
                    STUDENT-ID = ENTRY-STUDENT-ID THEN
                    SET STUDENT-WAS-FOUND TO TRUE
                 END-IF
              END-PERFORM
              CLOSE STUDENT-FILE
           END-IF.

       SET-CONTACT-DETAILS.
           PERFORM FIND-CONTACT.
           IF CONTACT-WAS-FOUND THEN
              DISPLAY "CURRENT DETAILS SHOWN -- "
                 "LEAVE A FIELD BLANK TO KEEP IT"
              PERFORM DISPLAY-CONTACT
           ELSE
              MOVE SPACES TO OLD-CONTACT-RECORD
              MOVE ENTRY-STUDENT-ID TO OLD-STUDENT-ID
           END-IF.

           DISPLAY "ENTER POSTAL ADDRESS (40 CHARS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-ADDRESS.
           DISPLAY "ENTER TOWN (20 CHARS) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-TOWN.
           DISPLAY "ENTER POSTCODE (8 CHARS) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-POSTCODE.
           DISPLAY "ENTER PHONE (12 CHARS) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-PHONE.
           DISPLAY "ENTER EMAIL (30 CHARS) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-EMAIL.
           DISPLAY "ENTER EMERGENCY CONTACT NAME (20 CHARS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-EMERGENCY-NAME.
           DISPLAY "ENTER RELATIONSHIP (10 CHARS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-EMERGENCY-RELATION.
           DISPLAY "ENTER EMERGENCY PHONE (12 CHARS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-EMERGENCY-PHONE.

           IF ENTRY-ADDRESS = SPACES THEN
              MOVE OLD-ADDRESS TO ENTRY-ADDRESS
           END-IF.
           IF ENTRY-TOWN = SPACES THEN
              MOVE OLD-TOWN TO ENTRY-TOWN
           END-IF.
           IF ENTRY-POSTCODE = SPACES THEN
              MOVE OLD-POSTCODE TO ENTRY-POSTCODE
           END-IF.
           IF ENTRY-PHONE = SPACES THEN
              MOVE OLD-PHONE TO ENTRY-PHONE
           END-IF.
           IF ENTRY-EMAIL = SPACES THEN
              MOVE OLD-EMAIL TO ENTRY-EMAIL
           END-IF.
           IF ENTRY-EMERGENCY-NAME = SPACES THEN
              MOVE OLD-EMERGENCY-NAME TO ENTRY-EMERGENCY-NAME
           END-IF.
           IF ENTRY-EMERGENCY-RELATION = SPACES THEN
              MOVE OLD-EMERGENCY-RELATION
                 TO ENTRY-EMERGENCY-RELATION
           END-IF.
           IF ENTRY-EMERGENCY-PHONE = SPACES THEN
              MOVE OLD-EMERGENCY-PHONE TO ENTRY-EMERGENCY-PHONE
           END-IF.

           IF ENTRY-ADDRESS = SPACES THEN
              DISPLAY "A POSTAL ADDRESS IS REQUIRED -- NO CHANGE MADE"
              STOP RUN
           END-IF.
           IF ENTRY-EMERGENCY-NAME NOT = SPACES AND
              ENTRY-EMERGENCY-PHONE = SPACES THEN
              DISPLAY "EMERGENCY CONTACT NEEDS A PHONE NUMBER -- "
                 "NO CHANGE MADE"
              STOP RUN
           END-IF.

           PERFORM AUDIT-CHANGED-FIELDS.
           IF AUDIT-CHANGE-COUNT = 0 THEN
              DISPLAY "NOTHING CHANGED FOR " ENTRY-STUDENT-ID
           ELSE
              PERFORM REWRITE-CONTACT-FILE
              DISPLAY "CONTACT DETAILS SET FOR " ENTRY-STUDENT-ID
                 " -- " AUDIT-CHANGE-COUNT " FIELD(S) CHANGED"
           END-IF.

       FIND-CONTACT.
           MOVE "N" TO CONTACT-FOUND-FLAG.
           MOVE "N" TO CONTACT-EOF-FLAG.
           OPEN INPUT STUDENT-CONTACT-FILE.
           IF NOT CONTACT-FILE-NOT-FOUND THEN
              PERFORM UNTIL CONTACT-AT-END OR CONTACT-WAS-FOUND
                 READ STUDENT-CONTACT-FILE
                    AT END SET CONTACT-AT-END TO TRUE
                 END-READ
                 IF NOT CONTACT-AT-END AND
                    SCN-STUDENT-ID = ENTRY-STUDENT-ID THEN
                    SET CONTACT-WAS-FOUND TO TRUE
                    MOVE STUDENT-CONTACT-RECORD TO OLD-CONTACT-RECORD
                 END-IF
              END-PERFORM
              CLOSE STUDENT-CONTACT-FILE
           END-IF.

       AUDIT-CHANGED-FIELDS.
           MOVE 0 TO AUDIT-CHANGE-COUNT.
           MOVE "ADDR" TO AUDIT-FIELD-TAG.
           MOVE OLD-ADDRESS TO AUDIT-OLD-VALUE.
           MOVE ENTRY-ADDRESS TO AUDIT-NEW-VALUE.
           PERFORM AUDIT-ONE-FIELD.
           MOVE "TOWN" TO AUDIT-FIELD-TAG.
           MOVE OLD-TOWN TO AUDIT-OLD-VALUE.
           MOVE ENTRY-TOWN TO AUDIT-NEW-VALUE.
           PERFORM AUDIT-ONE-FIELD.
           MOVE "POST" TO AUDIT-FIELD-TAG.
           MOVE OLD-POSTCODE TO AUDIT-OLD-VALUE.
           MOVE ENTRY-POSTCODE TO AUDIT-NEW-VALUE.
           PERFORM AUDIT-ONE-FIELD.
           MOVE "PHON" TO AUDIT-FIELD-TAG.
           MOVE OLD-PHONE TO AUDIT-OLD-VALUE.
           MOVE ENTRY-PHONE TO AUDIT-NEW-VALUE.
           PERFORM AUDIT-ONE-FIELD.
           MOVE "MAIL" TO AUDIT-FIELD-TAG.
           MOVE OLD-EMAIL TO AUDIT-OLD-VALUE.
           MOVE ENTRY-EMAIL TO AUDIT-NEW-VALUE.
           PERFORM AUDIT-ONE-FIELD.
           MOVE "ENAM" TO AUDIT-FIELD-TAG.
           MOVE OLD-EMERGENCY-NAME TO AUDIT-OLD-VALUE.
           MOVE ENTRY-EMERGENCY-NAME TO AUDIT-NEW-VALUE.
           PERFORM AUDIT-ONE-FIELD.
           MOVE "EREL" TO AUDIT-FIELD-TAG.
           MOVE OLD-EMERGENCY-RELATION TO AUDIT-OLD-VALUE.
           MOVE ENTRY-EMERGENCY-RELATION TO AUDIT-NEW-VALUE.
           PERFORM AUDIT-ONE-FIELD.
           MOVE "EPHN" TO AUDIT-FIELD-TAG.
           MOVE OLD-EMERGENCY-PHONE TO AUDIT-OLD-VALUE.
           MOVE ENTRY-EMERGENCY-PHONE TO AUDIT-NEW-VALUE.
           PERFORM AUDIT-ONE-FIELD.

       AUDIT-ONE-FIELD.
           IF AUDIT-NEW-VALUE NOT = AUDIT-OLD-VALUE THEN
              ADD 1 TO AUDIT-CHANGE-COUNT
              MOVE "C" TO AUD-ACTION
              MOVE ENTRY-STUDENT-ID TO AUD-BEFORE-STUDENT-ID
              MOVE AUDIT-FIELD-TAG TO AUD-BEFORE-FIELD
              MOVE AUDIT-OLD-VALUE TO AUD-BEFORE-VALUE
              MOVE ENTRY-STUDENT-ID TO AUD-AFTER-STUDENT-ID
              MOVE AUDIT-FIELD-TAG TO AUD-AFTER-FIELD
              MOVE AUDIT-NEW-VALUE TO AUD-AFTER-VALUE
              PERFORM WRITE-AUDIT-RECORD
           END-IF.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-NOT-FOUND THEN
              OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP.
           MOVE SESSION-OPERATOR-ID TO AUD-OPERATOR.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

       REWRITE-CONTACT-FILE.
           MOVE "N" TO CONTACT-EOF-FLAG.
           OPEN OUTPUT NEW-STUDENT-CONTACT-FILE.
           OPEN INPUT STUDENT-CONTACT-FILE.
           IF CONTACT-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              PERFORM UNTIL CONTACT-AT-END
                 READ STUDENT-CONTACT-FILE
                    AT END SET CONTACT-AT-END TO TRUE
                 END-READ
                 IF NOT CONTACT-AT-END THEN
                    IF SCN-STUDENT-ID = ENTRY-STUDENT-ID THEN
                       MOVE ENTRY-CONTACT-DETAILS
                          TO STUDENT-CONTACT-RECORD(8:152)
                    END-IF
                    WRITE NEW-STUDENT-CONTACT-RECORD
                       FROM STUDENT-CONTACT-RECORD
                 END-IF
              END-PERFORM
              CLOSE STUDENT-CONTACT-FILE
           END-IF.
           IF NOT CONTACT-WAS-FOUND THEN
              MOVE ENTRY-STUDENT-ID TO SCN-STUDENT-ID
              MOVE ENTRY-CONTACT-DETAILS
                 TO STUDENT-CONTACT-RECORD(8:152)
              WRITE NEW-STUDENT-CONTACT-RECORD
                 FROM STUDENT-CONTACT-RECORD
           END-IF.
           CLOSE NEW-STUDENT-CONTACT-FILE.
           PERFORM PROMOTE-CONTACT-FILE.

       PROMOTE-CONTACT-FILE.
           MOVE "N" TO NEW-FILE-EOF-FLAG.
           OPEN INPUT NEW-STUDENT-CONTACT-FILE.
           OPEN OUTPUT STUDENT-CONTACT-FILE.
           PERFORM UNTIL NEW-FILE-AT-END
              READ NEW-STUDENT-CONTACT-FILE
                 AT END SET NEW-FILE-AT-END TO TRUE
              END-READ
              IF NOT NEW-FILE-AT-END THEN
                 WRITE STUDENT-CONTACT-RECORD
                    FROM NEW-STUDENT-CONTACT-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-STUDENT-CONTACT-FILE.
           CLOSE STUDENT-CONTACT-FILE.

       SHOW-CONTACT.
           PERFORM FIND-CONTACT.
           IF CONTACT-WAS-FOUND THEN
              PERFORM DISPLAY-CONTACT
           ELSE
              DISPLAY "NO CONTACT DETAILS ON FILE FOR "
                 ENTRY-STUDENT-ID
           END-IF.

       DISPLAY-CONTACT.
           DISPLAY "ADDRESS   : " OLD-ADDRESS.
           DISPLAY "            " OLD-TOWN " " OLD-POSTCODE.
           DISPLAY "PHONE     : " OLD-PHONE.
           DISPLAY "EMAIL     : " OLD-EMAIL.
           DISPLAY "EMERGENCY : " OLD-EMERGENCY-NAME " ("
              OLD-EMERGENCY-RELATION ") " OLD-EMERGENCY-PHONE.

       LIST-CONTACTS.
           MOVE "N" TO CONTACT-EOF-FLAG.
           OPEN INPUT STUDENT-CONTACT-FILE.
           IF CONTACT-FILE-NOT-FOUND THEN
              DISPLAY "STUCONT.DAT NOT FOUND"
           ELSE
              PERFORM UNTIL CONTACT-AT-END
                 READ STUDENT-CONTACT-FILE
                    AT END SET CONTACT-AT-END TO TRUE
                 END-READ
                 IF NOT CONTACT-AT-END THEN
                    DISPLAY SCN-STUDENT-ID " " SCN-ADDRESS " "
                       SCN-TOWN " " SCN-PHONE " " SCN-EMAIL
                 END-IF
              END-PERFORM
              CLOSE STUDENT-CONTACT-FILE
           END-IF.

       END PROGRAM STUCONT-MAINT.
