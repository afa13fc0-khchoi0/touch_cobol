              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS WAITLIST-FILE-STATUS.

           SELECT
              STUDENT-CONTACT-FILE ASSIGN TO "STUCONT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS STUDENT-CONTACT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LETTER-TEMPLATE-FILE.
              03 WAIT-STATUS PIC X.
           02 WAIT-ENTRY-DATE PIC 9(8).

       FD  STUDENT-CONTACT-FILE.
       01  STUDENT-CONTACT-RECORD.
           88 END-OF-CONTACT-FILE VALUE HIGH-VALUES.
           02 SCN-STUDENT-ID PIC 9(7).
           02 SCN-ADDRESS PIC X(40).
           02 SCN-TOWN PIC X(20).
           02 SCN-POSTCODE PIC X(8).
           02 FILLER PIC X(84).

       WORKING-STORAGE SECTION.
       01  LETTER-TEMPLATE-FILE-STATUS PIC 9(2).
           88 TEMPLATE-FILE-NOT-FOUND VALUE 35.
           88 ENROLLMENT-FILE-NOT-FOUND VALUE 35.
       01  WAITLIST-FILE-STATUS PIC 9(2).
           88 WAITLIST-FILE-NOT-FOUND VALUE 35.
       01  STUDENT-CONTACT-FILE-STATUS PIC 9(2).
           88 CONTACT-FILE-NOT-FOUND VALUE 35.

       01  LETTER-TYPE-CHOICE PIC X.
           88 ENROLMENT-LETTERS VALUE "E", "e".
              03 SNT-STUDENT-ID PIC 9(7).
              03 SNT-STUDENT-NAME PIC X(10).

       01  CONTACT-TABLE-COUNT PIC 9(4) VALUE 0.
       01  CONTACT-TABLE-SUBSCRIPT PIC 9(4) VALUE 0.
       01  STUDENT-CONTACT-TABLE.
           02 STUDENT-CONTACT-ENTRY OCCURS 2000 TIMES.
              03 SCT-STUDENT-ID PIC 9(7).
              03 SCT-ADDRESS PIC X(40).
              03 SCT-TOWN PIC X(20).
              03 SCT-POSTCODE PIC X(8).
       01  MERGE-ADDRESS PIC X(40).
       01  MERGE-TOWN PIC X(20).
       01  MERGE-POSTCODE PIC X(8).

       01  DATECALC-FUNCTION PIC X(4).
       01  DATECALC-DATE-1 PIC 9(8).
       01  DATECALC-DATE-2 PIC 9(8).

           PERFORM LOAD-LETTER-TEMPLATE.
           PERFORM LOAD-STUDENT-NAMES.
           PERFORM LOAD-STUDENT-CONTACTS.

           MOVE SPACES TO RPT-TEXT.
           MOVE "LETTERS.RPT" TO RPT-REPORT-DSN.
              END-IF
           END-PERFORM.

       LOAD-STUDENT-CONTACTS.
           OPEN INPUT STUDENT-CONTACT-FILE.
           IF CONTACT-FILE-NOT-FOUND THEN
              DISPLAY "STUCONT.DAT NOT FOUND -- ADDRESSES UNAVAILABLE"
           ELSE
              READ STUDENT-CONTACT-FILE
                 AT END SET END-OF-CONTACT-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CONTACT-FILE
                 IF CONTACT-TABLE-COUNT < 2000 THEN
                    ADD 1 TO CONTACT-TABLE-COUNT
                    MOVE SCN-STUDENT-ID TO
                       SCT-STUDENT-ID(CONTACT-TABLE-COUNT)
                    MOVE SCN-ADDRESS TO
                       SCT-ADDRESS(CONTACT-TABLE-COUNT)
                    MOVE SCN-TOWN TO
                       SCT-TOWN(CONTACT-TABLE-COUNT)
                    MOVE SCN-POSTCODE TO
                       SCT-POSTCODE(CONTACT-TABLE-COUNT)
                 END-IF
                 READ STUDENT-CONTACT-FILE
                    AT END SET END-OF-CONTACT-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE STUDENT-CONTACT-FILE
           END-IF.

       FIND-MERGE-ADDRESS.
           MOVE SPACES TO MERGE-ADDRESS.
           MOVE SPACES TO MERGE-TOWN.
           MOVE SPACES TO MERGE-POSTCODE.
           PERFORM VARYING CONTACT-TABLE-SUBSCRIPT FROM 1 BY 1
              UNTIL CONTACT-TABLE-SUBSCRIPT > CONTACT-TABLE-COUNT
              IF SCT-STUDENT-ID(CONTACT-TABLE-SUBSCRIPT) =
                 MERGE-STUDENT-ID THEN
                 MOVE SCT-ADDRESS(CONTACT-TABLE-SUBSCRIPT)
                    TO MERGE-ADDRESS
                 MOVE SCT-TOWN(CONTACT-TABLE-SUBSCRIPT)
                    TO MERGE-TOWN
                 MOVE SCT-POSTCODE(CONTACT-TABLE-SUBSCRIPT)
                    TO MERGE-POSTCODE
                 MOVE CONTACT-TABLE-COUNT
                    TO CONTACT-TABLE-SUBSCRIPT
              END-IF
           END-PERFORM.

       GENERATE-FROM-ENROLLMENTS.
           OPEN INPUT ENROLLMENT-FILE.
           IF ENROLLMENT-FILE-NOT-FOUND THEN
           MOVE LETTER-LINE-BUFFER TO RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           IF TEMPLATE-LINE(TEMPLATE-LINE-SUBSCRIPT) =
              "&ADDRESSEE" THEN
              PERFORM EMIT-ADDRESS-LINES
           END-IF.

       EMIT-ADDRESS-LINES.
           PERFORM FIND-MERGE-ADDRESS.
           MOVE SPACES TO RPT-TEXT.
           IF MERGE-ADDRESS = SPACES THEN
              MOVE "    (NO POSTAL ADDRESS ON FILE)" TO RPT-TEXT
              CALL "RPTWRITE" USING RPT-OP RPT-TEXT
           ELSE
              STRING "    " MERGE-ADDRESS
                 DELIMITED BY SIZE INTO RPT-TEXT
              CALL "RPTWRITE" USING RPT-OP RPT-TEXT
              MOVE SPACES TO RPT-TEXT
              STRING "    " MERGE-TOWN " " MERGE-POSTCODE
                 DELIMITED BY SIZE INTO RPT-TEXT
              CALL "RPTWRITE" USING RPT-OP RPT-TEXT
           END-IF.

       END PROGRAM LETTER-RUN.
