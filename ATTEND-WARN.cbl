              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS STUDENT-FILE-STATUS.

           SELECT
              STUDENT-CONTACT-FILE ASSIGN TO "STUCONT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS STUDENT-CONTACT-FILE-STATUS.

           SELECT
              WARNING-REPORT-FILE ASSIGN TO "ATTWARN.RPT"
              ORGANIZATION IS LINE SEQUENTIAL.
           02 GENDER PIC X.
           02 STUDENT-STATUS PIC X.

       FD  STUDENT-CONTACT-FILE.
       01  STUDENT-CONTACT-RECORD.
           88 END-OF-CONTACT-FILE VALUE HIGH-VALUES.
           02 SCN-STUDENT-ID PIC 9(7).
           02 SCN-ADDRESS PIC X(40).
           02 SCN-TOWN PIC X(20).
           02 SCN-POSTCODE PIC X(8).
           02 SCN-PHONE PIC X(12).
           02 SCN-EMAIL PIC X(30).
           02 SCN-EMERGENCY-NAME PIC X(20).
           02 SCN-EMERGENCY-RELATION PIC X(10).
           02 SCN-EMERGENCY-PHONE PIC X(12).

       FD  WARNING-REPORT-FILE.
       01  WARNING-REPORT-LINE PIC X(70).

           88 ATTENDANCE-FILE-NOT-FOUND VALUE 35.
       01  STUDENT-FILE-STATUS PIC 9(2).
           88 STUDENT-FILE-NOT-FOUND VALUE 35.
       01  STUDENT-CONTACT-FILE-STATUS PIC 9(2).
           88 CONTACT-FILE-NOT-FOUND VALUE 35.

       01  WARNING-THRESHOLD-PCT PIC 9(3) VALUE 75.
       01  ESCALATE-THRESHOLD-PCT PIC 9(3) VALUE 50.
              03 SNT-STUDENT-NAME PIC X(10).
       01  LOOKUP-STUDENT-NAME PIC X(10).

       01  CONTACT-TABLE-COUNT PIC 9(4) VALUE 0.
       01  CONTACT-TABLE-SUBSCRIPT PIC 9(4) VALUE 0.
       01  STUDENT-CONTACT-TABLE.
           02 STUDENT-CONTACT-ENTRY OCCURS 2000 TIMES.
              03 SCT-STUDENT-ID PIC 9(7).
              03 SCT-ADDRESS PIC X(40).
              03 SCT-TOWN PIC X(20).
              03 SCT-POSTCODE PIC X(8).
              03 SCT-EMERGENCY-NAME PIC X(20).
              03 SCT-EMERGENCY-RELATION PIC X(10).
              03 SCT-EMERGENCY-PHONE PIC X(12).
       01  LOOKUP-CONTACT.
           02 LOOKUP-ADDRESS PIC X(40).
           02 LOOKUP-TOWN PIC X(20).
           02 LOOKUP-POSTCODE PIC X(8).
           02 LOOKUP-EMERGENCY-NAME PIC X(20).
           02 LOOKUP-EMERGENCY-RELATION PIC X(10).
           02 LOOKUP-EMERGENCY-PHONE PIC X(12).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "WARNING THRESHOLD PCT (000 = STANDARD 075) --> "
           END-IF.

           PERFORM LOAD-STUDENT-NAMES.
           PERFORM LOAD-STUDENT-CONTACTS.

           OPEN INPUT ATTENDANCE-FILE.
           IF ATTENDANCE-FILE-NOT-FOUND THEN
              MOVE ATE-STUDENT-ID(ATT-TABLE-SUBSCRIPT)
                 TO STUDENT-ID
              PERFORM FIND-STUDENT-NAME
              PERFORM FIND-STUDENT-CONTACT
              ADD 1 TO WARNING-COUNT
              MOVE SPACES TO WARNING-REPORT-LINE
              WRITE WARNING-REPORT-LINE
                 DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
              MOVE REPORT-LINE-BUFFER TO WARNING-REPORT-LINE
              WRITE WARNING-REPORT-LINE
              IF LOOKUP-ADDRESS = SPACES THEN
                 MOVE "    (NO POSTAL ADDRESS ON FILE)"
                    TO WARNING-REPORT-LINE
                 WRITE WARNING-REPORT-LINE
              ELSE
                 MOVE SPACES TO REPORT-LINE-BUFFER
                 STRING "    " LOOKUP-ADDRESS
                    DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
                 MOVE REPORT-LINE-BUFFER TO WARNING-REPORT-LINE
                 WRITE WARNING-REPORT-LINE
                 MOVE SPACES TO REPORT-LINE-BUFFER
                 STRING "    " LOOKUP-TOWN " " LOOKUP-POSTCODE
                    DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
                 MOVE REPORT-LINE-BUFFER TO WARNING-REPORT-LINE
                 WRITE WARNING-REPORT-LINE
              END-IF
              MOVE SPACES TO REPORT-LINE-BUFFER
              STRING "YOUR ATTENDANCE ON "
                 ATE-COURSE-CODE(ATT-TABLE-SUBSCRIPT)
                    TO REPORT-LINE-BUFFER
                 MOVE REPORT-LINE-BUFFER TO WARNING-REPORT-LINE
                 WRITE WARNING-REPORT-LINE
                 MOVE SPACES TO REPORT-LINE-BUFFER
                 IF LOOKUP-EMERGENCY-NAME = SPACES THEN
                    MOVE "EMERGENCY CONTACT: NONE ON FILE"
                       TO REPORT-LINE-BUFFER
                 ELSE
                    STRING "EMERGENCY CONTACT: "
                       LOOKUP-EMERGENCY-NAME " ("
                       LOOKUP-EMERGENCY-RELATION ") "
                       LOOKUP-EMERGENCY-PHONE
                       DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
                 END-IF
                 MOVE REPORT-LINE-BUFFER TO WARNING-REPORT-LINE
                 WRITE WARNING-REPORT-LINE
                 DISPLAY "ESCALATED: STUDENT "
                    ATE-STUDENT-ID(ATT-TABLE-SUBSCRIPT) " COURSE "
                    ATE-COURSE-CODE(ATT-TABLE-SUBSCRIPT) " AT "
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
                    MOVE SCN-EMERGENCY-NAME TO
                       SCT-EMERGENCY-NAME(CONTACT-TABLE-COUNT)
                    MOVE SCN-EMERGENCY-RELATION TO
                       SCT-EMERGENCY-RELATION(CONTACT-TABLE-COUNT)
                    MOVE SCN-EMERGENCY-PHONE TO
                       SCT-EMERGENCY-PHONE(CONTACT-TABLE-COUNT)
                 END-IF
                 READ STUDENT-CONTACT-FILE
                    AT END SET END-OF-CONTACT-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE STUDENT-CONTACT-FILE
           END-IF.

       FIND-STUDENT-CONTACT.
           MOVE SPACES TO LOOKUP-CONTACT.
           PERFORM VARYING CONTACT-TABLE-SUBSCRIPT FROM 1 BY 1
              UNTIL CONTACT-TABLE-SUBSCRIPT > CONTACT-TABLE-COUNT
              IF SCT-STUDENT-ID(CONTACT-TABLE-SUBSCRIPT) =
                 STUDENT-ID THEN
                 MOVE STUDENT-CONTACT-ENTRY(CONTACT-TABLE-SUBSCRIPT)
                    (8:110) TO LOOKUP-CONTACT
                 MOVE CONTACT-TABLE-COUNT
                    TO CONTACT-TABLE-SUBSCRIPT
              END-IF
           END-PERFORM.

       END PROGRAM ATTEND-WARN.
