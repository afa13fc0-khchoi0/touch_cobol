                 WITH DUPLICATES
              FILE STATUS IS INDEXED-STUDENT-STATUS.

           SELECT
              STUDENT-CONTACT-FILE ASSIGN TO "STUCONT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS STUDENT-CONTACT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INDEXED-STUDENT-FILE.
           02 IDX-GENDER PIC X.
           02 IDX-STUDENT-STATUS PIC X.

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

       WORKING-STORAGE SECTION.
       01  INDEXED-STUDENT-STATUS PIC X(2).
           88 RECORD-FOUND VALUE "00".
           02 PRINT-INITIALS PIC BBX(2).
           02 PRINT-COURSE PIC BBBBX(4).
           02 PRINT-STATUS PIC BBX.
       01  XREF-KEY-TYPE PIC X.
       01  XREF-CUST-NUMBER PIC 9(8).
       01  XREF-STUDENT-ID PIC 9(7).
       01  XREF-MEMBER-ID PIC X(10).
       01  XREF-TUITION-BALANCE PIC 9(7)V9(2).
       01  XREF-TUITION-DAYS PIC 9(5).
       01  XREF-FEE-BALANCE PIC S9(5)V9(2).
       01  XREF-RESULT PIC X.
           88 XREF-PERSON-LINKED VALUE "Y".
       01  PRINT-FEE-BALANCE PIC ZZ,ZZ9.99-.
       01  STUDENT-CONTACT-FILE-STATUS PIC 9(2).
           88 CONTACT-FILE-NOT-FOUND VALUE 35.
       01  CONTACT-EOF-FLAG PIC X VALUE "N".
           88 CONTACT-AT-END VALUE "Y".
       01  CONTACT-FOUND-FLAG PIC X VALUE "N".
           88 CONTACT-WAS-FOUND VALUE "Y".

       PROCEDURE DIVISION.
       MAIN.
           MOVE IDX-COURSE-CODE TO PRINT-COURSE.
           MOVE IDX-STUDENT-STATUS TO PRINT-STATUS.
           DISPLAY PRINT-STUDENT-RECORD.
           PERFORM DISPLAY-CONTACT-DETAILS.
           PERFORM DISPLAY-OTHER-RELATIONS.

       DISPLAY-CONTACT-DETAILS.
           MOVE "N" TO CONTACT-EOF-FLAG.
           MOVE "N" TO CONTACT-FOUND-FLAG.
           OPEN INPUT STUDENT-CONTACT-FILE.
           IF NOT CONTACT-FILE-NOT-FOUND THEN
              PERFORM UNTIL CONTACT-AT-END OR CONTACT-WAS-FOUND
                 READ STUDENT-CONTACT-FILE
                    AT END SET CONTACT-AT-END TO TRUE
                 END-READ
                 IF NOT CONTACT-AT-END AND
                    SCN-STUDENT-ID = IDX-STUDENT-ID THEN
                    SET CONTACT-WAS-FOUND TO TRUE
                 END-IF
              END-PERFORM
              CLOSE STUDENT-CONTACT-FILE
           END-IF.
           IF CONTACT-WAS-FOUND THEN
              DISPLAY "   ADDRESS   " SCN-ADDRESS
              DISPLAY "             " SCN-TOWN " " SCN-POSTCODE
              DISPLAY "   PHONE     " SCN-PHONE "  EMAIL " SCN-EMAIL
              DISPLAY "   EMERGENCY " SCN-EMERGENCY-NAME " ("
                 SCN-EMERGENCY-RELATION ") " SCN-EMERGENCY-PHONE
           ELSE
              DISPLAY "   NO CONTACT DETAILS ON FILE"
           END-IF.

       DISPLAY-OTHER-RELATIONS.
           MOVE "S" TO XREF-KEY-TYPE.
           MOVE 0 TO XREF-CUST-NUMBER.
           MOVE IDX-STUDENT-ID TO XREF-STUDENT-ID.
           MOVE SPACES TO XREF-MEMBER-ID.
           CALL "XREFINFO" USING XREF-KEY-TYPE XREF-CUST-NUMBER
              XREF-STUDENT-ID XREF-MEMBER-ID XREF-TUITION-BALANCE
              XREF-TUITION-DAYS XREF-FEE-BALANCE XREF-RESULT
              ON EXCEPTION
                 DISPLAY "[ABORT]: XREFINFO MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           IF XREF-PERSON-LINKED THEN
              IF XREF-CUST-NUMBER NOT = 0 THEN
                 DISPLAY "   ALSO BANK CUSTOMER " XREF-CUST-NUMBER
              END-IF
              IF XREF-MEMBER-ID NOT = SPACES THEN
                 IF XREF-FEE-BALANCE > 0 THEN
                    MOVE XREF-FEE-BALANCE TO PRINT-FEE-BALANCE
                    DISPLAY "   ALSO VIDEO MEMBER " XREF-MEMBER-ID
                       " -- OWES LATE FEES " PRINT-FEE-BALANCE
                 ELSE
                    DISPLAY "   ALSO VIDEO MEMBER " XREF-MEMBER-ID
                 END-IF
              END-IF
           END-IF.

       DISPLAY-STATUS-MESSAGE.
           EVALUATE INDEXED-STUDENT-STATUS
