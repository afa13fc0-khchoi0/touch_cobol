              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS PAYPLAN-FILE-STATUS.

           SELECT
              STUDENT-CONTACT-FILE ASSIGN TO "STUCONT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS STUDENT-CONTACT-FILE-STATUS.

           SELECT WORK-FILE ASSIGN TO "WORK.TMP".

       DATA DIVISION.
           02 PLAN-PAID-AMOUNT PIC 9(5)V9(2).
           02 PLAN-SURCHARGED-FLAG PIC X.

       FD  STUDENT-CONTACT-FILE.
       01  STUDENT-CONTACT-RECORD.
           88 END-OF-CONTACT-FILE VALUE HIGH-VALUES.
           02 SCN-STUDENT-ID PIC 9(7).
           02 SCN-ADDRESS PIC X(40).
           02 SCN-TOWN PIC X(20).
           02 SCN-POSTCODE PIC X(8).
           02 SCN-PHONE PIC X(12).
           02 SCN-EMAIL PIC X(30).
           02 FILLER PIC X(42).

       FD  AGED-REPORT-FILE.
       01  AGED-REPORT-LINE PIC X(100).

           88 STUDENT-HAS-PLAN VALUE "Y".
       01  PLAN-OLDEST-DAYS PIC S9(5).

       01  STUDENT-CONTACT-FILE-STATUS PIC 9(2).
           88 CONTACT-FILE-NOT-FOUND VALUE 35.
       01  CONTACT-TABLE-COUNT PIC 9(4) VALUE 0.
       01  CONTACT-TABLE-SUBSCRIPT PIC 9(4) VALUE 0.
       01  STUDENT-CONTACT-TABLE.
           02 STUDENT-CONTACT-ENTRY OCCURS 2000 TIMES.
              03 SCT-STUDENT-ID PIC 9(7).
              03 SCT-ADDRESS PIC X(40).
              03 SCT-TOWN PIC X(20).
              03 SCT-POSTCODE PIC X(8).
              03 SCT-EMAIL PIC X(30).
       01  MAIL-ADDRESS PIC X(40).
       01  MAIL-TOWN PIC X(20).
       01  MAIL-POSTCODE PIC X(8).
       01  MAIL-EMAIL PIC X(30).

       01  CONTROL-TOTAL-FUNC PIC X(4).
       01  CONTROL-TOTAL-RESULT PIC X.

           COMPUTE TODAY-DAY-NUMBER =
              DW-YEAR * 360 + DW-MONTH * 30 + DW-DAY.
           PERFORM LOAD-PAYMENT-PLANS.
           PERFORM LOAD-STUDENT-CONTACTS.
           SORT WORK-FILE ON ASCENDING KEY W-STUDENT-ID
                               ASCENDING KEY W-DATE
              INPUT PROCEDURE IS LOAD-INVOICE-LINES
              MOVE REPORT-LINE-BUFFER TO AGED-REPORT-LINE
              WRITE AGED-REPORT-LINE
              DISPLAY REPORT-LINE-BUFFER
              PERFORM FIND-MAILING-ADDRESS
              MOVE SPACES TO REPORT-LINE-BUFFER
              IF MAIL-ADDRESS = SPACES THEN
                 MOVE "   MAIL TO: (NO POSTAL ADDRESS ON FILE)"
                    TO REPORT-LINE-BUFFER
              ELSE
                 STRING "   MAIL TO: " MAIL-ADDRESS " "
                    MAIL-TOWN " " MAIL-POSTCODE
                    DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
              END-IF
              MOVE REPORT-LINE-BUFFER TO AGED-REPORT-LINE
              WRITE AGED-REPORT-LINE
              IF MAIL-EMAIL NOT = SPACES THEN
                 MOVE SPACES TO REPORT-LINE-BUFFER
                 STRING "   EMAIL  : " MAIL-EMAIL
                    DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
                 MOVE REPORT-LINE-BUFFER TO AGED-REPORT-LINE
                 WRITE AGED-REPORT-LINE
              END-IF
           END-IF.

       LOAD-STUDENT-CONTACTS.
           OPEN INPUT STUDENT-CONTACT-FILE.
           IF CONTACT-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              READ STUDENT-CONTACT-FILE
                 AT END SET END-OF-CONTACT-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CONTACT-FILE
                 IF CONTACT-TABLE-COUNT < 2000 THEN
                    ADD 1 TO CONTACT-TABLE-COUNT
                    MOVE SCN-STUDENT-ID
                       TO SCT-STUDENT-ID(CONTACT-TABLE-COUNT)
                    MOVE SCN-ADDRESS
                       TO SCT-ADDRESS(CONTACT-TABLE-COUNT)
                    MOVE SCN-TOWN
                       TO SCT-TOWN(CONTACT-TABLE-COUNT)
                    MOVE SCN-POSTCODE
                       TO SCT-POSTCODE(CONTACT-TABLE-COUNT)
                    MOVE SCN-EMAIL
                       TO SCT-EMAIL(CONTACT-TABLE-COUNT)
                 END-IF
                 READ STUDENT-CONTACT-FILE
                    AT END SET END-OF-CONTACT-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE STUDENT-CONTACT-FILE
           END-IF.

       FIND-MAILING-ADDRESS.
           MOVE SPACES TO MAIL-ADDRESS.
           MOVE SPACES TO MAIL-TOWN.
           MOVE SPACES TO MAIL-POSTCODE.
           MOVE SPACES TO MAIL-EMAIL.
           PERFORM VARYING CONTACT-TABLE-SUBSCRIPT FROM 1 BY 1
              UNTIL CONTACT-TABLE-SUBSCRIPT > CONTACT-TABLE-COUNT
              IF SCT-STUDENT-ID(CONTACT-TABLE-SUBSCRIPT) =
                 CURRENT-STUDENT-ID THEN
                 MOVE SCT-ADDRESS(CONTACT-TABLE-SUBSCRIPT)
                    TO MAIL-ADDRESS
                 MOVE SCT-TOWN(CONTACT-TABLE-SUBSCRIPT)
                    TO MAIL-TOWN
                 MOVE SCT-POSTCODE(CONTACT-TABLE-SUBSCRIPT)
                    TO MAIL-POSTCODE
                 MOVE SCT-EMAIL(CONTACT-TABLE-SUBSCRIPT)
                    TO MAIL-EMAIL
                 MOVE CONTACT-TABLE-COUNT
                    TO CONTACT-TABLE-SUBSCRIPT
              END-IF
           END-PERFORM.

       END PROGRAM AGED-BALANCES.
