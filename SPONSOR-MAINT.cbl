       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPONSOR-MAINT.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              SPONSOR-FILE ASSIGN TO "SPONSOR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS SPONSOR-FILE-STATUS.

           SELECT
              NEW-SPONSOR-FILE ASSIGN TO "SPONSOR.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-SPONSOR-FILE-STATUS.

           SELECT
              AGREEMENT-FILE ASSIGN TO "SPONAGRM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS AGREEMENT-FILE-STATUS.

           SELECT
              NEW-AGREEMENT-FILE ASSIGN TO "SPONAGRM.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-AGREEMENT-FILE-STATUS.

           SELECT
              SPONSOR-LEDGER-FILE ASSIGN TO "SPONLEDG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS SPONSOR-LEDGER-FILE-STATUS.

           SELECT
              STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS STUDENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPONSOR-FILE.
       01  SPONSOR-RECORD.
           02 SPN-SPONSOR-ID PIC X(6).
           02 SPN-NAME PIC X(30).
           02 SPN-TYPE PIC X.
              88 SPONSOR-IS-EMPLOYER VALUE "E".
              88 SPONSOR-IS-GOVERNMENT VALUE "G".
              88 SPONSOR-IS-EMBASSY VALUE "B".
           02 SPN-ADDRESS PIC X(40).
           02 SPN-TOWN PIC X(20).
           02 SPN-POSTCODE PIC X(8).
           02 SPN-STATUS PIC X.
              88 SPONSOR-ACTIVE VALUE "A".
              88 SPONSOR-INACTIVE VALUE "I".

       FD  NEW-SPONSOR-FILE.
       01  NEW-SPONSOR-RECORD PIC X(106).

       FD  AGREEMENT-FILE.
       01  AGREEMENT-RECORD.
           02 SAG-STUDENT-ID PIC 9(7).
           02 SAG-SPONSOR-ID PIC X(6).
           02 SAG-TERM PIC X(6).
           02 SAG-METHOD PIC X.
              88 AGREEMENT-IS-PERCENT VALUE "P".
              88 AGREEMENT-IS-CAPPED VALUE "A".
           02 SAG-VALUE PIC 9(5)V9(2).

       FD  NEW-AGREEMENT-FILE.
       01  NEW-AGREEMENT-RECORD PIC X(27).

       FD  SPONSOR-LEDGER-FILE.
       01  SPONSOR-LEDGER-RECORD.
           02 SLG-SPONSOR-ID PIC X(6).
           02 SLG-STUDENT-ID PIC 9(7).
           02 SLG-COURSE-CODE PIC X(4).
           02 SLG-TERM PIC X(6).
           02 SLG-TYPE PIC X.
              88 SPONSOR-CHARGE-LINE VALUE "I".
              88 SPONSOR-CREDIT-LINE VALUE "C".
              88 SPONSOR-PAYMENT-LINE VALUE "P".
           02 SLG-AMOUNT PIC 9(5)V9(2).
           02 SLG-DATE PIC 9(8).

       FD  STUDENT-FILE.
       01  STUDENT-DETAILS.
           02 STUDENT-ID PIC 9(7).
           02 FILLER PIC X(18).
           02 COURSE-CODE PIC X(4).
           02 GENDER PIC X.
           02 STUDENT-STATUS PIC X.

       WORKING-STORAGE SECTION.
       01  SPONSOR-FILE-STATUS PIC 9(2).
           88 SPONSOR-FILE-NOT-FOUND VALUE 35.
       01  NEW-SPONSOR-FILE-STATUS PIC 9(2).
       01  AGREEMENT-FILE-STATUS PIC 9(2).
           88 AGREEMENT-FILE-NOT-FOUND VALUE 35.
       01  NEW-AGREEMENT-FILE-STATUS PIC 9(2).
       01  SPONSOR-LEDGER-FILE-STATUS PIC 9(2).
           88 SPONSOR-LEDGER-NOT-FOUND VALUE 35.
       01  STUDENT-FILE-STATUS PIC 9(2).
           88 STUDENT-FILE-NOT-FOUND VALUE 35.

       01  MAINT-ACTION PIC 9.
           88 SPONSOR-ACTION VALUE 1.
           88 AGREEMENT-ACTION VALUE 2.
           88 END-AGREEMENT-ACTION VALUE 3.
           88 PAYMENT-ACTION VALUE 4.
           88 LIST-ACTION VALUE 5.

       01  ENTRY-SPONSOR.
           02 ENTRY-SPONSOR-ID PIC X(6).
           02 ENTRY-SPONSOR-NAME PIC X(30).
           02 ENTRY-SPONSOR-TYPE PIC X.
              88 ENTRY-TYPE-IS-VALID VALUE "E", "G", "B".
           02 ENTRY-ADDRESS PIC X(40).
           02 ENTRY-TOWN PIC X(20).
           02 ENTRY-POSTCODE PIC X(8).
           02 ENTRY-STATUS PIC X.
              88 ENTRY-STATUS-IS-VALID VALUE "A", "I".

       01  ENTRY-AGREEMENT.
           02 ENTRY-STUDENT-ID PIC 9(7).
           02 ENTRY-AGREEMENT-SPONSOR PIC X(6).
           02 ENTRY-TERM PIC X(6).
           02 ENTRY-METHOD PIC X.
              88 ENTRY-METHOD-IS-VALID VALUE "P", "A".
              88 ENTRY-METHOD-IS-PERCENT VALUE "P".
           02 ENTRY-VALUE PIC 9(5)V9(2).

       01  ENTRY-PAYMENT-AMOUNT PIC 9(5)V9(2).
       01  SPONSOR-BALANCE PIC S9(7)V9(2).
       01  PRINT-SPONSOR-BALANCE PIC -(6)9.99.
       01  PRINT-AGREEMENT-VALUE PIC Z(4)9.99.

       01  SPONSOR-FOUND-FLAG PIC X VALUE "N".
           88 SPONSOR-WAS-FOUND VALUE "Y".
       01  SPONSOR-USABLE-FLAG PIC X VALUE "N".
           88 SPONSOR-IS-USABLE VALUE "Y".
       01  STUDENT-FOUND-FLAG PIC X VALUE "N".
           88 STUDENT-WAS-FOUND VALUE "Y".
       01  ENTRY-FOUND-FLAG PIC X VALUE "N".
           88 ENTRY-WAS-FOUND VALUE "Y".
       01  SPONSOR-EOF-FLAG PIC X VALUE "N".
           88 SPONSOR-AT-END VALUE "Y".
       01  AGREEMENT-EOF-FLAG PIC X VALUE "N".
           88 AGREEMENT-AT-END VALUE "Y".
       01  LEDGER-EOF-FLAG PIC X VALUE "N".
           88 LEDGER-AT-END VALUE "Y".
       01  STUDENT-EOF-FLAG PIC X VALUE "N".
           88 STUDENT-AT-END VALUE "Y".
       01  NEW-FILE-EOF-FLAG PIC X VALUE "N".
           88 NEW-FILE-AT-END VALUE "Y".

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "1 = ADD/CHANGE SPONSOR, 2 = SET AGREEMENT, "
              "3 = END AGREEMENT, 4 = SPONSOR PAYMENT, 5 = LIST --> "
              WITH NO ADVANCING.
           ACCEPT MAINT-ACTION.

           IF SPONSOR-ACTION THEN
              PERFORM SET-SPONSOR
           END-IF.

           IF AGREEMENT-ACTION OR END-AGREEMENT-ACTION THEN
              PERFORM MAINTAIN-AGREEMENT
           END-IF.

           IF PAYMENT-ACTION THEN
              PERFORM POST-SPONSOR-PAYMENT
           END-IF.

           IF LIST-ACTION THEN
              PERFORM LIST-SPONSORS
           END-IF.

           STOP RUN.

       SET-SPONSOR.
           DISPLAY "ENTER SPONSOR ID (6 CHARS) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-SPONSOR-ID.
           DISPLAY "ENTER SPONSOR NAME (30 CHARS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-SPONSOR-NAME.
           DISPLAY "E = EMPLOYER, G = GOVERNMENT SCHEME, "
              "B = EMBASSY --> " WITH NO ADVANCING.
           ACCEPT ENTRY-SPONSOR-TYPE.
           DISPLAY "ENTER BILLING ADDRESS (40 CHARS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-ADDRESS.
           DISPLAY "ENTER TOWN (20 CHARS) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-TOWN.
           DISPLAY "ENTER POSTCODE (8 CHARS) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-POSTCODE.
           DISPLAY "A = ACTIVE, I = INACTIVE --> " WITH NO ADVANCING.
           ACCEPT ENTRY-STATUS.

           IF ENTRY-SPONSOR-ID = SPACES OR
              ENTRY-SPONSOR-NAME = SPACES THEN
              DISPLAY "SPONSOR ID AND NAME ARE REQUIRED -- NOT SAVED"
              STOP RUN
           END-IF.
           IF NOT ENTRY-TYPE-IS-VALID OR
              NOT ENTRY-STATUS-IS-VALID THEN
              DISPLAY "TYPE MUST BE E, G OR B AND STATUS A OR I -- "
                 "NOT SAVED"
              STOP RUN
           END-IF.

           MOVE "N" TO SPONSOR-FOUND-FLAG.
           MOVE "N" TO SPONSOR-EOF-FLAG.
           OPEN OUTPUT NEW-SPONSOR-FILE.
           OPEN INPUT SPONSOR-FILE.
           IF NOT SPONSOR-FILE-NOT-FOUND THEN
              PERFORM UNTIL SPONSOR-AT-END
                 READ SPONSOR-FILE
                    AT END SET SPONSOR-AT-END TO TRUE
                 END-READ
                 IF NOT SPONSOR-AT-END THEN
                    IF SPN-SPONSOR-ID = ENTRY-SPONSOR-ID THEN
                       SET SPONSOR-WAS-FOUND TO TRUE
                       MOVE ENTRY-SPONSOR TO SPONSOR-RECORD
                    END-IF
                    WRITE NEW-SPONSOR-RECORD FROM SPONSOR-RECORD
                 END-IF
              END-PERFORM
              CLOSE SPONSOR-FILE
           END-IF.
           IF NOT SPONSOR-WAS-FOUND THEN
              MOVE ENTRY-SPONSOR TO SPONSOR-RECORD
              WRITE NEW-SPONSOR-RECORD FROM SPONSOR-RECORD
           END-IF.
           CLOSE NEW-SPONSOR-FILE.
           PERFORM PROMOTE-SPONSOR-FILE.
           IF SPONSOR-WAS-FOUND THEN
              DISPLAY "SPONSOR " ENTRY-SPONSOR-ID " UPDATED"
           ELSE
              DISPLAY "SPONSOR " ENTRY-SPONSOR-ID " ADDED"
           END-IF.

       PROMOTE-SPONSOR-FILE.
           MOVE "N" TO NEW-FILE-EOF-FLAG.
           OPEN INPUT NEW-SPONSOR-FILE.
           OPEN OUTPUT SPONSOR-FILE.
           PERFORM UNTIL NEW-FILE-AT-END
              READ NEW-SPONSOR-FILE
                 AT END SET NEW-FILE-AT-END TO TRUE
              END-READ
              IF NOT NEW-FILE-AT-END THEN
                 WRITE SPONSOR-RECORD FROM NEW-SPONSOR-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-SPONSOR-FILE.
           CLOSE SPONSOR-FILE.

       FIND-SPONSOR.
           MOVE "N" TO SPONSOR-FOUND-FLAG.
           MOVE "N" TO SPONSOR-USABLE-FLAG.
           MOVE "N" TO SPONSOR-EOF-FLAG.
           OPEN INPUT SPONSOR-FILE.
           IF NOT SPONSOR-FILE-NOT-FOUND THEN
              PERFORM UNTIL SPONSOR-AT-END OR SPONSOR-WAS-FOUND
                 READ SPONSOR-FILE
                    AT END SET SPONSOR-AT-END TO TRUE
                 END-READ
                 IF NOT SPONSOR-AT-END AND
                    SPN-SPONSOR-ID = ENTRY-SPONSOR-ID THEN
                    SET SPONSOR-WAS-FOUND TO TRUE
                    IF SPONSOR-ACTIVE THEN
                       SET SPONSOR-IS-USABLE TO TRUE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE SPONSOR-FILE
           END-IF.

       MAINTAIN-AGREEMENT.
           DISPLAY "ENTER STUDENT ID (7 DIGITS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-STUDENT-ID.
           DISPLAY "ENTER TERM (6 CHARS, ALL = EVERY TERM) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-TERM.

           IF AGREEMENT-ACTION THEN
              DISPLAY "ENTER SPONSOR ID (6 CHARS) --> "
                 WITH NO ADVANCING
              ACCEPT ENTRY-AGREEMENT-SPONSOR
              DISPLAY "P = PERCENT OF FEES, A = CAPPED AMOUNT "
                 "PER TERM --> " WITH NO ADVANCING
              ACCEPT ENTRY-METHOD
              DISPLAY "ENTER VALUE (PERCENT 00-100 OR AMOUNT) --> "
                 WITH NO ADVANCING
              ACCEPT ENTRY-VALUE
              IF NOT ENTRY-METHOD-IS-VALID THEN
                 DISPLAY "METHOD MUST BE P OR A -- NOT SAVED"
                 STOP RUN
              END-IF
              IF ENTRY-METHOD-IS-PERCENT AND ENTRY-VALUE > 100 THEN
                 DISPLAY "PERCENTAGE CANNOT EXCEED 100 -- NOT SAVED"
                 STOP RUN
              END-IF
              PERFORM CHECK-STUDENT-ON-FILE
              IF NOT STUDENT-WAS-FOUND THEN
                 DISPLAY "STUDENT " ENTRY-STUDENT-ID
                    " NOT ON STUDENTS.DAT -- NOT SAVED"
                 STOP RUN
              END-IF
              MOVE ENTRY-AGREEMENT-SPONSOR TO ENTRY-SPONSOR-ID
              PERFORM FIND-SPONSOR
              IF NOT SPONSOR-IS-USABLE THEN
                 DISPLAY "SPONSOR " ENTRY-SPONSOR-ID
                    " NOT ON FILE OR INACTIVE -- NOT SAVED"
                 STOP RUN
              END-IF
           END-IF.

           MOVE "N" TO ENTRY-FOUND-FLAG.
           MOVE "N" TO AGREEMENT-EOF-FLAG.
           OPEN OUTPUT NEW-AGREEMENT-FILE.
           OPEN INPUT AGREEMENT-FILE.
           IF NOT AGREEMENT-FILE-NOT-FOUND THEN
              PERFORM UNTIL AGREEMENT-AT-END
                 READ AGREEMENT-FILE
                    AT END SET AGREEMENT-AT-END TO TRUE
                 END-READ
                 IF NOT AGREEMENT-AT-END THEN
                    IF SAG-STUDENT-ID = ENTRY-STUDENT-ID AND
                       SAG-TERM = ENTRY-TERM THEN
                       SET ENTRY-WAS-FOUND TO TRUE
                       IF AGREEMENT-ACTION THEN
                          MOVE ENTRY-AGREEMENT TO AGREEMENT-RECORD
                          WRITE NEW-AGREEMENT-RECORD
                             FROM AGREEMENT-RECORD
                       END-IF
                    ELSE
                       WRITE NEW-AGREEMENT-RECORD
                          FROM AGREEMENT-RECORD
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE AGREEMENT-FILE
           END-IF.
           IF AGREEMENT-ACTION AND NOT ENTRY-WAS-FOUND THEN
              MOVE ENTRY-AGREEMENT TO AGREEMENT-RECORD
              WRITE NEW-AGREEMENT-RECORD FROM AGREEMENT-RECORD
           END-IF.
           CLOSE NEW-AGREEMENT-FILE.

           IF END-AGREEMENT-ACTION AND NOT ENTRY-WAS-FOUND THEN
              DISPLAY "NO AGREEMENT FOR STUDENT " ENTRY-STUDENT-ID
                 " TERM " ENTRY-TERM
           ELSE
              PERFORM PROMOTE-AGREEMENT-FILE
              IF END-AGREEMENT-ACTION THEN
                 DISPLAY "AGREEMENT FOR STUDENT " ENTRY-STUDENT-ID
                    " TERM " ENTRY-TERM " ENDED"
              ELSE
                 DISPLAY "STUDENT " ENTRY-STUDENT-ID " TERM "
                    ENTRY-TERM " SPONSORED BY " ENTRY-SPONSOR-ID
              END-IF
           END-IF.

       PROMOTE-AGREEMENT-FILE.
           MOVE "N" TO NEW-FILE-EOF-FLAG.
           OPEN INPUT NEW-AGREEMENT-FILE.
           OPEN OUTPUT AGREEMENT-FILE.
           PERFORM UNTIL NEW-FILE-AT-END
              READ NEW-AGREEMENT-FILE
                 AT END SET NEW-FILE-AT-END TO TRUE
              END-READ
              IF NOT NEW-FILE-AT-END THEN
                 WRITE AGREEMENT-RECORD FROM NEW-AGREEMENT-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-AGREEMENT-FILE.
           CLOSE AGREEMENT-FILE.

       CHECK-STUDENT-ON-FILE.
           MOVE "N" TO STUDENT-FOUND-FLAG.
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
                 END-IF
              END-PERFORM
              CLOSE STUDENT-FILE
           END-IF.

       POST-SPONSOR-PAYMENT.
           DISPLAY "ENTER SPONSOR ID (6 CHARS) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-SPONSOR-ID.
           DISPLAY "ENTER TERM (6 CHARS) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-TERM.
           DISPLAY "ENTER RECEIPT AMOUNT --> " WITH NO ADVANCING.
           ACCEPT ENTRY-PAYMENT-AMOUNT.

           PERFORM FIND-SPONSOR.
           IF NOT SPONSOR-WAS-FOUND THEN
              DISPLAY "SPONSOR " ENTRY-SPONSOR-ID
                 " NOT ON SPONSOR.DAT -- NOT POSTED"
              STOP RUN
           END-IF.
           IF ENTRY-PAYMENT-AMOUNT = 0 THEN
              DISPLAY "AMOUNT MUST BE GREATER THAN ZERO -- NOT POSTED"
              STOP RUN
           END-IF.

           OPEN EXTEND SPONSOR-LEDGER-FILE.
           IF SPONSOR-LEDGER-NOT-FOUND THEN
              OPEN OUTPUT SPONSOR-LEDGER-FILE
           END-IF.
           MOVE ENTRY-SPONSOR-ID TO SLG-SPONSOR-ID.
           MOVE 0 TO SLG-STUDENT-ID.
           MOVE SPACES TO SLG-COURSE-CODE.
           MOVE ENTRY-TERM TO SLG-TERM.
           MOVE "P" TO SLG-TYPE.
           MOVE ENTRY-PAYMENT-AMOUNT TO SLG-AMOUNT.
           ACCEPT SLG-DATE FROM DATE YYYYMMDD.
           WRITE SPONSOR-LEDGER-RECORD.
           CLOSE SPONSOR-LEDGER-FILE.

           PERFORM SUM-SPONSOR-BALANCE.
           MOVE SPONSOR-BALANCE TO PRINT-SPONSOR-BALANCE.
           DISPLAY "RECEIPT POSTED -- SPONSOR " ENTRY-SPONSOR-ID
              " BALANCE NOW " PRINT-SPONSOR-BALANCE.

       SUM-SPONSOR-BALANCE.
           MOVE 0 TO SPONSOR-BALANCE.
           MOVE "N" TO LEDGER-EOF-FLAG.
           OPEN INPUT SPONSOR-LEDGER-FILE.
           IF NOT SPONSOR-LEDGER-NOT-FOUND THEN
              PERFORM UNTIL LEDGER-AT-END
                 READ SPONSOR-LEDGER-FILE
                    AT END SET LEDGER-AT-END TO TRUE
                 END-READ
                 IF NOT LEDGER-AT-END AND
                    SLG-SPONSOR-ID = ENTRY-SPONSOR-ID THEN
                    IF SPONSOR-CHARGE-LINE THEN
                       ADD SLG-AMOUNT TO SPONSOR-BALANCE
                    ELSE
                       SUBTRACT SLG-AMOUNT FROM SPONSOR-BALANCE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE SPONSOR-LEDGER-FILE
           END-IF.

       LIST-SPONSORS.
           MOVE "N" TO SPONSOR-EOF-FLAG.
           OPEN INPUT SPONSOR-FILE.
           IF SPONSOR-FILE-NOT-FOUND THEN
              DISPLAY "SPONSOR.DAT NOT FOUND"
           ELSE
              PERFORM UNTIL SPONSOR-AT-END
                 READ SPONSOR-FILE
                    AT END SET SPONSOR-AT-END TO TRUE
                 END-READ
                 IF NOT SPONSOR-AT-END THEN
                    MOVE SPN-SPONSOR-ID TO ENTRY-SPONSOR-ID
                    PERFORM SUM-SPONSOR-BALANCE
                    MOVE SPONSOR-BALANCE TO PRINT-SPONSOR-BALANCE
                    DISPLAY SPN-SPONSOR-ID " " SPN-NAME " "
                       SPN-TYPE " " SPN-STATUS " OWES "
                       PRINT-SPONSOR-BALANCE
                    PERFORM LIST-SPONSOR-AGREEMENTS
                 END-IF
              END-PERFORM
              CLOSE SPONSOR-FILE
           END-IF.

       LIST-SPONSOR-AGREEMENTS.
           MOVE "N" TO AGREEMENT-EOF-FLAG.
           OPEN INPUT AGREEMENT-FILE.
           IF NOT AGREEMENT-FILE-NOT-FOUND THEN
              PERFORM UNTIL AGREEMENT-AT-END
                 READ AGREEMENT-FILE
                    AT END SET AGREEMENT-AT-END TO TRUE
                 END-READ
                 IF NOT AGREEMENT-AT-END AND
                    SAG-SPONSOR-ID = SPN-SPONSOR-ID THEN
                    MOVE SAG-VALUE TO PRINT-AGREEMENT-VALUE
                    IF AGREEMENT-IS-PERCENT THEN
                       DISPLAY "   STUDENT " SAG-STUDENT-ID
                          " TERM " SAG-TERM " PERCENT "
                          PRINT-AGREEMENT-VALUE
                    ELSE
                       DISPLAY "   STUDENT " SAG-STUDENT-ID
                          " TERM " SAG-TERM " CAPPED AT "
                          PRINT-AGREEMENT-VALUE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE AGREEMENT-FILE
           END-IF.

       END PROGRAM SPONSOR-MAINT.
