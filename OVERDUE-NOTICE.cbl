              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS RATE-CARD-FILE-STATUS.

           SELECT
              HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS HOUSEHOLD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VIDEO-FILE.
           02 NOTICE-VIDEO-CODE PIC 9(5).
           02 NOTICE-DAYS-OVERDUE PIC 9(3).
           02 NOTICE-BAND PIC X(12).
           02 NOTICE-BORROWER-ID PIC X(10).

       FD  RATE-CARD-FILE.
       01  RATE-CARD-RECORD.
           02 RATE-LOAN-DAYS PIC 9(3).
           02 RATE-LATE-FEE PIC 9V9(2).

       FD  HOUSEHOLD-FILE.
       01  HOUSEHOLD-RECORD.
           02 HH-DEPENDANT-ID PIC X(10).
           02 HH-PRIMARY-ID PIC X(10).
           02 HH-MAX-RATING PIC X.
           02 HH-LINKED-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  VIDEO-STATUS PIC X(2).
           88 RECORD-FOUND VALUE "00".
       01  PRINT-DAYS-OVERDUE PIC ZZZZ9.
       01  REPORT-LINE-BUFFER PIC X(100).

       01  HOUSEHOLD-FILE-STATUS PIC 9(2).
           88 HOUSEHOLD-FILE-NOT-FOUND VALUE 35.
       01  HOUSEHOLD-EOF-FLAG PIC X VALUE "N".
           88 HOUSEHOLD-AT-END VALUE "Y".
       01  HOUSEHOLD-COUNT PIC 9(4) VALUE 0.
       01  HOUSEHOLD-SUBSCRIPT PIC 9(4) VALUE 0.
       01  HOUSEHOLD-TABLE.
           02 HOUSEHOLD-ENTRY OCCURS 1000 TIMES.
              03 HT-DEPENDANT-ID PIC X(10).
              03 HT-PRIMARY-ID PIC X(10).
       01  NOTICE-ADDRESSEE-ID PIC X(10).

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-HOUSEHOLD-TABLE.

           OPEN INPUT VIDEO-FILE.
           IF NOT RECORD-FOUND THEN
           WRITE OVERDUE-REPORT-LINE.
           DISPLAY REPORT-LINE-BUFFER.

           PERFORM FIND-NOTICE-ADDRESSEE.
           IF NOTICE-ADDRESSEE-ID NOT = RENTER-ID THEN
              MOVE SPACES TO REPORT-LINE-BUFFER
              STRING "      NOTICE TO HOUSEHOLD PRIMARY "
                 NOTICE-ADDRESSEE-ID
                 DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
              MOVE REPORT-LINE-BUFFER TO OVERDUE-REPORT-LINE
              WRITE OVERDUE-REPORT-LINE
              DISPLAY REPORT-LINE-BUFFER
           END-IF.

           MOVE NOTICE-ADDRESSEE-ID TO NOTICE-RENTER-ID.
           MOVE RENTER-ID TO NOTICE-BORROWER-ID.
           MOVE VIDEO-CODE TO NOTICE-VIDEO-CODE.
           MOVE DAYS-OVERDUE TO NOTICE-DAYS-OVERDUE.
           MOVE ESCALATION-BAND TO NOTICE-BAND.
           WRITE NOTICE-RECORD.

       FIND-NOTICE-ADDRESSEE.
           MOVE RENTER-ID TO NOTICE-ADDRESSEE-ID.
           PERFORM VARYING HOUSEHOLD-SUBSCRIPT FROM 1 BY 1
              UNTIL HOUSEHOLD-SUBSCRIPT > HOUSEHOLD-COUNT
              IF HT-DEPENDANT-ID(HOUSEHOLD-SUBSCRIPT) = RENTER-ID THEN
                 MOVE HT-PRIMARY-ID(HOUSEHOLD-SUBSCRIPT)
                    TO NOTICE-ADDRESSEE-ID
              END-IF
           END-PERFORM.

       LOAD-HOUSEHOLD-TABLE.
           MOVE 0 TO HOUSEHOLD-COUNT.
           OPEN INPUT HOUSEHOLD-FILE.
           IF HOUSEHOLD-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              PERFORM UNTIL HOUSEHOLD-AT-END
                 READ HOUSEHOLD-FILE
                    AT END SET HOUSEHOLD-AT-END TO TRUE
                 END-READ
                 IF NOT HOUSEHOLD-AT-END THEN
                    IF HOUSEHOLD-COUNT = 1000 THEN
                       DISPLAY "[ABORT]: MORE THAN 1000 HOUSEHOLD "
                          "LINKS"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO HOUSEHOLD-COUNT
                    MOVE HH-DEPENDANT-ID
                       TO HT-DEPENDANT-ID(HOUSEHOLD-COUNT)
                    MOVE HH-PRIMARY-ID TO HT-PRIMARY-ID(HOUSEHOLD-COUNT)
                 END-IF
              END-PERFORM
              CLOSE HOUSEHOLD-FILE
           END-IF.

       END PROGRAM OVERDUE-NOTICE.
