       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIDEO-AGEING.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              VIDEO-FILE ASSIGN TO "IDXVIDEO"
              ORGANIZATION IS INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS VIDEO-CODE
              ALTERNATE RECORD KEY IS VIDEO-TITLE
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS SUPPLIER-CODE
                 WITH DUPLICATES
              FILE STATUS IS VIDEO-STATUS.

           SELECT
              AGEING-FILE ASSIGN TO "CATAGE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS AGEING-FILE-STATUS.

           SELECT
              RELEASE-FILE ASSIGN TO "TITLEREL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS RELEASE-FILE-STATUS.

           SELECT
              RATE-CARD-FILE ASSIGN TO "RATECARD.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS RATE-CARD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VIDEO-FILE.
       01  VIDEO-REC.
           02 VIDEO-CODE PIC 9(5).
           02 VIDEO-TITLE PIC X(40).
           02 SUPPLIER-CODE PIC 99.
           02 RENTAL-STATUS PIC X.
              88 VIDEO-AVAILABLE VALUE "A".
              88 VIDEO-CHECKED-OUT VALUE "O".
              88 VIDEO-ON-HOLD VALUE "H".
              88 VIDEO-LOST VALUE "L".
              88 VIDEO-DAMAGED VALUE "D".
              88 VIDEO-IN-REPAIR VALUE "R".
              88 VIDEO-FOR-SALE VALUE "S".
              88 VIDEO-IN-TRANSIT VALUE "T".
           02 RENTAL-DATE PIC 9(8).
           02 RENTER-ID PIC X(10).
           02 VIDEO-TITLE-CODE PIC 9(5).
           02 VIDEO-COPY-NUMBER PIC 99.
           02 VIDEO-CATEGORY PIC X.
           02 VIDEO-RATING PIC X.
           02 VIDEO-STORE-ID PIC 9(2).

       FD  AGEING-FILE.
       01  AGEING-RECORD.
           02 CAG-FROM-CATEGORY PIC X.
           02 CAG-AFTER-DAYS PIC 9(4).
           02 CAG-TO-CATEGORY PIC X.

       FD  RELEASE-FILE.
       01  RELEASE-RECORD.
           02 TRL-TITLE-CODE PIC 9(5).
           02 TRL-RELEASE-DATE PIC 9(8).

       FD  RATE-CARD-FILE.
       01  RATE-CARD-RECORD.
           02 RATE-CATEGORY PIC X.
           02 RATE-PRICE PIC 9(3)V9(2).
           02 RATE-LOAN-DAYS PIC 9(3).
           02 RATE-LATE-FEE PIC 9V9(2).

       WORKING-STORAGE SECTION.
       01  RPT-OP PIC X(4).
       01  RPT-TEXT.
           02 RPT-INIT-VIEW.
              03 RPT-REPORT-DSN PIC X(40).
              03 RPT-PROGRAM-ID PIC X(10).
              03 RPT-REPORT-TITLE PIC X(40).
              03 FILLER PIC X(42).
       01  VIDEO-STATUS PIC X(2).
           88 RECORD-FOUND VALUE "00".
       01  AGEING-FILE-STATUS PIC 9(2).
           88 AGEING-FILE-NOT-FOUND VALUE 35.
       01  RELEASE-FILE-STATUS PIC 9(2).
           88 RELEASE-FILE-NOT-FOUND VALUE 35.
       01  RATE-CARD-FILE-STATUS PIC 9(2).
           88 RATE-CARD-FILE-NOT-FOUND VALUE 35.
       01  END-OF-VIDEO-FILE-FLAG PIC X VALUE "N".
           88 END-OF-VIDEO-FILE VALUE "Y".
       01  AGEING-EOF-FLAG PIC X VALUE "N".
           88 AGEING-AT-END VALUE "Y".
       01  RELEASE-EOF-FLAG PIC X VALUE "N".
           88 RELEASE-AT-END VALUE "Y".
       01  RATE-CARD-EOF-FLAG PIC X VALUE "N".
           88 RATE-CARD-AT-END VALUE "Y".

       01  RUN-DATE PIC 9(8).
       01  DATECALC-FUNCTION PIC X(4).
       01  DATECALC-DAYS PIC S9(5).

       01  STEP-COUNT PIC 9(2) VALUE 0.
       01  STEP-SUBSCRIPT PIC 9(2).
       01  AGEING-STEP-TABLE.
           02 AGEING-STEP OCCURS 20 TIMES.
              03 AST-FROM-CATEGORY PIC X.
              03 AST-AFTER-DAYS PIC 9(4).
              03 AST-TO-CATEGORY PIC X.

       01  RELEASE-COUNT PIC 9(4) VALUE 0.
       01  RELEASE-SUBSCRIPT PIC 9(4).
       01  RELEASE-TABLE.
           02 RELEASE-ENTRY OCCURS 2000 TIMES.
              03 RLT-TITLE-CODE PIC 9(5).
              03 RLT-RELEASE-DATE PIC 9(8).

       01  RATE-COUNT PIC 9(2) VALUE 0.
       01  RATE-SUBSCRIPT PIC 9(2).
       01  RATE-TABLE.
           02 RATE-ENTRY OCCURS 20 TIMES.
              03 RTT-CATEGORY PIC X.
              03 RTT-PRICE PIC 9(3)V9(2).
              03 RTT-LOAN-DAYS PIC 9(3).

       01  TITLE-RELEASE-DATE PIC 9(8).
       01  DAYS-SINCE-RELEASE PIC S9(5).
       01  OLD-CATEGORY PIC X.
       01  NEW-CATEGORY PIC X.
       01  STEP-PASS PIC 9(2).
       01  STEP-TAKEN-FLAG PIC X.
           88 STEP-WAS-TAKEN VALUE "Y".
       01  LOOKUP-CATEGORY PIC X.
       01  LOOKUP-PRICE PIC 9(3)V9(2).
       01  LOOKUP-LOAN-DAYS PIC 9(3).

       01  COPIES-READ PIC 9(5) VALUE 0.
       01  COPIES-MOVED PIC 9(5) VALUE 0.
       01  COPIES-DEFERRED PIC 9(5) VALUE 0.

       01  PRINT-OLD-PRICE PIC ZZ9.99.
       01  PRINT-NEW-PRICE PIC ZZ9.99.
       01  PRINT-LOAN-DAYS PIC ZZ9.
       01  PRINT-DAYS-SINCE PIC ZZZZ9.
       01  REPORT-LINE-BUFFER PIC X(100).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "AGEING RUN DATE (YYYYMMDD, 0 = TODAY) --> "
              WITH NO ADVANCING.
           ACCEPT RUN-DATE.
           IF RUN-DATE = 0 THEN
              ACCEPT RUN-DATE FROM DATE YYYYMMDD
           END-IF.

           PERFORM LOAD-AGEING-STEPS.
           PERFORM LOAD-RELEASE-DATES.
           PERFORM LOAD-RATE-CARD.

           OPEN I-O VIDEO-FILE.
           IF NOT RECORD-FOUND THEN
              DISPLAY "IDXVIDEO NOT AVAILABLE, STATUS " VIDEO-STATUS
              STOP RUN
           END-IF.
           PERFORM INITIALIZE-REPORT-WRITER.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "CATEGORY AGEING RUN FOR " RUN-DATE
              " -- RELABEL THE COPIES BELOW"
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.

           READ VIDEO-FILE NEXT RECORD
              AT END SET END-OF-VIDEO-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-VIDEO-FILE
              ADD 1 TO COPIES-READ
              PERFORM AGE-ONE-COPY
              READ VIDEO-FILE NEXT RECORD
                 AT END SET END-OF-VIDEO-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE VIDEO-FILE.

           MOVE SPACES TO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "COPIES READ " COPIES-READ
              "  MOVED " COPIES-MOVED
              "  CHECKED OUT, LEFT FOR NEXT RUN " COPIES-DEFERRED
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           MOVE "TERM" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           DISPLAY "AGEING REPORT WRITTEN TO AGEING.RPT".
           STOP RUN.

       LOAD-AGEING-STEPS.
           OPEN INPUT AGEING-FILE.
           IF AGEING-FILE-NOT-FOUND THEN
              MOVE 2 TO STEP-COUNT
              MOVE "N" TO AST-FROM-CATEGORY(1)
              MOVE 90 TO AST-AFTER-DAYS(1)
              MOVE "R" TO AST-TO-CATEGORY(1)
              MOVE "R" TO AST-FROM-CATEGORY(2)
              MOVE 270 TO AST-AFTER-DAYS(2)
              MOVE "S" TO AST-TO-CATEGORY(2)
              DISPLAY "CATAGE.DAT NOT FOUND -- STANDARD AGEING "
                 "APPLIES"
           ELSE
              PERFORM UNTIL AGEING-AT-END
                 READ AGEING-FILE
                    AT END SET AGEING-AT-END TO TRUE
                 END-READ
                 IF NOT AGEING-AT-END AND STEP-COUNT < 20 THEN
                    ADD 1 TO STEP-COUNT
                    MOVE CAG-FROM-CATEGORY
                       TO AST-FROM-CATEGORY(STEP-COUNT)
                    MOVE CAG-AFTER-DAYS TO AST-AFTER-DAYS(STEP-COUNT)
                    MOVE CAG-TO-CATEGORY TO AST-TO-CATEGORY(STEP-COUNT)
                 END-IF
              END-PERFORM
              CLOSE AGEING-FILE
           END-IF.

       LOAD-RELEASE-DATES.
           OPEN INPUT RELEASE-FILE.
           IF RELEASE-FILE-NOT-FOUND THEN
              DISPLAY "TITLEREL.DAT NOT FOUND -- NO TITLE CAN AGE"
           ELSE
              PERFORM UNTIL RELEASE-AT-END
                 READ RELEASE-FILE
                    AT END SET RELEASE-AT-END TO TRUE
                 END-READ
                 IF NOT RELEASE-AT-END AND RELEASE-COUNT < 2000 THEN
                    ADD 1 TO RELEASE-COUNT
                    MOVE TRL-TITLE-CODE TO RLT-TITLE-CODE(RELEASE-COUNT)
                    MOVE TRL-RELEASE-DATE
                       TO RLT-RELEASE-DATE(RELEASE-COUNT)
                 END-IF
              END-PERFORM
              CLOSE RELEASE-FILE
           END-IF.

       LOAD-RATE-CARD.
           OPEN INPUT RATE-CARD-FILE.
           IF RATE-CARD-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              PERFORM UNTIL RATE-CARD-AT-END
                 READ RATE-CARD-FILE
                    AT END SET RATE-CARD-AT-END TO TRUE
                 END-READ
                 IF NOT RATE-CARD-AT-END AND RATE-COUNT < 20 THEN
                    ADD 1 TO RATE-COUNT
                    MOVE RATE-CATEGORY TO RTT-CATEGORY(RATE-COUNT)
                    MOVE RATE-PRICE TO RTT-PRICE(RATE-COUNT)
                    MOVE RATE-LOAN-DAYS TO RTT-LOAN-DAYS(RATE-COUNT)
                 END-IF
              END-PERFORM
              CLOSE RATE-CARD-FILE
           END-IF.

       AGE-ONE-COPY.
           MOVE 0 TO TITLE-RELEASE-DATE.
           PERFORM VARYING RELEASE-SUBSCRIPT FROM 1 BY 1
              UNTIL RELEASE-SUBSCRIPT > RELEASE-COUNT
              IF RLT-TITLE-CODE(RELEASE-SUBSCRIPT) =
                 VIDEO-TITLE-CODE THEN
                 MOVE RLT-RELEASE-DATE(RELEASE-SUBSCRIPT)
                    TO TITLE-RELEASE-DATE
                 MOVE RELEASE-COUNT TO RELEASE-SUBSCRIPT
              END-IF
           END-PERFORM.
           IF TITLE-RELEASE-DATE > 0 AND
              TITLE-RELEASE-DATE NOT > RUN-DATE THEN
              MOVE "DIFF" TO DATECALC-FUNCTION
              CALL "DATECALC" USING DATECALC-FUNCTION
                 TITLE-RELEASE-DATE RUN-DATE DATECALC-DAYS
                 ON EXCEPTION
                    DISPLAY "[ABORT]: DATECALC MODULE NOT AVAILABLE"
                    STOP RUN
              END-CALL
              MOVE DATECALC-DAYS TO DAYS-SINCE-RELEASE
              MOVE VIDEO-CATEGORY TO OLD-CATEGORY
              MOVE VIDEO-CATEGORY TO NEW-CATEGORY
              MOVE "Y" TO STEP-TAKEN-FLAG
              PERFORM VARYING STEP-PASS FROM 1 BY 1
                 UNTIL STEP-PASS > STEP-COUNT OR NOT STEP-WAS-TAKEN
                 PERFORM TAKE-AGEING-STEP
              END-PERFORM
              IF NEW-CATEGORY NOT = OLD-CATEGORY THEN
                 IF VIDEO-CHECKED-OUT THEN
                    ADD 1 TO COPIES-DEFERRED
                 ELSE
                    MOVE NEW-CATEGORY TO VIDEO-CATEGORY
                    REWRITE VIDEO-REC
                       INVALID KEY
                          DISPLAY "VIDEO " VIDEO-CODE
                             " NOT UPDATED, STATUS " VIDEO-STATUS
                       NOT INVALID KEY
                          ADD 1 TO COPIES-MOVED
                          PERFORM WRITE-RELABEL-LINE
                    END-REWRITE
                 END-IF
              END-IF
           END-IF.

       TAKE-AGEING-STEP.
           MOVE "N" TO STEP-TAKEN-FLAG.
           PERFORM VARYING STEP-SUBSCRIPT FROM 1 BY 1
              UNTIL STEP-SUBSCRIPT > STEP-COUNT
              IF AST-FROM-CATEGORY(STEP-SUBSCRIPT) = NEW-CATEGORY AND
                 DAYS-SINCE-RELEASE NOT <
                    AST-AFTER-DAYS(STEP-SUBSCRIPT) THEN
                 MOVE AST-TO-CATEGORY(STEP-SUBSCRIPT) TO NEW-CATEGORY
                 SET STEP-WAS-TAKEN TO TRUE
                 MOVE STEP-COUNT TO STEP-SUBSCRIPT
              END-IF
           END-PERFORM.

       LOOK-UP-RATE.
           MOVE 0 TO LOOKUP-PRICE.
           MOVE 7 TO LOOKUP-LOAN-DAYS.
           PERFORM VARYING RATE-SUBSCRIPT FROM 1 BY 1
              UNTIL RATE-SUBSCRIPT > RATE-COUNT
              IF RTT-CATEGORY(RATE-SUBSCRIPT) = LOOKUP-CATEGORY THEN
                 MOVE RTT-PRICE(RATE-SUBSCRIPT) TO LOOKUP-PRICE
                 MOVE RTT-LOAN-DAYS(RATE-SUBSCRIPT) TO LOOKUP-LOAN-DAYS
                 MOVE RATE-COUNT TO RATE-SUBSCRIPT
              END-IF
           END-PERFORM.

       WRITE-RELABEL-LINE.
           MOVE OLD-CATEGORY TO LOOKUP-CATEGORY.
           PERFORM LOOK-UP-RATE.
           MOVE LOOKUP-PRICE TO PRINT-OLD-PRICE.
           MOVE NEW-CATEGORY TO LOOKUP-CATEGORY.
           PERFORM LOOK-UP-RATE.
           MOVE LOOKUP-PRICE TO PRINT-NEW-PRICE.
           MOVE LOOKUP-LOAN-DAYS TO PRINT-LOAN-DAYS.
           MOVE DAYS-SINCE-RELEASE TO PRINT-DAYS-SINCE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING VIDEO-STORE-ID "  " VIDEO-CODE " "
              VIDEO-TITLE(1:30) " " VIDEO-COPY-NUMBER " "
              PRINT-DAYS-SINCE "   " OLD-CATEGORY "    " NEW-CATEGORY
              "     " PRINT-OLD-PRICE "    " PRINT-NEW-PRICE "    "
              PRINT-LOAN-DAYS
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE SPACES TO RPT-TEXT.
           MOVE REPORT-LINE-BUFFER TO RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           DISPLAY REPORT-LINE-BUFFER.

       INITIALIZE-REPORT-WRITER.
           MOVE SPACES TO RPT-TEXT.
           MOVE "AGEING.RPT" TO RPT-REPORT-DSN.
           MOVE "VIDAGEING" TO RPT-PROGRAM-ID.
           MOVE "CATEGORY AGEING - SHELF RELABEL LIST"
              TO RPT-REPORT-TITLE.
           MOVE "INIT" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT
              ON EXCEPTION
                 DISPLAY "[ABORT]: RPTWRITE MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           MOVE SPACES TO RPT-TEXT.
           STRING "ST  VIDEO TITLE                          CP  DAYS"
              "  FROM  TO    OLD PRICE NEW PRICE LOAN"
              DELIMITED BY SIZE INTO RPT-TEXT.
           MOVE "HEAD" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

       END PROGRAM VIDEO-AGEING.
