       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIFDUP.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              CUSTOMER-FILE ASSIGN DYNAMIC CUSTOMER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS CUSTOMER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           02 CIF-CUST-NUMBER                  PIC 9(8).
           02 CIF-CUST-NAME                    PIC X(30).
           02 CIF-CUST-ADDRESS                 PIC X(40).
           02 CIF-CUST-PHONE                   PIC X(12).

       WORKING-STORAGE SECTION.
       01  CUSTOMER-FILE-DSN                   PIC X(40).
       01  CIF-DUP-REPORT-FILE-DSN             PIC X(40).

       01  CUSTOMER-FILE-STATUS                PIC 99.
           88 CUSTOMER-FILE-NOT-FOUND          VALUE 35.

       01  REPORT-DAY                          PIC 9(8).

       01  CUSTOMER-COUNT                      PIC 9(4) VALUE 0.
       01  FIRST-SUBSCRIPT                     PIC 9(4) VALUE 0.
       01  SECOND-SUBSCRIPT                    PIC 9(4) VALUE 0.
       01  CUSTOMER-KEY-TABLE.
           02 CUSTOMER-KEY-ENTRY OCCURS 1000 TIMES.
              03 CK-CUST-NUMBER                PIC 9(8).
              03 CK-CUST-NAME                  PIC X(30).
              03 CK-NAME-KEY                   PIC X(40).
              03 CK-ADDRESS-KEY                PIC X(40).
              03 CK-PHONE-KEY                  PIC X(40).

       01  NORM-SOURCE                         PIC X(40).
       01  NORM-SOURCE-CHARS REDEFINES NORM-SOURCE.
           02 NORM-SOURCE-CHAR OCCURS 40 TIMES PIC X.
       01  NORM-RESULT                         PIC X(40).
       01  NORM-RESULT-CHARS REDEFINES NORM-RESULT.
           02 NORM-RESULT-CHAR OCCURS 40 TIMES PIC X.
       01  NORM-IN-SUBSCRIPT                   PIC 99 VALUE 0.
       01  NORM-OUT-SUBSCRIPT                  PIC 99 VALUE 0.
       01  NORM-DIGITS-ONLY-FLAG               PIC X VALUE "N".
           88 NORM-DIGITS-ONLY                 VALUE "Y".

       01  MATCH-COUNT                         PIC 9 VALUE 0.
       01  MATCH-BASIS                         PIC X(22).
       01  MATCH-BASIS-POINTER                 PIC 99 VALUE 1.
       01  DUPLICATE-PAIR-COUNT                PIC 9(5) VALUE 0.

       01  RPT-OP                              PIC X(4).
       01  RPT-TEXT.
           02 RPT-INIT-VIEW.
              03 RPT-REPORT-DSN                PIC X(40).
              03 RPT-PROGRAM-ID                PIC X(10).
              03 RPT-REPORT-TITLE              PIC X(40).
              03 FILLER                        PIC X(42).

       01  DUP-HEADING-BUFFER.
           02 FILLER                           PIC X(40)
              VALUE "CUSTOMER".
           02 FILLER                           PIC X(40)
              VALUE "POSSIBLE DUPLICATE".
           02 FILLER                           PIC X(22)
              VALUE "MATCHED ON".

       01  DUP-DETAIL-BUFFER.
           02 DD-FIRST-NUMBER                  PIC 9(8).
           02 DD-PREFIX-1                      PIC X(1)
              VALUE " ".
           02 DD-FIRST-NAME                    PIC X(30).
           02 DD-PREFIX-2                      PIC X(1)
              VALUE " ".
           02 DD-SECOND-NUMBER                 PIC 9(8).
           02 DD-PREFIX-3                      PIC X(1)
              VALUE " ".
           02 DD-SECOND-NAME                   PIC X(30).
           02 DD-PREFIX-4                      PIC X(1)
              VALUE " ".
           02 DD-MATCH-BASIS                   PIC X(22).

       01  DUP-TOTAL-BUFFER.
           02 DT-PREFIX-1                      PIC X(26)
              VALUE "POSSIBLE DUPLICATE PAIRS: ".
           02 DT-COUNT                         PIC ZZZZ9.
           02 DT-PREFIX-2                      PIC X(24)
              VALUE "   CUSTOMERS COMPARED: ".
           02 DT-CUSTOMER-COUNT                PIC ZZZ9.

       PROCEDURE DIVISION.
       INITIALIZE-FILE-NAMES.
           ACCEPT CUSTOMER-FILE-DSN FROM ENVIRONMENT "ATM_CIF_FILE"
              ON EXCEPTION MOVE "cif.txt" TO CUSTOMER-FILE-DSN
           END-ACCEPT.

           ACCEPT CIF-DUP-REPORT-FILE-DSN
              FROM ENVIRONMENT "ATM_CIF_DUP_REPORT_FILE"
              ON EXCEPTION
                 MOVE "cifDupReport.txt" TO CIF-DUP-REPORT-FILE-DSN
           END-ACCEPT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO REPORT-DAY.
           GO TO LOAD-CUSTOMER-KEYS.

       LOAD-CUSTOMER-KEYS.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-NOT-FOUND
           THEN
              DISPLAY "[ABORT]: NO CUSTOMER FILE FOUND"
              STOP RUN
           END-IF.

       LOAD-CUSTOMER-KEYS-LOOP.
           READ CUSTOMER-FILE
              AT END
                 CLOSE CUSTOMER-FILE
                 GO TO WRITE-DUPLICATE-REPORT
           END-READ.
           IF CUSTOMER-COUNT NOT < 1000
           THEN
              DISPLAY "~~~~~~~~~~~~~~~> MORE THAN 1000 CUSTOMERS ON "
                 "THE CUSTOMER FILE -- OVERFLOW IGNORED"
              GO TO LOAD-CUSTOMER-KEYS-LOOP
           END-IF.
           ADD 1 TO CUSTOMER-COUNT.
           MOVE CIF-CUST-NUMBER TO CK-CUST-NUMBER(CUSTOMER-COUNT).
           MOVE CIF-CUST-NAME TO CK-CUST-NAME(CUSTOMER-COUNT).

           MOVE "N" TO NORM-DIGITS-ONLY-FLAG.
           MOVE CIF-CUST-NAME TO NORM-SOURCE.
           PERFORM NORMALIZE-TEXT THRU NORMALIZE-TEXT-EXIT.
           MOVE NORM-RESULT TO CK-NAME-KEY(CUSTOMER-COUNT).

           MOVE CIF-CUST-ADDRESS TO NORM-SOURCE.
           PERFORM NORMALIZE-TEXT THRU NORMALIZE-TEXT-EXIT.
           MOVE NORM-RESULT TO CK-ADDRESS-KEY(CUSTOMER-COUNT).

           MOVE "Y" TO NORM-DIGITS-ONLY-FLAG.
           MOVE CIF-CUST-PHONE TO NORM-SOURCE.
           PERFORM NORMALIZE-TEXT THRU NORMALIZE-TEXT-EXIT.
           MOVE NORM-RESULT TO CK-PHONE-KEY(CUSTOMER-COUNT).
           GO TO LOAD-CUSTOMER-KEYS-LOOP.

       WRITE-DUPLICATE-REPORT.
           MOVE SPACES TO RPT-TEXT.
           MOVE CIF-DUP-REPORT-FILE-DSN TO RPT-REPORT-DSN.
           MOVE "CIFDUP" TO RPT-PROGRAM-ID.
           MOVE "POSSIBLE DUPLICATE CUSTOMERS" TO RPT-REPORT-TITLE.
           MOVE "INIT" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT
              ON EXCEPTION
                 DISPLAY "[ABORT]: RPTWRITE MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           MOVE SPACES TO RPT-TEXT.
           MOVE DUP-HEADING-BUFFER TO RPT-TEXT.
           MOVE "HEAD" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE SPACES TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE 0 TO FIRST-SUBSCRIPT.

       COMPARE-FIRST-LOOP.
           ADD 1 TO FIRST-SUBSCRIPT.
           IF FIRST-SUBSCRIPT NOT < CUSTOMER-COUNT
           THEN
              GO TO WRITE-DUPLICATE-REPORT-DONE
           END-IF.
           MOVE FIRST-SUBSCRIPT TO SECOND-SUBSCRIPT.

       COMPARE-SECOND-LOOP.
           ADD 1 TO SECOND-SUBSCRIPT.
           IF SECOND-SUBSCRIPT > CUSTOMER-COUNT
           THEN
              GO TO COMPARE-FIRST-LOOP
           END-IF.
           PERFORM COMPARE-CUSTOMER-PAIR THRU
              COMPARE-CUSTOMER-PAIR-EXIT.
           GO TO COMPARE-SECOND-LOOP.

       WRITE-DUPLICATE-REPORT-DONE.
           MOVE DUPLICATE-PAIR-COUNT TO DT-COUNT.
           MOVE CUSTOMER-COUNT TO DT-CUSTOMER-COUNT.
           MOVE SPACES TO RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE DUP-TOTAL-BUFFER TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE "TERM" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           DISPLAY "=====> DUPLICATE CUSTOMER REVIEW FOR " REPORT-DAY
              ": " DUPLICATE-PAIR-COUNT " POSSIBLE DUPLICATE PAIR(S) "
              "AMONG " CUSTOMER-COUNT " CUSTOMER(S)".
           STOP RUN.

       COMPARE-CUSTOMER-PAIR.
           MOVE 0 TO MATCH-COUNT.
           MOVE SPACES TO MATCH-BASIS.
           MOVE 1 TO MATCH-BASIS-POINTER.

           IF CK-NAME-KEY(FIRST-SUBSCRIPT) NOT = SPACES AND
              CK-NAME-KEY(FIRST-SUBSCRIPT) =
              CK-NAME-KEY(SECOND-SUBSCRIPT)
           THEN
              ADD 1 TO MATCH-COUNT
              STRING "NAME " DELIMITED BY SIZE
                 INTO MATCH-BASIS WITH POINTER MATCH-BASIS-POINTER
           END-IF.

           IF CK-ADDRESS-KEY(FIRST-SUBSCRIPT) NOT = SPACES AND
              CK-ADDRESS-KEY(FIRST-SUBSCRIPT) =
              CK-ADDRESS-KEY(SECOND-SUBSCRIPT)
           THEN
              ADD 1 TO MATCH-COUNT
              STRING "ADDRESS " DELIMITED BY SIZE
                 INTO MATCH-BASIS WITH POINTER MATCH-BASIS-POINTER
           END-IF.

           IF CK-PHONE-KEY(FIRST-SUBSCRIPT) NOT = SPACES AND
              CK-PHONE-KEY(FIRST-SUBSCRIPT) =
              CK-PHONE-KEY(SECOND-SUBSCRIPT)
           THEN
              ADD 1 TO MATCH-COUNT
              STRING "PHONE" DELIMITED BY SIZE
                 INTO MATCH-BASIS WITH POINTER MATCH-BASIS-POINTER
           END-IF.

           IF MATCH-COUNT < 2
           THEN
              GO TO COMPARE-CUSTOMER-PAIR-EXIT
           END-IF.

           MOVE CK-CUST-NUMBER(FIRST-SUBSCRIPT) TO DD-FIRST-NUMBER.
           MOVE CK-CUST-NAME(FIRST-SUBSCRIPT) TO DD-FIRST-NAME.
           MOVE CK-CUST-NUMBER(SECOND-SUBSCRIPT) TO DD-SECOND-NUMBER.
           MOVE CK-CUST-NAME(SECOND-SUBSCRIPT) TO DD-SECOND-NAME.
           MOVE MATCH-BASIS TO DD-MATCH-BASIS.
           MOVE SPACES TO RPT-TEXT.
           MOVE DUP-DETAIL-BUFFER TO RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           ADD 1 TO DUPLICATE-PAIR-COUNT.

       COMPARE-CUSTOMER-PAIR-EXIT.
           EXIT.

       NORMALIZE-TEXT.
           INSPECT NORM-SOURCE CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO NORM-RESULT.
           MOVE 0 TO NORM-IN-SUBSCRIPT.
           MOVE 0 TO NORM-OUT-SUBSCRIPT.

       NORMALIZE-TEXT-LOOP.
           ADD 1 TO NORM-IN-SUBSCRIPT.
           IF NORM-IN-SUBSCRIPT > 40
           THEN
              GO TO NORMALIZE-TEXT-EXIT
           END-IF.
           IF NORM-SOURCE-CHAR(NORM-IN-SUBSCRIPT) NOT < "0" AND
              NORM-SOURCE-CHAR(NORM-IN-SUBSCRIPT) NOT > "9"
           THEN
              GO TO NORMALIZE-TEXT-KEEP
           END-IF.
           IF NORM-DIGITS-ONLY
           THEN
              GO TO NORMALIZE-TEXT-LOOP
           END-IF.
           IF NORM-SOURCE-CHAR(NORM-IN-SUBSCRIPT) NOT < "A" AND
              NORM-SOURCE-CHAR(NORM-IN-SUBSCRIPT) NOT > "Z"
           THEN
              GO TO NORMALIZE-TEXT-KEEP
           END-IF.
           GO TO NORMALIZE-TEXT-LOOP.

       NORMALIZE-TEXT-KEEP.
           ADD 1 TO NORM-OUT-SUBSCRIPT.
           MOVE NORM-SOURCE-CHAR(NORM-IN-SUBSCRIPT)
              TO NORM-RESULT-CHAR(NORM-OUT-SUBSCRIPT).
           GO TO NORMALIZE-TEXT-LOOP.

       NORMALIZE-TEXT-EXIT.
           EXIT.

       END PROGRAM CIFDUP.
