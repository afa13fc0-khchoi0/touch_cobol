       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVSHARE-SETTLE.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              AGREEMENT-FILE ASSIGN TO "REVSHARE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS AGREEMENT-FILE-STATUS.

           SELECT
              LEDGER-FILE ASSIGN TO "RENTLEDG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS LEDGER-FILE-STATUS.

           SELECT
              TILL-FILE ASSIGN TO "TILLTXN.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS TILL-FILE-STATUS.

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
              SUPPLIER-FILE ASSIGN TO "RELSUPP.DAT"
              ORGANIZATION IS RELATIVE
              ACCESS MODE IS DYNAMIC
              RELATIVE KEY IS SUPPLIER-KEY
              FILE STATUS IS SUPPLIER-STATUS.

           SELECT
              SETTLEMENT-FILE ASSIGN TO "RSSETTLE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS SETTLEMENT-FILE-STATUS.

           SELECT
              NEW-SETTLEMENT-FILE ASSIGN TO "RSSETTLE.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-SETTLEMENT-FILE-STATUS.

           SELECT
              STATEMENT-FILE ASSIGN TO "REVSTMT.RPT"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AGREEMENT-FILE.
       01  AGREEMENT-RECORD.
           88 END-OF-AGREEMENT-FILE VALUE HIGH-VALUES.
           02 RSA-TITLE-CODE PIC 9(5).
           02 RSA-SUPPLIER PIC 99.
           02 RSA-SHARE-PERCENT PIC 9(2)V9(2).
           02 RSA-START-DATE PIC 9(8).
           02 RSA-END-DATE PIC 9(8).
           02 RSA-MINIMUM-GUARANTEE PIC 9(5)V9(2).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           88 END-OF-LEDGER-FILE VALUE HIGH-VALUES.
           02 LEDGER-VIDEO-CODE PIC 9(5).
           02 LEDGER-ACTION PIC X.
              88 LEDGER-CHECKOUT-ENTRY VALUE "O".
              88 LEDGER-CHECKIN-ENTRY VALUE "I".
           02 LEDGER-RENTER-ID PIC X(10).
           02 LEDGER-CHECKOUT-DATE PIC 9(8).
           02 LEDGER-CHECKIN-DATE PIC 9(8).
           02 LEDGER-DAYS-LATE PIC 9(3).
           02 LEDGER-LATE-FEE PIC 9(3)V99.
           02 LEDGER-STORE-ID PIC 9(2).

       FD  TILL-FILE.
       01  TILL-TRANSACTION-RECORD.
           88 END-OF-TILL-FILE VALUE HIGH-VALUES.
           02 TLT-DATE PIC 9(8).
           02 TLT-TIME PIC 9(6).
           02 TLT-STORE-ID PIC 9(2).
           02 TLT-OPERATOR PIC X(8).
           02 TLT-TYPE PIC X.
              88 TILL-RENTAL VALUE "R".
           02 TLT-TENDER PIC X.
           02 TLT-AMOUNT PIC 9(5)V9(2).
           02 TLT-RENTER-ID PIC X(10).
           02 TLT-VIDEO-CODE PIC 9(5).

       FD  VIDEO-FILE.
       01  VIDEO-REC.
           02 VIDEO-CODE PIC 9(5).
           02 VIDEO-TITLE PIC X(40).
           02 SUPPLIER-CODE PIC 99.
           02 RENTAL-STATUS PIC X.
           02 RENTAL-DATE PIC 9(8).
           02 RENTER-ID PIC X(10).
           02 VIDEO-TITLE-CODE PIC 9(5).
           02 VIDEO-COPY-NUMBER PIC 99.
           02 VIDEO-CATEGORY PIC X.
           02 VIDEO-RATING PIC X.
           02 VIDEO-STORE-ID PIC 9(2).

       FD  SUPPLIER-FILE.
       01  SUPPLIER-REC.
           02 SUPPLIER-CODE PIC 99.
           02 SUPPLIER-NAME PIC X(20).
           02 SUPPLIER-ADDR PIC X(50).
           02 SUPPLIER-PHONE PIC X(12).
           02 SUPPLIER-EMAIL PIC X(30).
           02 SUPPLIER-TERMS-DAYS PIC 9(3).

       FD  SETTLEMENT-FILE.
       01  SETTLEMENT-RECORD.
           02 RSS-MONTH PIC 9(6).
           02 RSS-SUPPLIER PIC 99.
           02 RSS-TITLE-CODE PIC 9(5).
           02 RSS-RENTAL-COUNT PIC 9(5).
           02 RSS-REVENUE PIC 9(7)V9(2).
           02 RSS-SHARE-PERCENT PIC 9(2)V9(2).
           02 RSS-AMOUNT-DUE PIC 9(7)V9(2).
           02 RSS-RUN-DATE PIC 9(8).

       FD  NEW-SETTLEMENT-FILE.
       01  NEW-SETTLEMENT-RECORD PIC X(48).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01  AGREEMENT-FILE-STATUS PIC 9(2).
           88 AGREEMENT-FILE-NOT-FOUND VALUE 35.
       01  LEDGER-FILE-STATUS PIC 9(2).
           88 LEDGER-FILE-NOT-FOUND VALUE 35.
       01  TILL-FILE-STATUS PIC 9(2).
           88 TILL-FILE-NOT-FOUND VALUE 35.
       01  VIDEO-STATUS PIC X(2).
           88 RECORD-FOUND VALUE "00".
       01  SUPPLIER-STATUS PIC X(2).
           88 SUPPLIER-RECORD-FOUND VALUE "00".
           88 SUPPLIER-FILE-NOT-FOUND VALUE "35".
       01  SUPPLIER-FILE-OPEN-FLAG PIC X VALUE "N".
           88 SUPPLIER-FILE-IS-OPEN VALUE "Y".
       01  SUPPLIER-KEY PIC 99.
       01  SETTLEMENT-FILE-STATUS PIC 9(2).
           88 SETTLEMENT-FILE-NOT-FOUND VALUE 35.
       01  NEW-SETTLEMENT-FILE-STATUS PIC 9(2).
       01  SETTLEMENT-EOF-FLAG PIC X VALUE "N".
           88 SETTLEMENT-AT-END VALUE "Y".
       01  NEW-FILE-EOF-FLAG PIC X VALUE "N".
           88 NEW-FILE-AT-END VALUE "Y".

       01  SETTLEMENT-MONTH PIC 9(6).
       01  MONTH-START-DATE PIC 9(8).
       01  MONTH-START-BREAKDOWN REDEFINES MONTH-START-DATE.
           02 MONTH-START-YEAR-MONTH PIC 9(6).
           02 MONTH-START-DAY PIC 9(2).
       01  MONTH-END-DATE PIC 9(8).
       01  MONTH-END-BREAKDOWN REDEFINES MONTH-END-DATE.
           02 MONTH-END-YEAR-MONTH PIC 9(6).
           02 MONTH-END-DAY PIC 9(2).
       01  RUN-DATE PIC 9(8).

       01  AGREEMENT-COUNT PIC 9(3) VALUE 0.
       01  AGREEMENT-SUBSCRIPT PIC 9(3) VALUE 0.
       01  AGREEMENT-INNER-SUBSCRIPT PIC 9(3) VALUE 0.
       01  AGREEMENT-TABLE.
           02 AGREEMENT-ENTRY OCCURS 300 TIMES.
              03 AGT-SUPPLIER PIC 99.
              03 AGT-TITLE-CODE PIC 9(5).
              03 AGT-TITLE PIC X(40).
              03 AGT-SHARE-PERCENT PIC 9(2)V9(2).
              03 AGT-START-DATE PIC 9(8).
              03 AGT-END-DATE PIC 9(8).
              03 AGT-MINIMUM-GUARANTEE PIC 9(5)V9(2).
              03 AGT-RENTAL-COUNT PIC 9(5).
              03 AGT-REVENUE PIC 9(7)V9(2).
              03 AGT-SHARE-AMOUNT PIC 9(7)V9(2).
              03 AGT-AMOUNT-DUE PIC 9(7)V9(2).
       01  AGREEMENT-SWAP-ENTRY PIC X(106).
       01  LOOKUP-VIDEO-CODE PIC 9(5).
       01  LOOKUP-DATE PIC 9(8).
       01  AGREEMENT-FOUND-FLAG PIC X.
           88 AGREEMENT-WAS-FOUND VALUE "Y".

       01  UNKNOWN-COPY-COUNT PIC 9(5) VALUE 0.
       01  CURRENT-SUPPLIER PIC 99.
       01  SUPPLIER-DUE-TOTAL PIC 9(7)V9(2).
       01  GRAND-DUE-TOTAL PIC 9(9)V9(2) VALUE 0.
       01  SETTLED-LINE-COUNT PIC 9(4) VALUE 0.

       01  PRINT-COUNT PIC ZZZZ9.
       01  PRINT-PERCENT PIC Z9.99.
       01  PRINT-REVENUE PIC Z,ZZZ,ZZ9.99.
       01  PRINT-SHARE PIC Z,ZZZ,ZZ9.99.
       01  PRINT-DUE PIC Z,ZZZ,ZZ9.99.
       01  PRINT-GRAND-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
       01  REPORT-LINE-BUFFER PIC X(100).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "SETTLEMENT MONTH (YYYYMM) --> " WITH NO ADVANCING.
           ACCEPT SETTLEMENT-MONTH.
           MOVE SETTLEMENT-MONTH TO MONTH-START-YEAR-MONTH.
           MOVE 1 TO MONTH-START-DAY.
           MOVE SETTLEMENT-MONTH TO MONTH-END-YEAR-MONTH.
           MOVE 31 TO MONTH-END-DAY.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-AGREEMENTS.
           IF AGREEMENT-COUNT = 0 THEN
              DISPLAY "NO REVENUE-SHARE AGREEMENTS ACTIVE IN "
                 SETTLEMENT-MONTH " -- NOTHING TO SETTLE"
              STOP RUN
           END-IF.

           OPEN INPUT VIDEO-FILE.
           IF NOT RECORD-FOUND THEN
              DISPLAY "IDXVIDEO NOT AVAILABLE, STATUS " VIDEO-STATUS
              STOP RUN
           END-IF.
           PERFORM COUNT-LEDGER-RENTALS.
           PERFORM SUM-TILL-RENTAL-REVENUE.
           CLOSE VIDEO-FILE.

           PERFORM WORK-OUT-AMOUNTS-DUE.
           PERFORM SORT-AGREEMENTS-BY-SUPPLIER.
           PERFORM WRITE-SETTLEMENT-FILE.
           PERFORM WRITE-SETTLEMENT-STATEMENTS.

           MOVE GRAND-DUE-TOTAL TO PRINT-GRAND-TOTAL.
           DISPLAY SETTLED-LINE-COUNT " AGREEMENT(S) SETTLED FOR "
              SETTLEMENT-MONTH " -- TOTAL DUE " PRINT-GRAND-TOTAL.
           IF UNKNOWN-COPY-COUNT > 0 THEN
              DISPLAY UNKNOWN-COPY-COUNT " RENTAL LINE(S) FOR COPIES "
                 "NO LONGER ON FILE WERE NOT SETTLED"
           END-IF.
           DISPLAY "STATEMENTS WRITTEN TO REVSTMT.RPT".
           STOP RUN.

       LOAD-AGREEMENTS.
           OPEN INPUT AGREEMENT-FILE.
           IF AGREEMENT-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              READ AGREEMENT-FILE
                 AT END SET END-OF-AGREEMENT-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-AGREEMENT-FILE
                 IF RSA-START-DATE NOT > MONTH-END-DATE AND
                    RSA-END-DATE NOT < MONTH-START-DATE AND
                    AGREEMENT-COUNT < 300 THEN
                    ADD 1 TO AGREEMENT-COUNT
                    MOVE RSA-SUPPLIER TO AGT-SUPPLIER(AGREEMENT-COUNT)
                    MOVE RSA-TITLE-CODE
                       TO AGT-TITLE-CODE(AGREEMENT-COUNT)
                    MOVE SPACES TO AGT-TITLE(AGREEMENT-COUNT)
                    MOVE RSA-SHARE-PERCENT
                       TO AGT-SHARE-PERCENT(AGREEMENT-COUNT)
                    MOVE RSA-START-DATE
                       TO AGT-START-DATE(AGREEMENT-COUNT)
                    MOVE RSA-END-DATE TO AGT-END-DATE(AGREEMENT-COUNT)
                    MOVE RSA-MINIMUM-GUARANTEE
                       TO AGT-MINIMUM-GUARANTEE(AGREEMENT-COUNT)
                    MOVE 0 TO AGT-RENTAL-COUNT(AGREEMENT-COUNT)
                    MOVE 0 TO AGT-REVENUE(AGREEMENT-COUNT)
                    MOVE 0 TO AGT-SHARE-AMOUNT(AGREEMENT-COUNT)
                    MOVE 0 TO AGT-AMOUNT-DUE(AGREEMENT-COUNT)
                 END-IF
                 READ AGREEMENT-FILE
                    AT END SET END-OF-AGREEMENT-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE AGREEMENT-FILE
           END-IF.

       COUNT-LEDGER-RENTALS.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-FILE-NOT-FOUND THEN
              DISPLAY "RENTLEDG.DAT NOT FOUND -- NO RENTALS COUNTED"
           ELSE
              READ LEDGER-FILE
                 AT END SET END-OF-LEDGER-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-LEDGER-FILE
                 IF LEDGER-CHECKOUT-ENTRY AND
                    LEDGER-CHECKOUT-DATE NOT < MONTH-START-DATE AND
                    LEDGER-CHECKOUT-DATE NOT > MONTH-END-DATE THEN
                    MOVE LEDGER-VIDEO-CODE TO LOOKUP-VIDEO-CODE
                    MOVE LEDGER-CHECKOUT-DATE TO LOOKUP-DATE
                    PERFORM FIND-AGREEMENT-FOR-COPY
                    IF AGREEMENT-WAS-FOUND THEN
                       ADD 1 TO AGT-RENTAL-COUNT(AGREEMENT-SUBSCRIPT)
                    END-IF
                 END-IF
                 READ LEDGER-FILE
                    AT END SET END-OF-LEDGER-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE LEDGER-FILE
           END-IF.

       SUM-TILL-RENTAL-REVENUE.
           OPEN INPUT TILL-FILE.
           IF TILL-FILE-NOT-FOUND THEN
              DISPLAY "TILLTXN.DAT NOT FOUND -- NO RENTAL REVENUE"
           ELSE
              READ TILL-FILE
                 AT END SET END-OF-TILL-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-TILL-FILE
                 IF TILL-RENTAL AND
                    TLT-DATE NOT < MONTH-START-DATE AND
                    TLT-DATE NOT > MONTH-END-DATE THEN
                    MOVE TLT-VIDEO-CODE TO LOOKUP-VIDEO-CODE
                    MOVE TLT-DATE TO LOOKUP-DATE
                    PERFORM FIND-AGREEMENT-FOR-COPY
                    IF AGREEMENT-WAS-FOUND THEN
                       ADD TLT-AMOUNT
                          TO AGT-REVENUE(AGREEMENT-SUBSCRIPT)
                    END-IF
                 END-IF
                 READ TILL-FILE
                    AT END SET END-OF-TILL-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE TILL-FILE
           END-IF.

       FIND-AGREEMENT-FOR-COPY.
           MOVE "N" TO AGREEMENT-FOUND-FLAG.
           MOVE LOOKUP-VIDEO-CODE TO VIDEO-CODE.
           READ VIDEO-FILE
              KEY IS VIDEO-CODE
              INVALID KEY
                 ADD 1 TO UNKNOWN-COPY-COUNT
           END-READ.
           IF RECORD-FOUND THEN
              PERFORM VARYING AGREEMENT-SUBSCRIPT FROM 1 BY 1
                 UNTIL AGREEMENT-SUBSCRIPT > AGREEMENT-COUNT OR
                    AGREEMENT-WAS-FOUND
                 IF AGT-TITLE-CODE(AGREEMENT-SUBSCRIPT) =
                    VIDEO-TITLE-CODE AND
                    AGT-SUPPLIER(AGREEMENT-SUBSCRIPT) =
                    SUPPLIER-CODE IN VIDEO-REC AND
                    AGT-START-DATE(AGREEMENT-SUBSCRIPT) NOT >
                    LOOKUP-DATE AND
                    AGT-END-DATE(AGREEMENT-SUBSCRIPT) NOT <
                    LOOKUP-DATE THEN
                    SET AGREEMENT-WAS-FOUND TO TRUE
                    MOVE VIDEO-TITLE
                       TO AGT-TITLE(AGREEMENT-SUBSCRIPT)
                 END-IF
              END-PERFORM
              IF AGREEMENT-WAS-FOUND THEN
                 SUBTRACT 1 FROM AGREEMENT-SUBSCRIPT
              END-IF
           END-IF.

       WORK-OUT-AMOUNTS-DUE.
           PERFORM VARYING AGREEMENT-SUBSCRIPT FROM 1 BY 1
              UNTIL AGREEMENT-SUBSCRIPT > AGREEMENT-COUNT
              COMPUTE AGT-SHARE-AMOUNT(AGREEMENT-SUBSCRIPT) ROUNDED =
                 AGT-REVENUE(AGREEMENT-SUBSCRIPT) *
                 AGT-SHARE-PERCENT(AGREEMENT-SUBSCRIPT) / 100
              IF AGT-SHARE-AMOUNT(AGREEMENT-SUBSCRIPT) <
                 AGT-MINIMUM-GUARANTEE(AGREEMENT-SUBSCRIPT) THEN
                 MOVE AGT-MINIMUM-GUARANTEE(AGREEMENT-SUBSCRIPT)
                    TO AGT-AMOUNT-DUE(AGREEMENT-SUBSCRIPT)
              ELSE
                 MOVE AGT-SHARE-AMOUNT(AGREEMENT-SUBSCRIPT)
                    TO AGT-AMOUNT-DUE(AGREEMENT-SUBSCRIPT)
              END-IF
           END-PERFORM.

       SORT-AGREEMENTS-BY-SUPPLIER.
           PERFORM VARYING AGREEMENT-SUBSCRIPT FROM 1 BY 1
              UNTIL AGREEMENT-SUBSCRIPT NOT < AGREEMENT-COUNT
              PERFORM VARYING AGREEMENT-INNER-SUBSCRIPT FROM 1 BY 1
                 UNTIL AGREEMENT-INNER-SUBSCRIPT NOT < AGREEMENT-COUNT
                 IF AGT-SUPPLIER(AGREEMENT-INNER-SUBSCRIPT) >
                    AGT-SUPPLIER(AGREEMENT-INNER-SUBSCRIPT + 1) OR
                    (AGT-SUPPLIER(AGREEMENT-INNER-SUBSCRIPT) =
                    AGT-SUPPLIER(AGREEMENT-INNER-SUBSCRIPT + 1) AND
                    AGT-TITLE-CODE(AGREEMENT-INNER-SUBSCRIPT) >
                    AGT-TITLE-CODE(AGREEMENT-INNER-SUBSCRIPT + 1)) THEN
                    MOVE AGREEMENT-ENTRY(AGREEMENT-INNER-SUBSCRIPT)
                       TO AGREEMENT-SWAP-ENTRY
                    MOVE AGREEMENT-ENTRY(AGREEMENT-INNER-SUBSCRIPT + 1)
                       TO AGREEMENT-ENTRY(AGREEMENT-INNER-SUBSCRIPT)
                    MOVE AGREEMENT-SWAP-ENTRY
                       TO AGREEMENT-ENTRY(AGREEMENT-INNER-SUBSCRIPT + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       WRITE-SETTLEMENT-FILE.
           MOVE "N" TO SETTLEMENT-EOF-FLAG.
           OPEN OUTPUT NEW-SETTLEMENT-FILE.
           OPEN INPUT SETTLEMENT-FILE.
           IF NOT SETTLEMENT-FILE-NOT-FOUND THEN
              PERFORM UNTIL SETTLEMENT-AT-END
                 READ SETTLEMENT-FILE
                    AT END SET SETTLEMENT-AT-END TO TRUE
                 END-READ
                 IF NOT SETTLEMENT-AT-END AND
                    RSS-MONTH NOT = SETTLEMENT-MONTH THEN
                    WRITE NEW-SETTLEMENT-RECORD FROM SETTLEMENT-RECORD
                 END-IF
              END-PERFORM
              CLOSE SETTLEMENT-FILE
           END-IF.
           PERFORM VARYING AGREEMENT-SUBSCRIPT FROM 1 BY 1
              UNTIL AGREEMENT-SUBSCRIPT > AGREEMENT-COUNT
              IF AGT-AMOUNT-DUE(AGREEMENT-SUBSCRIPT) > 0 THEN
                 MOVE SETTLEMENT-MONTH TO RSS-MONTH
                 MOVE AGT-SUPPLIER(AGREEMENT-SUBSCRIPT) TO RSS-SUPPLIER
                 MOVE AGT-TITLE-CODE(AGREEMENT-SUBSCRIPT)
                    TO RSS-TITLE-CODE
                 MOVE AGT-RENTAL-COUNT(AGREEMENT-SUBSCRIPT)
                    TO RSS-RENTAL-COUNT
                 MOVE AGT-REVENUE(AGREEMENT-SUBSCRIPT) TO RSS-REVENUE
                 MOVE AGT-SHARE-PERCENT(AGREEMENT-SUBSCRIPT)
                    TO RSS-SHARE-PERCENT
                 MOVE AGT-AMOUNT-DUE(AGREEMENT-SUBSCRIPT)
                    TO RSS-AMOUNT-DUE
                 MOVE RUN-DATE TO RSS-RUN-DATE
                 WRITE NEW-SETTLEMENT-RECORD FROM SETTLEMENT-RECORD
                 ADD 1 TO SETTLED-LINE-COUNT
                 ADD AGT-AMOUNT-DUE(AGREEMENT-SUBSCRIPT)
                    TO GRAND-DUE-TOTAL
              END-IF
           END-PERFORM.
           CLOSE NEW-SETTLEMENT-FILE.
           PERFORM PROMOTE-SETTLEMENT-FILE.

       PROMOTE-SETTLEMENT-FILE.
           MOVE "N" TO NEW-FILE-EOF-FLAG.
           OPEN INPUT NEW-SETTLEMENT-FILE.
           OPEN OUTPUT SETTLEMENT-FILE.
           PERFORM UNTIL NEW-FILE-AT-END
              READ NEW-SETTLEMENT-FILE
                 AT END SET NEW-FILE-AT-END TO TRUE
              END-READ
              IF NOT NEW-FILE-AT-END THEN
                 WRITE SETTLEMENT-RECORD FROM NEW-SETTLEMENT-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-SETTLEMENT-FILE.
           CLOSE SETTLEMENT-FILE.

       WRITE-SETTLEMENT-STATEMENTS.
           OPEN INPUT SUPPLIER-FILE.
           IF NOT SUPPLIER-FILE-NOT-FOUND THEN
              SET SUPPLIER-FILE-IS-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT STATEMENT-FILE.
           MOVE 0 TO CURRENT-SUPPLIER.
           PERFORM VARYING AGREEMENT-SUBSCRIPT FROM 1 BY 1
              UNTIL AGREEMENT-SUBSCRIPT > AGREEMENT-COUNT
              IF AGT-SUPPLIER(AGREEMENT-SUBSCRIPT) NOT =
                 CURRENT-SUPPLIER THEN
                 IF CURRENT-SUPPLIER NOT = 0 THEN
                    PERFORM WRITE-STATEMENT-TOTAL
                 END-IF
                 MOVE AGT-SUPPLIER(AGREEMENT-SUBSCRIPT)
                    TO CURRENT-SUPPLIER
                 PERFORM WRITE-STATEMENT-HEADING
              END-IF
              PERFORM WRITE-STATEMENT-DETAIL
           END-PERFORM.
           IF CURRENT-SUPPLIER NOT = 0 THEN
              PERFORM WRITE-STATEMENT-TOTAL
           END-IF.
           CLOSE STATEMENT-FILE.
           IF SUPPLIER-FILE-IS-OPEN THEN
              CLOSE SUPPLIER-FILE
           END-IF.

       WRITE-STATEMENT-HEADING.
           MOVE 0 TO SUPPLIER-DUE-TOTAL.
           MOVE SPACES TO SUPPLIER-NAME.
           MOVE SPACES TO SUPPLIER-ADDR.
           IF SUPPLIER-FILE-IS-OPEN THEN
              MOVE CURRENT-SUPPLIER TO SUPPLIER-KEY
              READ SUPPLIER-FILE
                 INVALID KEY MOVE "SUPPLIER NOT ON FILE"
                    TO SUPPLIER-NAME
              END-READ
           END-IF.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "REVENUE-SHARE SETTLEMENT STATEMENT FOR "
              SETTLEMENT-MONTH "     RUN " RUN-DATE
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "STUDIO " CURRENT-SUPPLIER " " SUPPLIER-NAME
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "          " SUPPLIER-ADDR
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "TITLE TITLE NAME           RENTALS      REVENUE "
              "SHARE%        SHARE   AMOUNT DUE"
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-STATEMENT-LINE.

       WRITE-STATEMENT-DETAIL.
           MOVE AGT-RENTAL-COUNT(AGREEMENT-SUBSCRIPT) TO PRINT-COUNT.
           MOVE AGT-REVENUE(AGREEMENT-SUBSCRIPT) TO PRINT-REVENUE.
           MOVE AGT-SHARE-PERCENT(AGREEMENT-SUBSCRIPT)
              TO PRINT-PERCENT.
           MOVE AGT-SHARE-AMOUNT(AGREEMENT-SUBSCRIPT) TO PRINT-SHARE.
           MOVE AGT-AMOUNT-DUE(AGREEMENT-SUBSCRIPT) TO PRINT-DUE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING AGT-TITLE-CODE(AGREEMENT-SUBSCRIPT) " "
              AGT-TITLE(AGREEMENT-SUBSCRIPT)(1:20) "   "
              PRINT-COUNT " " PRINT-REVENUE "  " PRINT-PERCENT " "
              PRINT-SHARE " " PRINT-DUE
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           IF AGT-AMOUNT-DUE(AGREEMENT-SUBSCRIPT) >
              AGT-SHARE-AMOUNT(AGREEMENT-SUBSCRIPT) THEN
              MOVE "MINIMUM" TO REPORT-LINE-BUFFER(82:7)
           END-IF.
           PERFORM WRITE-STATEMENT-LINE.
           ADD AGT-AMOUNT-DUE(AGREEMENT-SUBSCRIPT)
              TO SUPPLIER-DUE-TOTAL.

       WRITE-STATEMENT-TOTAL.
           MOVE SUPPLIER-DUE-TOTAL TO PRINT-DUE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "TOTAL DUE TO STUDIO " CURRENT-SUPPLIER
              " FOR " SETTLEMENT-MONTH
              "                                   " PRINT-DUE
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           PERFORM WRITE-STATEMENT-LINE.

       WRITE-STATEMENT-LINE.
           MOVE REPORT-LINE-BUFFER TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       END PROGRAM REVSHARE-SETTLE.
