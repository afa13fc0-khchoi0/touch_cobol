              SELLTHRU-REPORT-FILE ASSIGN TO "SELLTHRU.RPT"
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT
              OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS OPERATOR-FILE-STATUS.

           SELECT
              TILL-FILE ASSIGN TO "TILLTXN.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS TILL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VIDEO-FILE.
       FD  SELLTHRU-REPORT-FILE.
       01  SELLTHRU-REPORT-LINE PIC X(70).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           02 OPR-ID PIC X(8).
           02 OPR-PASSWORD PIC 9(6).
           02 OPR-ROLE PIC X.

       FD  TILL-FILE.
       01  TILL-TRANSACTION-RECORD.
           02 TLT-DATE PIC 9(8).
           02 TLT-TIME PIC 9(6).
           02 TLT-STORE-ID PIC 9(2).
           02 TLT-OPERATOR PIC X(8).
           02 TLT-TYPE PIC X.
              88 TILL-SALE VALUE "S".
           02 TLT-TENDER PIC X.
           02 TLT-AMOUNT PIC 9(5)V9(2).
           02 TLT-RENTER-ID PIC X(10).
           02 TLT-VIDEO-CODE PIC 9(5).

       WORKING-STORAGE SECTION.
       01  VIDEO-STATUS PIC X(2).
           88 RECORD-FOUND VALUE "00".
       01  NEW-SALE-TAG-FILE-STATUS PIC 9(2).
       01  SALES-LEDGER-FILE-STATUS PIC 9(2).
           88 SALES-LEDGER-NOT-FOUND VALUE 35.
       01  OPERATOR-FILE-STATUS PIC 9(2).
           88 OPERATOR-FILE-NOT-FOUND VALUE 35.
       01  TILL-FILE-STATUS PIC 9(2).
           88 TILL-FILE-NOT-FOUND VALUE 35.
       01  SIGNON-OPERATOR-ID PIC X(8).
       01  SIGNON-PASSWORD PIC 9(6).
       01  SIGNON-OK-FLAG PIC X VALUE "N".
           88 SIGNON-IS-OK VALUE "Y".
       01  HASHED-PIN-VALUE PIC 9(6).
       01  OPERATOR-EOF-FLAG PIC X VALUE "N".
           88 OPERATOR-AT-END VALUE "Y".
       01  TENDER-CHOICE PIC X.
           88 TENDER-CASH VALUE "C", "c".
           88 TENDER-CARD VALUE "K", "k".

       01  MAINT-ACTION PIC 9.
           88 MARK-ACTION VALUE 1.
       01  PRINT-PROCEEDS PIC ZZZZZZ9.99.
       01  REPORT-LINE-BUFFER PIC X(70).

       01  ASSETDSP-FUNCTION PIC X(4).
       01  ASSETDSP-AREA.
           02 ADP-VIDEO-CODE PIC 9(5).
           02 ADP-DATE PIC 9(8).
           02 ADP-REASON PIC X.
           02 ADP-PROCEEDS PIC 9(3)V9(2).
           02 ADP-BOOK-VALUE PIC 9(3)V9(2).
           02 ADP-GAIN-LOSS PIC S9(3)V9(2) SIGN LEADING SEPARATE.
           02 ADP-RESULT PIC 9(2).
       01  PRINT-BOOK-VALUE PIC ZZ9.99.
       01  PRINT-GAIN-LOSS PIC -ZZ9.99.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "1 = MARK COPY FOR SALE, 2 = SELL COPY, "
              STOP RUN
           END-IF.

           IF SELL-ACTION THEN
              PERFORM SIGN-ON-OPERATOR
              IF NOT SIGNON-IS-OK THEN
                 DISPLAY "SIGN-ON FAILED"
                 STOP RUN
              END-IF
           END-IF.

           OPEN I-O VIDEO-FILE.
           DISPLAY "ENTER VIDEO CODE (5 DIGITS) --> "
              WITH NO ADVANCING.
                 IF ENTRY-PAID = 0 THEN
                    DISPLAY "ZERO PAYMENT -- SALE NOT RECORDED"
                 ELSE
                    PERFORM TAKE-SALE-TENDER
                    PERFORM WRITE-SALES-LEDGER-ENTRY
                    PERFORM WRITE-TILL-TRANSACTION
                    PERFORM DROP-SALE-TAG
                    PERFORM DISPOSE-SOLD-ASSET
                    DELETE VIDEO-FILE RECORD
                       INVALID KEY
                          DISPLAY "VIDEO DELETE FAILED, STATUS "
              END-IF
           END-IF.

       DISPOSE-SOLD-ASSET.
           MOVE "DISP" TO ASSETDSP-FUNCTION.
           MOVE VIDEO-CODE TO ADP-VIDEO-CODE.
           ACCEPT ADP-DATE FROM DATE YYYYMMDD.
           MOVE "S" TO ADP-REASON.
           MOVE ENTRY-PAID TO ADP-PROCEEDS.
           CALL "ASSETDSP" USING ASSETDSP-FUNCTION ASSETDSP-AREA
              ON EXCEPTION
                 DISPLAY "ASSETDSP MODULE NOT AVAILABLE -- ASSET "
                    "REGISTER NOT UPDATED"
                 MOVE 99 TO ADP-RESULT
           END-CALL.
           IF ADP-RESULT = 0 THEN
              MOVE ADP-BOOK-VALUE TO PRINT-BOOK-VALUE
              MOVE ADP-GAIN-LOSS TO PRINT-GAIN-LOSS
              DISPLAY "BOOK VALUE " PRINT-BOOK-VALUE
                 " -- GAIN/LOSS ON SALE " PRINT-GAIN-LOSS
           END-IF.

       SIGN-ON-OPERATOR.
           MOVE "N" TO SIGNON-OK-FLAG.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-NOT-FOUND THEN
              DISPLAY "[ABORT]: NO OPERATOR FILE -- SET OPERATORS "
                 "UP IN OPER-MAINT FIRST"
              STOP RUN
           END-IF.
           CLOSE OPERATOR-FILE.
           DISPLAY "OPERATOR ID (8 CHARS) --> " WITH NO ADVANCING.
           ACCEPT SIGNON-OPERATOR-ID.
           DISPLAY "PASSWORD (6 DIGITS) --> " WITH NO ADVANCING.
           ACCEPT SIGNON-PASSWORD.
           CALL "PINHASH" USING SIGNON-PASSWORD HASHED-PIN-VALUE
              ON EXCEPTION
                 DISPLAY "[ABORT]: PINHASH MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           MOVE "N" TO OPERATOR-EOF-FLAG.
           OPEN INPUT OPERATOR-FILE.
           PERFORM UNTIL OPERATOR-AT-END OR SIGNON-IS-OK
              READ OPERATOR-FILE
                 AT END SET OPERATOR-AT-END TO TRUE
              END-READ
              IF NOT OPERATOR-AT-END AND
                 OPR-ID = SIGNON-OPERATOR-ID AND
                 OPR-PASSWORD = HASHED-PIN-VALUE THEN
                 SET SIGNON-IS-OK TO TRUE
              END-IF
           END-PERFORM.
           CLOSE OPERATOR-FILE.

       TAKE-SALE-TENDER.
           MOVE SPACE TO TENDER-CHOICE.
           PERFORM UNTIL TENDER-CASH OR TENDER-CARD
              DISPLAY "TENDER C = CASH, K = CARD --> "
                 WITH NO ADVANCING
              ACCEPT TENDER-CHOICE
           END-PERFORM.

       WRITE-TILL-TRANSACTION.
           OPEN EXTEND TILL-FILE.
           IF TILL-FILE-NOT-FOUND THEN
              OPEN OUTPUT TILL-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TLT-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO TLT-TIME.
           MOVE VIDEO-STORE-ID TO TLT-STORE-ID.
           MOVE SIGNON-OPERATOR-ID TO TLT-OPERATOR.
           SET TILL-SALE TO TRUE.
           IF TENDER-CARD THEN
              MOVE "K" TO TLT-TENDER
           ELSE
              MOVE "C" TO TLT-TENDER
           END-IF.
           MOVE ENTRY-PAID TO TLT-AMOUNT.
           MOVE SPACES TO TLT-RENTER-ID.
           MOVE VIDEO-CODE TO TLT-VIDEO-CODE.
           WRITE TILL-TRANSACTION-RECORD.
           CLOSE TILL-FILE.

       FIND-SALE-TAG.
           MOVE "N" TO TAG-FOUND-FLAG.
           MOVE "N" TO SALE-TAG-EOF-FLAG.
