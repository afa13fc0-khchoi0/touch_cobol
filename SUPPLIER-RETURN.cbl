       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-RETURN.
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
              PO-FILE ASSIGN TO "POFILE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS PO-FILE-STATUS.

           SELECT
              GRN-FILE ASSIGN TO "GRN.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS GRN-FILE-STATUS.

           SELECT
              RETURN-FILE ASSIGN TO "SUPPRTN.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS RETURN-FILE-STATUS.

           SELECT
              SUPPLIER-FILE ASSIGN TO "RELSUPP.DAT"
              ORGANIZATION IS RELATIVE
              ACCESS MODE IS DYNAMIC
              RELATIVE KEY IS SUPPLIER-KEY
              FILE STATUS IS SUPPLIER-STATUS.

           SELECT
              ADJUSTMENT-LOG-FILE ASSIGN TO "STOCKADJ.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS ADJUSTMENT-LOG-STATUS.

           SELECT
              RETURN-NOTE-FILE ASSIGN TO "RTNNOTE.RPT"
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT
              CHASE-REPORT-FILE ASSIGN TO "RTNCHASE.RPT"
              ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  PO-FILE.
       01  PO-RECORD.
           02 PO-NUMBER PIC 9(6).
           02 PO-LINE-STATUS PIC X.
              88 PO-LINE-OPEN VALUE "O".
           02 PO-DATE PIC 9(8).
           02 PO-SUPPLIER PIC 99.
           02 PO-TITLE-CODE PIC 9(5).
           02 PO-TITLE PIC X(40).
           02 PO-QUANTITY PIC 9(3).
           02 PO-UNIT-PRICE PIC 9(3)V9(2).

       FD  GRN-FILE.
       01  GRN-RECORD.
           02 GRN-PO-NUMBER PIC 9(6).
           02 GRN-TITLE-CODE PIC 9(5).
           02 GRN-QUANTITY PIC 9(3).
           02 GRN-DATE PIC 9(8).

       FD  RETURN-FILE.
       01  RETURN-RECORD.
           88 END-OF-RETURN-FILE VALUE HIGH-VALUES.
           02 RTN-NUMBER PIC 9(6).
           02 RTN-DATE PIC 9(8).
           02 RTN-SUPPLIER PIC 99.
           02 RTN-PO-NUMBER PIC 9(6).
           02 RTN-TITLE-CODE PIC 9(5).
           02 RTN-VIDEO-CODE PIC 9(5).
           02 RTN-REASON PIC X.
              88 RETURN-FAULTY VALUE "F".
              88 RETURN-OVER-DELIVERED VALUE "O".
           02 RTN-UNIT-PRICE PIC 9(3)V9(2).
           02 RTN-STATUS PIC X.
              88 RETURN-AWAITING-CREDIT VALUE "E".
              88 RETURN-CREDITED VALUE "M".
           02 RTN-CREDIT-NOTE PIC X(10).
           02 RTN-CREDIT-DATE PIC 9(8).

       FD  SUPPLIER-FILE.
       01  SUPPLIER-REC.
           02 SUPPLIER-CODE PIC 99.
           02 SUPPLIER-NAME PIC X(20).
           02 SUPPLIER-ADDR PIC X(50).
           02 SUPPLIER-PHONE PIC X(12).
           02 SUPPLIER-EMAIL PIC X(30).
           02 SUPPLIER-TERMS-DAYS PIC 9(3).

       FD  ADJUSTMENT-LOG-FILE.
       01  ADJUSTMENT-LOG-RECORD.
           02 ADJ-VIDEO-CODE PIC 9(5).
           02 ADJ-OLD-STATUS PIC X.
           02 ADJ-NEW-STATUS PIC X.
           02 ADJ-REASON PIC X(20).
           02 ADJ-DATE PIC 9(8).

       FD  RETURN-NOTE-FILE.
       01  RETURN-NOTE-LINE PIC X(80).

       FD  CHASE-REPORT-FILE.
       01  CHASE-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01  VIDEO-STATUS PIC X(2).
           88 RECORD-FOUND VALUE "00".
       01  PO-FILE-STATUS PIC 9(2).
           88 PO-FILE-NOT-FOUND VALUE 35.
       01  GRN-FILE-STATUS PIC 9(2).
           88 GRN-FILE-NOT-FOUND VALUE 35.
       01  RETURN-FILE-STATUS PIC 9(2).
           88 RETURN-FILE-NOT-FOUND VALUE 35.
       01  SUPPLIER-STATUS PIC X(2).
           88 SUPPLIER-RECORD-FOUND VALUE "00".
           88 SUPPLIER-FILE-NOT-FOUND VALUE "35".
       01  SUPPLIER-KEY PIC 99.
       01  ADJUSTMENT-LOG-STATUS PIC 9(2).
           88 ADJUSTMENT-LOG-NOT-FOUND VALUE 35.

       01  MAINT-ACTION PIC 9.
           88 RETURN-ACTION VALUE 1.
           88 CHASE-ACTION VALUE 2.

       01  ENTRY-PO-NUMBER PIC 9(6).
       01  ENTRY-TITLE-CODE PIC 9(5).
       01  ENTRY-VIDEO-CODE PIC 9(5).
       01  ENTRY-QUANTITY PIC 9(3).
       01  ENTRY-REASON PIC X.
           88 ENTRY-REASON-VALID VALUE "F", "O".
           88 ENTRY-REASON-FAULTY VALUE "F".
       01  CONFIRM-CHOICE PIC X.
           88 CONFIRM-YES VALUE "Y", "y".

       01  PO-LINE-FOUND-FLAG PIC X VALUE "N".
           88 PO-LINE-WAS-FOUND VALUE "Y".
       01  PO-EOF-FLAG PIC X VALUE "N".
           88 PO-AT-END VALUE "Y".
       01  GRN-EOF-FLAG PIC X VALUE "N".
           88 GRN-AT-END VALUE "Y".
       01  RETURN-EOF-FLAG PIC X VALUE "N".
           88 RETURN-AT-END VALUE "Y".
       01  RETURN-PO-SUPPLIER PIC 99.
       01  RETURN-PO-TITLE PIC X(40).
       01  RETURN-PO-PRICE PIC 9(3)V9(2).
       01  RETURN-PO-LINE-STATUS PIC X.
       01  RECEIVED-QUANTITY-TOTAL PIC 9(5).
       01  RETURNED-QUANTITY-TOTAL PIC 9(5).
       01  RETURNABLE-QUANTITY PIC S9(5).
       01  HIGHEST-RETURN-NUMBER PIC 9(6).
       01  NEW-RETURN-NUMBER PIC 9(6).
       01  RETURN-DATE-TODAY PIC 9(8).
       01  COPY-COUNTER PIC 9(3).
       01  COPIES-RETURNED PIC 9(3).
       01  SAVED-OLD-STATUS PIC X.
       01  EXPECTED-CREDIT PIC 9(7)V9(2).

       01  ASSETDSP-FUNCTION PIC X(4).
       01  ASSETDSP-AREA.
           02 ADP-VIDEO-CODE PIC 9(5).
           02 ADP-DATE PIC 9(8).
           02 ADP-REASON PIC X.
           02 ADP-PROCEEDS PIC 9(3)V9(2).
           02 ADP-BOOK-VALUE PIC 9(3)V9(2).
           02 ADP-GAIN-LOSS PIC S9(3)V9(2) SIGN LEADING SEPARATE.
           02 ADP-RESULT PIC 9(2).

       01  RETURNED-CODE-COUNT PIC 9(3) VALUE 0.
       01  RETURNED-CODE-TABLE.
           02 RETURNED-CODE PIC 9(5) OCCURS 999 TIMES.

       01  DATECALC-FUNCTION PIC X(4).
       01  DATECALC-DAYS PIC S9(5).
       01  CHASE-AFTER-DAYS PIC 9(3) VALUE 30.
       01  CHASE-LINE-COUNT PIC 9(5) VALUE 0.
       01  CHASE-TOTAL PIC 9(7)V9(2) VALUE 0.

       01  PRINT-PRICE PIC ZZ9.99.
       01  PRINT-CREDIT PIC Z,ZZZ,ZZ9.99.
       01  PRINT-DAYS PIC ZZZZ9.
       01  REPORT-LINE-BUFFER PIC X(100).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "1 = RETURN COPIES TO SUPPLIER, 2 = RETURNS "
              "AWAITING CREDIT (CHASE REPORT) --> " WITH NO ADVANCING.
           ACCEPT MAINT-ACTION.
           ACCEPT RETURN-DATE-TODAY FROM DATE YYYYMMDD.

           IF RETURN-ACTION THEN
              PERFORM RETURN-TO-SUPPLIER
           ELSE
           IF CHASE-ACTION THEN
              PERFORM WRITE-CHASE-REPORT
           ELSE
              DISPLAY "UNKNOWN ACTION -- NOTHING DONE"
           END-IF
           END-IF.
           STOP RUN.

       RETURN-TO-SUPPLIER.
           DISPLAY "ENTER PO NUMBER (6 DIGITS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-PO-NUMBER.
           DISPLAY "ENTER TITLE CODE (5 DIGITS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-TITLE-CODE.
           PERFORM FIND-PO-LINE.
           IF NOT PO-LINE-WAS-FOUND THEN
              DISPLAY "NO LINE FOR PO " ENTRY-PO-NUMBER " TITLE "
                 ENTRY-TITLE-CODE " -- NOTHING RETURNED"
              STOP RUN
           END-IF.
           PERFORM SUM-RECEIVED-QUANTITY.
           PERFORM SCAN-EARLIER-RETURNS.
           COMPUTE RETURNABLE-QUANTITY =
              RECEIVED-QUANTITY-TOTAL - RETURNED-QUANTITY-TOTAL.
           IF RETURNABLE-QUANTITY NOT > 0 THEN
              DISPLAY "NOTHING RECEIVED AGAINST PO " ENTRY-PO-NUMBER
                 " IS LEFT TO RETURN (RECEIVED "
                 RECEIVED-QUANTITY-TOTAL ", RETURNED "
                 RETURNED-QUANTITY-TOTAL ")"
              STOP RUN
           END-IF.
           DISPLAY "PO " ENTRY-PO-NUMBER " " RETURN-PO-TITLE.
           DISPLAY "SUPPLIER " RETURN-PO-SUPPLIER " RECEIVED "
              RECEIVED-QUANTITY-TOTAL " RETURNED SO FAR "
              RETURNED-QUANTITY-TOTAL " AT " RETURN-PO-PRICE.
           DISPLAY "REASON (F = FAULTY, O = OVER-DELIVERED) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-REASON.
           IF NOT ENTRY-REASON-VALID THEN
              DISPLAY "UNKNOWN REASON -- NOTHING RETURNED"
              STOP RUN
           END-IF.
           DISPLAY "NUMBER OF COPIES TO RETURN --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-QUANTITY.
           IF ENTRY-QUANTITY = 0 OR
              ENTRY-QUANTITY > RETURNABLE-QUANTITY THEN
              DISPLAY "QUANTITY MUST BE 1 TO " RETURNABLE-QUANTITY
                 " -- NOTHING RETURNED"
              STOP RUN
           END-IF.

           OPEN I-O VIDEO-FILE.
           IF NOT RECORD-FOUND THEN
              DISPLAY "IDXVIDEO NOT AVAILABLE, STATUS " VIDEO-STATUS
              STOP RUN
           END-IF.
           COMPUTE NEW-RETURN-NUMBER = HIGHEST-RETURN-NUMBER + 1.
           MOVE 0 TO COPIES-RETURNED.
           MOVE 0 TO RETURNED-CODE-COUNT.
           OPEN EXTEND RETURN-FILE.
           IF RETURN-FILE-NOT-FOUND THEN
              OPEN OUTPUT RETURN-FILE
           END-IF.
           PERFORM VARYING COPY-COUNTER FROM 1 BY 1
              UNTIL COPY-COUNTER > ENTRY-QUANTITY
              PERFORM RETURN-ONE-COPY
           END-PERFORM.
           CLOSE RETURN-FILE.
           CLOSE VIDEO-FILE.

           IF COPIES-RETURNED = 0 THEN
              DISPLAY "NO COPIES TAKEN OUT -- NO RETURN RAISED"
           ELSE
              COMPUTE EXPECTED-CREDIT =
                 COPIES-RETURNED * RETURN-PO-PRICE
              PERFORM WRITE-RETURN-NOTE
              MOVE EXPECTED-CREDIT TO PRINT-CREDIT
              DISPLAY "RETURN " NEW-RETURN-NUMBER " RAISED FOR "
                 COPIES-RETURNED " COPY(S) -- CREDIT EXPECTED "
                 PRINT-CREDIT
              DISPLAY "RETURNS NOTE WRITTEN TO RTNNOTE.RPT"
           END-IF.

       RETURN-ONE-COPY.
           DISPLAY "ENTER VIDEO CODE OF COPY " COPY-COUNTER
              " (5 DIGITS) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-VIDEO-CODE.
           MOVE ENTRY-VIDEO-CODE TO VIDEO-CODE.
           READ VIDEO-FILE
              KEY IS VIDEO-CODE
              INVALID KEY
                 DISPLAY "VIDEO " ENTRY-VIDEO-CODE
                    " NOT ON FILE -- SKIPPED"
           END-READ.
           IF RECORD-FOUND THEN
              IF VIDEO-TITLE-CODE NOT = ENTRY-TITLE-CODE THEN
                 DISPLAY "VIDEO " VIDEO-CODE " IS TITLE "
                    VIDEO-TITLE-CODE " NOT " ENTRY-TITLE-CODE
                    " -- SKIPPED"
              ELSE
              IF VIDEO-CHECKED-OUT OR VIDEO-ON-HOLD OR
                 VIDEO-IN-TRANSIT THEN
                 DISPLAY "VIDEO " VIDEO-CODE " IS NOT ON THE SHELF, "
                    "STATUS " RENTAL-STATUS " -- SKIPPED"
              ELSE
                 MOVE RENTAL-STATUS TO SAVED-OLD-STATUS
                 DELETE VIDEO-FILE RECORD
                    INVALID KEY
                       DISPLAY "VIDEO " VIDEO-CODE
                          " NOT REMOVED, STATUS " VIDEO-STATUS
                 END-DELETE
                 IF RECORD-FOUND THEN
                    PERFORM WRITE-RETURN-LINE
                    PERFORM WRITE-ADJUSTMENT-LOG
                    PERFORM DISPOSE-RETURNED-ASSET
                    ADD 1 TO COPIES-RETURNED
                    ADD 1 TO RETURNED-CODE-COUNT
                    MOVE VIDEO-CODE
                       TO RETURNED-CODE(RETURNED-CODE-COUNT)
                    DISPLAY "VIDEO " VIDEO-CODE
                       " TAKEN OUT OF STOCK FOR RETURN"
                 END-IF
              END-IF
              END-IF
           END-IF.

       DISPOSE-RETURNED-ASSET.
           MOVE "DISP" TO ASSETDSP-FUNCTION.
           MOVE VIDEO-CODE TO ADP-VIDEO-CODE.
           MOVE RETURN-DATE-TODAY TO ADP-DATE.
           MOVE "R" TO ADP-REASON.
           MOVE RETURN-PO-PRICE TO ADP-PROCEEDS.
           CALL "ASSETDSP" USING ASSETDSP-FUNCTION ASSETDSP-AREA
              ON EXCEPTION
                 DISPLAY "ASSETDSP MODULE NOT AVAILABLE -- ASSET "
                    "REGISTER NOT UPDATED"
           END-CALL.

       WRITE-RETURN-LINE.
           MOVE NEW-RETURN-NUMBER TO RTN-NUMBER.
           MOVE RETURN-DATE-TODAY TO RTN-DATE.
           MOVE RETURN-PO-SUPPLIER TO RTN-SUPPLIER.
           MOVE ENTRY-PO-NUMBER TO RTN-PO-NUMBER.
           MOVE ENTRY-TITLE-CODE TO RTN-TITLE-CODE.
           MOVE VIDEO-CODE TO RTN-VIDEO-CODE.
           MOVE ENTRY-REASON TO RTN-REASON.
           MOVE RETURN-PO-PRICE TO RTN-UNIT-PRICE.
           SET RETURN-AWAITING-CREDIT TO TRUE.
           MOVE SPACES TO RTN-CREDIT-NOTE.
           MOVE 0 TO RTN-CREDIT-DATE.
           WRITE RETURN-RECORD.

       WRITE-ADJUSTMENT-LOG.
           OPEN EXTEND ADJUSTMENT-LOG-FILE.
           IF ADJUSTMENT-LOG-NOT-FOUND THEN
              OPEN OUTPUT ADJUSTMENT-LOG-FILE
           END-IF.
           MOVE VIDEO-CODE TO ADJ-VIDEO-CODE.
           MOVE SAVED-OLD-STATUS TO ADJ-OLD-STATUS.
           MOVE "X" TO ADJ-NEW-STATUS.
           MOVE "RETURNED TO SUPPLIER" TO ADJ-REASON.
           MOVE RETURN-DATE-TODAY TO ADJ-DATE.
           WRITE ADJUSTMENT-LOG-RECORD.
           CLOSE ADJUSTMENT-LOG-FILE.

       FIND-PO-LINE.
           MOVE "N" TO PO-LINE-FOUND-FLAG.
           MOVE "N" TO PO-EOF-FLAG.
           OPEN INPUT PO-FILE.
           IF PO-FILE-NOT-FOUND THEN
              DISPLAY "POFILE.DAT NOT FOUND"
           ELSE
              PERFORM UNTIL PO-AT-END OR PO-LINE-WAS-FOUND
                 READ PO-FILE
                    AT END SET PO-AT-END TO TRUE
                 END-READ
                 IF NOT PO-AT-END AND
                    PO-NUMBER = ENTRY-PO-NUMBER AND
                    PO-TITLE-CODE = ENTRY-TITLE-CODE THEN
                    SET PO-LINE-WAS-FOUND TO TRUE
                    MOVE PO-SUPPLIER TO RETURN-PO-SUPPLIER
                    MOVE PO-TITLE TO RETURN-PO-TITLE
                    MOVE PO-UNIT-PRICE TO RETURN-PO-PRICE
                    MOVE PO-LINE-STATUS TO RETURN-PO-LINE-STATUS
                 END-IF
              END-PERFORM
              CLOSE PO-FILE
           END-IF.

       SUM-RECEIVED-QUANTITY.
           MOVE 0 TO RECEIVED-QUANTITY-TOTAL.
           MOVE "N" TO GRN-EOF-FLAG.
           OPEN INPUT GRN-FILE.
           IF GRN-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              PERFORM UNTIL GRN-AT-END
                 READ GRN-FILE
                    AT END SET GRN-AT-END TO TRUE
                 END-READ
                 IF NOT GRN-AT-END AND
                    GRN-PO-NUMBER = ENTRY-PO-NUMBER AND
                    GRN-TITLE-CODE = ENTRY-TITLE-CODE THEN
                    ADD GRN-QUANTITY TO RECEIVED-QUANTITY-TOTAL
                 END-IF
              END-PERFORM
              CLOSE GRN-FILE
           END-IF.

       SCAN-EARLIER-RETURNS.
           MOVE 0 TO RETURNED-QUANTITY-TOTAL.
           MOVE 0 TO HIGHEST-RETURN-NUMBER.
           MOVE "N" TO RETURN-EOF-FLAG.
           OPEN INPUT RETURN-FILE.
           IF RETURN-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              PERFORM UNTIL RETURN-AT-END
                 READ RETURN-FILE
                    AT END SET RETURN-AT-END TO TRUE
                 END-READ
                 IF NOT RETURN-AT-END THEN
                    IF RTN-NUMBER > HIGHEST-RETURN-NUMBER THEN
                       MOVE RTN-NUMBER TO HIGHEST-RETURN-NUMBER
                    END-IF
                    IF RTN-PO-NUMBER = ENTRY-PO-NUMBER AND
                       RTN-TITLE-CODE = ENTRY-TITLE-CODE THEN
                       ADD 1 TO RETURNED-QUANTITY-TOTAL
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE RETURN-FILE
           END-IF.

       LOOK-UP-SUPPLIER.
           MOVE SPACES TO SUPPLIER-NAME.
           MOVE SPACES TO SUPPLIER-ADDR.
           MOVE SPACES TO SUPPLIER-PHONE.
           OPEN INPUT SUPPLIER-FILE.
           IF NOT SUPPLIER-FILE-NOT-FOUND THEN
              MOVE RETURN-PO-SUPPLIER TO SUPPLIER-KEY
              READ SUPPLIER-FILE
                 INVALID KEY MOVE "SUPPLIER NOT ON FILE"
                    TO SUPPLIER-NAME
              END-READ
              CLOSE SUPPLIER-FILE
           END-IF.

       WRITE-RETURN-NOTE.
           PERFORM LOOK-UP-SUPPLIER.
           OPEN OUTPUT RETURN-NOTE-FILE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "RETURNS NOTE " NEW-RETURN-NUMBER
              "     DATE " RETURN-DATE-TODAY
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-NOTE-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           PERFORM WRITE-NOTE-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "DELIVER TO: SUPPLIER " RETURN-PO-SUPPLIER " "
              SUPPLIER-NAME
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-NOTE-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "            " SUPPLIER-ADDR
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-NOTE-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "            TEL " SUPPLIER-PHONE
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-NOTE-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           PERFORM WRITE-NOTE-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "YOUR ORDER (OUR PO) " ENTRY-PO-NUMBER
              "   TITLE " ENTRY-TITLE-CODE " " RETURN-PO-TITLE
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-NOTE-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           IF ENTRY-REASON-FAULTY THEN
              MOVE "REASON: FAULTY STOCK" TO REPORT-LINE-BUFFER
           ELSE
              MOVE "REASON: OVER-DELIVERED" TO REPORT-LINE-BUFFER
           END-IF.
           PERFORM WRITE-NOTE-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           PERFORM WRITE-NOTE-LINE.
           MOVE RETURN-PO-PRICE TO PRINT-PRICE.
           PERFORM VARYING COPY-COUNTER FROM 1 BY 1
              UNTIL COPY-COUNTER > RETURNED-CODE-COUNT
              MOVE SPACES TO REPORT-LINE-BUFFER
              STRING "  COPY " RETURNED-CODE(COPY-COUNTER)
                 "   UNIT PRICE " PRINT-PRICE
                 DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
              PERFORM WRITE-NOTE-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           PERFORM WRITE-NOTE-LINE.
           MOVE EXPECTED-CREDIT TO PRINT-CREDIT.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "COPIES RETURNED " COPIES-RETURNED
              "   CREDIT NOTE REQUESTED FOR " PRINT-CREDIT
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-NOTE-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "PLEASE QUOTE RETURN " NEW-RETURN-NUMBER
              " ON YOUR CREDIT NOTE"
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-NOTE-LINE.
           CLOSE RETURN-NOTE-FILE.

       WRITE-NOTE-LINE.
           MOVE REPORT-LINE-BUFFER TO RETURN-NOTE-LINE.
           WRITE RETURN-NOTE-LINE.
           DISPLAY REPORT-LINE-BUFFER.

       WRITE-CHASE-REPORT.
           OPEN INPUT RETURN-FILE.
           IF RETURN-FILE-NOT-FOUND THEN
              DISPLAY "SUPPRTN.DAT NOT FOUND -- NO RETURNS TO CHASE"
           ELSE
              OPEN OUTPUT CHASE-REPORT-FILE
              MOVE SPACES TO REPORT-LINE-BUFFER
              STRING "RETURNS AWAITING A CREDIT NOTE FOR MORE THAN "
                 CHASE-AFTER-DAYS " DAYS AS AT " RETURN-DATE-TODAY
                 DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
              MOVE REPORT-LINE-BUFFER TO CHASE-REPORT-LINE
              WRITE CHASE-REPORT-LINE
              READ RETURN-FILE
                 AT END SET END-OF-RETURN-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-RETURN-FILE
                 IF RETURN-AWAITING-CREDIT THEN
                    PERFORM CHECK-ONE-RETURN-FOR-CHASE
                 END-IF
                 READ RETURN-FILE
                    AT END SET END-OF-RETURN-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE RETURN-FILE
              MOVE CHASE-TOTAL TO PRINT-CREDIT
              MOVE SPACES TO REPORT-LINE-BUFFER
              STRING "COPIES TO CHASE " CHASE-LINE-COUNT
                 "   CREDIT OUTSTANDING " PRINT-CREDIT
                 DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
              MOVE REPORT-LINE-BUFFER TO CHASE-REPORT-LINE
              WRITE CHASE-REPORT-LINE
              DISPLAY REPORT-LINE-BUFFER
              CLOSE CHASE-REPORT-FILE
           END-IF.

       CHECK-ONE-RETURN-FOR-CHASE.
           MOVE "DIFF" TO DATECALC-FUNCTION.
           CALL "DATECALC" USING DATECALC-FUNCTION RTN-DATE
              RETURN-DATE-TODAY DATECALC-DAYS
              ON EXCEPTION
                 DISPLAY "[ABORT]: DATECALC MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           IF DATECALC-DAYS > CHASE-AFTER-DAYS THEN
              ADD 1 TO CHASE-LINE-COUNT
              ADD RTN-UNIT-PRICE TO CHASE-TOTAL
              MOVE RTN-UNIT-PRICE TO PRINT-PRICE
              MOVE DATECALC-DAYS TO PRINT-DAYS
              MOVE SPACES TO REPORT-LINE-BUFFER
              STRING "  RETURN " RTN-NUMBER " " RTN-DATE
                 " SUPPLIER " RTN-SUPPLIER " PO " RTN-PO-NUMBER
                 " COPY " RTN-VIDEO-CODE " CREDIT " PRINT-PRICE
                 " DAYS " PRINT-DAYS
                 DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
              MOVE REPORT-LINE-BUFFER TO CHASE-REPORT-LINE
              WRITE CHASE-REPORT-LINE
              DISPLAY REPORT-LINE-BUFFER
           END-IF.

       END PROGRAM SUPPLIER-RETURN.
