              RELATIVE KEY IS SUPPLIER-KEY
              FILE STATUS IS SUPPLIER-STATUS.

           SELECT
              CREDIT-NOTE-FILE ASSIGN TO "CREDNOTE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS CREDIT-NOTE-FILE-STATUS.

           SELECT
              NEW-CREDIT-NOTE-FILE ASSIGN TO "CREDNOTE.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-CREDIT-NOTE-STATUS.

           SELECT
              RETURN-FILE ASSIGN TO "SUPPRTN.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS RETURN-FILE-STATUS.

           SELECT
              NEW-RETURN-FILE ASSIGN TO "SUPPRTN.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-RETURN-FILE-STATUS.

           SELECT
              SETTLEMENT-FILE ASSIGN TO "RSSETTLE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS SETTLEMENT-FILE-STATUS.

           SELECT
              PAYMENT-DUE-REPORT-FILE ASSIGN TO "PAYDUE.RPT"
              ORGANIZATION IS LINE SEQUENTIAL.
           02 SUPPLIER-EMAIL PIC X(30).
           02 SUPPLIER-TERMS-DAYS PIC 9(3).

       FD  CREDIT-NOTE-FILE.
       01  CREDIT-NOTE-RECORD.
           88 END-OF-CREDIT-NOTE-FILE VALUE HIGH-VALUES.
           02 CRN-NUMBER PIC X(10).
           02 CRN-SUPPLIER PIC 99.
           02 CRN-RETURN-NUMBER PIC 9(6).
           02 CRN-AMOUNT PIC 9(5)V9(2).
           02 CRN-DATE PIC 9(8).
           02 CRN-STATUS PIC X.
              88 CREDIT-NOTE-IS-NEW VALUE "N".
              88 CREDIT-NOTE-IS-MATCHED VALUE "M".
              88 CREDIT-NOTE-IS-HELD VALUE "H".

       FD  NEW-CREDIT-NOTE-FILE.
       01  NEW-CREDIT-NOTE-RECORD PIC X(34).

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
           02 RTN-UNIT-PRICE PIC 9(3)V9(2).
           02 RTN-STATUS PIC X.
              88 RETURN-AWAITING-CREDIT VALUE "E".
              88 RETURN-CREDITED VALUE "M".
           02 RTN-CREDIT-NOTE PIC X(10).
           02 RTN-CREDIT-DATE PIC 9(8).

       FD  NEW-RETURN-FILE.
       01  NEW-RETURN-RECORD PIC X(57).

       FD  SETTLEMENT-FILE.
       01  SETTLEMENT-RECORD.
           88 END-OF-SETTLEMENT-FILE VALUE HIGH-VALUES.
           02 RSS-MONTH PIC 9(6).
           02 RSS-SUPPLIER PIC 99.
           02 RSS-TITLE-CODE PIC 9(5).
           02 RSS-RENTAL-COUNT PIC 9(5).
           02 RSS-REVENUE PIC 9(7)V9(2).
           02 RSS-SHARE-PERCENT PIC 9(2)V9(2).
           02 RSS-AMOUNT-DUE PIC 9(7)V9(2).
           02 RSS-RUN-DATE PIC 9(8).

       FD  PAYMENT-DUE-REPORT-FILE.
       01  PAYMENT-DUE-REPORT-LINE PIC X(100).

       01  SUPPLIER-FILE-OPEN-FLAG PIC X VALUE "N".
           88 SUPPLIER-FILE-IS-OPEN VALUE "Y".
       01  SUPPLIER-KEY PIC 99.
       01  CREDIT-NOTE-FILE-STATUS PIC 9(2).
           88 CREDIT-NOTE-FILE-NOT-FOUND VALUE 35.
       01  NEW-CREDIT-NOTE-STATUS PIC 9(2).
       01  RETURN-FILE-STATUS PIC 9(2).
           88 RETURN-FILE-NOT-FOUND VALUE 35.
       01  NEW-RETURN-FILE-STATUS PIC 9(2).
       01  SETTLEMENT-FILE-STATUS PIC 9(2).
           88 SETTLEMENT-FILE-NOT-FOUND VALUE 35.

       01  MAINT-ACTION PIC 9.
           88 CAPTURE-ACTION VALUE 1.
           88 MATCH-ACTION VALUE 2.
           88 DUE-REPORT-ACTION VALUE 3.
           88 CREDIT-CAPTURE-ACTION VALUE 4.

       01  ENTRY-INVOICE-NUMBER PIC X(10).
       01  ENTRY-SUPPLIER PIC 99.
       01  ENTRY-TITLE-CODE PIC 9(5).
       01  ENTRY-QUANTITY PIC 9(3).
       01  ENTRY-UNIT-PRICE PIC 9(3)V9(2).
       01  ENTRY-RETURN-NUMBER PIC 9(6).
       01  ENTRY-CREDIT-AMOUNT PIC 9(5)V9(2).

       01  PO-LINE-FOUND-FLAG PIC X VALUE "N".
           88 PO-LINE-WAS-FOUND VALUE "Y".
       01  HOLD-REASON PIC X(30).
       01  MATCHED-COUNT PIC 9(4) VALUE 0.
       01  HELD-COUNT PIC 9(4) VALUE 0.
       01  CREDIT-MATCHED-COUNT PIC 9(4) VALUE 0.
       01  CREDIT-HELD-COUNT PIC 9(4) VALUE 0.
       01  RETURN-EOF-FLAG PIC X VALUE "N".
           88 RETURN-AT-END VALUE "Y".
       01  RETURN-LINES-FOUND PIC 9(4).
       01  RETURN-LINES-CREDITED PIC 9(4).
       01  RETURN-EXPECTED-CREDIT PIC 9(5)V9(2).
       01  RETURN-SUPPLIER PIC 99.
       01  MATCHED-RETURN-COUNT PIC 9(3) VALUE 0.
       01  MATCHED-RETURN-SUBSCRIPT PIC 9(3) VALUE 0.
       01  MATCHED-RETURN-TABLE.
           02 MATCHED-RETURN-ENTRY OCCURS 500 TIMES.
              03 MRT-RETURN-NUMBER PIC 9(6).
              03 MRT-CREDIT-NOTE PIC X(10).
              03 MRT-CREDIT-DATE PIC 9(8).
       01  MATCHED-RETURN-FLAG PIC X.
           88 RETURN-ALREADY-MATCHED VALUE "Y".

       01  SUPPLIER-TOTAL-COUNT PIC 9(2) VALUE 0.
       01  SUPPLIER-TOTAL-SUBSCRIPT PIC 9(2) VALUE 0.
       01  SUPPLIER-TOTAL-TABLE.
           02 SUPPLIER-TOTAL-ENTRY OCCURS 99 TIMES.
              03 SPT-SUPPLIER PIC 99.
              03 SPT-LIABILITY PIC S9(7)V9(2).
       01  LINE-LIABILITY PIC S9(7)V9(2).
       01  PRINT-LIABILITY PIC -------9.99.
       01  TALLY-SUPPLIER PIC 99.
       01  PAY-TERMS-DAYS PIC S9(5).
       01  PAYMENT-DUE-DATE PIC 9(8).
       01  REPORT-LINE-BUFFER PIC X(100).
       01  DUE-LINE-COUNT PIC 9(4) VALUE 0.
       01  CREDIT-LINE-COUNT PIC 9(4) VALUE 0.
       01  SETTLEMENT-LINE-COUNT PIC 9(4) VALUE 0.

       01  DATECALC-FUNCTION PIC X(4).
       01  DATECALC-DATE-1 PIC 9(8).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "1 = CAPTURE INVOICE, 2 = RUN THREE-WAY MATCH, "
              "3 = PAYMENT-DUE REPORT, 4 = CAPTURE CREDIT NOTE --> "
              WITH NO ADVANCING.
           ACCEPT MAINT-ACTION.

           IF CAPTURE-ACTION THEN
              PERFORM WRITE-PAYMENT-DUE-REPORT
           END-IF.

           IF CREDIT-CAPTURE-ACTION THEN
              PERFORM CAPTURE-CREDIT-NOTE
           END-IF.

           STOP RUN.

       CAPTURE-INVOICE.
           DISPLAY "INVOICE " ENTRY-INVOICE-NUMBER
              " CAPTURED FOR MATCHING".

       CAPTURE-CREDIT-NOTE.
           DISPLAY "ENTER CREDIT NOTE NUMBER (10 CHARS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-INVOICE-NUMBER.
           DISPLAY "ENTER SUPPLIER CODE (2 DIGITS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-SUPPLIER.
           DISPLAY "ENTER OUR RETURN NUMBER (6 DIGITS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-RETURN-NUMBER.
           DISPLAY "ENTER CREDIT NOTE AMOUNT --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-CREDIT-AMOUNT.

           OPEN EXTEND CREDIT-NOTE-FILE.
           IF CREDIT-NOTE-FILE-NOT-FOUND THEN
              OPEN OUTPUT CREDIT-NOTE-FILE
           END-IF.
           MOVE ENTRY-INVOICE-NUMBER TO CRN-NUMBER.
           MOVE ENTRY-SUPPLIER TO CRN-SUPPLIER.
           MOVE ENTRY-RETURN-NUMBER TO CRN-RETURN-NUMBER.
           MOVE ENTRY-CREDIT-AMOUNT TO CRN-AMOUNT.
           ACCEPT CRN-DATE FROM DATE YYYYMMDD.
           MOVE "N" TO CRN-STATUS.
           WRITE CREDIT-NOTE-RECORD.
           CLOSE CREDIT-NOTE-FILE.
           DISPLAY "CREDIT NOTE " ENTRY-INVOICE-NUMBER
              " CAPTURED FOR MATCHING".

       RUN-THREE-WAY-MATCH.
           OPEN INPUT SUPPLIER-INVOICE-FILE.
           IF INVOICE-FILE-NOT-FOUND THEN
              DISPLAY MATCHED-COUNT " INVOICE(S) MATCHED, "
                 HELD-COUNT " HELD FOR REVIEW"
           END-IF.
           PERFORM MATCH-CREDIT-NOTES.

       MATCH-ONE-INVOICE.
           MOVE "H" TO MATCH-RESULT-STATUS.
              DISPLAY "HELD    " SINV-NUMBER " -- " HOLD-REASON
           END-IF.

       MATCH-CREDIT-NOTES.
           OPEN INPUT CREDIT-NOTE-FILE.
           IF CREDIT-NOTE-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              OPEN OUTPUT NEW-CREDIT-NOTE-FILE
              READ CREDIT-NOTE-FILE
                 AT END SET END-OF-CREDIT-NOTE-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CREDIT-NOTE-FILE
                 IF CREDIT-NOTE-IS-NEW OR CREDIT-NOTE-IS-HELD THEN
                    PERFORM MATCH-ONE-CREDIT-NOTE
                    MOVE MATCH-RESULT-STATUS TO CRN-STATUS
                 END-IF
                 WRITE NEW-CREDIT-NOTE-RECORD
                    FROM CREDIT-NOTE-RECORD
                 READ CREDIT-NOTE-FILE
                    AT END SET END-OF-CREDIT-NOTE-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE NEW-CREDIT-NOTE-FILE
              CLOSE CREDIT-NOTE-FILE
              PERFORM PROMOTE-CREDIT-NOTE-FILE
              IF MATCHED-RETURN-COUNT > 0 THEN
                 PERFORM MARK-RETURNS-CREDITED
              END-IF
              DISPLAY CREDIT-MATCHED-COUNT " CREDIT NOTE(S) MATCHED, "
                 CREDIT-HELD-COUNT " HELD FOR REVIEW"
           END-IF.

       MATCH-ONE-CREDIT-NOTE.
           MOVE "H" TO MATCH-RESULT-STATUS.
           MOVE SPACES TO HOLD-REASON.
           MOVE "N" TO MATCHED-RETURN-FLAG.
           PERFORM VARYING MATCHED-RETURN-SUBSCRIPT FROM 1 BY 1
              UNTIL MATCHED-RETURN-SUBSCRIPT > MATCHED-RETURN-COUNT
              IF MRT-RETURN-NUMBER(MATCHED-RETURN-SUBSCRIPT) =
                 CRN-RETURN-NUMBER THEN
                 SET RETURN-ALREADY-MATCHED TO TRUE
              END-IF
           END-PERFORM.
           PERFORM SUM-RETURN-LINES.
           IF RETURN-LINES-FOUND = 0 THEN
              MOVE "NO SUCH RETURN" TO HOLD-REASON
           ELSE
           IF RETURN-ALREADY-MATCHED OR
              RETURN-LINES-CREDITED = RETURN-LINES-FOUND THEN
              MOVE "RETURN ALREADY CREDITED" TO HOLD-REASON
           ELSE
           IF RETURN-SUPPLIER NOT = CRN-SUPPLIER THEN
              MOVE "SUPPLIER DIFFERS FROM RETURN" TO HOLD-REASON
           ELSE
           IF CRN-AMOUNT NOT = RETURN-EXPECTED-CREDIT THEN
              MOVE "AMOUNT DIFFERS FROM RETURN" TO HOLD-REASON
           ELSE
              MOVE "M" TO MATCH-RESULT-STATUS
           END-IF
           END-IF
           END-IF
           END-IF.
           IF MATCH-RESULT-STATUS = "M" THEN
              ADD 1 TO CREDIT-MATCHED-COUNT
              IF MATCHED-RETURN-COUNT < 500 THEN
                 ADD 1 TO MATCHED-RETURN-COUNT
                 MOVE CRN-RETURN-NUMBER
                    TO MRT-RETURN-NUMBER(MATCHED-RETURN-COUNT)
                 MOVE CRN-NUMBER
                    TO MRT-CREDIT-NOTE(MATCHED-RETURN-COUNT)
                 MOVE CRN-DATE
                    TO MRT-CREDIT-DATE(MATCHED-RETURN-COUNT)
              END-IF
              DISPLAY "MATCHED " CRN-NUMBER " RETURN "
                 CRN-RETURN-NUMBER
           ELSE
              ADD 1 TO CREDIT-HELD-COUNT
              DISPLAY "HELD    " CRN-NUMBER " -- " HOLD-REASON
           END-IF.

       SUM-RETURN-LINES.
           MOVE 0 TO RETURN-LINES-FOUND.
           MOVE 0 TO RETURN-LINES-CREDITED.
           MOVE 0 TO RETURN-EXPECTED-CREDIT.
           MOVE 0 TO RETURN-SUPPLIER.
           MOVE "N" TO RETURN-EOF-FLAG.
           OPEN INPUT RETURN-FILE.
           IF RETURN-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              PERFORM UNTIL RETURN-AT-END
                 READ RETURN-FILE
                    AT END SET RETURN-AT-END TO TRUE
                 END-READ
                 IF NOT RETURN-AT-END AND
                    RTN-NUMBER = CRN-RETURN-NUMBER THEN
                    ADD 1 TO RETURN-LINES-FOUND
                    MOVE RTN-SUPPLIER TO RETURN-SUPPLIER
                    IF RETURN-CREDITED THEN
                       ADD 1 TO RETURN-LINES-CREDITED
                    ELSE
                       ADD RTN-UNIT-PRICE TO RETURN-EXPECTED-CREDIT
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE RETURN-FILE
           END-IF.

       MARK-RETURNS-CREDITED.
           OPEN INPUT RETURN-FILE.
           OPEN OUTPUT NEW-RETURN-FILE.
           READ RETURN-FILE
              AT END SET END-OF-RETURN-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-RETURN-FILE
              IF RETURN-AWAITING-CREDIT THEN
                 PERFORM VARYING MATCHED-RETURN-SUBSCRIPT FROM 1 BY 1
                    UNTIL MATCHED-RETURN-SUBSCRIPT >
                       MATCHED-RETURN-COUNT
                    IF MRT-RETURN-NUMBER(MATCHED-RETURN-SUBSCRIPT) =
                       RTN-NUMBER THEN
                       MOVE "M" TO RTN-STATUS
                       MOVE MRT-CREDIT-NOTE(MATCHED-RETURN-SUBSCRIPT)
                          TO RTN-CREDIT-NOTE
                       MOVE MRT-CREDIT-DATE(MATCHED-RETURN-SUBSCRIPT)
                          TO RTN-CREDIT-DATE
                    END-IF
                 END-PERFORM
              END-IF
              WRITE NEW-RETURN-RECORD FROM RETURN-RECORD
              READ RETURN-FILE
                 AT END SET END-OF-RETURN-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE NEW-RETURN-FILE.
           CLOSE RETURN-FILE.
           MOVE "N" TO NEW-FILE-EOF-FLAG.
           OPEN INPUT NEW-RETURN-FILE.
           OPEN OUTPUT RETURN-FILE.
           PERFORM UNTIL NEW-FILE-AT-END
              READ NEW-RETURN-FILE
                 AT END SET NEW-FILE-AT-END TO TRUE
              END-READ
              IF NOT NEW-FILE-AT-END THEN
                 WRITE RETURN-RECORD FROM NEW-RETURN-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-RETURN-FILE.
           CLOSE RETURN-FILE.

       FIND-PO-LINE.
           MOVE "N" TO PO-LINE-FOUND-FLAG.
           MOVE "N" TO PO-EOF-FLAG.
           CLOSE NEW-SUPPLIER-INVOICE-FILE.
           CLOSE SUPPLIER-INVOICE-FILE.

       PROMOTE-CREDIT-NOTE-FILE.
           MOVE "N" TO NEW-FILE-EOF-FLAG.
           OPEN INPUT NEW-CREDIT-NOTE-FILE.
           OPEN OUTPUT CREDIT-NOTE-FILE.
           PERFORM UNTIL NEW-FILE-AT-END
              READ NEW-CREDIT-NOTE-FILE
                 AT END SET NEW-FILE-AT-END TO TRUE
              END-READ
              IF NOT NEW-FILE-AT-END THEN
                 WRITE CREDIT-NOTE-RECORD
                    FROM NEW-CREDIT-NOTE-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-CREDIT-NOTE-FILE.
           CLOSE CREDIT-NOTE-FILE.

       WRITE-PAYMENT-DUE-REPORT.
           OPEN INPUT SUPPLIER-FILE.
           IF NOT SUPPLIER-FILE-NOT-FOUND THEN
              SET SUPPLIER-FILE-IS-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT PAYMENT-DUE-REPORT-FILE.
           MOVE "MATCHED SUPPLIER INVOICES DUE FOR PAYMENT"
              TO REPORT-LINE-BUFFER.
           MOVE REPORT-LINE-BUFFER TO PAYMENT-DUE-REPORT-LINE.
           WRITE PAYMENT-DUE-REPORT-LINE.
           OPEN INPUT SUPPLIER-INVOICE-FILE.
           IF INVOICE-FILE-NOT-FOUND THEN
              DISPLAY "SUPPINV.DAT NOT FOUND -- NO INVOICES DUE"
           ELSE
              READ SUPPLIER-INVOICE-FILE
                 AT END SET END-OF-INVOICE-FILE TO TRUE
              END-READ
                 END-READ
              END-PERFORM
              CLOSE SUPPLIER-INVOICE-FILE
           END-IF.
           PERFORM WRITE-REVENUE-SHARE-DUE.
           PERFORM WRITE-CREDIT-NOTE-OFFSETS.
           PERFORM WRITE-SUPPLIER-LIABILITY-TOTALS.
           IF SUPPLIER-FILE-IS-OPEN THEN
              CLOSE SUPPLIER-FILE
           END-IF.
           CLOSE PAYMENT-DUE-REPORT-FILE.
           DISPLAY DUE-LINE-COUNT " MATCHED INVOICE(S) ON "
              "PAYDUE.RPT, " SETTLEMENT-LINE-COUNT
              " REVENUE-SHARE SETTLEMENT(S), " CREDIT-LINE-COUNT
              " CREDIT NOTE(S) OFFSET".

       WRITE-ONE-DUE-LINE.
           MOVE SINV-SUPPLIER TO TALLY-SUPPLIER.
           MOVE SINV-DATE TO DATECALC-DATE-1.
           PERFORM FIND-PAYMENT-DUE-DATE.

           COMPUTE LINE-LIABILITY =
              SINV-QUANTITY * SINV-UNIT-PRICE.
           MOVE LINE-LIABILITY TO PRINT-LIABILITY.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "  INV " SINV-NUMBER " SUPPLIER " SINV-SUPPLIER
              " PO " SINV-PO-NUMBER " AMOUNT " PRINT-LIABILITY
              " DUE " PAYMENT-DUE-DATE
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           MOVE REPORT-LINE-BUFFER TO PAYMENT-DUE-REPORT-LINE.
           WRITE PAYMENT-DUE-REPORT-LINE.
           DISPLAY REPORT-LINE-BUFFER.
           ADD 1 TO DUE-LINE-COUNT.
           PERFORM TALLY-SUPPLIER-LIABILITY.

       FIND-PAYMENT-DUE-DATE.
           MOVE 30 TO PAY-TERMS-DAYS.
           IF SUPPLIER-FILE-IS-OPEN THEN
              MOVE TALLY-SUPPLIER TO SUPPLIER-KEY
              READ SUPPLIER-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
              END-READ
           END-IF.
           MOVE "ADDD" TO DATECALC-FUNCTION.
           MOVE PAY-TERMS-DAYS TO DATECALC-DAYS.
           CALL "DATECALC" USING DATECALC-FUNCTION DATECALC-DATE-1
              DATECALC-DATE-2 DATECALC-DAYS
           END-CALL.
           MOVE DATECALC-DATE-2 TO PAYMENT-DUE-DATE.

       WRITE-REVENUE-SHARE-DUE.
           OPEN INPUT SETTLEMENT-FILE.
           IF NOT SETTLEMENT-FILE-NOT-FOUND THEN
              MOVE SPACES TO PAYMENT-DUE-REPORT-LINE
              WRITE PAYMENT-DUE-REPORT-LINE
              MOVE "STUDIO REVENUE-SHARE SETTLEMENTS DUE"
                 TO REPORT-LINE-BUFFER
              MOVE REPORT-LINE-BUFFER TO PAYMENT-DUE-REPORT-LINE
              WRITE PAYMENT-DUE-REPORT-LINE
              READ SETTLEMENT-FILE
                 AT END SET END-OF-SETTLEMENT-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-SETTLEMENT-FILE
                 PERFORM WRITE-ONE-SETTLEMENT-LINE
                 READ SETTLEMENT-FILE
                    AT END SET END-OF-SETTLEMENT-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE SETTLEMENT-FILE
           END-IF.

       WRITE-ONE-SETTLEMENT-LINE.
           MOVE RSS-SUPPLIER TO TALLY-SUPPLIER.
           MOVE RSS-RUN-DATE TO DATECALC-DATE-1.
           PERFORM FIND-PAYMENT-DUE-DATE.
           MOVE RSS-AMOUNT-DUE TO LINE-LIABILITY.
           MOVE LINE-LIABILITY TO PRINT-LIABILITY.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "  RSS " RSS-MONTH "     SUPPLIER " RSS-SUPPLIER
              " TTL " RSS-TITLE-CODE " AMOUNT " PRINT-LIABILITY
              " DUE " PAYMENT-DUE-DATE
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           MOVE REPORT-LINE-BUFFER TO PAYMENT-DUE-REPORT-LINE.
           WRITE PAYMENT-DUE-REPORT-LINE.
           DISPLAY REPORT-LINE-BUFFER.
           ADD 1 TO SETTLEMENT-LINE-COUNT.
           PERFORM TALLY-SUPPLIER-LIABILITY.

       WRITE-CREDIT-NOTE-OFFSETS.
           OPEN INPUT CREDIT-NOTE-FILE.
           IF NOT CREDIT-NOTE-FILE-NOT-FOUND THEN
              MOVE SPACES TO PAYMENT-DUE-REPORT-LINE
              WRITE PAYMENT-DUE-REPORT-LINE
              MOVE "MATCHED SUPPLIER CREDIT NOTES OFFSET"
                 TO REPORT-LINE-BUFFER
              MOVE REPORT-LINE-BUFFER TO PAYMENT-DUE-REPORT-LINE
              WRITE PAYMENT-DUE-REPORT-LINE
              READ CREDIT-NOTE-FILE
                 AT END SET END-OF-CREDIT-NOTE-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CREDIT-NOTE-FILE
                 IF CREDIT-NOTE-IS-MATCHED THEN
                    PERFORM WRITE-ONE-CREDIT-LINE
                 END-IF
                 READ CREDIT-NOTE-FILE
                    AT END SET END-OF-CREDIT-NOTE-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE CREDIT-NOTE-FILE
           END-IF.

       WRITE-ONE-CREDIT-LINE.
           COMPUTE LINE-LIABILITY = 0 - CRN-AMOUNT.
           MOVE LINE-LIABILITY TO PRINT-LIABILITY.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "  CRN " CRN-NUMBER " SUPPLIER " CRN-SUPPLIER
              " RTN " CRN-RETURN-NUMBER " AMOUNT " PRINT-LIABILITY
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           MOVE REPORT-LINE-BUFFER TO PAYMENT-DUE-REPORT-LINE.
           WRITE PAYMENT-DUE-REPORT-LINE.
           DISPLAY REPORT-LINE-BUFFER.
           ADD 1 TO CREDIT-LINE-COUNT.
           MOVE CRN-SUPPLIER TO TALLY-SUPPLIER.
           PERFORM TALLY-SUPPLIER-LIABILITY.

       TALLY-SUPPLIER-LIABILITY.
              SUPPLIER-TOTAL-COUNT
              ADD 1 TO SUPPLIER-TOTAL-SUBSCRIPT
              IF SPT-SUPPLIER(SUPPLIER-TOTAL-SUBSCRIPT) =
                 TALLY-SUPPLIER THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF SUPPLIER-TOTAL-SUBSCRIPT = 0 OR
              SPT-SUPPLIER(SUPPLIER-TOTAL-SUBSCRIPT) NOT =
                 TALLY-SUPPLIER THEN
              IF SUPPLIER-TOTAL-COUNT < 99 THEN
                 ADD 1 TO SUPPLIER-TOTAL-COUNT
                 MOVE SUPPLIER-TOTAL-COUNT
                    TO SUPPLIER-TOTAL-SUBSCRIPT
                 MOVE TALLY-SUPPLIER
                    TO SPT-SUPPLIER(SUPPLIER-TOTAL-SUBSCRIPT)
                 MOVE 0 TO SPT-LIABILITY(SUPPLIER-TOTAL-SUBSCRIPT)
              ELSE
