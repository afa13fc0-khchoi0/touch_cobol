       IDENTIFICATION DIVISION.
       PROGRAM-ID. TILL-CASHUP.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              TILL-FILE ASSIGN TO "TILLTXN.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS TILL-FILE-STATUS.

           SELECT
              CASHUP-FILE ASSIGN TO "CASHUP.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS CASHUP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TILL-FILE.
       01  TILL-TRANSACTION-RECORD.
           88 END-OF-TILL-FILE VALUE HIGH-VALUES.
           02 TLT-DATE PIC 9(8).
           02 TLT-TIME PIC 9(6).
           02 TLT-STORE-ID PIC 9(2).
           02 TLT-OPERATOR PIC X(8).
           02 TLT-TYPE PIC X.
              88 TILL-RENTAL VALUE "R".
              88 TILL-SALE VALUE "S".
              88 TILL-FEE-PAYMENT VALUE "F".
              88 TILL-REPLACEMENT VALUE "D".
              88 TILL-TOP-UP VALUE "T".
              88 TILL-DEPOSIT-HELD VALUE "H".
              88 TILL-DEPOSIT-REFUND VALUE "E".
           02 TLT-TENDER PIC X.
              88 TENDERED-CASH VALUE "C".
              88 TENDERED-CARD VALUE "K".
              88 TENDERED-POINTS VALUE "P".
              88 TENDERED-ON-ACCOUNT VALUE "A".
              88 TENDERED-PREPAID VALUE "V".
           02 TLT-AMOUNT PIC 9(5)V9(2).
           02 TLT-RENTER-ID PIC X(10).
           02 TLT-VIDEO-CODE PIC 9(5).

       FD  CASHUP-FILE.
       01  CASHUP-RECORD.
           88 END-OF-CASHUP-FILE VALUE HIGH-VALUES.
           02 CSU-BUSINESS-DATE PIC 9(8).
           02 CSU-STORE-ID PIC 9(2).
           02 CSU-OPERATOR PIC X(8).
           02 CSU-FLOAT PIC 9(5)V9(2).
           02 CSU-CASH-TAKINGS PIC 9(7)V9(2).
           02 CSU-CARD-TAKINGS PIC 9(7)V9(2).
           02 CSU-POINTS-TAKINGS PIC 9(7)V9(2).
           02 CSU-ACCOUNT-CHARGES PIC 9(7)V9(2).
           02 CSU-COUNTED-CASH PIC 9(7)V9(2).
           02 CSU-OVER-SHORT PIC S9(7)V9(2)
                             SIGN LEADING SEPARATE.
           02 CSU-DECLARED-DEPOSIT PIC S9(7)V9(2)
                                   SIGN LEADING SEPARATE.
           02 CSU-TIMESTAMP PIC 9(14).
           02 CSU-PREPAID-TAKINGS PIC 9(7)V9(2).
           02 CSU-CASH-REFUNDS PIC 9(7)V9(2).

       WORKING-STORAGE SECTION.
       01  RPT-OP PIC X(4).
       01  RPT-TEXT.
           02 RPT-INIT-VIEW.
              03 RPT-REPORT-DSN PIC X(40).
              03 RPT-PROGRAM-ID PIC X(10).
              03 RPT-REPORT-TITLE PIC X(40).
              03 FILLER PIC X(42).
       01  TILL-FILE-STATUS PIC 9(2).
           88 TILL-FILE-NOT-FOUND VALUE 35.
       01  CASHUP-FILE-STATUS PIC 9(2).
           88 CASHUP-FILE-NOT-FOUND VALUE 35.

       01  BUSINESS-DATE PIC 9(8).
       01  SELECTED-STORE-ID PIC 9(2).
           88 ALL-STORES VALUE 0.

       01  CASHUP-COUNT PIC 9(3) VALUE 0.
       01  CASHUP-SUBSCRIPT PIC 9(3) VALUE 0.
       01  SHIFT-SUBSCRIPT PIC 9(3) VALUE 0.
       01  CASHUP-TABLE.
           02 CASHUP-ENTRY OCCURS 200 TIMES.
              03 CE-KEY.
                 04 CE-STORE-ID PIC 9(2).
                 04 CE-OPERATOR PIC X(8).
              03 CE-TXN-COUNT PIC 9(5).
              03 CE-CASH PIC 9(7)V9(2).
              03 CE-CARD PIC 9(7)V9(2).
              03 CE-POINTS PIC 9(7)V9(2).
              03 CE-ACCOUNT PIC 9(7)V9(2).
              03 CE-PREPAID PIC 9(7)V9(2).
              03 CE-REFUNDS PIC 9(7)V9(2).
              03 CE-FLOAT PIC 9(5)V9(2).
              03 CE-COUNTED PIC 9(7)V9(2).
              03 CE-OVER-SHORT PIC S9(7)V9(2).
              03 CE-DONE-FLAG PIC X.
                 88 CE-ALREADY-CASHED-UP VALUE "Y".
              03 CE-CHANGED-FLAG PIC X.
                 88 CE-TAKINGS-CHANGED VALUE "Y".
       01  INCOMING-KEY.
           02 INCOMING-STORE-ID PIC 9(2).
           02 INCOMING-OPERATOR PIC X(8).
       01  KEY-FOUND-FLAG PIC X.
           88 KEY-WAS-FOUND VALUE "Y".

       01  DENOMINATION-VALUES.
           02 FILLER PIC 9(3)V9(2) VALUE 100.00.
           02 FILLER PIC 9(3)V9(2) VALUE 50.00.
           02 FILLER PIC 9(3)V9(2) VALUE 20.00.
           02 FILLER PIC 9(3)V9(2) VALUE 10.00.
           02 FILLER PIC 9(3)V9(2) VALUE 5.00.
           02 FILLER PIC 9(3)V9(2) VALUE 1.00.
           02 FILLER PIC 9(3)V9(2) VALUE 0.25.
           02 FILLER PIC 9(3)V9(2) VALUE 0.10.
           02 FILLER PIC 9(3)V9(2) VALUE 0.05.
           02 FILLER PIC 9(3)V9(2) VALUE 0.01.
       01  DENOMINATION-TABLE REDEFINES DENOMINATION-VALUES.
           02 DENOMINATION PIC 9(3)V9(2) OCCURS 10 TIMES.
       01  DENOMINATION-SUBSCRIPT PIC 99.
       01  DENOMINATION-COUNT PIC 9(5).
       01  PRINT-DENOMINATION PIC ZZ9.99.

       01  ENTRY-FLOAT PIC 9(5)V9(2).
       01  COUNTED-CASH PIC 9(7)V9(2).
       01  EXPECTED-CASH PIC 9(7)V9(2).

       01  CURRENT-STORE-ID PIC 9(2).
       01  STORE-TOTALS.
           02 ST-TXN-COUNT PIC 9(5).
           02 ST-CASH PIC 9(7)V9(2).
           02 ST-CARD PIC 9(7)V9(2).
           02 ST-POINTS PIC 9(7)V9(2).
           02 ST-ACCOUNT PIC 9(7)V9(2).
           02 ST-PREPAID PIC 9(7)V9(2).
           02 ST-REFUNDS PIC 9(7)V9(2).
           02 ST-FLOAT PIC 9(7)V9(2).
           02 ST-COUNTED PIC 9(7)V9(2).
           02 ST-OVER-SHORT PIC S9(7)V9(2).
       01  GRAND-TOTALS.
           02 GT-TXN-COUNT PIC 9(5).
           02 GT-CASH PIC 9(7)V9(2).
           02 GT-CARD PIC 9(7)V9(2).
           02 GT-POINTS PIC 9(7)V9(2).
           02 GT-ACCOUNT PIC 9(7)V9(2).
           02 GT-PREPAID PIC 9(7)V9(2).
           02 GT-REFUNDS PIC 9(7)V9(2).
           02 GT-FLOAT PIC 9(7)V9(2).
           02 GT-COUNTED PIC 9(7)V9(2).
           02 GT-OVER-SHORT PIC S9(7)V9(2).

       01  PRINT-LABEL PIC X(12).
       01  PRINT-TXN-COUNT PIC ZZZ9.
       01  PRINT-CASH PIC ZZ,ZZ9.99.
       01  PRINT-CARD PIC ZZ,ZZ9.99.
       01  PRINT-POINTS PIC ZZ,ZZ9.99.
       01  PRINT-ACCOUNT PIC ZZ,ZZ9.99.
       01  PRINT-PREPAID PIC ZZ,ZZ9.99.
       01  PRINT-REFUNDS PIC ZZ,ZZ9.99.
       01  PRINT-FLOAT PIC ZZ,ZZ9.99.
       01  PRINT-COUNTED PIC ZZ,ZZ9.99.
       01  PRINT-OVER-SHORT PIC ---,--9.99.
       01  PRINT-REMARK PIC X(11).
       01  REPORT-LINE-BUFFER PIC X(120).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "BUSINESS DATE TO CASH UP (YYYYMMDD, 0 = TODAY) --> "
              WITH NO ADVANCING.
           ACCEPT BUSINESS-DATE.
           IF BUSINESS-DATE = 0 THEN
              ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "STORE ID (2 DIGITS, 00 = ALL STORES) --> "
              WITH NO ADVANCING.
           ACCEPT SELECTED-STORE-ID.

           PERFORM LOAD-TILL-TRANSACTIONS.
           IF CASHUP-COUNT = 0 THEN
              DISPLAY "NO TILL TRANSACTIONS FOR " BUSINESS-DATE
                 " -- NOTHING TO CASH UP"
              STOP RUN
           END-IF.
           PERFORM LOAD-EARLIER-CASHUPS.

           PERFORM VARYING CASHUP-SUBSCRIPT FROM 1 BY 1
              UNTIL CASHUP-SUBSCRIPT > CASHUP-COUNT
              IF NOT CE-ALREADY-CASHED-UP(CASHUP-SUBSCRIPT) THEN
                 PERFORM COUNT-OPERATOR-DRAWER
              END-IF
           END-PERFORM.

           PERFORM INITIALIZE-REPORT-WRITER.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "TILL CASH-UP FOR BUSINESS DATE " BUSINESS-DATE
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           INITIALIZE GRAND-TOTALS.
           INITIALIZE STORE-TOTALS.
           MOVE CE-STORE-ID(1) TO CURRENT-STORE-ID.
           PERFORM VARYING CASHUP-SUBSCRIPT FROM 1 BY 1
              UNTIL CASHUP-SUBSCRIPT > CASHUP-COUNT
              IF CE-STORE-ID(CASHUP-SUBSCRIPT) NOT =
                 CURRENT-STORE-ID THEN
                 PERFORM WRITE-STORE-TOTAL
                 INITIALIZE STORE-TOTALS
                 MOVE CE-STORE-ID(CASHUP-SUBSCRIPT)
                    TO CURRENT-STORE-ID
              END-IF
              PERFORM WRITE-OPERATOR-LINE
           END-PERFORM.
           PERFORM WRITE-STORE-TOTAL.
           PERFORM WRITE-GRAND-TOTAL.
           MOVE "TERM" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           DISPLAY "CASH-UP REPORT WRITTEN TO TILLCASH.RPT".
           STOP RUN.

       LOAD-TILL-TRANSACTIONS.
           OPEN INPUT TILL-FILE.
           IF TILL-FILE-NOT-FOUND THEN
              DISPLAY "TILLTXN.DAT NOT FOUND -- NOTHING TO CASH UP"
              STOP RUN
           END-IF.
           READ TILL-FILE
              AT END SET END-OF-TILL-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-TILL-FILE
              IF TLT-DATE = BUSINESS-DATE AND
                 (ALL-STORES OR TLT-STORE-ID = SELECTED-STORE-ID) THEN
                 MOVE TLT-STORE-ID TO INCOMING-STORE-ID
                 MOVE TLT-OPERATOR TO INCOMING-OPERATOR
                 PERFORM FIND-CASHUP-ENTRY
                 ADD 1 TO CE-TXN-COUNT(CASHUP-SUBSCRIPT)
                 EVALUATE TRUE
                    WHEN TILL-DEPOSIT-REFUND
                       ADD TLT-AMOUNT TO CE-REFUNDS(CASHUP-SUBSCRIPT)
                    WHEN TENDERED-CASH
                       ADD TLT-AMOUNT TO CE-CASH(CASHUP-SUBSCRIPT)
                    WHEN TENDERED-CARD
                       ADD TLT-AMOUNT TO CE-CARD(CASHUP-SUBSCRIPT)
                    WHEN TENDERED-POINTS
                       ADD TLT-AMOUNT TO CE-POINTS(CASHUP-SUBSCRIPT)
                    WHEN TENDERED-ON-ACCOUNT
                       ADD TLT-AMOUNT TO CE-ACCOUNT(CASHUP-SUBSCRIPT)
                    WHEN TENDERED-PREPAID
                       ADD TLT-AMOUNT TO CE-PREPAID(CASHUP-SUBSCRIPT)
                 END-EVALUATE
              END-IF
              READ TILL-FILE
                 AT END SET END-OF-TILL-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE TILL-FILE.

       FIND-CASHUP-ENTRY.
           MOVE "N" TO KEY-FOUND-FLAG.
           PERFORM VARYING CASHUP-SUBSCRIPT FROM 1 BY 1
              UNTIL CASHUP-SUBSCRIPT > CASHUP-COUNT OR
                 KEY-WAS-FOUND OR
                 CE-KEY(CASHUP-SUBSCRIPT) > INCOMING-KEY
              IF CE-KEY(CASHUP-SUBSCRIPT) = INCOMING-KEY THEN
                 SET KEY-WAS-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF KEY-WAS-FOUND THEN
              SUBTRACT 1 FROM CASHUP-SUBSCRIPT
           ELSE
              IF CASHUP-COUNT NOT < 200 THEN
                 DISPLAY "[ABORT]: MORE THAN 200 STORE/OPERATOR "
                    "TILLS FOR ONE DAY"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM VARYING SHIFT-SUBSCRIPT FROM CASHUP-COUNT BY -1
                 UNTIL SHIFT-SUBSCRIPT < CASHUP-SUBSCRIPT
                 MOVE CASHUP-ENTRY(SHIFT-SUBSCRIPT)
                    TO CASHUP-ENTRY(SHIFT-SUBSCRIPT + 1)
              END-PERFORM
              ADD 1 TO CASHUP-COUNT
              INITIALIZE CASHUP-ENTRY(CASHUP-SUBSCRIPT)
              MOVE INCOMING-KEY TO CE-KEY(CASHUP-SUBSCRIPT)
              MOVE "N" TO CE-DONE-FLAG(CASHUP-SUBSCRIPT)
              MOVE "N" TO CE-CHANGED-FLAG(CASHUP-SUBSCRIPT)
           END-IF.

       LOAD-EARLIER-CASHUPS.
           OPEN INPUT CASHUP-FILE.
           IF NOT CASHUP-FILE-NOT-FOUND THEN
              READ CASHUP-FILE
                 AT END SET END-OF-CASHUP-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CASHUP-FILE
                 IF CSU-BUSINESS-DATE = BUSINESS-DATE THEN
                    PERFORM APPLY-EARLIER-CASHUP
                 END-IF
                 READ CASHUP-FILE
                    AT END SET END-OF-CASHUP-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE CASHUP-FILE
           END-IF.

       APPLY-EARLIER-CASHUP.
           MOVE "N" TO KEY-FOUND-FLAG.
           PERFORM VARYING CASHUP-SUBSCRIPT FROM 1 BY 1
              UNTIL CASHUP-SUBSCRIPT > CASHUP-COUNT OR KEY-WAS-FOUND
              IF CE-STORE-ID(CASHUP-SUBSCRIPT) = CSU-STORE-ID AND
                 CE-OPERATOR(CASHUP-SUBSCRIPT) = CSU-OPERATOR THEN
                 SET KEY-WAS-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF KEY-WAS-FOUND THEN
              SUBTRACT 1 FROM CASHUP-SUBSCRIPT
              MOVE "Y" TO CE-DONE-FLAG(CASHUP-SUBSCRIPT)
              MOVE CSU-FLOAT TO CE-FLOAT(CASHUP-SUBSCRIPT)
              MOVE CSU-COUNTED-CASH TO CE-COUNTED(CASHUP-SUBSCRIPT)
              MOVE CSU-OVER-SHORT TO CE-OVER-SHORT(CASHUP-SUBSCRIPT)
              IF CSU-CASH-TAKINGS NOT = CE-CASH(CASHUP-SUBSCRIPT) OR
                 CSU-CARD-TAKINGS NOT = CE-CARD(CASHUP-SUBSCRIPT) OR
                 CSU-POINTS-TAKINGS NOT =
                    CE-POINTS(CASHUP-SUBSCRIPT) OR
                 CSU-ACCOUNT-CHARGES NOT =
                    CE-ACCOUNT(CASHUP-SUBSCRIPT) OR
                 CSU-PREPAID-TAKINGS NOT =
                    CE-PREPAID(CASHUP-SUBSCRIPT) OR
                 CSU-CASH-REFUNDS NOT =
                    CE-REFUNDS(CASHUP-SUBSCRIPT) THEN
                 MOVE "Y" TO CE-CHANGED-FLAG(CASHUP-SUBSCRIPT)
              END-IF
           END-IF.

       COUNT-OPERATOR-DRAWER.
           MOVE CE-CASH(CASHUP-SUBSCRIPT) TO PRINT-CASH.
           MOVE CE-CARD(CASHUP-SUBSCRIPT) TO PRINT-CARD.
           MOVE CE-POINTS(CASHUP-SUBSCRIPT) TO PRINT-POINTS.
           MOVE CE-REFUNDS(CASHUP-SUBSCRIPT) TO PRINT-REFUNDS.
           DISPLAY "STORE " CE-STORE-ID(CASHUP-SUBSCRIPT)
              " OPERATOR " CE-OPERATOR(CASHUP-SUBSCRIPT)
              " -- CASH " PRINT-CASH " CARD " PRINT-CARD
              " POINTS " PRINT-POINTS.
           IF CE-REFUNDS(CASHUP-SUBSCRIPT) > 0 THEN
              DISPLAY "  DEPOSITS REFUNDED IN CASH " PRINT-REFUNDS
           END-IF.
           DISPLAY "  OPENING FLOAT --> " WITH NO ADVANCING.
           ACCEPT ENTRY-FLOAT.
           MOVE 0 TO COUNTED-CASH.
           PERFORM VARYING DENOMINATION-SUBSCRIPT FROM 1 BY 1
              UNTIL DENOMINATION-SUBSCRIPT > 10
              MOVE DENOMINATION(DENOMINATION-SUBSCRIPT)
                 TO PRINT-DENOMINATION
              DISPLAY "  NUMBER OF " PRINT-DENOMINATION " COUNTED --> "
                 WITH NO ADVANCING
              ACCEPT DENOMINATION-COUNT
              COMPUTE COUNTED-CASH = COUNTED-CASH +
                 DENOMINATION-COUNT *
                 DENOMINATION(DENOMINATION-SUBSCRIPT)
           END-PERFORM.
           COMPUTE EXPECTED-CASH =
              ENTRY-FLOAT + CE-CASH(CASHUP-SUBSCRIPT) -
              CE-REFUNDS(CASHUP-SUBSCRIPT).
           MOVE ENTRY-FLOAT TO CE-FLOAT(CASHUP-SUBSCRIPT).
           MOVE COUNTED-CASH TO CE-COUNTED(CASHUP-SUBSCRIPT).
           COMPUTE CE-OVER-SHORT(CASHUP-SUBSCRIPT) =
              COUNTED-CASH - EXPECTED-CASH.
           MOVE CE-OVER-SHORT(CASHUP-SUBSCRIPT) TO PRINT-OVER-SHORT.
           MOVE COUNTED-CASH TO PRINT-COUNTED.
           DISPLAY "  COUNTED " PRINT-COUNTED " OVER/SHORT "
              PRINT-OVER-SHORT.
           PERFORM WRITE-CASHUP-RECORD.

       WRITE-CASHUP-RECORD.
           OPEN EXTEND CASHUP-FILE.
           IF CASHUP-FILE-NOT-FOUND THEN
              OPEN OUTPUT CASHUP-FILE
           END-IF.
           MOVE BUSINESS-DATE TO CSU-BUSINESS-DATE.
           MOVE CE-STORE-ID(CASHUP-SUBSCRIPT) TO CSU-STORE-ID.
           MOVE CE-OPERATOR(CASHUP-SUBSCRIPT) TO CSU-OPERATOR.
           MOVE CE-FLOAT(CASHUP-SUBSCRIPT) TO CSU-FLOAT.
           MOVE CE-CASH(CASHUP-SUBSCRIPT) TO CSU-CASH-TAKINGS.
           MOVE CE-CARD(CASHUP-SUBSCRIPT) TO CSU-CARD-TAKINGS.
           MOVE CE-POINTS(CASHUP-SUBSCRIPT) TO CSU-POINTS-TAKINGS.
           MOVE CE-ACCOUNT(CASHUP-SUBSCRIPT) TO CSU-ACCOUNT-CHARGES.
           MOVE CE-PREPAID(CASHUP-SUBSCRIPT) TO CSU-PREPAID-TAKINGS.
           MOVE CE-REFUNDS(CASHUP-SUBSCRIPT) TO CSU-CASH-REFUNDS.
           MOVE CE-COUNTED(CASHUP-SUBSCRIPT) TO CSU-COUNTED-CASH.
           MOVE CE-OVER-SHORT(CASHUP-SUBSCRIPT) TO CSU-OVER-SHORT.
           COMPUTE CSU-DECLARED-DEPOSIT =
              CE-COUNTED(CASHUP-SUBSCRIPT) - CE-FLOAT(CASHUP-SUBSCRIPT).
           MOVE FUNCTION CURRENT-DATE(1:14) TO CSU-TIMESTAMP.
           WRITE CASHUP-RECORD.
           CLOSE CASHUP-FILE.

       WRITE-OPERATOR-LINE.
           ADD CE-TXN-COUNT(CASHUP-SUBSCRIPT) TO ST-TXN-COUNT.
           ADD CE-CASH(CASHUP-SUBSCRIPT) TO ST-CASH.
           ADD CE-CARD(CASHUP-SUBSCRIPT) TO ST-CARD.
           ADD CE-POINTS(CASHUP-SUBSCRIPT) TO ST-POINTS.
           ADD CE-ACCOUNT(CASHUP-SUBSCRIPT) TO ST-ACCOUNT.
           ADD CE-PREPAID(CASHUP-SUBSCRIPT) TO ST-PREPAID.
           ADD CE-REFUNDS(CASHUP-SUBSCRIPT) TO ST-REFUNDS.
           ADD CE-FLOAT(CASHUP-SUBSCRIPT) TO ST-FLOAT.
           ADD CE-COUNTED(CASHUP-SUBSCRIPT) TO ST-COUNTED.
           ADD CE-OVER-SHORT(CASHUP-SUBSCRIPT) TO ST-OVER-SHORT.
           MOVE SPACES TO PRINT-LABEL.
           STRING CE-STORE-ID(CASHUP-SUBSCRIPT) "  "
              CE-OPERATOR(CASHUP-SUBSCRIPT)
              DELIMITED BY SIZE INTO PRINT-LABEL.
           MOVE CE-TXN-COUNT(CASHUP-SUBSCRIPT) TO PRINT-TXN-COUNT.
           MOVE CE-CASH(CASHUP-SUBSCRIPT) TO PRINT-CASH.
           MOVE CE-CARD(CASHUP-SUBSCRIPT) TO PRINT-CARD.
           MOVE CE-POINTS(CASHUP-SUBSCRIPT) TO PRINT-POINTS.
           MOVE CE-ACCOUNT(CASHUP-SUBSCRIPT) TO PRINT-ACCOUNT.
           MOVE CE-PREPAID(CASHUP-SUBSCRIPT) TO PRINT-PREPAID.
           MOVE CE-REFUNDS(CASHUP-SUBSCRIPT) TO PRINT-REFUNDS.
           MOVE CE-FLOAT(CASHUP-SUBSCRIPT) TO PRINT-FLOAT.
           MOVE CE-COUNTED(CASHUP-SUBSCRIPT) TO PRINT-COUNTED.
           MOVE CE-OVER-SHORT(CASHUP-SUBSCRIPT) TO PRINT-OVER-SHORT.
           MOVE SPACES TO PRINT-REMARK.
           IF CE-TAKINGS-CHANGED(CASHUP-SUBSCRIPT) THEN
              MOVE "RECOUNT DUE" TO PRINT-REMARK
           END-IF.
           PERFORM WRITE-FIGURES-LINE.

       WRITE-STORE-TOTAL.
           ADD ST-TXN-COUNT TO GT-TXN-COUNT.
           ADD ST-CASH TO GT-CASH.
           ADD ST-CARD TO GT-CARD.
           ADD ST-POINTS TO GT-POINTS.
           ADD ST-ACCOUNT TO GT-ACCOUNT.
           ADD ST-PREPAID TO GT-PREPAID.
           ADD ST-REFUNDS TO GT-REFUNDS.
           ADD ST-FLOAT TO GT-FLOAT.
           ADD ST-COUNTED TO GT-COUNTED.
           ADD ST-OVER-SHORT TO GT-OVER-SHORT.
           MOVE SPACES TO PRINT-LABEL.
           STRING CURRENT-STORE-ID "  TOTAL"
              DELIMITED BY SIZE INTO PRINT-LABEL.
           MOVE ST-TXN-COUNT TO PRINT-TXN-COUNT.
           MOVE ST-CASH TO PRINT-CASH.
           MOVE ST-CARD TO PRINT-CARD.
           MOVE ST-POINTS TO PRINT-POINTS.
           MOVE ST-ACCOUNT TO PRINT-ACCOUNT.
           MOVE ST-PREPAID TO PRINT-PREPAID.
           MOVE ST-REFUNDS TO PRINT-REFUNDS.
           MOVE ST-FLOAT TO PRINT-FLOAT.
           MOVE ST-COUNTED TO PRINT-COUNTED.
           MOVE ST-OVER-SHORT TO PRINT-OVER-SHORT.
           MOVE SPACES TO PRINT-REMARK.
           IF ST-OVER-SHORT < 0 THEN
              MOVE "STORE SHORT" TO PRINT-REMARK
           END-IF.
           IF ST-OVER-SHORT > 0 THEN
              MOVE "STORE OVER" TO PRINT-REMARK
           END-IF.
           PERFORM WRITE-FIGURES-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.

       WRITE-GRAND-TOTAL.
           MOVE "ALL STORES" TO PRINT-LABEL.
           MOVE GT-TXN-COUNT TO PRINT-TXN-COUNT.
           MOVE GT-CASH TO PRINT-CASH.
           MOVE GT-CARD TO PRINT-CARD.
           MOVE GT-POINTS TO PRINT-POINTS.
           MOVE GT-ACCOUNT TO PRINT-ACCOUNT.
           MOVE GT-PREPAID TO PRINT-PREPAID.
           MOVE GT-REFUNDS TO PRINT-REFUNDS.
           MOVE GT-FLOAT TO PRINT-FLOAT.
           MOVE GT-COUNTED TO PRINT-COUNTED.
           MOVE GT-OVER-SHORT TO PRINT-OVER-SHORT.
           MOVE SPACES TO PRINT-REMARK.
           PERFORM WRITE-FIGURES-LINE.

       WRITE-FIGURES-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING PRINT-LABEL " " PRINT-TXN-COUNT " " PRINT-CASH " "
              PRINT-CARD " " PRINT-POINTS " " PRINT-PREPAID " "
              PRINT-ACCOUNT " " PRINT-REFUNDS " "
              PRINT-FLOAT " " PRINT-COUNTED " " PRINT-OVER-SHORT " "
              PRINT-REMARK
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
           MOVE "TILLCASH.RPT" TO RPT-REPORT-DSN.
           MOVE "TILLCASHUP" TO RPT-PROGRAM-ID.
           MOVE "DAILY TILL CASH-UP" TO RPT-REPORT-TITLE.
           MOVE "INIT" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT
              ON EXCEPTION
                 DISPLAY "[ABORT]: RPTWRITE MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           MOVE SPACES TO RPT-TEXT.
           STRING "ST  OPERATOR TXNS      CASH      CARD    POINTS"
              "   PREPAID   ACCOUNT   REFUNDS     FLOAT   COUNTED"
              " OVER/SHORT REMARK"
              DELIMITED BY SIZE INTO RPT-TEXT.
           MOVE "HEAD" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

       END PROGRAM TILL-CASHUP.
