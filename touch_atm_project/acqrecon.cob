       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACQRECON.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              NET-SETTLE-FILE ASSIGN DYNAMIC NET-SETTLE-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NET-SETTLE-FILE-STATUS.

           SELECT
              ACQ-OPEN-FILE ASSIGN DYNAMIC ACQ-OPEN-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ACQ-OPEN-FILE-STATUS.

           SELECT
              NEW-ACQ-OPEN-FILE ASSIGN DYNAMIC NEW-ACQ-OPEN-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NEW-ACQ-OPEN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NET-SETTLE-FILE.
       01  NET-SETTLE-RECORD.
           02 NET-TRANS-REF                    PIC X(24).
           02 NET-CARD-NUMBER                  PIC 9(16).
           02 NET-AMOUNT                       PIC 9(5)V9(2).
           02 NET-SURCHARGE                    PIC 9(3)V9(2).
           02 NET-STATUS                       PIC X.
              88 NET-ITEM-SETTLED              VALUE "S".
              88 NET-ITEM-REJECTED             VALUE "R".
           02 NET-REASON                       PIC X(20).

       FD  ACQ-OPEN-FILE.
       01  ACQ-OPEN-RECORD.
           02 OPEN-TRANS-REF                   PIC X(24).
           02 OPEN-CARD-NUMBER                 PIC 9(16).
           02 OPEN-TERMINAL-ID                 PIC 9(3).
           02 OPEN-AMOUNT                      PIC 9(5)V9(2).
           02 OPEN-SURCHARGE                   PIC 9(3)V9(2).
           02 OPEN-TIMESTAMP                   PIC 9(14).
           02 OPEN-SENT-DATE                   PIC 9(8).

       FD  NEW-ACQ-OPEN-FILE.
       01  NEW-ACQ-OPEN-RECORD                 PIC X(77).

       WORKING-STORAGE SECTION.
       01  NET-SETTLE-FILE-DSN                 PIC X(40).
       01  ACQ-OPEN-FILE-DSN                   PIC X(40).
       01  NEW-ACQ-OPEN-FILE-DSN               PIC X(40).
       01  ACQ-RECON-REPORT-FILE-DSN           PIC X(40).

       01  NET-SETTLE-FILE-STATUS              PIC 99.
           88 NET-SETTLE-FILE-NOT-FOUND        VALUE 35.
       01  ACQ-OPEN-FILE-STATUS                PIC 99.
           88 ACQ-OPEN-FILE-NOT-FOUND          VALUE 35.
       01  NEW-ACQ-OPEN-FILE-STATUS            PIC 99.

       01  RECON-DATE                          PIC 9(8).
       01  AGING-LIMIT-DAYS                    PIC S9(5) VALUE 2.

       01  NET-COUNT                           PIC 9(3) VALUE 0.
       01  NET-SUBSCRIPT                       PIC 9(3) VALUE 0.
       01  NET-TABLE.
           02 NET-ENTRY OCCURS 500 TIMES.
              03 NTT-TRANS-REF                 PIC X(24).
              03 NTT-CARD-NUMBER               PIC 9(16).
              03 NTT-AMOUNT                    PIC 9(5)V9(2).
              03 NTT-SURCHARGE                 PIC 9(3)V9(2).
              03 NTT-STATUS                    PIC X.
              03 NTT-REASON                    PIC X(20).
              03 NTT-USED-FLAG                 PIC X.

       01  ITEM-AGE-DAYS                       PIC S9(5).
       01  MATCHED-COUNT                       PIC 9(5) VALUE 0.
       01  MISMATCH-COUNT                      PIC 9(5) VALUE 0.
       01  REJECTED-COUNT                      PIC 9(5) VALUE 0.
       01  UNKNOWN-COUNT                       PIC 9(5) VALUE 0.
       01  UNMATCHED-COUNT                     PIC 9(5) VALUE 0.
       01  AGED-COUNT                          PIC 9(5) VALUE 0.
       01  MATCHED-AMOUNT-TOTAL                PIC 9(11)V9(2) VALUE 0.
       01  MATCHED-SURCHARGE-TOTAL             PIC 9(9)V9(2) VALUE 0.
       01  OUR-CLAIM-AMOUNT                    PIC 9(6)V9(2).
       01  NET-CLAIM-AMOUNT                    PIC 9(6)V9(2).

       01  DATECALC-FUNCTION                   PIC X(4).
       01  DATECALC-DATE-1                     PIC 9(8).
       01  DATECALC-DATE-2                     PIC 9(8).
       01  DATECALC-DAYS                       PIC S9(5).

       01  RPT-OP                              PIC X(4).
       01  RPT-TEXT.
           02 RPT-INIT-VIEW.
              03 RPT-REPORT-DSN                PIC X(40).
              03 RPT-PROGRAM-ID                PIC X(10).
              03 RPT-REPORT-TITLE              PIC X(40).
              03 FILLER                        PIC X(42).

       01  EXCEPTION-BUFFER.
           02 EX-REASON                        PIC X(22).
           02 EX-PREFIX-1                      PIC X(5)
              VALUE " REF ".
           02 EX-TRANS-REF                     PIC X(24).
           02 EX-PREFIX-2                      PIC X(6)
              VALUE " CARD ".
           02 EX-CARD-NUMBER                   PIC 9(16).
           02 EX-PREFIX-3                      PIC X(6)
              VALUE " OURS ".
           02 EX-OUR-AMOUNT                    PIC ZZZZZ9.99.
           02 EX-PREFIX-4                      PIC X(9)
              VALUE " NETWORK ".
           02 EX-NET-AMOUNT                    PIC ZZZZZ9.99.
           02 EX-PREFIX-5                      PIC X(1)
              VALUE " ".
           02 EX-NOTE                          PIC X(24).

       01  AGE-NOTE-BUFFER.
           02 AN-PREFIX-1                      PIC X(5)
              VALUE "SENT ".
           02 AN-SENT-DATE                     PIC 9(8).
           02 AN-PREFIX-2                      PIC X(5)
              VALUE " AGE ".
           02 AN-AGE-DAYS                      PIC ZZZZ9.

       01  SUMMARY-BUFFER.
           02 SM-PREFIX-1                      PIC X(9)
              VALUE "MATCHED: ".
           02 SM-MATCHED-COUNT                 PIC ZZZZ9.
           02 SM-PREFIX-2                      PIC X(7)
              VALUE " CASH: ".
           02 SM-AMOUNT-TOTAL                  PIC ZZZZZZZZZZ9.99.
           02 SM-PREFIX-3                      PIC X(7)
              VALUE " FEES: ".
           02 SM-SURCHARGE-TOTAL               PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       INITIALIZE-FILE-NAMES.
           ACCEPT NET-SETTLE-FILE-DSN
              FROM ENVIRONMENT "ATM_NET_SETTLE_FILE"
              ON EXCEPTION
                 MOVE "netSettle.txt" TO NET-SETTLE-FILE-DSN
           END-ACCEPT.

           ACCEPT ACQ-OPEN-FILE-DSN
              FROM ENVIRONMENT "ATM_ACQ_OPEN_FILE"
              ON EXCEPTION
                 MOVE "acqOpen.txt" TO ACQ-OPEN-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-ACQ-OPEN-FILE-DSN
              FROM ENVIRONMENT "ATM_ACQ_OPEN_NEW_FILE"
              ON EXCEPTION
                 MOVE "acqOpen.txt.new" TO NEW-ACQ-OPEN-FILE-DSN
           END-ACCEPT.

           ACCEPT ACQ-RECON-REPORT-FILE-DSN
              FROM ENVIRONMENT "ATM_ACQ_RECON_REPORT_FILE"
              ON EXCEPTION
                 MOVE "acqRecon.txt" TO ACQ-RECON-REPORT-FILE-DSN
           END-ACCEPT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO RECON-DATE.
           GO TO LOAD-NET-TABLE.

       LOAD-NET-TABLE.
           OPEN INPUT NET-SETTLE-FILE.
           IF NET-SETTLE-FILE-NOT-FOUND
           THEN
              GO TO START-RECON-REPORT
           END-IF.

       LOAD-NET-TABLE-LOOP.
           READ NET-SETTLE-FILE
              AT END
                 CLOSE NET-SETTLE-FILE
                 GO TO START-RECON-REPORT
           END-READ.
           IF NET-COUNT < 500
           THEN
              ADD 1 TO NET-COUNT
              MOVE NET-TRANS-REF   TO NTT-TRANS-REF(NET-COUNT)
              MOVE NET-CARD-NUMBER TO NTT-CARD-NUMBER(NET-COUNT)
              MOVE NET-AMOUNT      TO NTT-AMOUNT(NET-COUNT)
              MOVE NET-SURCHARGE   TO NTT-SURCHARGE(NET-COUNT)
              MOVE NET-STATUS      TO NTT-STATUS(NET-COUNT)
              MOVE NET-REASON      TO NTT-REASON(NET-COUNT)
              MOVE "N"             TO NTT-USED-FLAG(NET-COUNT)
           ELSE
              DISPLAY "~~~~~~~~~~~~~~~> MORE THAN 500 "
                 "NETWORK SETTLEMENT ITEMS -- OVERFLOW IGNORED"
           END-IF.
           GO TO LOAD-NET-TABLE-LOOP.

       START-RECON-REPORT.
           MOVE SPACES TO RPT-TEXT.
           MOVE ACQ-RECON-REPORT-FILE-DSN TO RPT-REPORT-DSN.
           MOVE "ACQRECON" TO RPT-PROGRAM-ID.
           MOVE "ACQUIRER SETTLEMENT RECONCILIATION"
              TO RPT-REPORT-TITLE.
           MOVE "INIT" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT
              ON EXCEPTION
                 DISPLAY "[ABORT]: RPTWRITE MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.

           OPEN OUTPUT NEW-ACQ-OPEN-FILE.
           OPEN INPUT ACQ-OPEN-FILE.
           IF ACQ-OPEN-FILE-NOT-FOUND
           THEN
              GO TO REPORT-UNKNOWN-ITEMS
           END-IF.

       PROCESS-OPEN-FILE-LOOP.
           READ ACQ-OPEN-FILE
              AT END
                 CLOSE ACQ-OPEN-FILE
                 GO TO REPORT-UNKNOWN-ITEMS
           END-READ.
           PERFORM MATCH-OPEN-ITEM THRU MATCH-OPEN-ITEM-EXIT.
           GO TO PROCESS-OPEN-FILE-LOOP.

       MATCH-OPEN-ITEM.
           ADD OPEN-AMOUNT OPEN-SURCHARGE GIVING OUR-CLAIM-AMOUNT.
           MOVE 0 TO NET-SUBSCRIPT.

       MATCH-OPEN-ITEM-LOOP.
           ADD 1 TO NET-SUBSCRIPT.
           IF NET-SUBSCRIPT > NET-COUNT
           THEN
              GO TO MATCH-OPEN-ITEM-KEEP
           END-IF.
           IF NTT-USED-FLAG(NET-SUBSCRIPT) = "N" AND
              NTT-TRANS-REF(NET-SUBSCRIPT) = OPEN-TRANS-REF
           THEN
              MOVE "Y" TO NTT-USED-FLAG(NET-SUBSCRIPT)
              GO TO MATCH-OPEN-ITEM-FOUND
           END-IF.
           GO TO MATCH-OPEN-ITEM-LOOP.

       MATCH-OPEN-ITEM-FOUND.
           ADD NTT-AMOUNT(NET-SUBSCRIPT) NTT-SURCHARGE(NET-SUBSCRIPT)
              GIVING NET-CLAIM-AMOUNT.
           MOVE OPEN-TRANS-REF   TO EX-TRANS-REF.
           MOVE OPEN-CARD-NUMBER TO EX-CARD-NUMBER.
           MOVE OUR-CLAIM-AMOUNT TO EX-OUR-AMOUNT.
           MOVE NET-CLAIM-AMOUNT TO EX-NET-AMOUNT.
           IF NTT-STATUS(NET-SUBSCRIPT) = "R"
           THEN
              ADD 1 TO REJECTED-COUNT
              MOVE "REJECTED BY NETWORK" TO EX-REASON
              MOVE NTT-REASON(NET-SUBSCRIPT) TO EX-NOTE
              PERFORM WRITE-EXCEPTION-LINE THRU
                 WRITE-EXCEPTION-LINE-EXIT
              GO TO MATCH-OPEN-ITEM-EXIT
           END-IF.
           IF NTT-AMOUNT(NET-SUBSCRIPT) NOT = OPEN-AMOUNT OR
              NTT-SURCHARGE(NET-SUBSCRIPT) NOT = OPEN-SURCHARGE
           THEN
              ADD 1 TO MISMATCH-COUNT
              MOVE "AMOUNT DIFFERS" TO EX-REASON
              MOVE SPACES TO EX-NOTE
              PERFORM WRITE-EXCEPTION-LINE THRU
                 WRITE-EXCEPTION-LINE-EXIT
              GO TO MATCH-OPEN-ITEM-EXIT
           END-IF.
           ADD 1 TO MATCHED-COUNT.
           ADD OPEN-AMOUNT    TO MATCHED-AMOUNT-TOTAL.
           ADD OPEN-SURCHARGE TO MATCHED-SURCHARGE-TOTAL.
           GO TO MATCH-OPEN-ITEM-EXIT.

       MATCH-OPEN-ITEM-KEEP.
           ADD 1 TO UNMATCHED-COUNT.
           WRITE NEW-ACQ-OPEN-RECORD FROM ACQ-OPEN-RECORD.
           MOVE "DIFF" TO DATECALC-FUNCTION.
           MOVE OPEN-SENT-DATE TO DATECALC-DATE-1.
           MOVE RECON-DATE TO DATECALC-DATE-2.
           CALL "DATECALC" USING DATECALC-FUNCTION DATECALC-DATE-1
              DATECALC-DATE-2 DATECALC-DAYS
              ON EXCEPTION
                 DISPLAY "[ABORT]: DATECALC MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           MOVE DATECALC-DAYS TO ITEM-AGE-DAYS.
           IF ITEM-AGE-DAYS > AGING-LIMIT-DAYS
           THEN
              ADD 1 TO AGED-COUNT
              MOVE "NOT SETTLED BY NETWORK" TO EX-REASON
              MOVE OPEN-TRANS-REF   TO EX-TRANS-REF
              MOVE OPEN-CARD-NUMBER TO EX-CARD-NUMBER
              MOVE OUR-CLAIM-AMOUNT TO EX-OUR-AMOUNT
              MOVE 0                TO EX-NET-AMOUNT
              MOVE OPEN-SENT-DATE   TO AN-SENT-DATE
              MOVE ITEM-AGE-DAYS    TO AN-AGE-DAYS
              MOVE AGE-NOTE-BUFFER  TO EX-NOTE
              PERFORM WRITE-EXCEPTION-LINE THRU
                 WRITE-EXCEPTION-LINE-EXIT
           END-IF.

       MATCH-OPEN-ITEM-EXIT.
           EXIT.

       WRITE-EXCEPTION-LINE.
           MOVE SPACES TO RPT-TEXT.
           MOVE EXCEPTION-BUFFER TO RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

       WRITE-EXCEPTION-LINE-EXIT.
           EXIT.

       REPORT-UNKNOWN-ITEMS.
           MOVE 0 TO NET-SUBSCRIPT.

       REPORT-UNKNOWN-ITEMS-LOOP.
           ADD 1 TO NET-SUBSCRIPT.
           IF NET-SUBSCRIPT > NET-COUNT
           THEN
              GO TO PROMOTE-OPEN-FILE
           END-IF.
           IF NTT-USED-FLAG(NET-SUBSCRIPT) = "N"
           THEN
              ADD 1 TO UNKNOWN-COUNT
              MOVE "NOT IN OUR RECORDS" TO EX-REASON
              MOVE NTT-TRANS-REF(NET-SUBSCRIPT)   TO EX-TRANS-REF
              MOVE NTT-CARD-NUMBER(NET-SUBSCRIPT) TO EX-CARD-NUMBER
              MOVE 0 TO EX-OUR-AMOUNT
              ADD NTT-AMOUNT(NET-SUBSCRIPT)
                 NTT-SURCHARGE(NET-SUBSCRIPT) GIVING NET-CLAIM-AMOUNT
              MOVE NET-CLAIM-AMOUNT TO EX-NET-AMOUNT
              MOVE NTT-REASON(NET-SUBSCRIPT) TO EX-NOTE
              PERFORM WRITE-EXCEPTION-LINE THRU
                 WRITE-EXCEPTION-LINE-EXIT
           END-IF.
           GO TO REPORT-UNKNOWN-ITEMS-LOOP.

       PROMOTE-OPEN-FILE.
           CLOSE NEW-ACQ-OPEN-FILE.
           OPEN INPUT NEW-ACQ-OPEN-FILE.
           OPEN OUTPUT ACQ-OPEN-FILE.

       PROMOTE-OPEN-FILE-LOOP.
           READ NEW-ACQ-OPEN-FILE
              AT END
                 CLOSE NEW-ACQ-OPEN-FILE, ACQ-OPEN-FILE
                 GO TO CLEAR-NET-SETTLE-FILE
           END-READ.
           WRITE ACQ-OPEN-RECORD FROM NEW-ACQ-OPEN-RECORD.
           GO TO PROMOTE-OPEN-FILE-LOOP.

       CLEAR-NET-SETTLE-FILE.
           IF NET-COUNT > 0
           THEN
              OPEN OUTPUT NET-SETTLE-FILE
              CLOSE NET-SETTLE-FILE
           END-IF.

       WRITE-RECON-REPORT-DONE.
           MOVE SPACES TO RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE MATCHED-COUNT           TO SM-MATCHED-COUNT.
           MOVE MATCHED-AMOUNT-TOTAL    TO SM-AMOUNT-TOTAL.
           MOVE MATCHED-SURCHARGE-TOTAL TO SM-SURCHARGE-TOTAL.
           MOVE SUMMARY-BUFFER TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE "TERM" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

           DISPLAY "=====> ACQUIRER RECONCILIATION FOR " RECON-DATE
              ":".
           DISPLAY "=====> " SUMMARY-BUFFER.
           DISPLAY "=====> " MISMATCH-COUNT " AMOUNT DIFFERENCE(S), "
              REJECTED-COUNT " REJECTED, " UNKNOWN-COUNT
              " NOT IN OUR RECORDS".
           DISPLAY "=====> " UNMATCHED-COUNT
              " ITEM(S) STILL AWAITING THE NETWORK".
           IF MISMATCH-COUNT > 0 OR REJECTED-COUNT > 0 OR
              UNKNOWN-COUNT > 0 OR AGED-COUNT > 0
           THEN
              DISPLAY "~~~~~~~~~~~~~~~> SETTLEMENT EXCEPTIONS FOUND "
                 "-- SEE THE REPORT"
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       END PROGRAM ACQRECON.
