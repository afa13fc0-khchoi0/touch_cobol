       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACQSETTLE.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              ACQ-TRANS-FILE ASSIGN DYNAMIC ACQ-TRANS-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ACQ-TRANS-FILE-STATUS.

           SELECT
              ACQ-SETTLE-FILE ASSIGN DYNAMIC ACQ-SETTLE-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ACQ-SETTLE-FILE-STATUS.

           SELECT
              ACQ-OPEN-FILE ASSIGN DYNAMIC ACQ-OPEN-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ACQ-OPEN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACQ-TRANS-FILE.
       01  ACQ-TRANS-RECORD.
           02 ACQ-TRANS-REF                    PIC X(24).
           02 ACQ-CARD-NUMBER                  PIC 9(16).
           02 ACQ-TERMINAL-ID                  PIC 9(3).
           02 ACQ-AMOUNT                       PIC 9(5)V9(2).
           02 ACQ-SURCHARGE                    PIC 9(3)V9(2).
           02 ACQ-TIMESTAMP                    PIC 9(14).

       FD  ACQ-SETTLE-FILE.
       01  SETTLE-DETAIL-RECORD.
           02 SETTLE-RECORD-TYPE               PIC X.
           02 SETTLE-TRANS-REF                 PIC X(24).
           02 SETTLE-CARD-NUMBER               PIC 9(16).
           02 SETTLE-TERMINAL-ID               PIC 9(3).
           02 SETTLE-AMOUNT                    PIC 9(5)V9(2).
           02 SETTLE-SURCHARGE                 PIC 9(3)V9(2).
           02 SETTLE-TIMESTAMP                 PIC 9(14).
       01  SETTLE-HEADER-RECORD.
           02 SETTLE-HDR-TYPE                  PIC X.
           02 SETTLE-HDR-DATE                  PIC 9(8).
       01  SETTLE-TRAILER-RECORD.
           02 SETTLE-TRL-TYPE                  PIC X.
           02 SETTLE-TRL-COUNT                 PIC 9(7).
           02 SETTLE-TRL-AMOUNT                PIC 9(11)V9(2).
           02 SETTLE-TRL-SURCHARGE             PIC 9(9)V9(2).

       FD  ACQ-OPEN-FILE.
       01  ACQ-OPEN-RECORD.
           02 OPEN-TRANS-REF                   PIC X(24).
           02 OPEN-CARD-NUMBER                 PIC 9(16).
           02 OPEN-TERMINAL-ID                 PIC 9(3).
           02 OPEN-AMOUNT                      PIC 9(5)V9(2).
           02 OPEN-SURCHARGE                   PIC 9(3)V9(2).
           02 OPEN-TIMESTAMP                   PIC 9(14).
           02 OPEN-SENT-DATE                   PIC 9(8).

       WORKING-STORAGE SECTION.
       01  ACQ-TRANS-FILE-DSN                  PIC X(40).
       01  ACQ-SETTLE-FILE-DSN                 PIC X(40).
       01  ACQ-OPEN-FILE-DSN                   PIC X(40).

       01  ACQ-TRANS-FILE-STATUS               PIC 99.
           88 ACQ-TRANS-FILE-NOT-FOUND         VALUE 35.
       01  ACQ-SETTLE-FILE-STATUS              PIC 99.
       01  ACQ-OPEN-FILE-STATUS                PIC 99.
           88 ACQ-OPEN-FILE-NOT-FOUND          VALUE 35.

       01  SETTLEMENT-DATE                     PIC 9(8).
       01  SETTLE-ITEM-COUNT                   PIC 9(7) VALUE 0.
       01  SETTLE-AMOUNT-TOTAL                 PIC 9(11)V9(2) VALUE 0.
       01  SETTLE-SURCHARGE-TOTAL              PIC 9(9)V9(2) VALUE 0.

       01  TERM-COUNT                          PIC 9(2) VALUE 0.
       01  TERM-SUBSCRIPT                      PIC 9(2) VALUE 0.
       01  TERM-TABLE.
           02 TERM-ENTRY OCCURS 50 TIMES.
              03 TMT-TERMINAL-ID               PIC 9(3).
              03 TMT-ITEM-COUNT                PIC 9(5).
              03 TMT-AMOUNT-TOTAL              PIC 9(9)V9(2).
              03 TMT-SURCHARGE-TOTAL           PIC 9(7)V9(2).

       01  TERM-TOTAL-BUFFER.
           02 TT-PREFIX-1                      PIC X(9)
              VALUE "TERMINAL ".
           02 TT-TERMINAL-ID                   PIC 9(3).
           02 TT-PREFIX-2                      PIC X(2)
              VALUE ": ".
           02 TT-ITEM-COUNT                    PIC ZZZZ9.
           02 TT-PREFIX-3                      PIC X(25)
              VALUE " FOREIGN WITHDRAWAL(S) = ".
           02 TT-AMOUNT-TOTAL                  PIC ZZZZZZZZ9.99.
           02 TT-PREFIX-4                      PIC X(7)
              VALUE " FEES: ".
           02 TT-SURCHARGE-TOTAL               PIC ZZZZZZ9.99.

       01  TOTAL-AMOUNT-EDIT                   PIC ZZZZZZZZZZ9.99.
       01  TOTAL-SURCHARGE-EDIT                PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       INITIALIZE-FILE-NAMES.
           ACCEPT ACQ-TRANS-FILE-DSN
              FROM ENVIRONMENT "ATM_ACQ_TRANS_FILE"
              ON EXCEPTION
                 MOVE "acqTrans.txt" TO ACQ-TRANS-FILE-DSN
           END-ACCEPT.

           ACCEPT ACQ-SETTLE-FILE-DSN
              FROM ENVIRONMENT "ATM_ACQ_SETTLE_FILE"
              ON EXCEPTION
                 MOVE "acqSettle.txt" TO ACQ-SETTLE-FILE-DSN
           END-ACCEPT.

           ACCEPT ACQ-OPEN-FILE-DSN
              FROM ENVIRONMENT "ATM_ACQ_OPEN_FILE"
              ON EXCEPTION
                 MOVE "acqOpen.txt" TO ACQ-OPEN-FILE-DSN
           END-ACCEPT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO SETTLEMENT-DATE.
           GO TO OPEN-SETTLEMENT-FILES.

       OPEN-SETTLEMENT-FILES.
           OPEN OUTPUT ACQ-SETTLE-FILE.
           MOVE SPACES TO SETTLE-DETAIL-RECORD.
           MOVE "H" TO SETTLE-HDR-TYPE.
           MOVE SETTLEMENT-DATE TO SETTLE-HDR-DATE.
           WRITE SETTLE-HEADER-RECORD.

           OPEN EXTEND ACQ-OPEN-FILE.
           IF ACQ-OPEN-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT ACQ-OPEN-FILE
           END-IF.

           OPEN INPUT ACQ-TRANS-FILE.
           IF ACQ-TRANS-FILE-NOT-FOUND
           THEN
              GO TO WRITE-SETTLEMENT-TRAILER
           END-IF.

       READ-ACQ-TRANS-LOOP.
           READ ACQ-TRANS-FILE
              AT END
                 CLOSE ACQ-TRANS-FILE
                 IF SETTLE-ITEM-COUNT > 0
                 THEN
                    OPEN OUTPUT ACQ-TRANS-FILE
                    CLOSE ACQ-TRANS-FILE
                 END-IF
                 GO TO WRITE-SETTLEMENT-TRAILER
           END-READ.
           ADD 1 TO SETTLE-ITEM-COUNT.
           ADD ACQ-AMOUNT    TO SETTLE-AMOUNT-TOTAL.
           ADD ACQ-SURCHARGE TO SETTLE-SURCHARGE-TOTAL.

           MOVE "D"             TO SETTLE-RECORD-TYPE.
           MOVE ACQ-TRANS-REF   TO SETTLE-TRANS-REF.
           MOVE ACQ-CARD-NUMBER TO SETTLE-CARD-NUMBER.
           MOVE ACQ-TERMINAL-ID TO SETTLE-TERMINAL-ID.
           MOVE ACQ-AMOUNT      TO SETTLE-AMOUNT.
           MOVE ACQ-SURCHARGE   TO SETTLE-SURCHARGE.
           MOVE ACQ-TIMESTAMP   TO SETTLE-TIMESTAMP.
           WRITE SETTLE-DETAIL-RECORD.

           MOVE ACQ-TRANS-REF   TO OPEN-TRANS-REF.
           MOVE ACQ-CARD-NUMBER TO OPEN-CARD-NUMBER.
           MOVE ACQ-TERMINAL-ID TO OPEN-TERMINAL-ID.
           MOVE ACQ-AMOUNT      TO OPEN-AMOUNT.
           MOVE ACQ-SURCHARGE   TO OPEN-SURCHARGE.
           MOVE ACQ-TIMESTAMP   TO OPEN-TIMESTAMP.
           MOVE SETTLEMENT-DATE TO OPEN-SENT-DATE.
           WRITE ACQ-OPEN-RECORD.

           PERFORM TALLY-TERMINAL-AMOUNT THRU
              TALLY-TERMINAL-AMOUNT-EXIT.
           GO TO READ-ACQ-TRANS-LOOP.

       TALLY-TERMINAL-AMOUNT.
           MOVE 0 TO TERM-SUBSCRIPT.

       TALLY-TERMINAL-AMOUNT-LOOP.
           ADD 1 TO TERM-SUBSCRIPT.
           IF TERM-SUBSCRIPT > TERM-COUNT
           THEN
              GO TO TALLY-TERMINAL-AMOUNT-NEW
           END-IF.
           IF TMT-TERMINAL-ID(TERM-SUBSCRIPT) = ACQ-TERMINAL-ID
           THEN
              GO TO TALLY-TERMINAL-AMOUNT-ADD
           END-IF.
           GO TO TALLY-TERMINAL-AMOUNT-LOOP.

       TALLY-TERMINAL-AMOUNT-NEW.
           IF TERM-COUNT NOT < 50
           THEN
              GO TO TALLY-TERMINAL-AMOUNT-EXIT
           END-IF.
           ADD 1 TO TERM-COUNT.
           MOVE TERM-COUNT TO TERM-SUBSCRIPT.
           MOVE ACQ-TERMINAL-ID TO TMT-TERMINAL-ID(TERM-SUBSCRIPT).
           MOVE 0 TO TMT-ITEM-COUNT(TERM-SUBSCRIPT).
           MOVE 0 TO TMT-AMOUNT-TOTAL(TERM-SUBSCRIPT).
           MOVE 0 TO TMT-SURCHARGE-TOTAL(TERM-SUBSCRIPT).

       TALLY-TERMINAL-AMOUNT-ADD.
           ADD 1 TO TMT-ITEM-COUNT(TERM-SUBSCRIPT).
           ADD ACQ-AMOUNT TO TMT-AMOUNT-TOTAL(TERM-SUBSCRIPT).
           ADD ACQ-SURCHARGE TO TMT-SURCHARGE-TOTAL(TERM-SUBSCRIPT).

       TALLY-TERMINAL-AMOUNT-EXIT.
           EXIT.

       WRITE-SETTLEMENT-TRAILER.
           MOVE SPACES TO SETTLE-DETAIL-RECORD.
           MOVE "T" TO SETTLE-TRL-TYPE.
           MOVE SETTLE-ITEM-COUNT      TO SETTLE-TRL-COUNT.
           MOVE SETTLE-AMOUNT-TOTAL    TO SETTLE-TRL-AMOUNT.
           MOVE SETTLE-SURCHARGE-TOTAL TO SETTLE-TRL-SURCHARGE.
           WRITE SETTLE-TRAILER-RECORD.
           CLOSE ACQ-SETTLE-FILE, ACQ-OPEN-FILE.

           DISPLAY "=====> ACQUIRER SETTLEMENT FOR " SETTLEMENT-DATE
              ":".
           MOVE SETTLE-AMOUNT-TOTAL    TO TOTAL-AMOUNT-EDIT.
           MOVE SETTLE-SURCHARGE-TOTAL TO TOTAL-SURCHARGE-EDIT.
           DISPLAY "=====> " SETTLE-ITEM-COUNT
              " FOREIGN-CARD WITHDRAWAL(S) SENT, CASH "
              TOTAL-AMOUNT-EDIT " FEES " TOTAL-SURCHARGE-EDIT.
           MOVE 0 TO TERM-SUBSCRIPT.

       SHOW-TERMINAL-TOTALS-LOOP.
           ADD 1 TO TERM-SUBSCRIPT.
           IF TERM-SUBSCRIPT > TERM-COUNT
           THEN
              GO TO SHOW-TERMINAL-TOTALS-DONE
           END-IF.
           MOVE TMT-TERMINAL-ID(TERM-SUBSCRIPT)  TO TT-TERMINAL-ID.
           MOVE TMT-ITEM-COUNT(TERM-SUBSCRIPT)   TO TT-ITEM-COUNT.
           MOVE TMT-AMOUNT-TOTAL(TERM-SUBSCRIPT) TO TT-AMOUNT-TOTAL.
           MOVE TMT-SURCHARGE-TOTAL(TERM-SUBSCRIPT)
              TO TT-SURCHARGE-TOTAL.
           DISPLAY "=====> " TERM-TOTAL-BUFFER.
           GO TO SHOW-TERMINAL-TOTALS-LOOP.

       SHOW-TERMINAL-TOTALS-DONE.
           STOP RUN.

       END PROGRAM ACQSETTLE.
