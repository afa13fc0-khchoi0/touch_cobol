       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREPAID-MAINT.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              PREPAID-FILE ASSIGN TO "PREPAID.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS PREPAID-FILE-STATUS.

           SELECT
              MEMBER-FILE ASSIGN TO "MEMBER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS MEMBER-FILE-STATUS.

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
       FD  PREPAID-FILE.
       01  PREPAID-RECORD.
           88 END-OF-PREPAID-FILE VALUE HIGH-VALUES.
           02 PPD-MEMBER-ID PIC X(10).
           02 PPD-DATE PIC 9(8).
           02 PPD-TIME PIC 9(6).
           02 PPD-TYPE PIC X.
              88 PREPAID-TOP-UP VALUE "T".
              88 PREPAID-RENTAL VALUE "R".
              88 PREPAID-LATE-FEE VALUE "L".
              88 PREPAID-REPLACEMENT VALUE "D".
              88 PREPAID-FEE-CLEARED VALUE "F".
           02 PPD-AMOUNT PIC 9(5)V9(2).
           02 PPD-STORE-ID PIC 9(2).
           02 PPD-OPERATOR PIC X(8).
           02 PPD-VIDEO-CODE PIC 9(5).

       FD  MEMBER-FILE.
       01  MEMBER-REC.
           02 MEMBER-ID PIC X(10).
           02 MEMBER-NAME PIC X(20).
           02 MEMBER-ADDR PIC X(40).
           02 MEMBER-PHONE PIC X(12).
           02 MEMBER-JOIN-DATE PIC 9(8).
           02 MEMBER-STATUS-FLAG PIC X.
           02 MEMBER-DOB PIC 9(8).
           02 MEMBER-HOME-STORE PIC 9(2).

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
              88 TILL-TOP-UP VALUE "T".
           02 TLT-TENDER PIC X.
           02 TLT-AMOUNT PIC 9(5)V9(2).
           02 TLT-RENTER-ID PIC X(10).
           02 TLT-VIDEO-CODE PIC 9(5).

       WORKING-STORAGE SECTION.
       01  PREPAID-FILE-STATUS PIC 9(2).
           88 PREPAID-FILE-NOT-FOUND VALUE 35.
       01  MEMBER-FILE-STATUS PIC 9(2).
           88 MEMBER-FILE-NOT-FOUND VALUE 35.
       01  OPERATOR-FILE-STATUS PIC 9(2).
           88 OPERATOR-FILE-NOT-FOUND VALUE 35.
       01  TILL-FILE-STATUS PIC 9(2).
           88 TILL-FILE-NOT-FOUND VALUE 35.
       01  SESSION-STORE-ID PIC 9(2).
       01  SIGNON-OPERATOR-ID PIC X(8).
       01  SIGNON-PASSWORD PIC 9(6).
       01  SIGNON-OK-FLAG PIC X VALUE "N".
           88 SIGNON-IS-OK VALUE "Y".
       01  HASHED-PIN-VALUE PIC 9(6).
       01  OPERATOR-EOF-FLAG PIC X VALUE "N".
           88 OPERATOR-AT-END VALUE "Y".
       01  MEMBER-EOF-FLAG PIC X VALUE "N".
           88 MEMBER-AT-END VALUE "Y".
       01  MEMBER-LOOKUP-FLAG PIC X VALUE "N".
           88 MEMBER-IS-ON-FILE VALUE "Y".
       01  MEMBER-LOOKUP-NAME PIC X(20).
       01  TENDER-CHOICE PIC X.
           88 TENDER-CASH VALUE "C", "c".
           88 TENDER-CARD VALUE "K", "k".

       01  MAINT-ACTION PIC 9.
           88 TOP-UP-ACTION VALUE 1.
           88 HISTORY-ACTION VALUE 2.

       01  ENTRY-MEMBER-ID PIC X(10).
       01  ENTRY-AMOUNT PIC 9(5)V9(2).
       01  PREPAID-BALANCE PIC S9(7)V9(2).
       01  MAXIMUM-TOP-UP PIC 9(5)V9(2) VALUE 500.00.
       01  HISTORY-COUNT PIC 9(5) VALUE 0.
       01  PRINT-AMOUNT PIC ZZ,ZZ9.99.
       01  PRINT-BALANCE PIC -,---,--9.99.
       01  PRINT-TYPE PIC X(12).
       01  IF-CONTINUE-CHOICE PIC X.
           88 CONTINUE-YES VALUE "Y", "y".

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "ENTER STORE ID (2 DIGITS) --> "
              WITH NO ADVANCING.
           ACCEPT SESSION-STORE-ID.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT SIGNON-IS-OK THEN
              DISPLAY "SIGN-ON FAILED"
              STOP RUN
           END-IF.

       TAKE-ACTION.
           DISPLAY "1 = TOP UP, 2 = BALANCE AND HISTORY --> "
              WITH NO ADVANCING.
           ACCEPT MAINT-ACTION.
           DISPLAY "ENTER MEMBER ID (10 CHARS) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-MEMBER-ID.
           PERFORM LOOK-UP-MEMBER.
           IF NOT MEMBER-IS-ON-FILE THEN
              DISPLAY "MEMBER " ENTRY-MEMBER-ID " IS NOT ON FILE"
           ELSE
           IF TOP-UP-ACTION THEN
              PERFORM TOP-UP-BALANCE
           ELSE
           IF HISTORY-ACTION THEN
              PERFORM LIST-PREPAID-HISTORY
           ELSE
              DISPLAY "UNKNOWN ACTION -- NOTHING DONE"
           END-IF
           END-IF
           END-IF.

           DISPLAY "ANOTHER MEMBER? (Y/N) --> " WITH NO ADVANCING.
           ACCEPT IF-CONTINUE-CHOICE.
           IF CONTINUE-YES THEN
              GO TO TAKE-ACTION
           END-IF.
           STOP RUN.

       TOP-UP-BALANCE.
           DISPLAY "TOP-UP AMOUNT --> " WITH NO ADVANCING.
           ACCEPT ENTRY-AMOUNT.
           IF ENTRY-AMOUNT = 0 OR ENTRY-AMOUNT > MAXIMUM-TOP-UP THEN
              MOVE MAXIMUM-TOP-UP TO PRINT-AMOUNT
              DISPLAY "TOP-UP MUST BE ABOVE ZERO AND NO MORE THAN "
                 PRINT-AMOUNT " -- NOT TAKEN"
           ELSE
              MOVE SPACE TO TENDER-CHOICE
              PERFORM UNTIL TENDER-CASH OR TENDER-CARD
                 DISPLAY "TENDER C = CASH, K = CARD --> "
                    WITH NO ADVANCING
                 ACCEPT TENDER-CHOICE
              END-PERFORM
              OPEN EXTEND PREPAID-FILE
              IF PREPAID-FILE-NOT-FOUND THEN
                 OPEN OUTPUT PREPAID-FILE
              END-IF
              MOVE ENTRY-MEMBER-ID TO PPD-MEMBER-ID
              MOVE FUNCTION CURRENT-DATE(1:8) TO PPD-DATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO PPD-TIME
              SET PREPAID-TOP-UP TO TRUE
              MOVE ENTRY-AMOUNT TO PPD-AMOUNT
              MOVE SESSION-STORE-ID TO PPD-STORE-ID
              MOVE SIGNON-OPERATOR-ID TO PPD-OPERATOR
              MOVE 0 TO PPD-VIDEO-CODE
              WRITE PREPAID-RECORD
              CLOSE PREPAID-FILE
              PERFORM WRITE-TILL-TRANSACTION
              PERFORM COMPUTE-PREPAID-BALANCE
              MOVE ENTRY-AMOUNT TO PRINT-AMOUNT
              MOVE PREPAID-BALANCE TO PRINT-BALANCE
              DISPLAY "TOPPED UP " PRINT-AMOUNT " FOR "
                 MEMBER-LOOKUP-NAME " -- PREPAID BALANCE NOW "
                 PRINT-BALANCE
           END-IF.

       COMPUTE-PREPAID-BALANCE.
           MOVE 0 TO PREPAID-BALANCE.
           OPEN INPUT PREPAID-FILE.
           IF PREPAID-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              READ PREPAID-FILE
                 AT END SET END-OF-PREPAID-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-PREPAID-FILE
                 IF PPD-MEMBER-ID = ENTRY-MEMBER-ID THEN
                    IF PREPAID-TOP-UP THEN
                       ADD PPD-AMOUNT TO PREPAID-BALANCE
                    ELSE
                       SUBTRACT PPD-AMOUNT FROM PREPAID-BALANCE
                    END-IF
                 END-IF
                 READ PREPAID-FILE
                    AT END SET END-OF-PREPAID-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE PREPAID-FILE
           END-IF.

       LIST-PREPAID-HISTORY.
           MOVE 0 TO PREPAID-BALANCE.
           MOVE 0 TO HISTORY-COUNT.
           DISPLAY "PREPAID HISTORY FOR " ENTRY-MEMBER-ID " "
              MEMBER-LOOKUP-NAME.
           OPEN INPUT PREPAID-FILE.
           IF PREPAID-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              READ PREPAID-FILE
                 AT END SET END-OF-PREPAID-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-PREPAID-FILE
                 IF PPD-MEMBER-ID = ENTRY-MEMBER-ID THEN
                    ADD 1 TO HISTORY-COUNT
                    EVALUATE TRUE
                       WHEN PREPAID-TOP-UP
                          MOVE "TOP-UP" TO PRINT-TYPE
                          ADD PPD-AMOUNT TO PREPAID-BALANCE
                       WHEN PREPAID-RENTAL
                          MOVE "RENTAL" TO PRINT-TYPE
                          SUBTRACT PPD-AMOUNT FROM PREPAID-BALANCE
                       WHEN PREPAID-LATE-FEE
                          MOVE "LATE FEE" TO PRINT-TYPE
                          SUBTRACT PPD-AMOUNT FROM PREPAID-BALANCE
                       WHEN PREPAID-REPLACEMENT
                          MOVE "REPLACEMENT" TO PRINT-TYPE
                          SUBTRACT PPD-AMOUNT FROM PREPAID-BALANCE
                       WHEN PREPAID-FEE-CLEARED
                          MOVE "FEES CLEARED" TO PRINT-TYPE
                          SUBTRACT PPD-AMOUNT FROM PREPAID-BALANCE
                       WHEN OTHER
                          MOVE PPD-TYPE TO PRINT-TYPE
                          SUBTRACT PPD-AMOUNT FROM PREPAID-BALANCE
                    END-EVALUATE
                    MOVE PPD-AMOUNT TO PRINT-AMOUNT
                    MOVE PREPAID-BALANCE TO PRINT-BALANCE
                    DISPLAY "  " PPD-DATE " " PRINT-TYPE " "
                       PRINT-AMOUNT " BALANCE " PRINT-BALANCE
                       " STORE " PPD-STORE-ID " " PPD-OPERATOR
                 END-IF
                 READ PREPAID-FILE
                    AT END SET END-OF-PREPAID-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE PREPAID-FILE
           END-IF.
           MOVE PREPAID-BALANCE TO PRINT-BALANCE.
           DISPLAY HISTORY-COUNT " TRANSACTION(S), PREPAID BALANCE "
              PRINT-BALANCE.

       LOOK-UP-MEMBER.
           MOVE "N" TO MEMBER-LOOKUP-FLAG.
           MOVE "N" TO MEMBER-EOF-FLAG.
           MOVE SPACES TO MEMBER-LOOKUP-NAME.
           OPEN INPUT MEMBER-FILE.
           IF MEMBER-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              PERFORM UNTIL MEMBER-AT-END OR MEMBER-IS-ON-FILE
                 READ MEMBER-FILE
                    AT END SET MEMBER-AT-END TO TRUE
                 END-READ
                 IF NOT MEMBER-AT-END AND
                    MEMBER-ID = ENTRY-MEMBER-ID THEN
                    SET MEMBER-IS-ON-FILE TO TRUE
                    MOVE MEMBER-NAME TO MEMBER-LOOKUP-NAME
                 END-IF
              END-PERFORM
              CLOSE MEMBER-FILE
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

       WRITE-TILL-TRANSACTION.
           OPEN EXTEND TILL-FILE.
           IF TILL-FILE-NOT-FOUND THEN
              OPEN OUTPUT TILL-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TLT-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO TLT-TIME.
           MOVE SESSION-STORE-ID TO TLT-STORE-ID.
           MOVE SIGNON-OPERATOR-ID TO TLT-OPERATOR.
           SET TILL-TOP-UP TO TRUE.
           IF TENDER-CARD THEN
              MOVE "K" TO TLT-TENDER
           ELSE
              MOVE "C" TO TLT-TENDER
           END-IF.
           MOVE ENTRY-AMOUNT TO TLT-AMOUNT.
           MOVE ENTRY-MEMBER-ID TO TLT-RENTER-ID.
           MOVE 0 TO TLT-VIDEO-CODE.
           WRITE TILL-TRANSACTION-RECORD.
           CLOSE TILL-FILE.

       END PROGRAM PREPAID-MAINT.
