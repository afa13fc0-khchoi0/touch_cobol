       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-DEPOSIT.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              STORE-ACCOUNT-FILE ASSIGN TO "STOREACT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS STORE-ACCOUNT-FILE-STATUS.

           SELECT
              CASHUP-FILE ASSIGN TO "CASHUP.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS CASHUP-FILE-STATUS.

           SELECT
              REGISTER-FILE ASSIGN TO "BANKDEP.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS REGISTER-FILE-STATUS.

           SELECT
              NEW-REGISTER-FILE ASSIGN TO "BANKDEP.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-REGISTER-FILE-STATUS.

           SELECT
              DEPOSIT-TRANS-FILE ASSIGN DYNAMIC
                 DEPOSIT-TRANS-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS DEPOSIT-TRANS-FILE-STATUS.

           SELECT
              JOURNAL-FILE ASSIGN DYNAMIC JOURNAL-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS JOURNAL-FILE-STATUS.

           SELECT
              EXCEPTION-TRANS-FILE ASSIGN DYNAMIC
                 EXCEPTION-TRANS-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS EXCEPTION-TRANS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STORE-ACCOUNT-FILE.
       01  STORE-ACCOUNT-RECORD.
           88 END-OF-STORE-ACCOUNT-FILE VALUE HIGH-VALUES.
           02 SBA-STORE-ID PIC 9(2).
           02 SBA-ACCT-NUMBER PIC 9(16).

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

       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           88 END-OF-REGISTER-FILE VALUE HIGH-VALUES.
           02 BDR-BUSINESS-DATE PIC 9(8).
           02 BDR-STORE-ID PIC 9(2).
           02 BDR-ACCT-NUMBER PIC 9(16).
           02 BDR-DECLARED PIC S9(7)V9(2)
                           SIGN LEADING SEPARATE.
           02 BDR-AMOUNT PIC 9(5)V9(2).
           02 BDR-TRANS-REF PIC X(24).
           02 BDR-SENT-DATE PIC 9(8).
           02 BDR-STATUS PIC X.
           02 BDR-STATUS-DATE PIC 9(8).
           02 BDR-POSTED-AMOUNT PIC 9(5)V9(2).

       FD  NEW-REGISTER-FILE.
       01  NEW-REGISTER-RECORD PIC X(91).

       FD  DEPOSIT-TRANS-FILE.
       01  DEPOSIT-TRANS-RECORD.
           02 DEPT-ACCT-NUMBER PIC 9(16).
           02 DEPT-OPERATION PIC A.
           02 DEPT-AMOUNT PIC 9(5)V9(2).
           02 DEPT-TIMESTAMP PIC 9(14).
           02 DEPT-CARDHOLDER-ID PIC X(2).
           02 DEPT-TRANS-REF PIC X(24).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           88 END-OF-JOURNAL-FILE VALUE HIGH-VALUES.
           02 JRNL-ACCT-NUMBER PIC 9(16).
           02 JRNL-DATE PIC 9(8).
           02 JRNL-SEQ PIC 9(4).
           02 JRNL-ENTRY-TYPE PIC X.
              88 JRNL-POSTING VALUE "P".
           02 JRNL-OPERATION PIC X.
           02 JRNL-AMOUNT PIC 9(5)V9(2).
           02 JRNL-SIGN PIC X.
           02 JRNL-BALANCE PIC 9(13)V9(2).
           02 JRNL-TRANS-REF PIC X(24).

       FD  EXCEPTION-TRANS-FILE.
       01  EXCEPTION-TRANS-RECORD.
           88 END-OF-EXCEPTION-FILE VALUE HIGH-VALUES.
           02 EXC-ACCT-NUMBER PIC 9(16).
           02 EXC-OPERATION PIC A.
           02 EXC-AMOUNT PIC 9(5)V9(2).
           02 EXC-TIMESTAMP PIC 9(14).
           02 EXC-CARDHOLDER-ID PIC X(2).
           02 EXC-TRANS-REF PIC X(24).

       WORKING-STORAGE SECTION.
       01  RPT-OP PIC X(4).
       01  RPT-TEXT.
           02 RPT-INIT-VIEW.
              03 RPT-REPORT-DSN PIC X(40).
              03 RPT-PROGRAM-ID PIC X(10).
              03 RPT-REPORT-TITLE PIC X(40).
              03 FILLER PIC X(42).
       01  STORE-ACCOUNT-FILE-STATUS PIC 9(2).
           88 STORE-ACCOUNT-NOT-FOUND VALUE 35.
       01  CASHUP-FILE-STATUS PIC 9(2).
           88 CASHUP-FILE-NOT-FOUND VALUE 35.
       01  REGISTER-FILE-STATUS PIC 9(2).
           88 REGISTER-FILE-NOT-FOUND VALUE 35.
       01  NEW-REGISTER-FILE-STATUS PIC 9(2).
       01  DEPOSIT-TRANS-FILE-STATUS PIC 9(2).
           88 DEPOSIT-TRANS-NOT-FOUND VALUE 35.
       01  DEPOSIT-TRANS-FILE-DSN PIC X(40).
       01  JOURNAL-FILE-STATUS PIC 9(2).
           88 JOURNAL-FILE-NOT-FOUND VALUE 35.
       01  JOURNAL-FILE-DSN PIC X(40).
       01  EXCEPTION-TRANS-FILE-STATUS PIC 9(2).
           88 EXCEPTION-FILE-NOT-FOUND VALUE 35.
       01  EXCEPTION-TRANS-FILE-DSN PIC X(40).

       01  MAINT-ACTION PIC 9.
           88 SEND-ACTION VALUE 1.
           88 RECONCILE-ACTION VALUE 2.
           88 ACCOUNT-ACTION VALUE 3.
           88 REGISTER-LIST-ACTION VALUE 4.

       01  CONTROL-TOTAL-FUNC PIC X(4).
       01  CONTROL-TOTAL-RESULT PIC X.
       01  LOCK-FUNCTION PIC X(4).
       01  LOCK-RESOURCE PIC X(40).
       01  LOCK-HOLDER PIC X(20) VALUE "BANK-DEPOSIT".
       01  LOCK-RESULT PIC X.
           88 LOCK-WAS-GRANTED VALUE "Y".
       01  LOCK-CONFLICT-HOLDER PIC X(20).
       01  CHKDIGIT-EXPECTED PIC 9.
       01  CHKDIGIT-RESULT PIC X.
       01  TRANS-REF-SOURCE PIC X(4) VALUE "VDEP".

       01  TODAY-DATE PIC 9(8).
       01  BUSINESS-DATE PIC 9(8).
       01  DEPOSIT-TIMESTAMP PIC 9(14).
       01  ENTRY-STORE-ID PIC 9(2).
       01  ENTRY-ACCT-NUMBER PIC 9(16).
       01  NEW-FILE-EOF-FLAG PIC X VALUE "N".
           88 NEW-FILE-AT-END VALUE "Y".

       01  STORE-SUBSCRIPT PIC 9(3) VALUE 0.
       01  STORE-TABLE.
           02 STORE-ENTRY OCCURS 99 TIMES.
              03 ST-ACCT-NUMBER PIC 9(16).
              03 ST-CASHUP-COUNT PIC 9(3).
              03 ST-DECLARED PIC S9(7)V9(2).
       01  STORE-ACCOUNT-COUNT PIC 9(3) VALUE 0.

       01  REGISTER-COUNT PIC 9(4) VALUE 0.
       01  REGISTER-SUBSCRIPT PIC 9(4) VALUE 0.
       01  REGISTER-TABLE.
           02 REGISTER-ENTRY OCCURS 5000 TIMES.
              03 RT-BUSINESS-DATE PIC 9(8).
              03 RT-STORE-ID PIC 9(2).
              03 RT-ACCT-NUMBER PIC 9(16).
              03 RT-DECLARED PIC S9(7)V9(2)
                             SIGN LEADING SEPARATE.
              03 RT-AMOUNT PIC 9(5)V9(2).
              03 RT-TRANS-REF PIC X(24).
              03 RT-SENT-DATE PIC 9(8).
              03 RT-STATUS PIC X.
                 88 RT-SENT VALUE "S".
                 88 RT-POSTED VALUE "P".
                 88 RT-DIFFERENT VALUE "D".
                 88 RT-MISSING VALUE "M".
                 88 RT-REJECTED VALUE "R".
                 88 RT-OPEN VALUE "S", "M".
              03 RT-STATUS-DATE PIC 9(8).
              03 RT-POSTED-AMOUNT PIC 9(5)V9(2).
       01  REGISTER-CHANGED-FLAG PIC X VALUE "N".
           88 REGISTER-WAS-CHANGED VALUE "Y".
       01  ENTRY-FOUND-FLAG PIC X VALUE "N".
           88 ENTRY-WAS-FOUND VALUE "Y".
       01  WANTED-TRANS-REF PIC X(24).

       01  SENT-COUNT PIC 9(3) VALUE 0.
       01  SENT-TOTAL PIC 9(7)V9(2) VALUE 0.
       01  MATCHED-COUNT PIC 9(4) VALUE 0.
       01  EXCEPTION-COUNT PIC 9(4) VALUE 0.
       01  AWAITING-COUNT PIC 9(4) VALUE 0.
       01  CURRENT-DECLARED PIC S9(7)V9(2).
       01  EXCEPTION-TEXT PIC X(32).

       01  PRINT-AMOUNT PIC ZZ,ZZ9.99.
       01  PRINT-DECLARED PIC -Z,ZZZ,ZZ9.99.
       01  PRINT-POSTED PIC ZZ,ZZ9.99.
       01  PRINT-TOTAL PIC Z,ZZZ,ZZ9.99.
       01  PRINT-STATUS-TEXT PIC X(10).
       01  REPORT-LINE-BUFFER PIC X(120).

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT DEPOSIT-TRANS-FILE-DSN
              FROM ENVIRONMENT "ATM_TRANS_VIDEO_DEPOSIT_FILE"
              ON EXCEPTION
                 MOVE "transVideoDep.txt" TO DEPOSIT-TRANS-FILE-DSN
           END-ACCEPT.
           ACCEPT JOURNAL-FILE-DSN
              FROM ENVIRONMENT "ATM_JOURNAL_FILE"
              ON EXCEPTION
                 MOVE "journal.txt" TO JOURNAL-FILE-DSN
           END-ACCEPT.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

           DISPLAY "1 = SEND STORE DEPOSITS, 2 = RECONCILE POSTED "
              "DEPOSITS, 3 = SET STORE ACCOUNT, 4 = LIST REGISTER "
              "--> " WITH NO ADVANCING.
           ACCEPT MAINT-ACTION.

           IF ACCOUNT-ACTION THEN
              PERFORM SET-STORE-ACCOUNT
              STOP RUN
           END-IF.

           PERFORM LOAD-REGISTER.

           IF SEND-ACTION THEN
              PERFORM SEND-STORE-DEPOSITS
           END-IF.

           IF RECONCILE-ACTION THEN
              PERFORM RECONCILE-POSTED-DEPOSITS
           END-IF.

           IF REGISTER-LIST-ACTION THEN
              PERFORM LIST-REGISTER
           END-IF.

           IF NOT SEND-ACTION AND NOT RECONCILE-ACTION AND
              NOT REGISTER-LIST-ACTION THEN
              DISPLAY "UNKNOWN ACTION -- NOTHING DONE"
           END-IF.
           STOP RUN.

       SET-STORE-ACCOUNT.
           DISPLAY "STORE ID (2 DIGITS) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-STORE-ID.
           IF ENTRY-STORE-ID = 0 THEN
              DISPLAY "STORE 00 IS NOT A TRADING STORE -- NOTHING DONE"
              STOP RUN
           END-IF.
           DISPLAY "BUSINESS ACCOUNT (16 DIGITS, 0 = REMOVE) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-ACCT-NUMBER.
           IF ENTRY-ACCT-NUMBER NOT = 0 THEN
              CALL "CHKDIGIT" USING ENTRY-ACCT-NUMBER
                 CHKDIGIT-EXPECTED CHKDIGIT-RESULT
                 ON EXCEPTION MOVE "Y" TO CHKDIGIT-RESULT
              END-CALL
              IF CHKDIGIT-RESULT = "N" THEN
                 DISPLAY "INVALID ACCOUNT NUMBER (CHECK DIGIT) -- "
                    "ACCOUNT NOT SET"
                 STOP RUN
              END-IF
           END-IF.
           PERFORM LOAD-STORE-ACCOUNTS.
           MOVE ENTRY-ACCT-NUMBER TO ST-ACCT-NUMBER(ENTRY-STORE-ID).
           OPEN OUTPUT STORE-ACCOUNT-FILE.
           PERFORM VARYING STORE-SUBSCRIPT FROM 1 BY 1
              UNTIL STORE-SUBSCRIPT > 99
              IF ST-ACCT-NUMBER(STORE-SUBSCRIPT) NOT = 0 THEN
                 MOVE STORE-SUBSCRIPT TO SBA-STORE-ID
                 MOVE ST-ACCT-NUMBER(STORE-SUBSCRIPT)
                    TO SBA-ACCT-NUMBER
                 WRITE STORE-ACCOUNT-RECORD
              END-IF
           END-PERFORM.
           CLOSE STORE-ACCOUNT-FILE.
           IF ENTRY-ACCT-NUMBER = 0 THEN
              DISPLAY "BUSINESS ACCOUNT FOR STORE " ENTRY-STORE-ID
                 " REMOVED"
           ELSE
              DISPLAY "STORE " ENTRY-STORE-ID " BANKS TO ACCOUNT "
                 ENTRY-ACCT-NUMBER
           END-IF.

       LOAD-STORE-ACCOUNTS.
           INITIALIZE STORE-TABLE.
           MOVE 0 TO STORE-ACCOUNT-COUNT.
           OPEN INPUT STORE-ACCOUNT-FILE.
           IF NOT STORE-ACCOUNT-NOT-FOUND THEN
              READ STORE-ACCOUNT-FILE
                 AT END SET END-OF-STORE-ACCOUNT-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-STORE-ACCOUNT-FILE
                 IF SBA-STORE-ID > 0 THEN
                    MOVE SBA-ACCT-NUMBER
                       TO ST-ACCT-NUMBER(SBA-STORE-ID)
                    ADD 1 TO STORE-ACCOUNT-COUNT
                 END-IF
                 READ STORE-ACCOUNT-FILE
                    AT END SET END-OF-STORE-ACCOUNT-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE STORE-ACCOUNT-FILE
           END-IF.

       SEND-STORE-DEPOSITS.
           DISPLAY "BUSINESS DATE TO BANK (YYYYMMDD, 0 = TODAY) --> "
              WITH NO ADVANCING.
           ACCEPT BUSINESS-DATE.
           IF BUSINESS-DATE = 0 THEN
              MOVE TODAY-DATE TO BUSINESS-DATE
           END-IF.
           PERFORM LOAD-STORE-ACCOUNTS.
           PERFORM LOAD-DECLARED-DEPOSITS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO DEPOSIT-TIMESTAMP.
           PERFORM CLAIM-DEPOSIT-STREAM.

           PERFORM VARYING STORE-SUBSCRIPT FROM 1 BY 1
              UNTIL STORE-SUBSCRIPT > 99
              IF ST-CASHUP-COUNT(STORE-SUBSCRIPT) > 0 THEN
                 PERFORM SEND-ONE-STORE-DEPOSIT
              END-IF
           END-PERFORM.

           IF SENT-COUNT > 0 THEN
              PERFORM WRITE-HANDOFF-CONTROL
              PERFORM REWRITE-REGISTER
           END-IF.
           PERFORM RELEASE-DEPOSIT-STREAM.
           MOVE SENT-TOTAL TO PRINT-TOTAL.
           DISPLAY SENT-COUNT " STORE DEPOSIT(S) TOTALLING "
              PRINT-TOTAL " WRITTEN TO " DEPOSIT-TRANS-FILE-DSN.

       LOAD-DECLARED-DEPOSITS.
           OPEN INPUT CASHUP-FILE.
           IF CASHUP-FILE-NOT-FOUND THEN
              DISPLAY "CASHUP.DAT NOT FOUND -- NOTHING TO BANK"
              STOP RUN
           END-IF.
           READ CASHUP-FILE
              AT END SET END-OF-CASHUP-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-CASHUP-FILE
              IF CSU-BUSINESS-DATE = BUSINESS-DATE AND
                 CSU-STORE-ID > 0 THEN
                 ADD 1 TO ST-CASHUP-COUNT(CSU-STORE-ID)
                 ADD CSU-DECLARED-DEPOSIT TO ST-DECLARED(CSU-STORE-ID)
              END-IF
              READ CASHUP-FILE
                 AT END SET END-OF-CASHUP-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE CASHUP-FILE.

       SEND-ONE-STORE-DEPOSIT.
           MOVE STORE-SUBSCRIPT TO ENTRY-STORE-ID.
           MOVE ST-DECLARED(STORE-SUBSCRIPT) TO PRINT-DECLARED.
           MOVE "N" TO ENTRY-FOUND-FLAG.
           PERFORM VARYING REGISTER-SUBSCRIPT FROM 1 BY 1
              UNTIL REGISTER-SUBSCRIPT > REGISTER-COUNT OR
                 ENTRY-WAS-FOUND
              IF RT-BUSINESS-DATE(REGISTER-SUBSCRIPT) =
                 BUSINESS-DATE AND
                 RT-STORE-ID(REGISTER-SUBSCRIPT) = STORE-SUBSCRIPT
                 THEN
                 SET ENTRY-WAS-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF ENTRY-WAS-FOUND THEN
              DISPLAY "STORE " ENTRY-STORE-ID " " BUSINESS-DATE
                 " ALREADY SENT -- SKIPPED"
           ELSE
           IF ST-ACCT-NUMBER(STORE-SUBSCRIPT) = 0 THEN
              DISPLAY "STORE " ENTRY-STORE-ID " DECLARED "
                 PRINT-DECLARED " -- NO BUSINESS ACCOUNT SET, "
                 "NOT SENT"
           ELSE
           IF ST-DECLARED(STORE-SUBSCRIPT) NOT > 0 THEN
              DISPLAY "STORE " ENTRY-STORE-ID " DECLARED "
                 PRINT-DECLARED " -- NOTHING TO BANK"
           ELSE
           IF ST-DECLARED(STORE-SUBSCRIPT) > 99999.99 THEN
              DISPLAY "STORE " ENTRY-STORE-ID " DECLARED "
                 PRINT-DECLARED " -- TOO LARGE FOR ONE DEPOSIT, "
                 "BANK BY HAND"
           ELSE
              PERFORM EMIT-DEPOSIT-RECORD
           END-IF
           END-IF
           END-IF
           END-IF.

       EMIT-DEPOSIT-RECORD.
           IF REGISTER-COUNT NOT < 5000 THEN
              DISPLAY "[ABORT]: MORE THAN 5000 DEPOSITS ON BANKDEP.DAT"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND DEPOSIT-TRANS-FILE.
           IF DEPOSIT-TRANS-NOT-FOUND THEN
              OPEN OUTPUT DEPOSIT-TRANS-FILE
           END-IF.
           MOVE ST-ACCT-NUMBER(STORE-SUBSCRIPT) TO DEPT-ACCT-NUMBER.
           MOVE "D" TO DEPT-OPERATION.
           MOVE ST-DECLARED(STORE-SUBSCRIPT) TO DEPT-AMOUNT.
           MOVE DEPOSIT-TIMESTAMP TO DEPT-TIMESTAMP.
           MOVE "00" TO DEPT-CARDHOLDER-ID.
           CALL "TRANREF" USING TRANS-REF-SOURCE DEPT-TRANS-REF
              ON EXCEPTION
                 DISPLAY "[ABORT]: TRANREF MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           WRITE DEPOSIT-TRANS-RECORD.
           CLOSE DEPOSIT-TRANS-FILE.

           ADD 1 TO REGISTER-COUNT.
           MOVE BUSINESS-DATE TO RT-BUSINESS-DATE(REGISTER-COUNT).
           MOVE STORE-SUBSCRIPT TO RT-STORE-ID(REGISTER-COUNT).
           MOVE DEPT-ACCT-NUMBER TO RT-ACCT-NUMBER(REGISTER-COUNT).
           MOVE ST-DECLARED(STORE-SUBSCRIPT)
              TO RT-DECLARED(REGISTER-COUNT).
           MOVE DEPT-AMOUNT TO RT-AMOUNT(REGISTER-COUNT).
           MOVE DEPT-TRANS-REF TO RT-TRANS-REF(REGISTER-COUNT).
           MOVE TODAY-DATE TO RT-SENT-DATE(REGISTER-COUNT).
           MOVE "S" TO RT-STATUS(REGISTER-COUNT).
           MOVE TODAY-DATE TO RT-STATUS-DATE(REGISTER-COUNT).
           MOVE 0 TO RT-POSTED-AMOUNT(REGISTER-COUNT).

           ADD 1 TO SENT-COUNT.
           ADD DEPT-AMOUNT TO SENT-TOTAL.
           MOVE DEPT-AMOUNT TO PRINT-AMOUNT.
           DISPLAY "STORE " ENTRY-STORE-ID " DEPOSITING "
              PRINT-AMOUNT " TO ACCT " DEPT-ACCT-NUMBER
              " REF " DEPT-TRANS-REF.

       CLAIM-DEPOSIT-STREAM.
           MOVE "SHR " TO LOCK-FUNCTION.
           MOVE DEPOSIT-TRANS-FILE-DSN TO LOCK-RESOURCE.
           CALL "LOCKCTL" USING LOCK-FUNCTION LOCK-RESOURCE LOCK-HOLDER
              LOCK-RESULT LOCK-CONFLICT-HOLDER
              ON EXCEPTION
                 DISPLAY "[ABORT]: LOCKCTL MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           IF NOT LOCK-WAS-GRANTED THEN
              DISPLAY "[ABORT]: " DEPOSIT-TRANS-FILE-DSN " IN USE BY "
                 LOCK-CONFLICT-HOLDER " -- NOTHING SENT"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       RELEASE-DEPOSIT-STREAM.
           MOVE "REL " TO LOCK-FUNCTION.
           MOVE DEPOSIT-TRANS-FILE-DSN TO LOCK-RESOURCE.
           CALL "LOCKCTL" USING LOCK-FUNCTION LOCK-RESOURCE LOCK-HOLDER
              LOCK-RESULT LOCK-CONFLICT-HOLDER
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       WRITE-HANDOFF-CONTROL.
           MOVE "WRIT" TO CONTROL-TOTAL-FUNC.
           CALL "STRMTOTAL" USING CONTROL-TOTAL-FUNC
              DEPOSIT-TRANS-FILE-DSN CONTROL-TOTAL-RESULT
              ON EXCEPTION
                 DISPLAY "[ABORT]: STRMTOTAL MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.

       RECONCILE-POSTED-DEPOSITS.
           MOVE "BANKREC.RPT" TO RPT-REPORT-DSN.
           MOVE "STORE DEPOSIT RECONCILIATION" TO RPT-REPORT-TITLE.
           PERFORM INITIALIZE-REPORT-WRITER.

           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-FILE-NOT-FOUND THEN
              MOVE SPACES TO REPORT-LINE-BUFFER
              STRING JOURNAL-FILE-DSN " NOT FOUND -- NO POSTINGS "
                 "TO MATCH" DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
              PERFORM WRITE-REPORT-LINE
           ELSE
              READ JOURNAL-FILE
                 AT END SET END-OF-JOURNAL-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-JOURNAL-FILE
                 IF JRNL-POSTING AND JRNL-TRANS-REF NOT = SPACES THEN
                    MOVE JRNL-TRANS-REF TO WANTED-TRANS-REF
                    PERFORM FIND-REGISTER-REFERENCE
                    IF ENTRY-WAS-FOUND THEN
                       PERFORM MATCH-POSTED-DEPOSIT
                    END-IF
                 END-IF
                 READ JOURNAL-FILE
                    AT END SET END-OF-JOURNAL-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE JOURNAL-FILE
           END-IF.

           ACCEPT EXCEPTION-TRANS-FILE-DSN
              FROM ENVIRONMENT "ATM_FROZEN_REJECT_FILE"
              ON EXCEPTION
                 MOVE "frozenReject.txt" TO EXCEPTION-TRANS-FILE-DSN
           END-ACCEPT.
           PERFORM SCAN-EXCEPTION-FILE.

           ACCEPT EXCEPTION-TRANS-FILE-DSN
              FROM ENVIRONMENT "ATM_SUSPENSE_FILE"
              ON EXCEPTION
                 MOVE "suspense.txt" TO EXCEPTION-TRANS-FILE-DSN
           END-ACCEPT.
           PERFORM SCAN-EXCEPTION-FILE.

           PERFORM VARYING REGISTER-SUBSCRIPT FROM 1 BY 1
              UNTIL REGISTER-SUBSCRIPT > REGISTER-COUNT
              IF RT-SENT(REGISTER-SUBSCRIPT) THEN
                 IF RT-SENT-DATE(REGISTER-SUBSCRIPT) < TODAY-DATE
                    THEN
                    MOVE "M" TO RT-STATUS(REGISTER-SUBSCRIPT)
                    MOVE TODAY-DATE
                       TO RT-STATUS-DATE(REGISTER-SUBSCRIPT)
                    SET REGISTER-WAS-CHANGED TO TRUE
                    MOVE 0 TO PRINT-POSTED
                    MOVE "NOT POSTED BY THE BANK" TO EXCEPTION-TEXT
                    PERFORM WRITE-EXCEPTION-LINE
                 ELSE
                    ADD 1 TO AWAITING-COUNT
                 END-IF
              END-IF
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "DEPOSITS MATCHED TO POSTINGS: " MATCHED-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "EXCEPTIONS: " EXCEPTION-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "SENT TODAY, AWAITING THE NEXT CENTRAL RUN: "
              AWAITING-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           MOVE "TERM" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

           IF REGISTER-WAS-CHANGED THEN
              PERFORM REWRITE-REGISTER
           END-IF.

       FIND-REGISTER-REFERENCE.
           MOVE "N" TO ENTRY-FOUND-FLAG.
           PERFORM VARYING REGISTER-SUBSCRIPT FROM 1 BY 1
              UNTIL REGISTER-SUBSCRIPT > REGISTER-COUNT OR
                 ENTRY-WAS-FOUND
              IF RT-TRANS-REF(REGISTER-SUBSCRIPT) = WANTED-TRANS-REF
                 THEN
                 SET ENTRY-WAS-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF ENTRY-WAS-FOUND THEN
              SUBTRACT 1 FROM REGISTER-SUBSCRIPT
           END-IF.

       MATCH-POSTED-DEPOSIT.
           IF NOT RT-OPEN(REGISTER-SUBSCRIPT) THEN
              CONTINUE
           ELSE
              PERFORM COMPUTE-CURRENT-DECLARED
              MOVE JRNL-AMOUNT TO RT-POSTED-AMOUNT(REGISTER-SUBSCRIPT)
              MOVE JRNL-DATE TO RT-STATUS-DATE(REGISTER-SUBSCRIPT)
              SET REGISTER-WAS-CHANGED TO TRUE
              MOVE JRNL-AMOUNT TO PRINT-POSTED
              MOVE SPACES TO EXCEPTION-TEXT
              IF JRNL-ACCT-NUMBER NOT =
                 RT-ACCT-NUMBER(REGISTER-SUBSCRIPT) THEN
                 MOVE "POSTED TO A DIFFERENT ACCOUNT" TO EXCEPTION-TEXT
              ELSE
              IF JRNL-OPERATION NOT = "D" THEN
                 MOVE "NOT POSTED AS A DEPOSIT" TO EXCEPTION-TEXT
              ELSE
              IF JRNL-AMOUNT NOT = RT-AMOUNT(REGISTER-SUBSCRIPT) THEN
                 MOVE "POSTED AMOUNT DIFFERS" TO EXCEPTION-TEXT
              ELSE
              IF CURRENT-DECLARED NOT = JRNL-AMOUNT THEN
                 MOVE "DECLARED CHANGED SINCE SENT" TO EXCEPTION-TEXT
              END-IF
              END-IF
              END-IF
              END-IF
              IF EXCEPTION-TEXT = SPACES THEN
                 IF RT-MISSING(REGISTER-SUBSCRIPT) THEN
                    MOVE "POSTED LATE" TO EXCEPTION-TEXT
                    PERFORM WRITE-MATCHED-LINE
                 END-IF
                 MOVE "P" TO RT-STATUS(REGISTER-SUBSCRIPT)
                 ADD 1 TO MATCHED-COUNT
              ELSE
                 MOVE "D" TO RT-STATUS(REGISTER-SUBSCRIPT)
                 PERFORM WRITE-EXCEPTION-LINE
              END-IF
           END-IF.

       COMPUTE-CURRENT-DECLARED.
           MOVE 0 TO CURRENT-DECLARED.
           OPEN INPUT CASHUP-FILE.
           IF NOT CASHUP-FILE-NOT-FOUND THEN
              READ CASHUP-FILE
                 AT END SET END-OF-CASHUP-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CASHUP-FILE
                 IF CSU-BUSINESS-DATE =
                    RT-BUSINESS-DATE(REGISTER-SUBSCRIPT) AND
                    CSU-STORE-ID = RT-STORE-ID(REGISTER-SUBSCRIPT) THEN
                    ADD CSU-DECLARED-DEPOSIT TO CURRENT-DECLARED
                 END-IF
                 READ CASHUP-FILE
                    AT END SET END-OF-CASHUP-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE CASHUP-FILE
           END-IF.

       SCAN-EXCEPTION-FILE.
           OPEN INPUT EXCEPTION-TRANS-FILE.
           IF EXCEPTION-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              READ EXCEPTION-TRANS-FILE
                 AT END SET END-OF-EXCEPTION-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-EXCEPTION-FILE
                 IF EXC-TRANS-REF NOT = SPACES THEN
                    MOVE EXC-TRANS-REF TO WANTED-TRANS-REF
                    PERFORM FIND-REGISTER-REFERENCE
                    IF ENTRY-WAS-FOUND THEN
                       IF RT-OPEN(REGISTER-SUBSCRIPT) THEN
                          MOVE "R" TO RT-STATUS(REGISTER-SUBSCRIPT)
                          MOVE TODAY-DATE
                             TO RT-STATUS-DATE(REGISTER-SUBSCRIPT)
                          SET REGISTER-WAS-CHANGED TO TRUE
                          MOVE 0 TO PRINT-POSTED
                          MOVE SPACES TO EXCEPTION-TEXT
                          STRING "REJECTED TO " DELIMITED BY SIZE
                             EXCEPTION-TRANS-FILE-DSN DELIMITED BY SPACE
                             INTO EXCEPTION-TEXT
                          PERFORM WRITE-EXCEPTION-LINE
                       END-IF
                    END-IF
                 END-IF
                 READ EXCEPTION-TRANS-FILE
                    AT END SET END-OF-EXCEPTION-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE EXCEPTION-TRANS-FILE
           END-IF.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO EXCEPTION-COUNT.
           PERFORM WRITE-MATCHED-LINE.

       WRITE-MATCHED-LINE.
           MOVE RT-DECLARED(REGISTER-SUBSCRIPT) TO PRINT-DECLARED.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "STORE " RT-STORE-ID(REGISTER-SUBSCRIPT) " "
              RT-BUSINESS-DATE(REGISTER-SUBSCRIPT) " ACCT "
              RT-ACCT-NUMBER(REGISTER-SUBSCRIPT) " DECLARED "
              PRINT-DECLARED " POSTED " PRINT-POSTED "  "
              EXCEPTION-TEXT
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.

       LIST-REGISTER.
           PERFORM VARYING REGISTER-SUBSCRIPT FROM 1 BY 1
              UNTIL REGISTER-SUBSCRIPT > REGISTER-COUNT
              EVALUATE TRUE
                 WHEN RT-SENT(REGISTER-SUBSCRIPT)
                    MOVE "SENT" TO PRINT-STATUS-TEXT
                 WHEN RT-POSTED(REGISTER-SUBSCRIPT)
                    MOVE "POSTED" TO PRINT-STATUS-TEXT
                 WHEN RT-DIFFERENT(REGISTER-SUBSCRIPT)
                    MOVE "DIFFERENT" TO PRINT-STATUS-TEXT
                 WHEN RT-MISSING(REGISTER-SUBSCRIPT)
                    MOVE "MISSING" TO PRINT-STATUS-TEXT
                 WHEN RT-REJECTED(REGISTER-SUBSCRIPT)
                    MOVE "REJECTED" TO PRINT-STATUS-TEXT
                 WHEN OTHER
                    MOVE "UNKNOWN" TO PRINT-STATUS-TEXT
              END-EVALUATE
              MOVE RT-AMOUNT(REGISTER-SUBSCRIPT) TO PRINT-AMOUNT
              MOVE RT-POSTED-AMOUNT(REGISTER-SUBSCRIPT) TO PRINT-POSTED
              DISPLAY RT-BUSINESS-DATE(REGISTER-SUBSCRIPT) " STORE "
                 RT-STORE-ID(REGISTER-SUBSCRIPT) " "
                 RT-ACCT-NUMBER(REGISTER-SUBSCRIPT) " " PRINT-AMOUNT
                 " " PRINT-STATUS-TEXT " " PRINT-POSTED " "
                 RT-STATUS-DATE(REGISTER-SUBSCRIPT)
           END-PERFORM.
           DISPLAY REGISTER-COUNT " DEPOSIT(S) ON THE REGISTER".

       LOAD-REGISTER.
           MOVE 0 TO REGISTER-COUNT.
           OPEN INPUT REGISTER-FILE.
           IF NOT REGISTER-FILE-NOT-FOUND THEN
              READ REGISTER-FILE
                 AT END SET END-OF-REGISTER-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-REGISTER-FILE
                 IF REGISTER-COUNT < 5000 THEN
                    ADD 1 TO REGISTER-COUNT
                    MOVE REGISTER-RECORD TO
                       REGISTER-ENTRY(REGISTER-COUNT)
                 ELSE
                    DISPLAY "[ABORT]: MORE THAN 5000 DEPOSITS ON "
                       "BANKDEP.DAT"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 READ REGISTER-FILE
                    AT END SET END-OF-REGISTER-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE REGISTER-FILE
           END-IF.

       REWRITE-REGISTER.
           OPEN OUTPUT NEW-REGISTER-FILE.
           PERFORM VARYING REGISTER-SUBSCRIPT FROM 1 BY 1
              UNTIL REGISTER-SUBSCRIPT > REGISTER-COUNT
              WRITE NEW-REGISTER-RECORD FROM
                 REGISTER-ENTRY(REGISTER-SUBSCRIPT)
           END-PERFORM.
           CLOSE NEW-REGISTER-FILE.
           PERFORM PROMOTE-REGISTER-FILE.

       PROMOTE-REGISTER-FILE.
           MOVE "N" TO NEW-FILE-EOF-FLAG.
           OPEN INPUT NEW-REGISTER-FILE.
           OPEN OUTPUT REGISTER-FILE.
           PERFORM UNTIL NEW-FILE-AT-END
              READ NEW-REGISTER-FILE
                 AT END SET NEW-FILE-AT-END TO TRUE
              END-READ
              IF NOT NEW-FILE-AT-END THEN
                 WRITE REGISTER-RECORD FROM NEW-REGISTER-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-REGISTER-FILE.
           CLOSE REGISTER-FILE.

       WRITE-REPORT-LINE.
           MOVE SPACES TO RPT-TEXT.
           MOVE REPORT-LINE-BUFFER TO RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           DISPLAY REPORT-LINE-BUFFER.

       INITIALIZE-REPORT-WRITER.
           MOVE "BANKDEP" TO RPT-PROGRAM-ID.
           MOVE "INIT" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT
              ON EXCEPTION
                 DISPLAY "[ABORT]: RPTWRITE MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.

       END PROGRAM BANK-DEPOSIT.
