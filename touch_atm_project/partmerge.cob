              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BACKUP-MASTER-FILE-STATUS.

           SELECT
              MEMO-POST-FILE ASSIGN DYNAMIC MEMO-POST-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS MEMO-POST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-RECON-FILE.
           02 PART-GL-T-AMOUNT                 PIC 9(11)V9(2).
           02 PART-INTEREST-TOTAL              PIC 9(11)V9(2).
           02 PART-FEE-TOTAL                   PIC 9(11)V9(2).
           02 PART-GL-Y-AMOUNT                 PIC 9(11)V9(2).
           02 PART-WHT-TOTAL                   PIC 9(11)V9(2).

       FD  PARTIAL-UPDATED-FILE.
       01  PARTIAL-UPDATED-RECORD.
           02 PARTIAL-ACCT-STATUS              PIC X.
           02 PARTIAL-ACCT-OVERDRAFT-LIMIT     PIC 9(9)V9(2).
           02 PARTIAL-CUST-NUMBER              PIC 9(8).
           02 PARTIAL-PRODUCT-CODE             PIC X(2).

       FD  UPDATED-MASTER-FILE.
       01  UPDATED-MASTER-RECORD               PIC X(80).

       FD  PARTIAL-LEDGER-FILE.
       01  PARTIAL-LEDGER-RECORD               PIC X(100).

       FD  COMBINED-LEDGER-FILE.
       01  COMBINED-LEDGER-RECORD              PIC X(100).

       FD  GL-CODES-FILE.
       01  GL-CODES-RECORD.
           02 TERM-REG-LOCATION                PIC X(20).

       FD  TERM-TRANS-FILE.
       01  TERM-TRANS-RECORD                   PIC X(64).

       FD  TERM-PRIOR-FILE.
       01  TERM-PRIOR-RECORD                   PIC X(64).

       FD  GENERATION-FILE.
       01  GENERATION-RECORD                   PIC X(64).

       FD  ARCHIVE-CATALOG-FILE.
       01  ARCHIVE-CATALOG-RECORD.
           02 BUSDATE-STATUS                   PIC X.

       FD  MASTER-FILE.
       01  MASTER-RECORD                       PIC X(80).

       FD  BACKUP-MASTER-FILE.
       01  BACKUP-MASTER-RECORD                PIC X(80).

       FD  MEMO-POST-FILE.
       01  MEMO-POST-RECORD                    PIC X(47).

       WORKING-STORAGE SECTION.
       01  PARTITION-RECON-FILE-DSN            PIC X(40).
           88 MASTER-FILE-NOT-FOUND            VALUE 35.
       01  BACKUP-MASTER-FILE-STATUS           PIC 99.
       01  BACKUP-MASTER-FILE-NAME             PIC X(30).
       01  MEMO-POST-FILE-DSN                  PIC X(40).
       01  MEMO-POST-FILE-STATUS               PIC 99.
       01  PROMOTE-DATE-STAMP                  PIC 9(8).

       01  GL-CODES-FILE-DSN                   PIC X(40).
       01  MERGE-GL-T-AMOUNT                   PIC 9(11)V9(2) VALUE 0.
       01  MERGE-INTEREST-TOTAL                PIC 9(11)V9(2) VALUE 0.
       01  MERGE-FEE-TOTAL                     PIC 9(11)V9(2) VALUE 0.
       01  MERGE-GL-Y-AMOUNT                   PIC 9(11)V9(2) VALUE 0.
       01  MERGE-WHT-TOTAL                     PIC 9(11)V9(2) VALUE 0.
       01  GL-WHT-DEBIT                        PIC 9(8) VALUE 20100000.
       01  GL-WHT-CREDIT                       PIC 9(8) VALUE 23000000.
       01  GL-TRANSFER-SUSPENSE                PIC 9(8) VALUE 29900000.
       01  GL-POST-FUNC                        PIC X(4) VALUE "POST".
       01  GL-POST-RESULT                      PIC X.
       01  GL-EVENT-AMOUNT                     PIC 9(11)V9(2) VALUE 0.
       01  GL-EVENT-NAME                       PIC X(12).
       01  GL-EVENT-DEBIT-ACCOUNT              PIC 9(8).
           02 UPDATED-ACCT-STATUS              PIC X.
           02 UPDATED-ACCT-OVERDRAFT-LIMIT     PIC 9(9)V9(2).
           02 UPDATED-CUST-NUMBER              PIC 9(8).
           02 UPDATED-PRODUCT-CODE             PIC X(2).
       01  SORTED-TRANS-VIEW.
           02 SORTED-TRANS-ACCT-NUMBER         PIC 9(16).
           02 SORTED-TRANS-OPERATION           PIC A.
           02 SORTED-TRANS-AMOUNT              PIC 9(5)V9(2).
           02 SORTED-TRANS-TIMESTAMP           PIC 9(14).
           02 SORTED-TRANS-CARDHOLDER-ID       PIC X(2).
           02 SORTED-TRANS-REF                 PIC X(24).
       01  TERMINAL-REGISTRY-FILE-DSN          PIC X(40).
       01  TERM-TRANS-DSN-WS                   PIC X(40).
       01  TERM-PRIOR-DSN-WS                   PIC X(40).
       01  ALU-REGISTER                        PIC S9(14)V9(2) VALUE 0.
       01  MERGED-RECORD-COUNT                 PIC 9(6) VALUE 0.
       01  MASTSYNC-RESULT                     PIC X.
       01  LOCK-FUNCTION                       PIC X(4).
       01  LOCK-RESOURCE                       PIC X(40).
       01  LOCK-HOLDER.
           02 LOCK-HOLDER-PROGRAM              PIC X(10)
                                               VALUE "PARTMERGE".
           02 LOCK-HOLDER-ID                   PIC X(10) VALUE SPACES.
       01  LOCK-RESULT                         PIC X.
           88 LOCK-WAS-GRANTED                 VALUE "Y".
       01  LOCK-CONFLICT-HOLDER                PIC X(20).
       01  MASTER-LOCK-FLAG                    PIC X VALUE "N".
           88 MASTER-LOCK-IS-HELD              VALUE "Y".

       PROCEDURE DIVISION.
       INITIALIZE-FILE-NAMES.
                 MOVE "transStanding.txt" TO STANDING-TRANS-FILE-DSN
           END-ACCEPT.

           ACCEPT MEMO-POST-FILE-DSN
              FROM ENVIRONMENT "ATM_MEMO_POST_FILE"
              ON EXCEPTION
                 MOVE "memopost.txt" TO MEMO-POST-FILE-DSN
           END-ACCEPT.

           GO TO LOAD-PARTITION-RECORDS.

       LOAD-PARTITION-RECORDS.
              ADD PART-GL-T-AMOUNT    TO MERGE-GL-T-AMOUNT
              ADD PART-INTEREST-TOTAL TO MERGE-INTEREST-TOTAL
              ADD PART-FEE-TOTAL      TO MERGE-FEE-TOTAL
              ADD PART-GL-Y-AMOUNT    TO MERGE-GL-Y-AMOUNT
              ADD PART-WHT-TOTAL      TO MERGE-WHT-TOTAL
           ELSE
              DISPLAY "[ABORT]: MORE THAN 16 PARTITION RECORDS"
              CLOSE PARTITION-RECON-FILE
              MOVE GLC-DEBIT-ACCOUNT  TO GL-FEE-DEBIT
              MOVE GLC-CREDIT-ACCOUNT TO GL-FEE-CREDIT
           END-IF.
           IF GLC-EVENT = "WHT-PAYABLE"
           THEN
              MOVE GLC-DEBIT-ACCOUNT  TO GL-WHT-DEBIT
              MOVE GLC-CREDIT-ACCOUNT TO GL-WHT-CREDIT
           END-IF.
           IF GLC-EVENT = "XFER-SUSP"
           THEN
              MOVE GLC-DEBIT-ACCOUNT  TO GL-TRANSFER-SUSPENSE
           END-IF.
           GO TO WRITE-GL-INTERFACE-CODES-LOOP.

       WRITE-GL-INTERFACE-POSTINGS.
           MOVE GL-TRANSFER-CREDIT TO GL-EVENT-CREDIT-ACCOUNT.
           PERFORM WRITE-GL-POSTING-PAIR.

           MOVE "XFER-SUSP   " TO GL-EVENT-NAME.
           IF MERGE-GL-Y-AMOUNT > MERGE-GL-T-AMOUNT
           THEN
              COMPUTE GL-EVENT-AMOUNT =
                 MERGE-GL-Y-AMOUNT - MERGE-GL-T-AMOUNT
              MOVE GL-TRANSFER-SUSPENSE TO GL-EVENT-DEBIT-ACCOUNT
              MOVE GL-TRANSFER-CREDIT TO GL-EVENT-CREDIT-ACCOUNT
           ELSE
              COMPUTE GL-EVENT-AMOUNT =
                 MERGE-GL-T-AMOUNT - MERGE-GL-Y-AMOUNT
              MOVE GL-TRANSFER-DEBIT TO GL-EVENT-DEBIT-ACCOUNT
              MOVE GL-TRANSFER-SUSPENSE TO GL-EVENT-CREDIT-ACCOUNT
           END-IF.
           PERFORM WRITE-GL-POSTING-PAIR.

           MOVE "INTEREST    " TO GL-EVENT-NAME.
           MOVE MERGE-INTEREST-TOTAL TO GL-EVENT-AMOUNT.
           MOVE GL-INTEREST-DEBIT TO GL-EVENT-DEBIT-ACCOUNT.
           MOVE GL-FEE-CREDIT TO GL-EVENT-CREDIT-ACCOUNT.
           PERFORM WRITE-GL-POSTING-PAIR.

           MOVE "WHT-PAYABLE " TO GL-EVENT-NAME.
           MOVE MERGE-WHT-TOTAL TO GL-EVENT-AMOUNT.
           MOVE GL-WHT-DEBIT TO GL-EVENT-DEBIT-ACCOUNT.
           MOVE GL-WHT-CREDIT TO GL-EVENT-CREDIT-ACCOUNT.
           PERFORM WRITE-GL-POSTING-PAIR.

           CLOSE GL-INTERFACE-FILE.
           DISPLAY "=====> BALANCED GL INTERFACE FILE WRITTEN FROM "
              "CONSOLIDATED PARTITION TOTALS".
           GO TO POST-GL-BALANCES.

       POST-GL-BALANCES.
           MOVE "E" TO GL-POST-RESULT.
           CALL "GLPOST" USING GL-POST-FUNC PROMOTE-DATE-STAMP
              UPDATED-MASTER-FILE-DSN GL-POST-RESULT
              ON EXCEPTION MOVE "E" TO GL-POST-RESULT
           END-CALL.
           IF GL-POST-RESULT NOT = "K"
           THEN
              DISPLAY "~~~~~~~~~~~~~~~> GL PROOF FAILED -- MASTER NOT "
                 "PROMOTED, SEE THE GL TRIAL BALANCE REPORT"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "=====> GL TRIAL BALANCE NETS TO ZERO AND ALL "
              "SUBLEDGERS AGREE WITH THEIR CONTROL ACCOUNTS".
           GO TO TAKE-MASTER-BACKUP.

       TAKE-MASTER-BACKUP.
           PERFORM ACQUIRE-MASTER-LOCK THRU ACQUIRE-MASTER-LOCK-EXIT.
           IF NOT LOCK-WAS-GRANTED
           THEN
              DISPLAY "[ABORT]: MASTER FILE IN USE BY "
                 LOCK-CONFLICT-HOLDER " -- MASTER NOT PROMOTED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO BACKUP-MASTER-FILE-NAME.
           STRING "master_" PROMOTE-DATE-STAMP ".bak"
              DELIMITED BY SIZE INTO BACKUP-MASTER-FILE-NAME.
           DISPLAY "=====> ATM TERMINAL FILES CLEARED -- "
              "TRANSACTIONS NOW REFLECTED IN MASTER.TXT, PRIOR "
              "CYCLE PRESERVED FOR VOIDTRAN".
           OPEN OUTPUT MEMO-POST-FILE.
           CLOSE MEMO-POST-FILE.
           DISPLAY "=====> INTRADAY MEMO-POST FILE CLEARED".
           GO TO WRITE-VENDOR-ACCT-EXTRACT.

       WRITE-VENDOR-ACCT-EXTRACT.
              SORTED-TRANS-OPERATION "|"
              EXTRACT-PRINT-AMOUNT "|"
              SORTED-TRANS-TIMESTAMP "|"
              SORTED-TRANS-CARDHOLDER-ID "|"
              SORTED-TRANS-REF
              DELIMITED BY SIZE INTO EXTRACT-LINE-BUFFER.
           WRITE EXTRACT-TRANS-RECORD FROM EXTRACT-LINE-BUFFER.
           GO TO WRITE-VENDOR-TRANS-READ-LOOP.
           CLOSE BUSINESS-DATE-FILE.
           DISPLAY "=====> BUSINESS DATE " PROMOTE-DATE-STAMP
              " MARKED COMPLETE".
           PERFORM RELEASE-MASTER-LOCK THRU RELEASE-MASTER-LOCK-EXIT.
           STOP RUN.

       WRITE-ARCHIVE-CATALOG-ENTRY.
       ARCHIVE-TERMINAL-TO-PRIOR-EXIT.
           EXIT.

       ACQUIRE-MASTER-LOCK.
           MOVE "EXCW" TO LOCK-FUNCTION.
           MOVE MASTER-FILE-DSN TO LOCK-RESOURCE.
           CALL "LOCKCTL" USING LOCK-FUNCTION LOCK-RESOURCE LOCK-HOLDER
              LOCK-RESULT LOCK-CONFLICT-HOLDER
              ON EXCEPTION
                 DISPLAY "[ABORT]: LOCKCTL MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           IF LOCK-WAS-GRANTED
           THEN
              SET MASTER-LOCK-IS-HELD TO TRUE
           END-IF.

       ACQUIRE-MASTER-LOCK-EXIT.
           EXIT.

       RELEASE-MASTER-LOCK.
           MOVE "REL " TO LOCK-FUNCTION.
           MOVE MASTER-FILE-DSN TO LOCK-RESOURCE.
           CALL "LOCKCTL" USING LOCK-FUNCTION LOCK-RESOURCE LOCK-HOLDER
              LOCK-RESULT LOCK-CONFLICT-HOLDER
              ON EXCEPTION
                 DISPLAY "[ABORT]: LOCKCTL MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           MOVE "N" TO MASTER-LOCK-FLAG.

       RELEASE-MASTER-LOCK-EXIT.
           EXIT.

       END PROGRAM PARTMERGE.
