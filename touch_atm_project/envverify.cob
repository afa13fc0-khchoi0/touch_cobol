       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVVERIFY.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              ENVELOPE-FILE ASSIGN DYNAMIC ENVELOPE-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ENVELOPE-FILE-STATUS.

           SELECT
              NEW-ENVELOPE-FILE ASSIGN DYNAMIC NEW-ENVELOPE-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NEW-ENVELOPE-FILE-STATUS.

           SELECT
              ENV-ADJUST-FILE ASSIGN DYNAMIC ENV-ADJUST-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ENV-ADJUST-FILE-STATUS.

           SELECT
              MEMO-POST-FILE ASSIGN DYNAMIC MEMO-POST-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS MEMO-POST-FILE-STATUS.

           SELECT
              OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OPERATOR-FILE-STATUS.

           SELECT
              OPERATOR-LOG-FILE ASSIGN TO "OPERLOG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OPERATOR-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENVELOPE-FILE.
       01  ENVELOPE-RECORD.
           02 ENV-TERMINAL-ID                  PIC 9(3).
           02 ENV-TIMESTAMP                    PIC 9(14).
           02 ENV-ACCT-NUMBER                  PIC 9(16).
           02 ENV-KEYED-AMOUNT                 PIC 9(5)V9(2).
           02 ENV-STATUS                       PIC X.
              88 ENVELOPE-IS-PENDING           VALUE "P".
              88 ENVELOPE-IS-VERIFIED          VALUE "V".
           02 ENV-COUNTED-AMOUNT               PIC 9(5)V9(2).
           02 ENV-VERIFIED-DATE                PIC 9(8).
           02 ENV-VERIFIED-BY                  PIC X(8).

       FD  NEW-ENVELOPE-FILE.
       01  NEW-ENVELOPE-RECORD                 PIC X(64).

       FD  ENV-ADJUST-FILE.
       01  ENV-ADJUST-RECORD.
           02 ADJ-ACCT-NUMBER                  PIC 9(16).
           02 ADJ-OPERATION                    PIC A.
           02 ADJ-AMOUNT                       PIC 9(5)V9(2).
           02 ADJ-TIMESTAMP                    PIC 9(14).
           02 ADJ-CARDHOLDER-ID                PIC X(2).
           02 ADJ-TRANS-REF                    PIC X(24).

       FD  MEMO-POST-FILE.
       01  MEMO-POST-RECORD.
           02 MEMO-ACCT-NUMBER                 PIC 9(16).
           02 MEMO-OPERATION                   PIC A.
           02 MEMO-AMOUNT                      PIC 9(5)V9(2).
           02 MEMO-TIMESTAMP                   PIC 9(14).
           02 MEMO-CHANNEL                     PIC X.
              88 MEMO-FROM-ATM                 VALUE "A".
              88 MEMO-FROM-TELLER              VALUE "T".
           02 MEMO-SOURCE-ID                   PIC X(8).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           02 OPR-ID PIC X(8).
           02 OPR-PASSWORD PIC 9(6).
           02 OPR-ROLE PIC X.

       FD  OPERATOR-LOG-FILE.
       01  OPERATOR-LOG-RECORD.
           02 OPLOG-TIMESTAMP PIC 9(14).
           02 OPLOG-OPERATOR PIC X(8).
           02 OPLOG-PROGRAM PIC X(10).
           02 OPLOG-ACTION PIC X(10).
           02 OPLOG-KEY PIC X(16).

       WORKING-STORAGE SECTION.
       01  ENVELOPE-FILE-DSN                   PIC X(40).
       01  NEW-ENVELOPE-FILE-DSN               PIC X(40).
       01  ENV-ADJUST-FILE-DSN                 PIC X(40).
       01  MEMO-POST-FILE-DSN                  PIC X(40).

       01  ENVELOPE-FILE-STATUS                PIC 99.
           88 ENVELOPE-FILE-NOT-FOUND          VALUE 35.
       01  NEW-ENVELOPE-FILE-STATUS            PIC 99.
       01  ENV-ADJUST-FILE-STATUS              PIC 99.
           88 ENV-ADJUST-FILE-NOT-FOUND        VALUE 35.
       01  MEMO-POST-FILE-STATUS               PIC 99.
           88 MEMO-POST-FILE-NOT-FOUND         VALUE 35.
       01  OPERATOR-FILE-STATUS PIC 9(2).
           88 OPERATOR-FILE-NOT-FOUND VALUE 35.
       01  OPERATOR-LOG-STATUS PIC 9(2).
           88 OPERATOR-LOG-NOT-FOUND VALUE 35.

       01  MAINT-CHOICE                        PIC X.
           88 VERIFY-ENVELOPE                  VALUE "V", "v".
           88 LIST-PENDING                     VALUE "L", "l".
           88 EXIT-MAINTENANCE                 VALUE "X", "x".

       01  CONFIRM-CHOICE                      PIC X.
           88 CONFIRM-YES                      VALUE "Y", "y".

       01  ENTRY-TERMINAL-ID                   PIC 9(3).
       01  ENTRY-TIMESTAMP                     PIC 9(14).
       01  ENTRY-COUNTED-AMOUNT                PIC 9(5)V9(2).
       01  FOUND-ACCT-NUMBER                   PIC 9(16).
       01  FOUND-KEYED-AMOUNT                  PIC 9(5)V9(2).
       01  FOUND-STATUS                        PIC X.
       01  FOUND-VERIFIED-DATE                 PIC 9(8).
       01  FOUND-VERIFIED-BY                   PIC X(8).
       01  DIFFERENCE-AMOUNT                   PIC 9(5)V9(2).
       01  ADJUSTMENT-OPERATION                PIC A.
           88 ADJUSTMENT-IS-CREDIT             VALUE "D".
           88 ADJUSTMENT-IS-DEBIT              VALUE "W".
           88 ADJUSTMENT-IS-NONE               VALUE " ".
       01  ADJUSTMENT-TIMESTAMP                PIC 9(14).
       01  TRANS-REF-SOURCE                    PIC X(4) VALUE "ENVV".
       01  TODAY-FULL-DATE                     PIC 9(8).
       01  PENDING-COUNT                       PIC 9(5) VALUE 0.

       01  ENTRY-FOUND-FLAG                    PIC X VALUE "N".
           88 ENTRY-WAS-FOUND                  VALUE "Y".

       01  SIGNON-OPERATOR-ID PIC X(8).
       01  SIGNON-PASSWORD PIC 9(6).
       01  SIGNON-ROLE PIC X.
           88 SIGNON-IS-SUPERVISOR VALUE "S".
       01  SIGNON-OK-FLAG PIC X VALUE "N".
           88 SIGNON-IS-OK VALUE "Y".
       01  SIGNON-HASH-VALUE PIC 9(6).
       01  LOG-ACTION-TEXT PIC X(10).
       01  LOG-KEY-TEXT PIC X(16).

       PROCEDURE DIVISION.
       INITIALIZE-FILE-NAMES.
           ACCEPT ENVELOPE-FILE-DSN FROM ENVIRONMENT "ATM_ENVELOPE_FILE"
              ON EXCEPTION MOVE "envelopes.txt" TO ENVELOPE-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-ENVELOPE-FILE-DSN
              FROM ENVIRONMENT "ATM_ENVELOPE_NEW_FILE"
              ON EXCEPTION
                 MOVE "envelopes.txt.new" TO NEW-ENVELOPE-FILE-DSN
           END-ACCEPT.

           ACCEPT ENV-ADJUST-FILE-DSN
              FROM ENVIRONMENT "ATM_ENV_ADJUST_FILE"
              ON EXCEPTION
                 MOVE "envAdjust.txt" TO ENV-ADJUST-FILE-DSN
           END-ACCEPT.

           ACCEPT MEMO-POST-FILE-DSN
              FROM ENVIRONMENT "ATM_MEMO_POST_FILE"
              ON EXCEPTION
                 MOVE "memopost.txt" TO MEMO-POST-FILE-DSN
           END-ACCEPT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-FULL-DATE.
           PERFORM SIGN-ON-OPERATOR THRU SIGN-ON-OPERATOR-EXIT.
           GO TO MAIN-MENU.

       MAIN-MENU.
           MOVE "N" TO ENTRY-FOUND-FLAG.
           MOVE 0 TO PENDING-COUNT.

           DISPLAY SPACES
           DISPLAY "##############################################"
           DISPLAY "##      Gringotts Wizarding Bank            ##"
           DISPLAY "##      Deposit Envelope Verification       ##"
           DISPLAY "##############################################"
           DISPLAY "=> PRESS V TO VERIFY AN ENVELOPE"
           DISPLAY "=> PRESS L TO LIST ENVELOPES NOT YET VERIFIED"
           DISPLAY "=> PRESS X TO EXIT"
           ACCEPT MAINT-CHOICE.

           IF VERIFY-ENVELOPE
           THEN
              GO TO INPUT-VERIFY-ENVELOPE
           END-IF.

           IF LIST-PENDING
           THEN
              GO TO INPUT-LIST-PENDING
           END-IF.

           IF EXIT-MAINTENANCE
           THEN
              STOP RUN
           END-IF.

           DISPLAY "=> INVALID INPUT"
           GO TO MAIN-MENU.

       INPUT-VERIFY-ENVELOPE.
           DISPLAY "=> TERMINAL ID (3 DIGITS)"
           ACCEPT ENTRY-TERMINAL-ID.

           DISPLAY "=> DEPOSIT TIMESTAMP (YYYYMMDDHHMMSS)"
           ACCEPT ENTRY-TIMESTAMP.

           PERFORM FIND-ENVELOPE THRU FIND-ENVELOPE-EXIT.
           IF NOT ENTRY-WAS-FOUND
           THEN
              DISPLAY "=====> NO ENVELOPE DEPOSIT AT TERMINAL "
                 ENTRY-TERMINAL-ID " AT " ENTRY-TIMESTAMP
              GO TO MAIN-MENU
           END-IF.
           IF FOUND-STATUS NOT = "P"
           THEN
              DISPLAY "=====> ENVELOPE ALREADY VERIFIED ON "
                 FOUND-VERIFIED-DATE " BY " FOUND-VERIFIED-BY
              GO TO MAIN-MENU
           END-IF.

           DISPLAY "=====> ACCT " FOUND-ACCT-NUMBER
              " KEYED AMOUNT " FOUND-KEYED-AMOUNT.
           DISPLAY "=> COUNTED AMOUNT"
           ACCEPT ENTRY-COUNTED-AMOUNT.

           MOVE SPACE TO ADJUSTMENT-OPERATION.
           MOVE 0 TO DIFFERENCE-AMOUNT.
           IF ENTRY-COUNTED-AMOUNT < FOUND-KEYED-AMOUNT
           THEN
              SUBTRACT ENTRY-COUNTED-AMOUNT FROM FOUND-KEYED-AMOUNT
                 GIVING DIFFERENCE-AMOUNT
              SET ADJUSTMENT-IS-DEBIT TO TRUE
              DISPLAY "=====> ENVELOPE IS SHORT BY " DIFFERENCE-AMOUNT
                 " -- ACCOUNT WILL BE DEBITED"
           END-IF.
           IF ENTRY-COUNTED-AMOUNT > FOUND-KEYED-AMOUNT
           THEN
              SUBTRACT FOUND-KEYED-AMOUNT FROM ENTRY-COUNTED-AMOUNT
                 GIVING DIFFERENCE-AMOUNT
              SET ADJUSTMENT-IS-CREDIT TO TRUE
              DISPLAY "=====> ENVELOPE IS OVER BY " DIFFERENCE-AMOUNT
                 " -- ACCOUNT WILL BE CREDITED"
           END-IF.
           IF ADJUSTMENT-IS-NONE
           THEN
              DISPLAY "=====> COUNTED AMOUNT AGREES WITH KEYED AMOUNT"
           END-IF.

           DISPLAY "=> CONFIRM (Y/N)"
           ACCEPT CONFIRM-CHOICE.
           IF NOT CONFIRM-YES
           THEN
              DISPLAY "=====> VERIFICATION CANCELLED"
              GO TO MAIN-MENU
           END-IF.

           OPEN INPUT ENVELOPE-FILE.
           OPEN OUTPUT NEW-ENVELOPE-FILE.

       INPUT-VERIFY-ENVELOPE-LOOP.
           READ ENVELOPE-FILE
              AT END GO TO INPUT-VERIFY-ENVELOPE-DONE
           END-READ.
           IF ENV-TERMINAL-ID = ENTRY-TERMINAL-ID AND
              ENV-TIMESTAMP = ENTRY-TIMESTAMP AND
              ENVELOPE-IS-PENDING
           THEN
              MOVE "V"                  TO ENV-STATUS
              MOVE ENTRY-COUNTED-AMOUNT TO ENV-COUNTED-AMOUNT
              MOVE TODAY-FULL-DATE      TO ENV-VERIFIED-DATE
              MOVE SIGNON-OPERATOR-ID   TO ENV-VERIFIED-BY
           END-IF.
           WRITE NEW-ENVELOPE-RECORD FROM ENVELOPE-RECORD.
           GO TO INPUT-VERIFY-ENVELOPE-LOOP.

       INPUT-VERIFY-ENVELOPE-DONE.
           CLOSE ENVELOPE-FILE, NEW-ENVELOPE-FILE.
           OPEN INPUT NEW-ENVELOPE-FILE.
           OPEN OUTPUT ENVELOPE-FILE.

       INPUT-VERIFY-ENVELOPE-PROMOTE.
           READ NEW-ENVELOPE-FILE
              AT END
                 CLOSE NEW-ENVELOPE-FILE, ENVELOPE-FILE
                 GO TO INPUT-VERIFY-ENVELOPE-ADJUST
           END-READ.
           WRITE ENVELOPE-RECORD FROM NEW-ENVELOPE-RECORD.
           GO TO INPUT-VERIFY-ENVELOPE-PROMOTE.

       INPUT-VERIFY-ENVELOPE-ADJUST.
           MOVE FOUND-ACCT-NUMBER TO LOG-KEY-TEXT.
           IF ADJUSTMENT-IS-NONE
           THEN
              MOVE "ENVOK" TO LOG-ACTION-TEXT
              PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT
              DISPLAY "=====> ENVELOPE VERIFIED, NO ADJUSTMENT"
              GO TO MAIN-MENU
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO ADJUSTMENT-TIMESTAMP.
           OPEN EXTEND ENV-ADJUST-FILE.
           IF ENV-ADJUST-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT ENV-ADJUST-FILE
           END-IF.
           MOVE FOUND-ACCT-NUMBER    TO ADJ-ACCT-NUMBER.
           MOVE ADJUSTMENT-OPERATION TO ADJ-OPERATION.
           MOVE DIFFERENCE-AMOUNT    TO ADJ-AMOUNT.
           MOVE ADJUSTMENT-TIMESTAMP TO ADJ-TIMESTAMP.
           MOVE "00"                 TO ADJ-CARDHOLDER-ID.
           CALL "TRANREF" USING TRANS-REF-SOURCE ADJ-TRANS-REF
              ON EXCEPTION
                 DISPLAY "[ABORT]: TRANREF MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           WRITE ENV-ADJUST-RECORD.
           CLOSE ENV-ADJUST-FILE.

           OPEN EXTEND MEMO-POST-FILE.
           IF MEMO-POST-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT MEMO-POST-FILE
           END-IF.
           MOVE FOUND-ACCT-NUMBER    TO MEMO-ACCT-NUMBER.
           MOVE ADJUSTMENT-OPERATION TO MEMO-OPERATION.
           MOVE DIFFERENCE-AMOUNT    TO MEMO-AMOUNT.
           MOVE ADJUSTMENT-TIMESTAMP TO MEMO-TIMESTAMP.
           MOVE "T"                  TO MEMO-CHANNEL.
           MOVE SIGNON-OPERATOR-ID   TO MEMO-SOURCE-ID.
           WRITE MEMO-POST-RECORD.
           CLOSE MEMO-POST-FILE.

           IF ADJUSTMENT-IS-DEBIT
           THEN
              MOVE "ENVSHORT" TO LOG-ACTION-TEXT
           ELSE
              MOVE "ENVOVER" TO LOG-ACTION-TEXT
           END-IF.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.
           DISPLAY "=====> ENVELOPE VERIFIED, ADJUSTMENT OF "
              DIFFERENCE-AMOUNT " QUEUED FOR THE NEXT CENTRAL RUN".
           GO TO MAIN-MENU.

       INPUT-LIST-PENDING.
           DISPLAY "=> TERMINAL ID (3 DIGITS, 000 FOR ALL)"
           ACCEPT ENTRY-TERMINAL-ID.

           OPEN INPUT ENVELOPE-FILE.
           IF ENVELOPE-FILE-NOT-FOUND
           THEN
              DISPLAY "=====> NO ENVELOPE FILE FOUND"
              GO TO MAIN-MENU
           END-IF.

       INPUT-LIST-PENDING-LOOP.
           READ ENVELOPE-FILE
              AT END
                 CLOSE ENVELOPE-FILE
                 DISPLAY "=====> " PENDING-COUNT
                    " ENVELOPE(S) AWAITING VERIFICATION"
                 GO TO MAIN-MENU
           END-READ.
           IF NOT ENVELOPE-IS-PENDING
           THEN
              GO TO INPUT-LIST-PENDING-LOOP
           END-IF.
           IF ENTRY-TERMINAL-ID NOT = 0 AND
              ENV-TERMINAL-ID NOT = ENTRY-TERMINAL-ID
           THEN
              GO TO INPUT-LIST-PENDING-LOOP
           END-IF.
           ADD 1 TO PENDING-COUNT.
           DISPLAY "=====> TERMINAL " ENV-TERMINAL-ID
              " AT " ENV-TIMESTAMP " ACCT " ENV-ACCT-NUMBER
              " KEYED " ENV-KEYED-AMOUNT.
           GO TO INPUT-LIST-PENDING-LOOP.

       FIND-ENVELOPE.
           MOVE "N" TO ENTRY-FOUND-FLAG.
           OPEN INPUT ENVELOPE-FILE.
           IF ENVELOPE-FILE-NOT-FOUND
           THEN
              GO TO FIND-ENVELOPE-EXIT
           END-IF.

       FIND-ENVELOPE-LOOP.
           READ ENVELOPE-FILE
              AT END
                 CLOSE ENVELOPE-FILE
                 GO TO FIND-ENVELOPE-EXIT
           END-READ.
           IF ENV-TERMINAL-ID NOT = ENTRY-TERMINAL-ID OR
              ENV-TIMESTAMP NOT = ENTRY-TIMESTAMP
           THEN
              GO TO FIND-ENVELOPE-LOOP
           END-IF.
           SET ENTRY-WAS-FOUND TO TRUE.
           MOVE ENV-ACCT-NUMBER   TO FOUND-ACCT-NUMBER.
           MOVE ENV-KEYED-AMOUNT  TO FOUND-KEYED-AMOUNT.
           MOVE ENV-STATUS        TO FOUND-STATUS.
           MOVE ENV-VERIFIED-DATE TO FOUND-VERIFIED-DATE.
           MOVE ENV-VERIFIED-BY   TO FOUND-VERIFIED-BY.
           IF ENVELOPE-IS-PENDING
           THEN
              CLOSE ENVELOPE-FILE
              GO TO FIND-ENVELOPE-EXIT
           END-IF.
           GO TO FIND-ENVELOPE-LOOP.

       FIND-ENVELOPE-EXIT.
           EXIT.

       SIGN-ON-OPERATOR.
           MOVE "N" TO SIGNON-OK-FLAG.
           DISPLAY "OPERATOR ID (8 CHARS)".
           ACCEPT SIGNON-OPERATOR-ID.
           DISPLAY "OPERATOR PASSWORD (6 DIGITS)".
           ACCEPT SIGNON-PASSWORD.
           CALL "PINHASH" USING SIGNON-PASSWORD SIGNON-HASH-VALUE
              ON EXCEPTION
                 DISPLAY "[ABORT]: PINHASH MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-NOT-FOUND
           THEN
              DISPLAY "[ABORT]: NO OPERATOR FILE -- SET OPERATORS "
                 "UP IN OPER-MAINT FIRST"
              STOP RUN
           END-IF.

       SIGN-ON-OPERATOR-LOOP.
           READ OPERATOR-FILE
              AT END GO TO SIGN-ON-OPERATOR-CLOSE
           END-READ.
           IF OPR-ID = SIGNON-OPERATOR-ID AND
              OPR-PASSWORD = SIGNON-HASH-VALUE
           THEN
              SET SIGNON-IS-OK TO TRUE
              MOVE OPR-ROLE TO SIGNON-ROLE
              GO TO SIGN-ON-OPERATOR-CLOSE
           END-IF.
           GO TO SIGN-ON-OPERATOR-LOOP.

       SIGN-ON-OPERATOR-CLOSE.
           CLOSE OPERATOR-FILE.
           IF NOT SIGNON-IS-OK
           THEN
              DISPLAY "[ABORT]: SIGN-ON FAILED"
              STOP RUN
           END-IF.

       SIGN-ON-OPERATOR-EXIT.
           EXIT.

       WRITE-OPERATOR-LOG.
           OPEN EXTEND OPERATOR-LOG-FILE.
           IF OPERATOR-LOG-NOT-FOUND
           THEN
              OPEN OUTPUT OPERATOR-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO OPLOG-TIMESTAMP.
           MOVE SIGNON-OPERATOR-ID TO OPLOG-OPERATOR.
           MOVE "ENVVERIFY" TO OPLOG-PROGRAM.
           MOVE LOG-ACTION-TEXT TO OPLOG-ACTION.
           MOVE LOG-KEY-TEXT TO OPLOG-KEY.
           WRITE OPERATOR-LOG-RECORD.
           CLOSE OPERATOR-LOG-FILE.

       WRITE-OPERATOR-LOG-EXIT.
           EXIT.

       END PROGRAM ENVVERIFY.
