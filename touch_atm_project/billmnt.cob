       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLMNT.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              BILLER-FILE ASSIGN DYNAMIC BILLER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS BILLER-FILE-STATUS.

           SELECT
              NEW-BILLER-FILE ASSIGN DYNAMIC NEW-BILLER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NEW-BILLER-FILE-STATUS.

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
       FD  BILLER-FILE.
       01  BILLER-RECORD.
           02 BILLER-CODE                      PIC 9(4).
           02 BILLER-NAME                      PIC X(30).
           02 BILLER-REF-LENGTH                PIC 9(2).
           02 BILLER-CHECK-RULE                PIC X.
              88 BILLER-CHECK-LUHN             VALUE "L".
              88 BILLER-CHECK-MOD11            VALUE "E".
              88 BILLER-CHECK-NONE             VALUE "N".
           02 BILLER-STATUS                    PIC X.
              88 BILLER-IS-ACTIVE              VALUE "A".
              88 BILLER-IS-SUSPENDED           VALUE "S".
           02 BILLER-ADDED-DATE                PIC 9(8).

       FD  NEW-BILLER-FILE.
       01  NEW-BILLER-RECORD                   PIC X(46).

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
       01  BILLER-FILE-DSN                     PIC X(40).
       01  NEW-BILLER-FILE-DSN                 PIC X(40).

       01  BILLER-FILE-STATUS                  PIC 99.
           88 BILLER-FILE-NOT-FOUND            VALUE 35.
       01  NEW-BILLER-FILE-STATUS              PIC 99.
       01  OPERATOR-FILE-STATUS PIC 9(2).
           88 OPERATOR-FILE-NOT-FOUND VALUE 35.
       01  OPERATOR-LOG-STATUS PIC 9(2).
           88 OPERATOR-LOG-NOT-FOUND VALUE 35.

       01  MAINT-CHOICE                        PIC X.
           88 ADD-BILLER                       VALUE "A", "a".
           88 SUSPEND-BILLER                   VALUE "S", "s".
           88 REINSTATE-BILLER                 VALUE "R", "r".
           88 LIST-BILLERS                     VALUE "L", "l".
           88 EXIT-MAINTENANCE                 VALUE "X", "x".

       01  ENTRY-BILLER-CODE                   PIC 9(4).
       01  ENTRY-BILLER-NAME                   PIC X(30).
       01  ENTRY-REF-LENGTH                    PIC 9(2).
       01  ENTRY-CHECK-RULE                    PIC X.
           88 ENTRY-CHECK-RULE-VALID           VALUE "L", "E", "N".
       01  ENTRY-NEW-STATUS                    PIC X.
       01  TODAY-FULL-DATE                     PIC 9(8).

       01  ENTRY-FOUND-FLAG                    PIC X VALUE "N".
           88 ENTRY-WAS-FOUND                  VALUE "Y".
       01  ALREADY-LISTED-FLAG                 PIC X VALUE "N".
           88 ALREADY-LISTED                   VALUE "Y".

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
           ACCEPT BILLER-FILE-DSN FROM ENVIRONMENT "ATM_BILLER_FILE"
              ON EXCEPTION MOVE "billers.txt" TO BILLER-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-BILLER-FILE-DSN
              FROM ENVIRONMENT "ATM_BILLER_NEW_FILE"
              ON EXCEPTION
                 MOVE "billers.txt.new" TO NEW-BILLER-FILE-DSN
           END-ACCEPT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-FULL-DATE.

           PERFORM SIGN-ON-OPERATOR THRU SIGN-ON-OPERATOR-EXIT.
           IF NOT SIGNON-IS-SUPERVISOR
           THEN
              DISPLAY "[ABORT]: ONLY A SUPERVISOR MAY MAINTAIN "
                 "BILLERS"
              STOP RUN
           END-IF.
           GO TO MAIN-MENU.

       MAIN-MENU.
           MOVE "N" TO ENTRY-FOUND-FLAG.
           MOVE "N" TO ALREADY-LISTED-FLAG.

           DISPLAY SPACES
           DISPLAY "##############################################"
           DISPLAY "##      Gringotts Wizarding Bank            ##"
           DISPLAY "##      Bill Payment Billers                ##"
           DISPLAY "##############################################"
           DISPLAY "=> PRESS A TO ADD A BILLER"
           DISPLAY "=> PRESS S TO SUSPEND A BILLER"
           DISPLAY "=> PRESS R TO REINSTATE A BILLER"
           DISPLAY "=> PRESS L TO LIST BILLERS"
           DISPLAY "=> PRESS X TO EXIT"
           ACCEPT MAINT-CHOICE.

           IF ADD-BILLER
           THEN
              GO TO INPUT-ADD-BILLER
           END-IF.

           IF SUSPEND-BILLER
           THEN
              MOVE "S" TO ENTRY-NEW-STATUS
              MOVE "BILLSUSP" TO LOG-ACTION-TEXT
              GO TO INPUT-CHANGE-STATUS
           END-IF.

           IF REINSTATE-BILLER
           THEN
              MOVE "A" TO ENTRY-NEW-STATUS
              MOVE "BILLREIN" TO LOG-ACTION-TEXT
              GO TO INPUT-CHANGE-STATUS
           END-IF.

           IF LIST-BILLERS
           THEN
              GO TO LIST-ALL-BILLERS
           END-IF.

           IF EXIT-MAINTENANCE
           THEN
              STOP RUN
           END-IF.

           DISPLAY "=> INVALID INPUT"
           GO TO MAIN-MENU.

       INPUT-ADD-BILLER.
           DISPLAY "=> BILLER CODE (4 DIGITS)"
           ACCEPT ENTRY-BILLER-CODE.

           IF ENTRY-BILLER-CODE = 0
           THEN
              DISPLAY "=====> BILLER CODE 0000 IS NOT ALLOWED"
              GO TO MAIN-MENU
           END-IF.

           PERFORM CHECK-BILLER-EXISTS THRU CHECK-BILLER-EXISTS-EXIT.
           IF ENTRY-WAS-FOUND
           THEN
              DISPLAY "=====> BILLER " ENTRY-BILLER-CODE
                 " ALREADY EXISTS"
              GO TO MAIN-MENU
           END-IF.

           DISPLAY "=> BILLER NAME (30 CHARS)"
           ACCEPT ENTRY-BILLER-NAME.

           DISPLAY "=> CUSTOMER REFERENCE LENGTH (2-20 DIGITS)"
           ACCEPT ENTRY-REF-LENGTH.

           DISPLAY "=> CHECK-DIGIT RULE: L LUHN, E MODULUS 11, "
              "N NONE"
           ACCEPT ENTRY-CHECK-RULE.
           INSPECT ENTRY-CHECK-RULE CONVERTING "len" TO "LEN".

           IF ENTRY-BILLER-NAME = SPACES
           THEN
              DISPLAY "=====> THE BILLER NAME IS REQUIRED"
              GO TO MAIN-MENU
           END-IF.

           IF ENTRY-REF-LENGTH < 2 OR ENTRY-REF-LENGTH > 20
           THEN
              DISPLAY "=====> REFERENCE LENGTH MUST BE 2 TO 20"
              GO TO MAIN-MENU
           END-IF.

           IF NOT ENTRY-CHECK-RULE-VALID
           THEN
              DISPLAY "=====> INVALID CHECK-DIGIT RULE"
              GO TO MAIN-MENU
           END-IF.

           OPEN EXTEND BILLER-FILE.
           IF BILLER-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT BILLER-FILE
           END-IF.
           MOVE ENTRY-BILLER-CODE TO BILLER-CODE.
           MOVE ENTRY-BILLER-NAME TO BILLER-NAME.
           MOVE ENTRY-REF-LENGTH  TO BILLER-REF-LENGTH.
           MOVE ENTRY-CHECK-RULE  TO BILLER-CHECK-RULE.
           MOVE "A"               TO BILLER-STATUS.
           MOVE TODAY-FULL-DATE   TO BILLER-ADDED-DATE.
           WRITE BILLER-RECORD.
           CLOSE BILLER-FILE.

           MOVE "BILLADD" TO LOG-ACTION-TEXT.
           MOVE ENTRY-BILLER-CODE TO LOG-KEY-TEXT.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.

           DISPLAY "=====> BILLER " ENTRY-BILLER-CODE " "
              ENTRY-BILLER-NAME " ADDED".
           GO TO MAIN-MENU.

       CHECK-BILLER-EXISTS.
           MOVE "N" TO ENTRY-FOUND-FLAG.
           OPEN INPUT BILLER-FILE.
           IF BILLER-FILE-NOT-FOUND
           THEN
              GO TO CHECK-BILLER-EXISTS-EXIT
           END-IF.

       CHECK-BILLER-EXISTS-LOOP.
           READ BILLER-FILE
              AT END
                 CLOSE BILLER-FILE
                 GO TO CHECK-BILLER-EXISTS-EXIT
           END-READ.
           IF BILLER-CODE = ENTRY-BILLER-CODE
           THEN
              SET ENTRY-WAS-FOUND TO TRUE
           END-IF.
           GO TO CHECK-BILLER-EXISTS-LOOP.

       CHECK-BILLER-EXISTS-EXIT.
           EXIT.

       INPUT-CHANGE-STATUS.
           DISPLAY "=> BILLER CODE (4 DIGITS)"
           ACCEPT ENTRY-BILLER-CODE.

           OPEN INPUT BILLER-FILE.
           IF BILLER-FILE-NOT-FOUND
           THEN
              DISPLAY "=====> NO BILLER FILE FOUND"
              GO TO MAIN-MENU
           END-IF.
           OPEN OUTPUT NEW-BILLER-FILE.

       INPUT-CHANGE-STATUS-LOOP.
           READ BILLER-FILE
              AT END GO TO INPUT-CHANGE-STATUS-DONE
           END-READ.
           IF BILLER-CODE = ENTRY-BILLER-CODE
           THEN
              SET ENTRY-WAS-FOUND TO TRUE
              MOVE ENTRY-NEW-STATUS TO BILLER-STATUS
           END-IF.
           WRITE NEW-BILLER-RECORD FROM BILLER-RECORD.
           GO TO INPUT-CHANGE-STATUS-LOOP.

       INPUT-CHANGE-STATUS-DONE.
           CLOSE BILLER-FILE, NEW-BILLER-FILE.

           IF NOT ENTRY-WAS-FOUND
           THEN
              DISPLAY "=====> NO BILLER " ENTRY-BILLER-CODE
              GO TO MAIN-MENU
           END-IF.

           OPEN INPUT NEW-BILLER-FILE.
           OPEN OUTPUT BILLER-FILE.

       INPUT-CHANGE-STATUS-PROMOTE.
           READ NEW-BILLER-FILE
              AT END
                 CLOSE NEW-BILLER-FILE, BILLER-FILE
                 GO TO INPUT-CHANGE-STATUS-LOGGED
           END-READ.
           WRITE BILLER-RECORD FROM NEW-BILLER-RECORD.
           GO TO INPUT-CHANGE-STATUS-PROMOTE.

       INPUT-CHANGE-STATUS-LOGGED.
           MOVE ENTRY-BILLER-CODE TO LOG-KEY-TEXT.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.
           IF ENTRY-NEW-STATUS = "S"
           THEN
              DISPLAY "=====> BILLER " ENTRY-BILLER-CODE
                 " SUSPENDED -- NO NEW PAYMENTS ACCEPTED"
           ELSE
              DISPLAY "=====> BILLER " ENTRY-BILLER-CODE
                 " REINSTATED"
           END-IF.
           GO TO MAIN-MENU.

       LIST-ALL-BILLERS.
           OPEN INPUT BILLER-FILE.
           IF BILLER-FILE-NOT-FOUND
           THEN
              DISPLAY "=====> NO BILLER FILE FOUND"
              GO TO MAIN-MENU
           END-IF.

       LIST-ALL-BILLERS-LOOP.
           READ BILLER-FILE
              AT END
                 CLOSE BILLER-FILE
                 IF NOT ALREADY-LISTED
                 THEN
                    DISPLAY "=====> BILLER FILE IS EMPTY"
                 END-IF
                 GO TO MAIN-MENU
           END-READ.
           SET ALREADY-LISTED TO TRUE.
           DISPLAY "=====> " BILLER-CODE " " BILLER-NAME
              " REF " BILLER-REF-LENGTH " DIGITS RULE "
              BILLER-CHECK-RULE " STATUS " BILLER-STATUS.
           GO TO LIST-ALL-BILLERS-LOOP.

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
           MOVE "BILLMNT" TO OPLOG-PROGRAM.
           MOVE LOG-ACTION-TEXT TO OPLOG-ACTION.
           MOVE LOG-KEY-TEXT TO OPLOG-KEY.
           WRITE OPERATOR-LOG-RECORD.
           CLOSE OPERATOR-LOG-FILE.

       WRITE-OPERATOR-LOG-EXIT.
           EXIT.

       END PROGRAM BILLMNT.
