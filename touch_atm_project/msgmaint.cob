       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGMAINT.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              MESSAGE-TEXT-FILE ASSIGN DYNAMIC MESSAGE-TEXT-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS MESSAGE-TEXT-FILE-STATUS.

           SELECT
              NEW-MESSAGE-TEXT-FILE ASSIGN DYNAMIC
                 NEW-MESSAGE-TEXT-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS NEW-MESSAGE-TEXT-FILE-STATUS.

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
       FD  MESSAGE-TEXT-FILE.
       01  MESSAGE-TEXT-RECORD.
           02 MTX-LANGUAGE                     PIC X(2).
           02 MTX-MSG-ID                       PIC X(8).
           02 MTX-MSG-TEXT                     PIC X(60).

       FD  NEW-MESSAGE-TEXT-FILE.
       01  NEW-MESSAGE-TEXT-RECORD.
           02 NEW-MTX-LANGUAGE                 PIC X(2).
           02 NEW-MTX-MSG-ID                   PIC X(8).
           02 NEW-MTX-MSG-TEXT                 PIC X(60).

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
       01  MESSAGE-TEXT-FILE-DSN               PIC X(40).
       01  NEW-MESSAGE-TEXT-FILE-DSN           PIC X(40).

       01  MESSAGE-TEXT-FILE-STATUS            PIC 99.
           88 MESSAGE-TEXT-FILE-NOT-FOUND      VALUE 35.
       01  NEW-MESSAGE-TEXT-FILE-STATUS        PIC 99.
       01  OPERATOR-FILE-STATUS PIC 9(2).
           88 OPERATOR-FILE-NOT-FOUND VALUE 35.
       01  OPERATOR-LOG-STATUS PIC 9(2).
           88 OPERATOR-LOG-NOT-FOUND VALUE 35.

       01  MAINT-CHOICE                        PIC X.
           88 ADD-TRANSLATION                  VALUE "A", "a".
           88 DELETE-TRANSLATION               VALUE "D", "d".
           88 LIST-MESSAGES                    VALUE "L", "l".
           88 EXIT-MAINTENANCE                 VALUE "X", "x".

       01  PENDING-OP                          PIC X VALUE " ".
           88 PENDING-ADD                      VALUE "A".
           88 PENDING-DELETE                   VALUE "D".

       01  ENTRY-LANGUAGE                      PIC X(2).
       01  ENTRY-MSG-ID                        PIC X(8).
       01  ENTRY-MSG-TEXT                      PIC X(60).

       01  TRANSLATION-FOUND-FLAG              PIC X VALUE "N".
           88 TRANSLATION-WAS-FOUND            VALUE "Y".
       01  CATALOG-FOUND-FLAG                  PIC X VALUE "N".
           88 CATALOG-ENTRY-WAS-FOUND          VALUE "Y".

       01  LIST-COUNT                          PIC 9(3) VALUE 0.
       01  LIST-SUBSCRIPT                      PIC 9(3) VALUE 0.
       01  LIST-TABLE.
           02 LIST-ENTRY OCCURS 500 TIMES.
              03 LST-MSG-ID                    PIC X(8).
              03 LST-MSG-TEXT                  PIC X(60).
       01  LIST-TRANSLATED-COUNT               PIC 9(3) VALUE 0.
       01  LIST-MISSING-COUNT                  PIC 9(3) VALUE 0.

       01  MSG-FUNCTION                        PIC X(4) VALUE "NEXT".
       01  MSG-ID                              PIC X(8).
       01  MSG-ARGS                            PIC X(160) VALUE SPACES.
       01  MSG-TEXT                            PIC X(120).
       01  MSG-TEXT-LENGTH                     PIC 9(3).
       01  MSG-RESULT                          PIC X.
           88 CATALOG-ENTRY-RETURNED           VALUE "Y".

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
           ACCEPT MESSAGE-TEXT-FILE-DSN
              FROM ENVIRONMENT "ATM_MESSAGE_TEXT_FILE"
              ON EXCEPTION MOVE "msgtext.txt" TO MESSAGE-TEXT-FILE-DSN
           END-ACCEPT.

           ACCEPT NEW-MESSAGE-TEXT-FILE-DSN
              FROM ENVIRONMENT "ATM_MESSAGE_TEXT_NEW_FILE"
              ON EXCEPTION
                 MOVE "msgtext.txt.new" TO NEW-MESSAGE-TEXT-FILE-DSN
           END-ACCEPT.

           PERFORM SIGN-ON-OPERATOR THRU SIGN-ON-OPERATOR-EXIT.
           IF NOT SIGNON-IS-SUPERVISOR
           THEN
              DISPLAY "[ABORT]: ONLY A SUPERVISOR MAY MAINTAIN "
                 "THE ATM MESSAGE TEXT"
              STOP RUN
           END-IF.
           GO TO MAIN-MENU.

       MAIN-MENU.
           MOVE "N" TO TRANSLATION-FOUND-FLAG.
           MOVE "N" TO CATALOG-FOUND-FLAG.
           MOVE " " TO PENDING-OP.

           DISPLAY SPACES
           DISPLAY "##############################################"
           DISPLAY "##      Gringotts Wizarding Bank            ##"
           DISPLAY "##      ATM Message Text                    ##"
           DISPLAY "##############################################"
           DISPLAY "=> PRESS A TO ADD OR CORRECT A TRANSLATION"
           DISPLAY "=> PRESS D TO DELETE A TRANSLATION"
           DISPLAY "=> PRESS L TO LIST MESSAGES FOR A LANGUAGE"
           DISPLAY "=> PRESS X TO EXIT"
           ACCEPT MAINT-CHOICE.

           IF ADD-TRANSLATION
           THEN
              GO TO INPUT-ADD-TRANSLATION
           END-IF.

           IF DELETE-TRANSLATION
           THEN
              GO TO INPUT-DELETE-TRANSLATION
           END-IF.

           IF LIST-MESSAGES
           THEN
              GO TO LIST-LANGUAGE-MESSAGES
           END-IF.

           IF EXIT-MAINTENANCE
           THEN
              STOP RUN
           END-IF.

           DISPLAY "=> INVALID INPUT"
           GO TO MAIN-MENU.

       INPUT-ADD-TRANSLATION.
           SET PENDING-ADD TO TRUE.
           DISPLAY "=> LANGUAGE (2 CHARS, E.G. FR)"
           ACCEPT ENTRY-LANGUAGE.
           IF ENTRY-LANGUAGE = SPACES
           THEN
              DISPLAY "=====> THE LANGUAGE IS REQUIRED"
              GO TO MAIN-MENU
           END-IF.

           DISPLAY "=> MESSAGE ID (8 CHARS)"
           ACCEPT ENTRY-MSG-ID.
           PERFORM CHECK-CATALOG-ENTRY THRU CHECK-CATALOG-ENTRY-EXIT.
           IF NOT CATALOG-ENTRY-WAS-FOUND
           THEN
              DISPLAY "=====> MESSAGE " ENTRY-MSG-ID
                 " IS NOT A TERMINAL MESSAGE"
              GO TO MAIN-MENU
           END-IF.
           DISPLAY "=====> ENGLISH: " MSG-TEXT(1:60).

           DISPLAY "=> TEXT (60 CHARS, &1 TO &4 MARK THE VALUES)"
           ACCEPT ENTRY-MSG-TEXT.
           IF ENTRY-MSG-TEXT = SPACES
           THEN
              DISPLAY "=====> THE TEXT IS REQUIRED"
              GO TO MAIN-MENU
           END-IF.
           GO TO REBUILD-MESSAGE-TEXT-FILE.

       INPUT-DELETE-TRANSLATION.
           SET PENDING-DELETE TO TRUE.
           DISPLAY "=> LANGUAGE (2 CHARS)"
           ACCEPT ENTRY-LANGUAGE.
           DISPLAY "=> MESSAGE ID (8 CHARS)"
           ACCEPT ENTRY-MSG-ID.
           GO TO REBUILD-MESSAGE-TEXT-FILE.

       REBUILD-MESSAGE-TEXT-FILE.
           OPEN INPUT MESSAGE-TEXT-FILE.
           IF MESSAGE-TEXT-FILE-NOT-FOUND
           THEN
              IF PENDING-ADD
              THEN
                 OPEN OUTPUT MESSAGE-TEXT-FILE
                 CLOSE MESSAGE-TEXT-FILE
                 OPEN INPUT MESSAGE-TEXT-FILE
              ELSE
                 DISPLAY "=====> NO MESSAGE TEXT FILE FOUND"
                 GO TO MAIN-MENU
              END-IF
           END-IF.
           OPEN OUTPUT NEW-MESSAGE-TEXT-FILE.

       REBUILD-MESSAGE-TEXT-FILE-LOOP.
           READ MESSAGE-TEXT-FILE
              AT END GO TO REBUILD-MESSAGE-TEXT-FILE-DONE
           END-READ.

           IF MTX-LANGUAGE = ENTRY-LANGUAGE AND
              MTX-MSG-ID = ENTRY-MSG-ID
           THEN
              SET TRANSLATION-WAS-FOUND TO TRUE
              IF PENDING-ADD
              THEN
                 MOVE ENTRY-MSG-TEXT TO MTX-MSG-TEXT
                 WRITE NEW-MESSAGE-TEXT-RECORD FROM MESSAGE-TEXT-RECORD
              END-IF
           ELSE
              WRITE NEW-MESSAGE-TEXT-RECORD FROM MESSAGE-TEXT-RECORD
           END-IF.
           GO TO REBUILD-MESSAGE-TEXT-FILE-LOOP.

       REBUILD-MESSAGE-TEXT-FILE-DONE.
           IF PENDING-ADD AND NOT TRANSLATION-WAS-FOUND
           THEN
              MOVE ENTRY-LANGUAGE TO NEW-MTX-LANGUAGE
              MOVE ENTRY-MSG-ID   TO NEW-MTX-MSG-ID
              MOVE ENTRY-MSG-TEXT TO NEW-MTX-MSG-TEXT
              WRITE NEW-MESSAGE-TEXT-RECORD
           END-IF.

           CLOSE MESSAGE-TEXT-FILE, NEW-MESSAGE-TEXT-FILE.

           IF PENDING-DELETE AND NOT TRANSLATION-WAS-FOUND
           THEN
              DISPLAY "=====> NO " ENTRY-LANGUAGE " TEXT FOR MESSAGE "
                 ENTRY-MSG-ID
              GO TO MAIN-MENU
           END-IF.

           OPEN INPUT NEW-MESSAGE-TEXT-FILE.
           OPEN OUTPUT MESSAGE-TEXT-FILE.

       PROMOTE-MESSAGE-TEXT-FILE-LOOP.
           READ NEW-MESSAGE-TEXT-FILE
              AT END
                 CLOSE NEW-MESSAGE-TEXT-FILE, MESSAGE-TEXT-FILE
                 GO TO PROMOTE-MESSAGE-TEXT-FILE-DONE
           END-READ.
           WRITE MESSAGE-TEXT-RECORD FROM NEW-MESSAGE-TEXT-RECORD.
           GO TO PROMOTE-MESSAGE-TEXT-FILE-LOOP.

       PROMOTE-MESSAGE-TEXT-FILE-DONE.
           IF PENDING-ADD
           THEN
              IF TRANSLATION-WAS-FOUND
              THEN
                 MOVE "MSGCHG" TO LOG-ACTION-TEXT
                 DISPLAY "=====> " ENTRY-LANGUAGE " TEXT FOR MESSAGE "
                    ENTRY-MSG-ID " CORRECTED"
              ELSE
                 MOVE "MSGADD" TO LOG-ACTION-TEXT
                 DISPLAY "=====> " ENTRY-LANGUAGE " TEXT FOR MESSAGE "
                    ENTRY-MSG-ID " ADDED"
              END-IF
           ELSE
              MOVE "MSGDEL" TO LOG-ACTION-TEXT
              DISPLAY "=====> " ENTRY-LANGUAGE " TEXT FOR MESSAGE "
                 ENTRY-MSG-ID " DELETED"
           END-IF.
           MOVE SPACES TO LOG-KEY-TEXT.
           STRING ENTRY-LANGUAGE " " ENTRY-MSG-ID DELIMITED BY SIZE
              INTO LOG-KEY-TEXT
           END-STRING.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.
           GO TO MAIN-MENU.

       LIST-LANGUAGE-MESSAGES.
           DISPLAY "=> LANGUAGE (2 CHARS)"
           ACCEPT ENTRY-LANGUAGE.
           MOVE 0 TO LIST-COUNT.
           MOVE 0 TO LIST-TRANSLATED-COUNT.
           MOVE 0 TO LIST-MISSING-COUNT.
           OPEN INPUT MESSAGE-TEXT-FILE.
           IF MESSAGE-TEXT-FILE-NOT-FOUND
           THEN
              GO TO LIST-CATALOG-START
           END-IF.

       LIST-LOAD-TRANSLATIONS-LOOP.
           READ MESSAGE-TEXT-FILE
              AT END
                 CLOSE MESSAGE-TEXT-FILE
                 GO TO LIST-CATALOG-START
           END-READ.
           IF MTX-LANGUAGE = ENTRY-LANGUAGE AND LIST-COUNT < 500
           THEN
              ADD 1 TO LIST-COUNT
              MOVE MTX-MSG-ID   TO LST-MSG-ID(LIST-COUNT)
              MOVE MTX-MSG-TEXT TO LST-MSG-TEXT(LIST-COUNT)
           END-IF.
           GO TO LIST-LOAD-TRANSLATIONS-LOOP.

       LIST-CATALOG-START.
           MOVE SPACES TO MSG-ID.

       LIST-CATALOG-LOOP.
           PERFORM CALL-MESSAGE-TEXT THRU CALL-MESSAGE-TEXT-EXIT.
           IF NOT CATALOG-ENTRY-RETURNED
           THEN
              DISPLAY "=====> " LIST-TRANSLATED-COUNT " MESSAGES IN "
                 ENTRY-LANGUAGE ", " LIST-MISSING-COUNT
                 " SHOWN IN ENGLISH"
              GO TO MAIN-MENU
           END-IF.
           DISPLAY "=====> " MSG-ID " EN " MSG-TEXT(1:60).
           MOVE 0 TO LIST-SUBSCRIPT.

       LIST-CATALOG-MATCH.
           ADD 1 TO LIST-SUBSCRIPT.
           IF LIST-SUBSCRIPT > LIST-COUNT
           THEN
              ADD 1 TO LIST-MISSING-COUNT
              IF ENTRY-LANGUAGE NOT = "EN"
              THEN
                 DISPLAY "=====>          " ENTRY-LANGUAGE
                    " *** NOT TRANSLATED ***"
              END-IF
              GO TO LIST-CATALOG-LOOP
           END-IF.
           IF LST-MSG-ID(LIST-SUBSCRIPT) = MSG-ID
           THEN
              ADD 1 TO LIST-TRANSLATED-COUNT
              DISPLAY "=====>          " ENTRY-LANGUAGE " "
                 LST-MSG-TEXT(LIST-SUBSCRIPT)
              GO TO LIST-CATALOG-LOOP
           END-IF.
           GO TO LIST-CATALOG-MATCH.

       CHECK-CATALOG-ENTRY.
           MOVE SPACES TO MSG-ID.

       CHECK-CATALOG-ENTRY-LOOP.
           PERFORM CALL-MESSAGE-TEXT THRU CALL-MESSAGE-TEXT-EXIT.
           IF NOT CATALOG-ENTRY-RETURNED
           THEN
              GO TO CHECK-CATALOG-ENTRY-EXIT
           END-IF.
           IF MSG-ID = ENTRY-MSG-ID
           THEN
              SET CATALOG-ENTRY-WAS-FOUND TO TRUE
              GO TO CHECK-CATALOG-ENTRY-EXIT
           END-IF.
           GO TO CHECK-CATALOG-ENTRY-LOOP.

       CHECK-CATALOG-ENTRY-EXIT.
           EXIT.

       CALL-MESSAGE-TEXT.
           CALL "MSGTEXT" USING MSG-FUNCTION ENTRY-LANGUAGE MSG-ID
              MSG-ARGS MSG-TEXT MSG-TEXT-LENGTH MSG-RESULT
              ON EXCEPTION
                 DISPLAY "[ABORT]: MSGTEXT MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.

       CALL-MESSAGE-TEXT-EXIT.
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
           MOVE "MSGMAINT" TO OPLOG-PROGRAM.
           MOVE LOG-ACTION-TEXT TO OPLOG-ACTION.
           MOVE LOG-KEY-TEXT TO OPLOG-KEY.
           WRITE OPERATOR-LOG-RECORD.
           CLOSE OPERATOR-LOG-FILE.

       WRITE-OPERATOR-LOG-EXIT.
           EXIT.

       END PROGRAM MSGMAINT.
