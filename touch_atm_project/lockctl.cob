       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKCTL.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              LOCK-FILE ASSIGN DYNAMIC LOCK-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS LOCK-FILE-STATUS.

           SELECT
              PARAMETER-FILE ASSIGN DYNAMIC PARAMETER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS PARAMETER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCK-FILE.
       01  LOCK-RECORD.
           02 LOCK-RESOURCE                    PIC X(40).
           02 LOCK-MODE                        PIC X.
           02 LOCK-HOLDER                      PIC X(20).
           02 LOCK-STAMP                       PIC 9(14).
           02 LOCK-EXPIRY-MINUTES              PIC 9(4).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 PARAM-NAME                       PIC X(24).
           02 PARAM-VALUE                      PIC 9(9)V9(4).
           02 PARAM-EFFECTIVE-DATE             PIC 9(8).

       WORKING-STORAGE SECTION.
       01  LOCK-FILE-DSN                       PIC X(40).
       01  LOCK-FILE-STATUS                    PIC 99.
           88 LOCK-FILE-NOT-FOUND              VALUE 35.
       01  PARAMETER-FILE-DSN                  PIC X(40).
       01  PARAMETER-FILE-STATUS               PIC 99.
           88 PARAMETER-FILE-NOT-FOUND         VALUE 35.

       01  LOCK-SETTINGS-FLAG                  PIC X VALUE "N".
           88 LOCK-SETTINGS-ARE-LOADED         VALUE "Y".
       01  LOCK-STALE-MINUTES                  PIC 9(4) VALUE 30.
       01  LOCK-BATCH-STALE-MINUTES            PIC 9(4) VALUE 480.
       01  LOCK-WAIT-SECONDS                   PIC 9(5) VALUE 300.
       01  LOCK-RETRY-SECONDS                  PIC 9(3) VALUE 15.
       01  BEST-STALE-DATE                     PIC 9(8) VALUE 0.
       01  BEST-BATCH-STALE-DATE               PIC 9(8) VALUE 0.
       01  BEST-WAIT-DATE                      PIC 9(8) VALUE 0.
       01  BEST-RETRY-DATE                     PIC 9(8) VALUE 0.

       01  LOCK-COUNT                          PIC 9(3) VALUE 0.
       01  LOCK-SUBSCRIPT                      PIC 9(3) VALUE 0.
       01  LOCK-TABLE.
           02 LOCK-ENTRY OCCURS 200 TIMES.
              03 LT-RESOURCE                   PIC X(40).
              03 LT-MODE                       PIC X.
              03 LT-HOLDER                     PIC X(20).
              03 LT-STAMP                      PIC 9(14).
              03 LT-EXPIRY-MINUTES             PIC 9(4).
              03 LT-KEEP-FLAG                  PIC X.
                 88 LT-IS-KEPT                 VALUE "Y".
       01  OWN-LOCK-SUBSCRIPT                  PIC 9(3) VALUE 0.
       01  LOCK-TABLE-CHANGED-FLAG             PIC X VALUE "N".
           88 LOCK-TABLE-CHANGED               VALUE "Y".

       01  NOW-STAMP                           PIC 9(14).
       01  NOW-STAMP-VIEW REDEFINES NOW-STAMP.
           02 NOW-DATE                         PIC 9(8).
           02 NOW-HOUR                         PIC 99.
           02 NOW-MINUTE                       PIC 99.
           02 FILLER                           PIC 99.
       01  ENTRY-STAMP                         PIC 9(14).
       01  ENTRY-STAMP-VIEW REDEFINES ENTRY-STAMP.
           02 ENTRY-DATE                       PIC 9(8).
           02 ENTRY-HOUR                       PIC 99.
           02 ENTRY-MINUTE                     PIC 99.
           02 FILLER                           PIC 99.
       01  LOCK-AGE-MINUTES                    PIC S9(9).
       01  WAITED-SECONDS                      PIC 9(5) VALUE 0.
       01  REQUEST-MODE                        PIC X.
       01  REQUEST-EXPIRY-MINUTES              PIC 9(4).
       01  WAIT-ALLOWED-FLAG                   PIC X VALUE "N".
           88 WAIT-IS-ALLOWED                  VALUE "Y".
       01  REFRESH-FOUND-FLAG                  PIC X VALUE "N".
           88 REFRESH-LOCK-WAS-FOUND           VALUE "Y".

       01  DATECALC-FUNCTION                   PIC X(4).
       01  DATECALC-DATE-1                     PIC 9(8).
       01  DATECALC-DATE-2                     PIC 9(8).
       01  DATECALC-DAYS                       PIC S9(5).

       LINKAGE SECTION.
       01  LS-FUNC                             PIC X(4).
       01  LS-RESOURCE                         PIC X(40).
       01  LS-HOLDER                           PIC X(20).
       01  LS-RESULT                           PIC X.
       01  LS-CONFLICT-HOLDER                  PIC X(20).

       PROCEDURE DIVISION USING LS-FUNC LS-RESOURCE LS-HOLDER
           LS-RESULT LS-CONFLICT-HOLDER.
       LOCKCTL-MAIN.
           MOVE "E" TO LS-RESULT.
           MOVE SPACES TO LS-CONFLICT-HOLDER.
           IF NOT LOCK-SETTINGS-ARE-LOADED
           THEN
              PERFORM LOAD-LOCK-SETTINGS THRU LOAD-LOCK-SETTINGS-EXIT
           END-IF.
           MOVE 0 TO WAITED-SECONDS.
           MOVE "N" TO WAIT-ALLOWED-FLAG.
           MOVE LOCK-STALE-MINUTES TO REQUEST-EXPIRY-MINUTES.

           IF LS-FUNC = "SHR "
           THEN
              MOVE "S" TO REQUEST-MODE
              GO TO LOCKCTL-ACQUIRE
           END-IF.
           IF LS-FUNC = "EXC "
           THEN
              MOVE "X" TO REQUEST-MODE
              GO TO LOCKCTL-ACQUIRE
           END-IF.
           IF LS-FUNC = "EXCW"
           THEN
              MOVE "X" TO REQUEST-MODE
              SET WAIT-IS-ALLOWED TO TRUE
              MOVE LOCK-BATCH-STALE-MINUTES TO REQUEST-EXPIRY-MINUTES
              GO TO LOCKCTL-ACQUIRE
           END-IF.
           IF LS-FUNC = "FREW"
           THEN
              MOVE "Q" TO REQUEST-MODE
              SET WAIT-IS-ALLOWED TO TRUE
              GO TO LOCKCTL-ACQUIRE
           END-IF.
           IF LS-FUNC = "REL " OR LS-FUNC = "RELH" OR LS-FUNC = "RFSH"
           THEN
              GO TO LOCKCTL-MAINTAIN
           END-IF.
           GOBACK.

       LOCKCTL-ACQUIRE.
           PERFORM LOAD-LOCK-TABLE THRU LOAD-LOCK-TABLE-EXIT.
           MOVE 0 TO OWN-LOCK-SUBSCRIPT.
           MOVE 0 TO LOCK-SUBSCRIPT.

       LOCKCTL-ACQUIRE-SCAN.
           ADD 1 TO LOCK-SUBSCRIPT.
           IF LOCK-SUBSCRIPT > LOCK-COUNT
           THEN
              GO TO LOCKCTL-ACQUIRE-GRANT
           END-IF.
           IF NOT LT-IS-KEPT(LOCK-SUBSCRIPT) OR
              LT-RESOURCE(LOCK-SUBSCRIPT) NOT = LS-RESOURCE
           THEN
              GO TO LOCKCTL-ACQUIRE-SCAN
           END-IF.
           IF LT-HOLDER(LOCK-SUBSCRIPT) = LS-HOLDER
           THEN
              MOVE LOCK-SUBSCRIPT TO OWN-LOCK-SUBSCRIPT
              GO TO LOCKCTL-ACQUIRE-SCAN
           END-IF.
           IF REQUEST-MODE = "S" AND LT-MODE(LOCK-SUBSCRIPT) = "S"
           THEN
              GO TO LOCKCTL-ACQUIRE-SCAN
           END-IF.
           MOVE LT-HOLDER(LOCK-SUBSCRIPT) TO LS-CONFLICT-HOLDER.
           IF LOCK-TABLE-CHANGED
           THEN
              PERFORM SAVE-LOCK-TABLE THRU SAVE-LOCK-TABLE-EXIT
           END-IF.
           IF WAIT-IS-ALLOWED AND WAITED-SECONDS < LOCK-WAIT-SECONDS
           THEN
              CALL "C$SLEEP" USING LOCK-RETRY-SECONDS
                 ON EXCEPTION
                    MOVE LOCK-WAIT-SECONDS TO WAITED-SECONDS
              END-CALL
              ADD LOCK-RETRY-SECONDS TO WAITED-SECONDS
              GO TO LOCKCTL-ACQUIRE
           END-IF.
           MOVE "N" TO LS-RESULT.
           GOBACK.

       LOCKCTL-ACQUIRE-GRANT.
           MOVE "Y" TO LS-RESULT.
           IF REQUEST-MODE = "Q"
           THEN
              IF LOCK-TABLE-CHANGED
              THEN
                 PERFORM SAVE-LOCK-TABLE THRU SAVE-LOCK-TABLE-EXIT
              END-IF
              GOBACK
           END-IF.
           IF OWN-LOCK-SUBSCRIPT = 0
           THEN
              IF LOCK-COUNT NOT < 200
              THEN
                 MOVE "N" TO LS-RESULT
                 MOVE "LOCK TABLE FULL" TO LS-CONFLICT-HOLDER
                 GOBACK
              END-IF
              ADD 1 TO LOCK-COUNT
              MOVE LOCK-COUNT TO OWN-LOCK-SUBSCRIPT
              MOVE LS-RESOURCE TO LT-RESOURCE(OWN-LOCK-SUBSCRIPT)
              MOVE LS-HOLDER   TO LT-HOLDER(OWN-LOCK-SUBSCRIPT)
              MOVE "Y"         TO LT-KEEP-FLAG(OWN-LOCK-SUBSCRIPT)
           END-IF.
           MOVE REQUEST-MODE TO LT-MODE(OWN-LOCK-SUBSCRIPT).
           MOVE NOW-STAMP    TO LT-STAMP(OWN-LOCK-SUBSCRIPT).
           MOVE REQUEST-EXPIRY-MINUTES
              TO LT-EXPIRY-MINUTES(OWN-LOCK-SUBSCRIPT).
           PERFORM SAVE-LOCK-TABLE THRU SAVE-LOCK-TABLE-EXIT.
           GOBACK.

       LOCKCTL-MAINTAIN.
           PERFORM LOAD-LOCK-TABLE THRU LOAD-LOCK-TABLE-EXIT.
           MOVE 0 TO LOCK-SUBSCRIPT.
           MOVE "N" TO REFRESH-FOUND-FLAG.

       LOCKCTL-MAINTAIN-LOOP.
           ADD 1 TO LOCK-SUBSCRIPT.
           IF LOCK-SUBSCRIPT > LOCK-COUNT
           THEN
              PERFORM SAVE-LOCK-TABLE THRU SAVE-LOCK-TABLE-EXIT
              MOVE "Y" TO LS-RESULT
              IF LS-FUNC = "RFSH" AND NOT REFRESH-LOCK-WAS-FOUND
              THEN
                 MOVE "N" TO LS-RESULT
                 MOVE "LOCK EXPIRED" TO LS-CONFLICT-HOLDER
              END-IF
              GOBACK
           END-IF.
           IF LT-HOLDER(LOCK-SUBSCRIPT) NOT = LS-HOLDER
           THEN
              GO TO LOCKCTL-MAINTAIN-LOOP
           END-IF.
           IF LS-FUNC = "RELH" OR
              (LS-FUNC = "REL " AND
               LT-RESOURCE(LOCK-SUBSCRIPT) = LS-RESOURCE)
           THEN
              MOVE "N" TO LT-KEEP-FLAG(LOCK-SUBSCRIPT)
           END-IF.
           IF LS-FUNC = "RFSH" AND LT-IS-KEPT(LOCK-SUBSCRIPT) AND
              LT-RESOURCE(LOCK-SUBSCRIPT) = LS-RESOURCE
           THEN
              MOVE NOW-STAMP TO LT-STAMP(LOCK-SUBSCRIPT)
              SET REFRESH-LOCK-WAS-FOUND TO TRUE
           END-IF.
           GO TO LOCKCTL-MAINTAIN-LOOP.

       LOAD-LOCK-SETTINGS.
           SET LOCK-SETTINGS-ARE-LOADED TO TRUE.
           ACCEPT LOCK-FILE-DSN FROM ENVIRONMENT "ATM_LOCK_FILE"
              ON EXCEPTION MOVE "locks.txt" TO LOCK-FILE-DSN
           END-ACCEPT.
           ACCEPT PARAMETER-FILE-DSN FROM ENVIRONMENT "ATM_PARAMS_FILE"
              ON EXCEPTION MOVE "params.txt" TO PARAMETER-FILE-DSN
           END-ACCEPT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-STAMP.
           OPEN INPUT PARAMETER-FILE.
           IF PARAMETER-FILE-NOT-FOUND
           THEN
              GO TO LOAD-LOCK-SETTINGS-EXIT
           END-IF.

       LOAD-LOCK-SETTINGS-LOOP.
           READ PARAMETER-FILE
              AT END
                 CLOSE PARAMETER-FILE
                 IF LOCK-RETRY-SECONDS = 0
                 THEN
                    MOVE 1 TO LOCK-RETRY-SECONDS
                 END-IF
                 GO TO LOAD-LOCK-SETTINGS-EXIT
           END-READ.
           IF PARAM-EFFECTIVE-DATE > NOW-DATE
           THEN
              GO TO LOAD-LOCK-SETTINGS-LOOP
           END-IF.
           IF PARAM-NAME = "LOCK-STALE-MINUTES" AND
              PARAM-EFFECTIVE-DATE NOT < BEST-STALE-DATE
           THEN
              MOVE PARAM-VALUE TO LOCK-STALE-MINUTES
              MOVE PARAM-EFFECTIVE-DATE TO BEST-STALE-DATE
           END-IF.
           IF PARAM-NAME = "LOCK-BATCH-STALE-MINUTES" AND
              PARAM-EFFECTIVE-DATE NOT < BEST-BATCH-STALE-DATE
           THEN
              MOVE PARAM-VALUE TO LOCK-BATCH-STALE-MINUTES
              MOVE PARAM-EFFECTIVE-DATE TO BEST-BATCH-STALE-DATE
           END-IF.
           IF PARAM-NAME = "LOCK-WAIT-SECONDS" AND
              PARAM-EFFECTIVE-DATE NOT < BEST-WAIT-DATE
           THEN
              MOVE PARAM-VALUE TO LOCK-WAIT-SECONDS
              MOVE PARAM-EFFECTIVE-DATE TO BEST-WAIT-DATE
           END-IF.
           IF PARAM-NAME = "LOCK-RETRY-SECONDS" AND
              PARAM-EFFECTIVE-DATE NOT < BEST-RETRY-DATE
           THEN
              MOVE PARAM-VALUE TO LOCK-RETRY-SECONDS
              MOVE PARAM-EFFECTIVE-DATE TO BEST-RETRY-DATE
           END-IF.
           GO TO LOAD-LOCK-SETTINGS-LOOP.

       LOAD-LOCK-SETTINGS-EXIT.
           EXIT.

       LOAD-LOCK-TABLE.
           MOVE 0 TO LOCK-COUNT.
           MOVE "N" TO LOCK-TABLE-CHANGED-FLAG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-STAMP.
           OPEN INPUT LOCK-FILE.
           IF LOCK-FILE-NOT-FOUND
           THEN
              GO TO LOAD-LOCK-TABLE-EXIT
           END-IF.

       LOAD-LOCK-TABLE-LOOP.
           READ LOCK-FILE
              AT END
                 CLOSE LOCK-FILE
                 GO TO LOAD-LOCK-TABLE-EXIT
           END-READ.
           MOVE LOCK-STAMP TO ENTRY-STAMP.
           MOVE "DIFF" TO DATECALC-FUNCTION.
           MOVE ENTRY-DATE TO DATECALC-DATE-1.
           MOVE NOW-DATE TO DATECALC-DATE-2.
           CALL "DATECALC" USING DATECALC-FUNCTION DATECALC-DATE-1
              DATECALC-DATE-2 DATECALC-DAYS
              ON EXCEPTION
                 DISPLAY "[ABORT]: DATECALC MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           COMPUTE LOCK-AGE-MINUTES =
              DATECALC-DAYS * 1440 + NOW-HOUR * 60 + NOW-MINUTE
              - ENTRY-HOUR * 60 - ENTRY-MINUTE.
           IF LOCK-AGE-MINUTES > LOCK-EXPIRY-MINUTES
           THEN
              DISPLAY "~~~~~~~~~~~~~~~> STALE LOCK EXPIRED: "
                 LOCK-HOLDER " ON " LOCK-RESOURCE
              SET LOCK-TABLE-CHANGED TO TRUE
              GO TO LOAD-LOCK-TABLE-LOOP
           END-IF.
           IF LOCK-COUNT < 200
           THEN
              ADD 1 TO LOCK-COUNT
              MOVE LOCK-RESOURCE TO LT-RESOURCE(LOCK-COUNT)
              MOVE LOCK-MODE     TO LT-MODE(LOCK-COUNT)
              MOVE LOCK-HOLDER   TO LT-HOLDER(LOCK-COUNT)
              MOVE LOCK-STAMP    TO LT-STAMP(LOCK-COUNT)
              MOVE LOCK-EXPIRY-MINUTES
                 TO LT-EXPIRY-MINUTES(LOCK-COUNT)
              MOVE "Y"           TO LT-KEEP-FLAG(LOCK-COUNT)
           END-IF.
           GO TO LOAD-LOCK-TABLE-LOOP.

       LOAD-LOCK-TABLE-EXIT.
           EXIT.

       SAVE-LOCK-TABLE.
           OPEN OUTPUT LOCK-FILE.
           MOVE 0 TO LOCK-SUBSCRIPT.

       SAVE-LOCK-TABLE-LOOP.
           ADD 1 TO LOCK-SUBSCRIPT.
           IF LOCK-SUBSCRIPT > LOCK-COUNT
           THEN
              CLOSE LOCK-FILE
              MOVE "N" TO LOCK-TABLE-CHANGED-FLAG
              GO TO SAVE-LOCK-TABLE-EXIT
           END-IF.
           IF NOT LT-IS-KEPT(LOCK-SUBSCRIPT)
           THEN
              GO TO SAVE-LOCK-TABLE-LOOP
           END-IF.
           MOVE LT-RESOURCE(LOCK-SUBSCRIPT) TO LOCK-RESOURCE.
           MOVE LT-MODE(LOCK-SUBSCRIPT)     TO LOCK-MODE.
           MOVE LT-HOLDER(LOCK-SUBSCRIPT)   TO LOCK-HOLDER.
           MOVE LT-STAMP(LOCK-SUBSCRIPT)    TO LOCK-STAMP.
           MOVE LT-EXPIRY-MINUTES(LOCK-SUBSCRIPT)
              TO LOCK-EXPIRY-MINUTES.
           WRITE LOCK-RECORD.
           GO TO SAVE-LOCK-TABLE-LOOP.

       SAVE-LOCK-TABLE-EXIT.
           EXIT.

       END PROGRAM LOCKCTL.
