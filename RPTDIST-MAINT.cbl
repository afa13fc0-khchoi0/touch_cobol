       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDIST-MAINT.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              DISTRIBUTION-FILE ASSIGN TO "RPTDIST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS DISTRIBUTION-FILE-STATUS.

           SELECT
              NEW-DISTRIBUTION-FILE ASSIGN TO "RPTDIST.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-DISTRIBUTION-FILE-STATUS.

           SELECT
              OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS OPERATOR-FILE-STATUS.

           SELECT
              OPERATOR-LOG-FILE ASSIGN TO "OPERLOG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS OPERATOR-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIBUTION-FILE.
       01  DISTRIBUTION-RECORD.
           02 DIST-REPORT-NAME PIC X(24).
           02 DIST-RECIPIENTS PIC X(30).
           02 DIST-COPIES PIC 9(2).
           02 DIST-RETENTION-DAYS PIC 9(4).
           02 DIST-RESTRICTED-FLAG PIC X.
              88 DIST-IS-RESTRICTED VALUE "Y".
           02 DIST-EXPECTED-FLAG PIC X.
              88 DIST-IS-EXPECTED VALUE "Y".

       FD  NEW-DISTRIBUTION-FILE.
       01  NEW-DISTRIBUTION-RECORD PIC X(62).

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
       01  DISTRIBUTION-FILE-STATUS PIC 9(2).
           88 DISTRIBUTION-FILE-NOT-FOUND VALUE 35.
       01  NEW-DISTRIBUTION-FILE-STATUS PIC 9(2).
       01  OPERATOR-FILE-STATUS PIC 9(2).
           88 OPERATOR-FILE-NOT-FOUND VALUE 35.
       01  OPERATOR-LOG-STATUS PIC 9(2).
           88 OPERATOR-LOG-NOT-FOUND VALUE 35.

       01  SIGNON-OPERATOR-ID PIC X(8).
       01  SIGNON-PASSWORD PIC 9(6).
       01  SIGNON-ROLE PIC X.
           88 SIGNON-IS-SUPERVISOR VALUE "S".
       01  SIGNON-OK-FLAG PIC X VALUE "N".
           88 SIGNON-IS-OK VALUE "Y".
       01  SIGNON-HASH-VALUE PIC 9(6).
       01  LOG-ACTION-TEXT PIC X(10).
       01  LOG-KEY-TEXT PIC X(16).

       01  MAINT-ACTION PIC 9.
           88 SET-ACTION VALUE 1.
           88 REMOVE-ACTION VALUE 2.
           88 LIST-ACTION VALUE 3.

       01  ENTRY-REPORT-NAME PIC X(24).
       01  ENTRY-RECIPIENTS PIC X(30).
       01  ENTRY-COPIES PIC 9(2).
       01  ENTRY-RETENTION-DAYS PIC 9(4).
       01  ENTRY-RESTRICTED-FLAG PIC X.
           88 ENTRY-FLAG-VALID VALUE "Y", "N".
       01  ENTRY-EXPECTED-FLAG PIC X.
           88 ENTRY-EXPECTED-VALID VALUE "Y", "N".
       01  OLD-RESTRICTED-FLAG PIC X VALUE "N".

       01  ENTRY-FOUND-FLAG PIC X VALUE "N".
           88 ENTRY-WAS-FOUND VALUE "Y".
       01  DIST-EOF-FLAG PIC X VALUE "N".
           88 DIST-AT-END VALUE "Y".
       01  NEW-FILE-EOF-FLAG PIC X VALUE "N".
           88 NEW-FILE-AT-END VALUE "Y".

       PROCEDURE DIVISION.
       MAIN.
           PERFORM SIGN-ON-OPERATOR THRU SIGN-ON-OPERATOR-EXIT.

           DISPLAY "1 = SET ROUTING, 2 = REMOVE REPORT, 3 = LIST --> "
              WITH NO ADVANCING.
           ACCEPT MAINT-ACTION.

           IF LIST-ACTION THEN
              PERFORM LIST-DISTRIBUTION
              STOP RUN
           END-IF.

           DISPLAY "ENTER REPORT FILE NAME (24 CHARS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-REPORT-NAME.
           IF ENTRY-REPORT-NAME = SPACES THEN
              DISPLAY "A REPORT FILE NAME IS REQUIRED"
              STOP RUN
           END-IF.

           IF SET-ACTION THEN
              DISPLAY "ENTER RECIPIENT GROUPS (30 CHARS) --> "
                 WITH NO ADVANCING
              ACCEPT ENTRY-RECIPIENTS
              DISPLAY "ENTER NUMBER OF COPIES (2 DIGITS) --> "
                 WITH NO ADVANCING
              ACCEPT ENTRY-COPIES
              DISPLAY "ENTER RETENTION IN DAYS (4 DIGITS) --> "
                 WITH NO ADVANCING
              ACCEPT ENTRY-RETENTION-DAYS
              DISPLAY "RESTRICTED - SENSITIVE DATA (Y/N) --> "
                 WITH NO ADVANCING
              ACCEPT ENTRY-RESTRICTED-FLAG
              DISPLAY "EXPECTED EVERY NIGHTLY RUN (Y/N) --> "
                 WITH NO ADVANCING
              ACCEPT ENTRY-EXPECTED-FLAG
              IF ENTRY-RECIPIENTS = SPACES OR ENTRY-COPIES = 0 THEN
                 DISPLAY "RECIPIENTS AND AT LEAST ONE COPY ARE "
                    "REQUIRED"
                 STOP RUN
              END-IF
              IF NOT ENTRY-FLAG-VALID OR
                 NOT ENTRY-EXPECTED-VALID THEN
                 DISPLAY "RESTRICTED AND EXPECTED MUST BE Y OR N"
                 STOP RUN
              END-IF
              PERFORM SET-DISTRIBUTION
           END-IF.

           IF REMOVE-ACTION THEN
              IF NOT SIGNON-IS-SUPERVISOR THEN
                 DISPLAY "ONLY A SUPERVISOR MAY REMOVE A REPORT"
              ELSE
                 PERFORM REMOVE-DISTRIBUTION
              END-IF
           END-IF.

           STOP RUN.

       SET-DISTRIBUTION.
           MOVE "N" TO ENTRY-FOUND-FLAG.
           MOVE "N" TO OLD-RESTRICTED-FLAG.
           MOVE "N" TO DIST-EOF-FLAG.
           OPEN INPUT DISTRIBUTION-FILE.
           IF DISTRIBUTION-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              PERFORM UNTIL DIST-AT-END
                 READ DISTRIBUTION-FILE
                    AT END SET DIST-AT-END TO TRUE
                 END-READ
                 IF NOT DIST-AT-END AND
                    DIST-REPORT-NAME = ENTRY-REPORT-NAME THEN
                    MOVE DIST-RESTRICTED-FLAG TO OLD-RESTRICTED-FLAG
                 END-IF
              END-PERFORM
              CLOSE DISTRIBUTION-FILE
           END-IF.
           IF OLD-RESTRICTED-FLAG = "Y" AND
              ENTRY-RESTRICTED-FLAG = "N" AND
              NOT SIGNON-IS-SUPERVISOR THEN
              DISPLAY "ONLY A SUPERVISOR MAY LIFT A RESTRICTION"
              STOP RUN
           END-IF.

           MOVE "N" TO DIST-EOF-FLAG.
           OPEN OUTPUT NEW-DISTRIBUTION-FILE.
           OPEN INPUT DISTRIBUTION-FILE.
           IF DISTRIBUTION-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              PERFORM UNTIL DIST-AT-END
                 READ DISTRIBUTION-FILE
                    AT END SET DIST-AT-END TO TRUE
                 END-READ
                 IF NOT DIST-AT-END THEN
                    IF DIST-REPORT-NAME = ENTRY-REPORT-NAME THEN
                       SET ENTRY-WAS-FOUND TO TRUE
                       PERFORM MOVE-ENTRY-TO-RECORD
                    END-IF
                    WRITE NEW-DISTRIBUTION-RECORD
                       FROM DISTRIBUTION-RECORD
                 END-IF
              END-PERFORM
              CLOSE DISTRIBUTION-FILE
           END-IF.
           IF NOT ENTRY-WAS-FOUND THEN
              PERFORM MOVE-ENTRY-TO-RECORD
              WRITE NEW-DISTRIBUTION-RECORD FROM DISTRIBUTION-RECORD
           END-IF.
           CLOSE NEW-DISTRIBUTION-FILE.
           PERFORM PROMOTE-DISTRIBUTION.

           MOVE "SETDIST" TO LOG-ACTION-TEXT.
           MOVE ENTRY-REPORT-NAME TO LOG-KEY-TEXT.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.
           DISPLAY "ROUTING FOR " ENTRY-REPORT-NAME " SET TO "
              ENTRY-RECIPIENTS.

       MOVE-ENTRY-TO-RECORD.
           MOVE ENTRY-REPORT-NAME TO DIST-REPORT-NAME.
           MOVE ENTRY-RECIPIENTS TO DIST-RECIPIENTS.
           MOVE ENTRY-COPIES TO DIST-COPIES.
           MOVE ENTRY-RETENTION-DAYS TO DIST-RETENTION-DAYS.
           MOVE ENTRY-RESTRICTED-FLAG TO DIST-RESTRICTED-FLAG.
           MOVE ENTRY-EXPECTED-FLAG TO DIST-EXPECTED-FLAG.

       REMOVE-DISTRIBUTION.
           MOVE "N" TO ENTRY-FOUND-FLAG.
           MOVE "N" TO DIST-EOF-FLAG.
           OPEN INPUT DISTRIBUTION-FILE.
           IF DISTRIBUTION-FILE-NOT-FOUND THEN
              DISPLAY "RPTDIST.DAT NOT FOUND"
           ELSE
              OPEN OUTPUT NEW-DISTRIBUTION-FILE
              PERFORM UNTIL DIST-AT-END
                 READ DISTRIBUTION-FILE
                    AT END SET DIST-AT-END TO TRUE
                 END-READ
                 IF NOT DIST-AT-END THEN
                    IF DIST-REPORT-NAME = ENTRY-REPORT-NAME THEN
                       SET ENTRY-WAS-FOUND TO TRUE
                    ELSE
                       WRITE NEW-DISTRIBUTION-RECORD
                          FROM DISTRIBUTION-RECORD
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE NEW-DISTRIBUTION-FILE
              CLOSE DISTRIBUTION-FILE
              IF ENTRY-WAS-FOUND THEN
                 PERFORM PROMOTE-DISTRIBUTION
                 MOVE "DELDIST" TO LOG-ACTION-TEXT
                 MOVE ENTRY-REPORT-NAME TO LOG-KEY-TEXT
                 PERFORM WRITE-OPERATOR-LOG THRU
                    WRITE-OPERATOR-LOG-EXIT
                 DISPLAY "REPORT " ENTRY-REPORT-NAME
                    " REMOVED FROM DISTRIBUTION"
              ELSE
                 DISPLAY "NO ROUTING ON FILE FOR " ENTRY-REPORT-NAME
              END-IF
           END-IF.

       PROMOTE-DISTRIBUTION.
           MOVE "N" TO NEW-FILE-EOF-FLAG.
           OPEN INPUT NEW-DISTRIBUTION-FILE.
           OPEN OUTPUT DISTRIBUTION-FILE.
           PERFORM UNTIL NEW-FILE-AT-END
              READ NEW-DISTRIBUTION-FILE
                 AT END SET NEW-FILE-AT-END TO TRUE
              END-READ
              IF NOT NEW-FILE-AT-END THEN
                 WRITE DISTRIBUTION-RECORD
                    FROM NEW-DISTRIBUTION-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-DISTRIBUTION-FILE.
           CLOSE DISTRIBUTION-FILE.

       LIST-DISTRIBUTION.
           MOVE "N" TO DIST-EOF-FLAG.
           OPEN INPUT DISTRIBUTION-FILE.
           IF DISTRIBUTION-FILE-NOT-FOUND THEN
              DISPLAY "RPTDIST.DAT NOT FOUND -- RPT-MANIFEST USES "
                 "ITS BUILT-IN TABLE"
           ELSE
              DISPLAY "REPORT                   RECIPIENTS          "
                 "           CP KEEP R E"
              PERFORM UNTIL DIST-AT-END
                 READ DISTRIBUTION-FILE
                    AT END SET DIST-AT-END TO TRUE
                 END-READ
                 IF NOT DIST-AT-END THEN
                    DISPLAY DIST-REPORT-NAME " " DIST-RECIPIENTS " "
                       DIST-COPIES " " DIST-RETENTION-DAYS " "
                       DIST-RESTRICTED-FLAG " " DIST-EXPECTED-FLAG
                 END-IF
              END-PERFORM
              CLOSE DISTRIBUTION-FILE
           END-IF.

       SIGN-ON-OPERATOR.
           MOVE "N" TO SIGNON-OK-FLAG.
           DISPLAY "OPERATOR ID (8 CHARS) --> " WITH NO ADVANCING.
           ACCEPT SIGNON-OPERATOR-ID.
           DISPLAY "OPERATOR PASSWORD (6 DIGITS) --> "
              WITH NO ADVANCING.
           ACCEPT SIGNON-PASSWORD.
           CALL "PINHASH" USING SIGNON-PASSWORD SIGNON-HASH-VALUE
              ON EXCEPTION
                 DISPLAY "PINHASH MODULE NOT AVAILABLE -- ABORT"
                 STOP RUN
           END-CALL.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-NOT-FOUND THEN
              DISPLAY "NO OPERATOR FILE -- SET OPERATORS UP IN "
                 "OPER-MAINT FIRST"
              STOP RUN
           END-IF.

       SIGN-ON-OPERATOR-LOOP.
           READ OPERATOR-FILE
              AT END GO TO SIGN-ON-OPERATOR-CLOSE
           END-READ.
           IF OPR-ID = SIGNON-OPERATOR-ID AND
              OPR-PASSWORD = SIGNON-HASH-VALUE THEN
              SET SIGNON-IS-OK TO TRUE
              MOVE OPR-ROLE TO SIGNON-ROLE
              GO TO SIGN-ON-OPERATOR-CLOSE
           END-IF.
           GO TO SIGN-ON-OPERATOR-LOOP.

       SIGN-ON-OPERATOR-CLOSE.
           CLOSE OPERATOR-FILE.
           IF NOT SIGNON-IS-OK THEN
              DISPLAY "SIGN-ON FAILED"
              STOP RUN
           END-IF.

       SIGN-ON-OPERATOR-EXIT.
           EXIT.

       WRITE-OPERATOR-LOG.
           OPEN EXTEND OPERATOR-LOG-FILE.
           IF OPERATOR-LOG-NOT-FOUND THEN
              OPEN OUTPUT OPERATOR-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO OPLOG-TIMESTAMP.
           MOVE SIGNON-OPERATOR-ID TO OPLOG-OPERATOR.
           MOVE "RPTDIST" TO OPLOG-PROGRAM.
           MOVE LOG-ACTION-TEXT TO OPLOG-ACTION.
           MOVE LOG-KEY-TEXT TO OPLOG-KEY.
           WRITE OPERATOR-LOG-RECORD.
           CLOSE OPERATOR-LOG-FILE.

       WRITE-OPERATOR-LOG-EXIT.
           EXIT.

       END PROGRAM RPTDIST-MAINT.
