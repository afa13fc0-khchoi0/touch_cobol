       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-CHANGE.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              GRADE-CHANGE-FILE ASSIGN TO "GRADECHG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS GRADE-CHANGE-FILE-STATUS.

           SELECT
              NEW-GRADE-CHANGE-FILE ASSIGN TO "GRADECHG.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-GRADE-CHANGE-FILE-STATUS.

           SELECT
              RESULTS-FILE ASSIGN TO "RESULTS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS RESULTS-FILE-STATUS.

           SELECT
              NEW-RESULTS-FILE ASSIGN TO "RESULTS.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-RESULTS-FILE-STATUS.

           SELECT
              OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS OPERATOR-FILE-STATUS.

           SELECT
              GPA-RECALC-FILE ASSIGN TO "GPARECALC.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS GPA-RECALC-FILE-STATUS.

           SELECT
              AUDIT-FILE ASSIGN TO "STUAUDIT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-CHANGE-FILE.
       01  GRADE-CHANGE-RECORD.
           02 GCH-REQUEST-NUMBER PIC 9(5).
           02 GCH-STUDENT-ID PIC 9(7).
           02 GCH-COURSE-CODE PIC X(4).
           02 GCH-TERM PIC X(6).
           02 GCH-OLD-MARK PIC 9(3).
           02 GCH-OLD-GRADE PIC X.
           02 GCH-NEW-MARK PIC 9(3).
           02 GCH-NEW-GRADE PIC X.
           02 GCH-REASON PIC X.
              88 GCH-REASON-APPEAL VALUE "A".
              88 GCH-REASON-MARKING-ERROR VALUE "M".
              88 GCH-REASON-INCOMPLETE VALUE "I".
           02 GCH-REASON-TEXT PIC X(30).
           02 GCH-REQUESTED-BY PIC X(8).
           02 GCH-REQUESTED-DATE PIC 9(8).
           02 GCH-STATUS PIC X.
              88 GCH-PENDING VALUE "P".
              88 GCH-APPROVED VALUE "A".
              88 GCH-REJECTED VALUE "R".
           02 GCH-DECIDED-BY PIC X(8).
           02 GCH-DECIDED-DATE PIC 9(8).

       FD  NEW-GRADE-CHANGE-FILE.
       01  NEW-GRADE-CHANGE-RECORD PIC X(94).

       FD  RESULTS-FILE.
       01  RESULT-RECORD.
           02 RESULT-STUDENT-ID PIC 9(7).
           02 RESULT-COURSE-CODE PIC X(4).
           02 RESULT-TERM PIC X(6).
           02 RESULT-MARK PIC 9(3).
           02 RESULT-GRADE PIC X.

       FD  NEW-RESULTS-FILE.
       01  NEW-RESULT-RECORD PIC X(21).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           02 OPR-ID PIC X(8).
           02 OPR-PASSWORD PIC 9(6).
           02 OPR-ROLE PIC X.

       FD  GPA-RECALC-FILE.
       01  GPA-RECALC-RECORD.
           02 GRC-STUDENT-ID PIC 9(7).
           02 GRC-REQUEST-NUMBER PIC 9(5).
           02 GRC-QUEUED-DATE PIC 9(8).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           02 AUD-TIMESTAMP PIC 9(14).
           02 AUD-OPERATOR PIC X(8).
           02 AUD-ACTION PIC X.
           02 AUD-BEFORE-IMAGE PIC X(31).
           02 AUD-AFTER-IMAGE PIC X(31).

       WORKING-STORAGE SECTION.
       01  GRADE-CHANGE-FILE-STATUS PIC 9(2).
           88 GRADE-CHANGE-FILE-NOT-FOUND VALUE 35.
       01  NEW-GRADE-CHANGE-FILE-STATUS PIC 9(2).
       01  RESULTS-FILE-STATUS PIC 9(2).
           88 RESULTS-FILE-NOT-FOUND VALUE 35.
       01  NEW-RESULTS-FILE-STATUS PIC 9(2).
       01  OPERATOR-FILE-STATUS PIC 9(2).
           88 OPERATOR-FILE-NOT-FOUND VALUE 35.
       01  GPA-RECALC-FILE-STATUS PIC 9(2).
           88 GPA-RECALC-FILE-NOT-FOUND VALUE 35.
       01  AUDIT-FILE-STATUS PIC 9(2).
           88 AUDIT-FILE-NOT-FOUND VALUE 35.

       01  MAINT-ACTION PIC 9.
           88 REQUEST-ACTION VALUE 1.
           88 DECIDE-ACTION VALUE 2.
           88 LIST-ACTION VALUE 3.

       01  SIGNON-OPERATOR-ID PIC X(8).
       01  SIGNON-PASSWORD PIC 9(6).
       01  SIGNON-ROLE PIC X.
           88 SIGNON-IS-REGISTRAR VALUE "R".
       01  SIGNON-OK-FLAG PIC X VALUE "N".
           88 SIGNON-IS-OK VALUE "Y".
       01  HASHED-PIN-VALUE PIC 9(6).

       01  ENTRY-STUDENT-ID PIC 9(7).
       01  ENTRY-COURSE-CODE PIC X(4).
       01  ENTRY-TERM PIC X(6).
       01  ENTRY-NEW-MARK PIC 9(3).
       01  ENTRY-NEW-GRADE PIC X.
           88 ENTRY-GRADE-IS-VALID VALUE "A", "B", "C", "D", "F".
       01  ENTRY-REASON PIC X.
           88 ENTRY-REASON-IS-VALID VALUE "A", "M", "I".
       01  ENTRY-REASON-TEXT PIC X(30).
       01  ENTRY-REQUEST-NUMBER PIC 9(5).
       01  ENTRY-DECISION PIC X.
           88 DECISION-APPROVE VALUE "A", "a".
           88 DECISION-REJECT VALUE "R", "r".
       01  LIST-CHOICE PIC X.
           88 LIST-PENDING-ONLY VALUE "P", "p".

       01  HELD-REQUEST PIC X(94).
       01  CURRENT-MARK PIC 9(3).
       01  CURRENT-GRADE PIC X.
       01  LAST-REQUEST-NUMBER PIC 9(5) VALUE 0.
       01  TODAY-DATE PIC 9(8).
       01  REASON-DESCRIPTION PIC X(19).
       01  LISTED-COUNT PIC 9(4) VALUE 0.

       01  RESULT-FOUND-FLAG PIC X VALUE "N".
           88 RESULT-WAS-FOUND VALUE "Y".
       01  REQUEST-FOUND-FLAG PIC X VALUE "N".
           88 REQUEST-WAS-FOUND VALUE "Y".
       01  OPEN-REQUEST-FLAG PIC X VALUE "N".
           88 OPEN-REQUEST-EXISTS VALUE "Y".
       01  RESULT-STALE-FLAG PIC X VALUE "N".
           88 RESULT-IS-STALE VALUE "Y".
       01  OPERATOR-EOF-FLAG PIC X VALUE "N".
           88 OPERATOR-AT-END VALUE "Y".
       01  GRADE-CHANGE-EOF-FLAG PIC X VALUE "N".
           88 GRADE-CHANGE-AT-END VALUE "Y".
       01  RESULTS-EOF-FLAG PIC X VALUE "N".
           88 RESULTS-AT-END VALUE "Y".
       01  NEW-FILE-EOF-FLAG PIC X VALUE "N".
           88 NEW-FILE-AT-END VALUE "Y".

       PROCEDURE DIVISION.
       MAIN.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT SIGNON-IS-OK THEN
              DISPLAY "SIGN-ON FAILED"
              STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.

           DISPLAY "1 = REQUEST GRADE CHANGE, 2 = APPROVE/REJECT "
              "(REGISTRAR), 3 = LIST --> " WITH NO ADVANCING.
           ACCEPT MAINT-ACTION.

           IF REQUEST-ACTION THEN
              PERFORM RAISE-GRADE-CHANGE THRU RAISE-GRADE-CHANGE-EXIT
           END-IF.

           IF DECIDE-ACTION THEN
              PERFORM DECIDE-GRADE-CHANGE THRU
                 DECIDE-GRADE-CHANGE-EXIT
           END-IF.

           IF LIST-ACTION THEN
              PERFORM LIST-GRADE-CHANGES
           END-IF.

           STOP RUN.

       SIGN-ON-OPERATOR.
           MOVE "N" TO SIGNON-OK-FLAG.
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
           IF OPERATOR-FILE-NOT-FOUND THEN
              DISPLAY "NO OPERATOR FILE -- SET OPERATORS UP IN "
                 "OPER-MAINT FIRST"
              STOP RUN
           END-IF.
           PERFORM UNTIL OPERATOR-AT-END OR SIGNON-IS-OK
              READ OPERATOR-FILE
                 AT END SET OPERATOR-AT-END TO TRUE
              END-READ
              IF NOT OPERATOR-AT-END AND
                 OPR-ID = SIGNON-OPERATOR-ID AND
                 OPR-PASSWORD = HASHED-PIN-VALUE THEN
                 SET SIGNON-IS-OK TO TRUE
                 MOVE OPR-ROLE TO SIGNON-ROLE
              END-IF
           END-PERFORM.
           CLOSE OPERATOR-FILE.

       RAISE-GRADE-CHANGE.
           DISPLAY "ENTER STUDENT ID (7 DIGITS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-STUDENT-ID.
           DISPLAY "ENTER COURSE CODE (4 CHARS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-COURSE-CODE.
           DISPLAY "ENTER TERM (6 CHARS, E.G. 2026T1) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-TERM.

           PERFORM FIND-RESULT-ON-FILE.
           IF NOT RESULT-WAS-FOUND THEN
              DISPLAY "NO RESULT ON RESULTS.DAT FOR " ENTRY-STUDENT-ID
                 " " ENTRY-COURSE-CODE " " ENTRY-TERM
                 " -- USE GRADE-ENTRY"
              GO TO RAISE-GRADE-CHANGE-EXIT
           END-IF.

           PERFORM SCAN-GRADE-CHANGES.
           IF OPEN-REQUEST-EXISTS THEN
              DISPLAY "A GRADE CHANGE FOR THIS RESULT IS ALREADY "
                 "AWAITING APPROVAL -- NOT RAISED"
              GO TO RAISE-GRADE-CHANGE-EXIT
           END-IF.

           DISPLAY "CURRENT MARK " CURRENT-MARK " GRADE "
              CURRENT-GRADE.
           DISPLAY "ENTER NEW MARK (000-100) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-NEW-MARK.
           DISPLAY "ENTER NEW GRADE (A-D OR F) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-NEW-GRADE.
           DISPLAY "REASON (A = APPEAL, M = MARKING ERROR, "
              "I = INCOMPLETE RESOLVED) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-REASON.
           DISPLAY "REASON DETAIL (30 CHARS) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-REASON-TEXT.

           IF ENTRY-NEW-MARK > 100 OR NOT ENTRY-GRADE-IS-VALID THEN
              DISPLAY "MARK MUST BE 000 TO 100 AND GRADE A-D OR F "
                 "-- NOT RAISED"
              GO TO RAISE-GRADE-CHANGE-EXIT
           END-IF.
           IF NOT ENTRY-REASON-IS-VALID THEN
              DISPLAY "INVALID REASON CODE -- NOT RAISED"
              GO TO RAISE-GRADE-CHANGE-EXIT
           END-IF.
           IF ENTRY-NEW-MARK = CURRENT-MARK AND
              ENTRY-NEW-GRADE = CURRENT-GRADE THEN
              DISPLAY "NEW MARK AND GRADE ARE UNCHANGED -- NOT RAISED"
              GO TO RAISE-GRADE-CHANGE-EXIT
           END-IF.

           OPEN EXTEND GRADE-CHANGE-FILE.
           IF GRADE-CHANGE-FILE-NOT-FOUND THEN
              OPEN OUTPUT GRADE-CHANGE-FILE
           END-IF.
           ADD 1 TO LAST-REQUEST-NUMBER.
           MOVE LAST-REQUEST-NUMBER TO GCH-REQUEST-NUMBER.
           MOVE ENTRY-STUDENT-ID TO GCH-STUDENT-ID.
           MOVE ENTRY-COURSE-CODE TO GCH-COURSE-CODE.
           MOVE ENTRY-TERM TO GCH-TERM.
           MOVE CURRENT-MARK TO GCH-OLD-MARK.
           MOVE CURRENT-GRADE TO GCH-OLD-GRADE.
           MOVE ENTRY-NEW-MARK TO GCH-NEW-MARK.
           MOVE ENTRY-NEW-GRADE TO GCH-NEW-GRADE.
           MOVE ENTRY-REASON TO GCH-REASON.
           MOVE ENTRY-REASON-TEXT TO GCH-REASON-TEXT.
           MOVE SIGNON-OPERATOR-ID TO GCH-REQUESTED-BY.
           MOVE TODAY-DATE TO GCH-REQUESTED-DATE.
           MOVE "P" TO GCH-STATUS.
           MOVE SPACES TO GCH-DECIDED-BY.
           MOVE 0 TO GCH-DECIDED-DATE.
           WRITE GRADE-CHANGE-RECORD.
           CLOSE GRADE-CHANGE-FILE.
           DISPLAY "GRADE CHANGE REQUEST " GCH-REQUEST-NUMBER
              " RAISED -- AWAITING REGISTRAR APPROVAL".

       RAISE-GRADE-CHANGE-EXIT.
           EXIT.

       FIND-RESULT-ON-FILE.
           MOVE "N" TO RESULT-FOUND-FLAG.
           MOVE "N" TO RESULTS-EOF-FLAG.
           OPEN INPUT RESULTS-FILE.
           IF NOT RESULTS-FILE-NOT-FOUND THEN
              PERFORM UNTIL RESULTS-AT-END OR RESULT-WAS-FOUND
                 READ RESULTS-FILE
                    AT END SET RESULTS-AT-END TO TRUE
                 END-READ
                 IF NOT RESULTS-AT-END AND
                    RESULT-STUDENT-ID = ENTRY-STUDENT-ID AND
                    RESULT-COURSE-CODE = ENTRY-COURSE-CODE AND
                    RESULT-TERM = ENTRY-TERM THEN
                    SET RESULT-WAS-FOUND TO TRUE
                    MOVE RESULT-MARK TO CURRENT-MARK
                    MOVE RESULT-GRADE TO CURRENT-GRADE
                 END-IF
              END-PERFORM
              CLOSE RESULTS-FILE
           END-IF.

       SCAN-GRADE-CHANGES.
           MOVE "N" TO OPEN-REQUEST-FLAG.
           MOVE "N" TO GRADE-CHANGE-EOF-FLAG.
           MOVE 0 TO LAST-REQUEST-NUMBER.
           OPEN INPUT GRADE-CHANGE-FILE.
           IF NOT GRADE-CHANGE-FILE-NOT-FOUND THEN
              PERFORM UNTIL GRADE-CHANGE-AT-END
                 READ GRADE-CHANGE-FILE
                    AT END SET GRADE-CHANGE-AT-END TO TRUE
                 END-READ
                 IF NOT GRADE-CHANGE-AT-END THEN
                    IF GCH-REQUEST-NUMBER > LAST-REQUEST-NUMBER THEN
                       MOVE GCH-REQUEST-NUMBER TO LAST-REQUEST-NUMBER
                    END-IF
                    IF GCH-PENDING AND
                       GCH-STUDENT-ID = ENTRY-STUDENT-ID AND
                       GCH-COURSE-CODE = ENTRY-COURSE-CODE AND
                       GCH-TERM = ENTRY-TERM THEN
                       SET OPEN-REQUEST-EXISTS TO TRUE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE GRADE-CHANGE-FILE
           END-IF.

       DECIDE-GRADE-CHANGE.
           IF NOT SIGNON-IS-REGISTRAR THEN
              DISPLAY "ONLY AN OPERATOR WITH THE REGISTRAR ROLE MAY "
                 "APPROVE GRADE CHANGES"
              GO TO DECIDE-GRADE-CHANGE-EXIT
           END-IF.
           DISPLAY "ENTER REQUEST NUMBER (5 DIGITS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-REQUEST-NUMBER.

           PERFORM FIND-GRADE-CHANGE-REQUEST.
           IF NOT REQUEST-WAS-FOUND THEN
              DISPLAY "REQUEST " ENTRY-REQUEST-NUMBER " NOT FOUND"
              GO TO DECIDE-GRADE-CHANGE-EXIT
           END-IF.
           IF NOT GCH-PENDING THEN
              DISPLAY "REQUEST " ENTRY-REQUEST-NUMBER
                 " HAS ALREADY BEEN DECIDED (" GCH-STATUS ")"
              GO TO DECIDE-GRADE-CHANGE-EXIT
           END-IF.
           IF GCH-REQUESTED-BY = SIGNON-OPERATOR-ID THEN
              DISPLAY "A REQUEST MUST BE APPROVED BY A DIFFERENT "
                 "PERSON FROM THE REQUESTER"
              GO TO DECIDE-GRADE-CHANGE-EXIT
           END-IF.

           PERFORM DISPLAY-GRADE-CHANGE.
           DISPLAY "APPROVE (A) OR REJECT (R) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-DECISION.
           IF NOT DECISION-APPROVE AND NOT DECISION-REJECT THEN
              DISPLAY "NO DECISION RECORDED"
              GO TO DECIDE-GRADE-CHANGE-EXIT
           END-IF.

           IF DECISION-APPROVE THEN
              PERFORM APPLY-RESULT-CHANGE
              IF RESULT-IS-STALE THEN
                 DISPLAY "RESULT NO LONGER MATCHES THE REQUEST -- "
                    "REJECT IT AND RAISE A NEW ONE"
                 GO TO DECIDE-GRADE-CHANGE-EXIT
              END-IF
              MOVE "A" TO GCH-STATUS
           ELSE
              MOVE "R" TO GCH-STATUS
           END-IF.
           MOVE SIGNON-OPERATOR-ID TO GCH-DECIDED-BY.
           MOVE TODAY-DATE TO GCH-DECIDED-DATE.
           MOVE GRADE-CHANGE-RECORD TO HELD-REQUEST.
           PERFORM REWRITE-GRADE-CHANGE-REQUEST.

           IF GCH-APPROVED THEN
              PERFORM WRITE-GRADE-CHANGE-AUDIT
              PERFORM QUEUE-GPA-RECALCULATION
              DISPLAY "REQUEST " GCH-REQUEST-NUMBER
                 " APPROVED -- RESULTS.DAT UPDATED"
              DISPLAY "GPA RECALCULATION QUEUED -- RUN GPA-RUN "
                 "OPTION 2"
              DISPLAY "ANY TRANSCRIPT ISSUED FOR STUDENT "
                 GCH-STUDENT-ID " BEFORE " GCH-DECIDED-DATE
                 " IS SUPERSEDED -- REISSUE WITH TRANSCRIPT"
           ELSE
              DISPLAY "REQUEST " GCH-REQUEST-NUMBER " REJECTED"
           END-IF.

       DECIDE-GRADE-CHANGE-EXIT.
           EXIT.

       FIND-GRADE-CHANGE-REQUEST.
           MOVE "N" TO REQUEST-FOUND-FLAG.
           MOVE "N" TO GRADE-CHANGE-EOF-FLAG.
           OPEN INPUT GRADE-CHANGE-FILE.
           IF NOT GRADE-CHANGE-FILE-NOT-FOUND THEN
              PERFORM UNTIL GRADE-CHANGE-AT-END OR
                 REQUEST-WAS-FOUND
                 READ GRADE-CHANGE-FILE
                    AT END SET GRADE-CHANGE-AT-END TO TRUE
                 END-READ
                 IF NOT GRADE-CHANGE-AT-END AND
                    GCH-REQUEST-NUMBER = ENTRY-REQUEST-NUMBER THEN
                    SET REQUEST-WAS-FOUND TO TRUE
                    MOVE GRADE-CHANGE-RECORD TO HELD-REQUEST
                 END-IF
              END-PERFORM
              CLOSE GRADE-CHANGE-FILE
           END-IF.
           IF REQUEST-WAS-FOUND THEN
              MOVE HELD-REQUEST TO GRADE-CHANGE-RECORD
           END-IF.

       DISPLAY-GRADE-CHANGE.
           EVALUATE TRUE
              WHEN GCH-REASON-APPEAL
                 MOVE "APPEAL" TO REASON-DESCRIPTION
              WHEN GCH-REASON-MARKING-ERROR
                 MOVE "MARKING ERROR" TO REASON-DESCRIPTION
              WHEN OTHER
                 MOVE "INCOMPLETE RESOLVED" TO REASON-DESCRIPTION
           END-EVALUATE.
           DISPLAY "REQUEST " GCH-REQUEST-NUMBER " STATUS "
              GCH-STATUS " STUDENT " GCH-STUDENT-ID " "
              GCH-COURSE-CODE " " GCH-TERM.
           DISPLAY "   MARK " GCH-OLD-MARK " " GCH-OLD-GRADE " -> "
              GCH-NEW-MARK " " GCH-NEW-GRADE "  " REASON-DESCRIPTION
              " " GCH-REASON-TEXT.
           DISPLAY "   REQUESTED BY " GCH-REQUESTED-BY " ON "
              GCH-REQUESTED-DATE.
           IF NOT GCH-PENDING THEN
              DISPLAY "   DECIDED BY " GCH-DECIDED-BY " ON "
                 GCH-DECIDED-DATE
           END-IF.

       APPLY-RESULT-CHANGE.
           MOVE "Y" TO RESULT-STALE-FLAG.
           MOVE "N" TO RESULTS-EOF-FLAG.
           OPEN INPUT RESULTS-FILE.
           IF RESULTS-FILE-NOT-FOUND THEN
              DISPLAY "RESULTS.DAT NOT FOUND"
           ELSE
              OPEN OUTPUT NEW-RESULTS-FILE
              PERFORM UNTIL RESULTS-AT-END
                 READ RESULTS-FILE
                    AT END SET RESULTS-AT-END TO TRUE
                 END-READ
                 IF NOT RESULTS-AT-END THEN
                    IF RESULT-STUDENT-ID = GCH-STUDENT-ID AND
                       RESULT-COURSE-CODE = GCH-COURSE-CODE AND
                       RESULT-TERM = GCH-TERM AND
                       RESULT-MARK = GCH-OLD-MARK AND
                       RESULT-GRADE = GCH-OLD-GRADE AND
                       RESULT-IS-STALE THEN
                       MOVE "N" TO RESULT-STALE-FLAG
                       MOVE GCH-NEW-MARK TO RESULT-MARK
                       MOVE GCH-NEW-GRADE TO RESULT-GRADE
                    END-IF
                    WRITE NEW-RESULT-RECORD FROM RESULT-RECORD
                 END-IF
              END-PERFORM
              CLOSE NEW-RESULTS-FILE
              CLOSE RESULTS-FILE
              IF NOT RESULT-IS-STALE THEN
                 PERFORM PROMOTE-RESULTS-FILE
              END-IF
           END-IF.

       PROMOTE-RESULTS-FILE.
           MOVE "N" TO NEW-FILE-EOF-FLAG.
           OPEN INPUT NEW-RESULTS-FILE.
           OPEN OUTPUT RESULTS-FILE.
           PERFORM UNTIL NEW-FILE-AT-END
              READ NEW-RESULTS-FILE
                 AT END SET NEW-FILE-AT-END TO TRUE
              END-READ
              IF NOT NEW-FILE-AT-END THEN
                 WRITE RESULT-RECORD FROM NEW-RESULT-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-RESULTS-FILE.
           CLOSE RESULTS-FILE.

       REWRITE-GRADE-CHANGE-REQUEST.
           MOVE "N" TO GRADE-CHANGE-EOF-FLAG.
           OPEN INPUT GRADE-CHANGE-FILE.
           OPEN OUTPUT NEW-GRADE-CHANGE-FILE.
           PERFORM UNTIL GRADE-CHANGE-AT-END
              READ GRADE-CHANGE-FILE
                 AT END SET GRADE-CHANGE-AT-END TO TRUE
              END-READ
              IF NOT GRADE-CHANGE-AT-END THEN
                 IF GCH-REQUEST-NUMBER = ENTRY-REQUEST-NUMBER THEN
                    MOVE HELD-REQUEST TO GRADE-CHANGE-RECORD
                 END-IF
                 WRITE NEW-GRADE-CHANGE-RECORD
                    FROM GRADE-CHANGE-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-GRADE-CHANGE-FILE.
           CLOSE GRADE-CHANGE-FILE.

           MOVE "N" TO NEW-FILE-EOF-FLAG.
           OPEN INPUT NEW-GRADE-CHANGE-FILE.
           OPEN OUTPUT GRADE-CHANGE-FILE.
           PERFORM UNTIL NEW-FILE-AT-END
              READ NEW-GRADE-CHANGE-FILE
                 AT END SET NEW-FILE-AT-END TO TRUE
              END-READ
              IF NOT NEW-FILE-AT-END THEN
                 WRITE GRADE-CHANGE-RECORD
                    FROM NEW-GRADE-CHANGE-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-GRADE-CHANGE-FILE.
           CLOSE GRADE-CHANGE-FILE.
           MOVE HELD-REQUEST TO GRADE-CHANGE-RECORD.

       WRITE-GRADE-CHANGE-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-NOT-FOUND THEN
              OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP.
           MOVE SIGNON-OPERATOR-ID TO AUD-OPERATOR.
           MOVE "G" TO AUD-ACTION.
           MOVE SPACES TO AUD-BEFORE-IMAGE.
           STRING GCH-STUDENT-ID GCH-COURSE-CODE GCH-TERM
              GCH-OLD-MARK GCH-OLD-GRADE " REQ " GCH-REQUEST-NUMBER
              DELIMITED BY SIZE INTO AUD-BEFORE-IMAGE.
           MOVE SPACES TO AUD-AFTER-IMAGE.
           STRING GCH-STUDENT-ID GCH-COURSE-CODE GCH-TERM
              GCH-NEW-MARK GCH-NEW-GRADE " " GCH-REQUESTED-BY
              DELIMITED BY SIZE INTO AUD-AFTER-IMAGE.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

       QUEUE-GPA-RECALCULATION.
           OPEN EXTEND GPA-RECALC-FILE.
           IF GPA-RECALC-FILE-NOT-FOUND THEN
              OPEN OUTPUT GPA-RECALC-FILE
           END-IF.
           MOVE GCH-STUDENT-ID TO GRC-STUDENT-ID.
           MOVE GCH-REQUEST-NUMBER TO GRC-REQUEST-NUMBER.
           MOVE TODAY-DATE TO GRC-QUEUED-DATE.
           WRITE GPA-RECALC-RECORD.
           CLOSE GPA-RECALC-FILE.

       LIST-GRADE-CHANGES.
           DISPLAY "P = PENDING ONLY, ANY OTHER KEY = ALL --> "
              WITH NO ADVANCING.
           ACCEPT LIST-CHOICE.
           MOVE "N" TO GRADE-CHANGE-EOF-FLAG.
           OPEN INPUT GRADE-CHANGE-FILE.
           IF GRADE-CHANGE-FILE-NOT-FOUND THEN
              DISPLAY "GRADECHG.DAT NOT FOUND"
           ELSE
              PERFORM UNTIL GRADE-CHANGE-AT-END
                 READ GRADE-CHANGE-FILE
                    AT END SET GRADE-CHANGE-AT-END TO TRUE
                 END-READ
                 IF NOT GRADE-CHANGE-AT-END THEN
                    IF GCH-PENDING OR NOT LIST-PENDING-ONLY THEN
                       PERFORM DISPLAY-GRADE-CHANGE
                       ADD 1 TO LISTED-COUNT
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE GRADE-CHANGE-FILE
              DISPLAY LISTED-COUNT " REQUEST(S) LISTED"
           END-IF.

       END PROGRAM GRADE-CHANGE.
