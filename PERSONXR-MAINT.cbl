       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSONXR-MAINT.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              PERSON-XREF-FILE ASSIGN TO "PERSONXR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS PERSON-XREF-FILE-STATUS.

           SELECT
              NEW-PERSON-XREF-FILE ASSIGN TO "PERSONXR.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-PERSON-XREF-FILE-STATUS.

           SELECT
              CUSTOMER-FILE ASSIGN DYNAMIC CUSTOMER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS CUSTOMER-FILE-STATUS.

           SELECT
              STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS STUDENT-FILE-STATUS.

           SELECT
              MEMBER-FILE ASSIGN TO "MEMBER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS MEMBER-FILE-STATUS.

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
       FD  PERSON-XREF-FILE.
       01  PERSON-XREF-RECORD.
           02 XREF-CUST-NUMBER PIC 9(8).
           02 XREF-STUDENT-ID PIC 9(7).
           02 XREF-MEMBER-ID PIC X(10).
           02 XREF-LINK-DATE PIC 9(8).
           02 XREF-LINKED-BY PIC X(8).

       FD  NEW-PERSON-XREF-FILE.
       01  NEW-PERSON-XREF-RECORD PIC X(41).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           02 CIF-CUST-NUMBER PIC 9(8).
           02 CIF-CUST-NAME PIC X(30).
           02 CIF-CUST-ADDRESS PIC X(40).
           02 CIF-CUST-PHONE PIC X(12).

       FD  STUDENT-FILE.
       01  STUDENT-DETAILS.
           02 STUDENT-ID PIC 9(7).
           02 SURNAME PIC X(8).
           02 INITIALS PIC XX.
           02 FILLER PIC X(14).

       FD  MEMBER-FILE.
       01  MEMBER-REC.
           02 MEMBER-ID PIC X(10).
           02 MEMBER-NAME PIC X(20).
           02 FILLER PIC X(71).

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
       01  CUSTOMER-FILE-DSN PIC X(40).
       01  PERSON-XREF-FILE-STATUS PIC 9(2).
           88 PERSON-XREF-FILE-NOT-FOUND VALUE 35.
       01  NEW-PERSON-XREF-FILE-STATUS PIC 9(2).
       01  CUSTOMER-FILE-STATUS PIC 9(2).
           88 CUSTOMER-FILE-NOT-FOUND VALUE 35.
       01  STUDENT-FILE-STATUS PIC 9(2).
           88 STUDENT-FILE-NOT-FOUND VALUE 35.
       01  MEMBER-FILE-STATUS PIC X(2).
           88 MEMBER-FILE-NOT-FOUND VALUE "35".
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
           88 LINK-ACTION VALUE 1.
           88 UNLINK-ACTION VALUE 2.
           88 LIST-ACTION VALUE 3.

       01  ENTRY-CUST-NUMBER PIC 9(8).
       01  ENTRY-STUDENT-ID PIC 9(7).
       01  ENTRY-MEMBER-ID PIC X(10).
       01  ENTRY-KEY-TYPE PIC X.
           88 CUSTOMER-KEY VALUE "C".
           88 STUDENT-KEY VALUE "S".
           88 MEMBER-KEY VALUE "M".
       01  ENTRY-KEY-VALUE PIC X(10).

       01  MERGED-XREF-RECORD.
           02 MERGED-CUST-NUMBER PIC 9(8).
           02 MERGED-STUDENT-ID PIC 9(7).
           02 MERGED-MEMBER-ID PIC X(10).
           02 MERGED-LINK-DATE PIC 9(8).
           02 MERGED-LINKED-BY PIC X(8).
       01  IDENTIFIER-COUNT PIC 9.
       01  MATCHING-RECORD-COUNT PIC 9(3) VALUE 0.
       01  TODAY-DATE PIC 9(8).

       01  XREF-EOF-FLAG PIC X VALUE "N".
           88 XREF-AT-END VALUE "Y".
       01  NEW-FILE-EOF-FLAG PIC X VALUE "N".
           88 NEW-FILE-AT-END VALUE "Y".
       01  LOOKUP-EOF-FLAG PIC X VALUE "N".
           88 LOOKUP-AT-END VALUE "Y".
       01  CONFLICT-FLAG PIC X VALUE "N".
           88 LINK-CONFLICTS VALUE "Y".
       01  RECORD-MATCH-FLAG PIC X VALUE "N".
           88 RECORD-MATCHES VALUE "Y".
       01  ON-FILE-FLAG PIC X VALUE "N".
           88 IDENTIFIER-ON-FILE VALUE "Y".
       01  FOUND-NAME PIC X(30).
       01  LIST-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM SIGN-ON-OPERATOR THRU SIGN-ON-OPERATOR-EXIT.
           ACCEPT CUSTOMER-FILE-DSN
              FROM ENVIRONMENT "ATM_CIF_FILE"
              ON EXCEPTION
                 MOVE "cif.txt" TO CUSTOMER-FILE-DSN
           END-ACCEPT.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

           DISPLAY "1 = LINK, 2 = UNLINK, 3 = LIST --> "
              WITH NO ADVANCING.
           ACCEPT MAINT-ACTION.

           IF LIST-ACTION THEN
              PERFORM LIST-PERSON-XREF
              STOP RUN
           END-IF.

           IF LINK-ACTION THEN
              PERFORM LINK-PERSON
           END-IF.

           IF UNLINK-ACTION THEN
              PERFORM UNLINK-IDENTIFIER
           END-IF.

           STOP RUN.

       LINK-PERSON.
           DISPLAY "ENTER CIF CUSTOMER NUMBER (8 DIGITS, 0 = NONE) "
              "--> " WITH NO ADVANCING.
           ACCEPT ENTRY-CUST-NUMBER.
           DISPLAY "ENTER STUDENT ID (7 DIGITS, 0 = NONE) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-STUDENT-ID.
           DISPLAY "ENTER VIDEO CLUB MEMBER ID (10 CHARS, BLANK = "
              "NONE) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-MEMBER-ID.

           IF ENTRY-CUST-NUMBER NOT = 0 THEN
              PERFORM CHECK-CUSTOMER-ON-FILE
              IF NOT IDENTIFIER-ON-FILE THEN
                 DISPLAY "CUSTOMER " ENTRY-CUST-NUMBER
                    " IS NOT ON THE CUSTOMER FILE"
                 STOP RUN
              END-IF
              DISPLAY "CUSTOMER " ENTRY-CUST-NUMBER " " FOUND-NAME
           END-IF.
           IF ENTRY-STUDENT-ID NOT = 0 THEN
              PERFORM CHECK-STUDENT-ON-FILE
              IF NOT IDENTIFIER-ON-FILE THEN
                 DISPLAY "STUDENT " ENTRY-STUDENT-ID
                    " IS NOT ON STUDENTS.DAT"
                 STOP RUN
              END-IF
              DISPLAY "STUDENT  " ENTRY-STUDENT-ID " " FOUND-NAME
           END-IF.
           IF ENTRY-MEMBER-ID NOT = SPACES THEN
              PERFORM CHECK-MEMBER-ON-FILE
              IF NOT IDENTIFIER-ON-FILE THEN
                 DISPLAY "MEMBER " ENTRY-MEMBER-ID
                    " IS NOT ON MEMBER.DAT"
                 STOP RUN
              END-IF
              DISPLAY "MEMBER   " ENTRY-MEMBER-ID " " FOUND-NAME
           END-IF.

           MOVE ENTRY-CUST-NUMBER TO MERGED-CUST-NUMBER.
           MOVE ENTRY-STUDENT-ID TO MERGED-STUDENT-ID.
           MOVE ENTRY-MEMBER-ID TO MERGED-MEMBER-ID.
           PERFORM FIND-EXISTING-LINKS.
           IF LINK-CONFLICTS THEN
              DISPLAY "THESE IDENTIFIERS ARE ALREADY LINKED TO "
                 "DIFFERENT PERSONS -- UNLINK FIRST"
              STOP RUN
           END-IF.

           MOVE 0 TO IDENTIFIER-COUNT.
           IF MERGED-CUST-NUMBER NOT = 0 THEN
              ADD 1 TO IDENTIFIER-COUNT
           END-IF.
           IF MERGED-STUDENT-ID NOT = 0 THEN
              ADD 1 TO IDENTIFIER-COUNT
           END-IF.
           IF MERGED-MEMBER-ID NOT = SPACES THEN
              ADD 1 TO IDENTIFIER-COUNT
           END-IF.
           IF IDENTIFIER-COUNT < 2 THEN
              DISPLAY "A LINK NEEDS AT LEAST TWO IDENTIFIERS"
              STOP RUN
           END-IF.

           MOVE TODAY-DATE TO MERGED-LINK-DATE.
           MOVE SIGNON-OPERATOR-ID TO MERGED-LINKED-BY.
           MOVE "N" TO XREF-EOF-FLAG.
           OPEN OUTPUT NEW-PERSON-XREF-FILE.
           OPEN INPUT PERSON-XREF-FILE.
           IF PERSON-XREF-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              PERFORM UNTIL XREF-AT-END
                 READ PERSON-XREF-FILE
                    AT END SET XREF-AT-END TO TRUE
                 END-READ
                 IF NOT XREF-AT-END THEN
                    PERFORM TEST-RECORD-MATCH
                    IF NOT RECORD-MATCHES THEN
                       WRITE NEW-PERSON-XREF-RECORD
                          FROM PERSON-XREF-RECORD
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE PERSON-XREF-FILE
           END-IF.
           WRITE NEW-PERSON-XREF-RECORD FROM MERGED-XREF-RECORD.
           CLOSE NEW-PERSON-XREF-FILE.
           PERFORM PROMOTE-PERSON-XREF.

           MOVE "XREFLINK" TO LOG-ACTION-TEXT.
           PERFORM BUILD-LOG-KEY.
           PERFORM WRITE-OPERATOR-LOG THRU WRITE-OPERATOR-LOG-EXIT.
           DISPLAY "LINKED: CUSTOMER " MERGED-CUST-NUMBER
              " STUDENT " MERGED-STUDENT-ID
              " MEMBER " MERGED-MEMBER-ID.

       FIND-EXISTING-LINKS.
           MOVE "N" TO CONFLICT-FLAG.
           MOVE 0 TO MATCHING-RECORD-COUNT.
           MOVE "N" TO XREF-EOF-FLAG.
           OPEN INPUT PERSON-XREF-FILE.
           IF PERSON-XREF-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              PERFORM UNTIL XREF-AT-END
                 READ PERSON-XREF-FILE
                    AT END SET XREF-AT-END TO TRUE
                 END-READ
                 IF NOT XREF-AT-END THEN
                    PERFORM TEST-RECORD-MATCH
                    IF RECORD-MATCHES THEN
                       ADD 1 TO MATCHING-RECORD-COUNT
                       PERFORM MERGE-EXISTING-LINK
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE PERSON-XREF-FILE
           END-IF.
           IF MATCHING-RECORD-COUNT > 1 THEN
              SET LINK-CONFLICTS TO TRUE
           END-IF.

       TEST-RECORD-MATCH.
           MOVE "N" TO RECORD-MATCH-FLAG.
           IF ENTRY-CUST-NUMBER NOT = 0 AND
              XREF-CUST-NUMBER = ENTRY-CUST-NUMBER THEN
              SET RECORD-MATCHES TO TRUE
           END-IF.
           IF ENTRY-STUDENT-ID NOT = 0 AND
              XREF-STUDENT-ID = ENTRY-STUDENT-ID THEN
              SET RECORD-MATCHES TO TRUE
           END-IF.
           IF ENTRY-MEMBER-ID NOT = SPACES AND
              XREF-MEMBER-ID = ENTRY-MEMBER-ID THEN
              SET RECORD-MATCHES TO TRUE
           END-IF.

       MERGE-EXISTING-LINK.
           IF XREF-CUST-NUMBER NOT = 0 THEN
              IF MERGED-CUST-NUMBER = 0 THEN
                 MOVE XREF-CUST-NUMBER TO MERGED-CUST-NUMBER
              ELSE
                 IF MERGED-CUST-NUMBER NOT = XREF-CUST-NUMBER THEN
                    SET LINK-CONFLICTS TO TRUE
                 END-IF
              END-IF
           END-IF.
           IF XREF-STUDENT-ID NOT = 0 THEN
              IF MERGED-STUDENT-ID = 0 THEN
                 MOVE XREF-STUDENT-ID TO MERGED-STUDENT-ID
              ELSE
                 IF MERGED-STUDENT-ID NOT = XREF-STUDENT-ID THEN
                    SET LINK-CONFLICTS TO TRUE
                 END-IF
              END-IF
           END-IF.
           IF XREF-MEMBER-ID NOT = SPACES THEN
              IF MERGED-MEMBER-ID = SPACES THEN
                 MOVE XREF-MEMBER-ID TO MERGED-MEMBER-ID
              ELSE
                 IF MERGED-MEMBER-ID NOT = XREF-MEMBER-ID THEN
                    SET LINK-CONFLICTS TO TRUE
                 END-IF
              END-IF
           END-IF.

       UNLINK-IDENTIFIER.
           DISPLAY "UNLINK WHICH IDENTIFIER (C = CIF, S = STUDENT, "
              "M = MEMBER) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-KEY-TYPE.
           DISPLAY "ENTER IDENTIFIER --> " WITH NO ADVANCING.
           ACCEPT ENTRY-KEY-VALUE.
           MOVE 0 TO ENTRY-CUST-NUMBER.
           MOVE 0 TO ENTRY-STUDENT-ID.
           MOVE SPACES TO ENTRY-MEMBER-ID.
           EVALUATE TRUE
              WHEN CUSTOMER-KEY
                 MOVE ENTRY-KEY-VALUE(1:8) TO ENTRY-CUST-NUMBER
              WHEN STUDENT-KEY
                 MOVE ENTRY-KEY-VALUE(1:7) TO ENTRY-STUDENT-ID
              WHEN MEMBER-KEY
                 MOVE ENTRY-KEY-VALUE TO ENTRY-MEMBER-ID
              WHEN OTHER
                 DISPLAY "IDENTIFIER TYPE MUST BE C, S OR M"
                 STOP RUN
           END-EVALUATE.

           MOVE 0 TO MATCHING-RECORD-COUNT.
           MOVE "N" TO XREF-EOF-FLAG.
           OPEN INPUT PERSON-XREF-FILE.
           IF PERSON-XREF-FILE-NOT-FOUND THEN
              DISPLAY "PERSONXR.DAT NOT FOUND"
              STOP RUN
           END-IF.
           OPEN OUTPUT NEW-PERSON-XREF-FILE.
           PERFORM UNTIL XREF-AT-END
              READ PERSON-XREF-FILE
                 AT END SET XREF-AT-END TO TRUE
              END-READ
              IF NOT XREF-AT-END THEN
                 PERFORM TEST-RECORD-MATCH
                 IF RECORD-MATCHES THEN
                    ADD 1 TO MATCHING-RECORD-COUNT
                    PERFORM REMOVE-IDENTIFIER-FROM-LINK
                 ELSE
                    WRITE NEW-PERSON-XREF-RECORD
                       FROM PERSON-XREF-RECORD
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE PERSON-XREF-FILE.
           CLOSE NEW-PERSON-XREF-FILE.

           IF MATCHING-RECORD-COUNT = 0 THEN
              DISPLAY "IDENTIFIER " ENTRY-KEY-VALUE " IS NOT LINKED"
           ELSE
              PERFORM PROMOTE-PERSON-XREF
              MOVE "XREFUNLINK" TO LOG-ACTION-TEXT
              PERFORM BUILD-LOG-KEY
              PERFORM WRITE-OPERATOR-LOG THRU
                 WRITE-OPERATOR-LOG-EXIT
              DISPLAY "IDENTIFIER " ENTRY-KEY-VALUE " UNLINKED"
           END-IF.

       REMOVE-IDENTIFIER-FROM-LINK.
           IF CUSTOMER-KEY THEN
              MOVE 0 TO XREF-CUST-NUMBER
           END-IF.
           IF STUDENT-KEY THEN
              MOVE 0 TO XREF-STUDENT-ID
           END-IF.
           IF MEMBER-KEY THEN
              MOVE SPACES TO XREF-MEMBER-ID
           END-IF.
           MOVE 0 TO IDENTIFIER-COUNT.
           IF XREF-CUST-NUMBER NOT = 0 THEN
              ADD 1 TO IDENTIFIER-COUNT
           END-IF.
           IF XREF-STUDENT-ID NOT = 0 THEN
              ADD 1 TO IDENTIFIER-COUNT
           END-IF.
           IF XREF-MEMBER-ID NOT = SPACES THEN
              ADD 1 TO IDENTIFIER-COUNT
           END-IF.
           IF IDENTIFIER-COUNT > 1 THEN
              MOVE TODAY-DATE TO XREF-LINK-DATE
              MOVE SIGNON-OPERATOR-ID TO XREF-LINKED-BY
              WRITE NEW-PERSON-XREF-RECORD FROM PERSON-XREF-RECORD
           END-IF.

       BUILD-LOG-KEY.
           MOVE SPACES TO LOG-KEY-TEXT.
           IF ENTRY-CUST-NUMBER NOT = 0 THEN
              STRING "C" ENTRY-CUST-NUMBER
                 DELIMITED BY SIZE INTO LOG-KEY-TEXT
           ELSE
              IF ENTRY-STUDENT-ID NOT = 0 THEN
                 STRING "S" ENTRY-STUDENT-ID
                    DELIMITED BY SIZE INTO LOG-KEY-TEXT
              ELSE
                 STRING "M" ENTRY-MEMBER-ID
                    DELIMITED BY SIZE INTO LOG-KEY-TEXT
              END-IF
           END-IF.

       PROMOTE-PERSON-XREF.
           MOVE "N" TO NEW-FILE-EOF-FLAG.
           OPEN INPUT NEW-PERSON-XREF-FILE.
           OPEN OUTPUT PERSON-XREF-FILE.
           PERFORM UNTIL NEW-FILE-AT-END
              READ NEW-PERSON-XREF-FILE
                 AT END SET NEW-FILE-AT-END TO TRUE
              END-READ
              IF NOT NEW-FILE-AT-END THEN
                 WRITE PERSON-XREF-RECORD FROM NEW-PERSON-XREF-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-PERSON-XREF-FILE.
           CLOSE PERSON-XREF-FILE.

       LIST-PERSON-XREF.
           MOVE "N" TO XREF-EOF-FLAG.
           OPEN INPUT PERSON-XREF-FILE.
           IF PERSON-XREF-FILE-NOT-FOUND THEN
              DISPLAY "PERSONXR.DAT NOT FOUND"
           ELSE
              DISPLAY "CUSTOMER STUDENT MEMBER     LINKED   BY"
              PERFORM UNTIL XREF-AT-END
                 READ PERSON-XREF-FILE
                    AT END SET XREF-AT-END TO TRUE
                 END-READ
                 IF NOT XREF-AT-END THEN
                    ADD 1 TO LIST-COUNT
                    DISPLAY XREF-CUST-NUMBER " " XREF-STUDENT-ID " "
                       XREF-MEMBER-ID " " XREF-LINK-DATE " "
                       XREF-LINKED-BY
                 END-IF
              END-PERFORM
              CLOSE PERSON-XREF-FILE
              DISPLAY LIST-COUNT " PERSON(S) LINKED"
           END-IF.

       CHECK-CUSTOMER-ON-FILE.
           MOVE "N" TO ON-FILE-FLAG.
           MOVE "N" TO LOOKUP-EOF-FLAG.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              PERFORM UNTIL LOOKUP-AT-END OR IDENTIFIER-ON-FILE
                 READ CUSTOMER-FILE
                    AT END SET LOOKUP-AT-END TO TRUE
                 END-READ
                 IF NOT LOOKUP-AT-END AND
                    CIF-CUST-NUMBER = ENTRY-CUST-NUMBER THEN
                    SET IDENTIFIER-ON-FILE TO TRUE
                    MOVE CIF-CUST-NAME TO FOUND-NAME
                 END-IF
              END-PERFORM
              CLOSE CUSTOMER-FILE
           END-IF.

       CHECK-STUDENT-ON-FILE.
           MOVE "N" TO ON-FILE-FLAG.
           MOVE "N" TO LOOKUP-EOF-FLAG.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              PERFORM UNTIL LOOKUP-AT-END OR IDENTIFIER-ON-FILE
                 READ STUDENT-FILE
                    AT END SET LOOKUP-AT-END TO TRUE
                 END-READ
                 IF NOT LOOKUP-AT-END AND
                    STUDENT-ID = ENTRY-STUDENT-ID THEN
                    SET IDENTIFIER-ON-FILE TO TRUE
                    MOVE SPACES TO FOUND-NAME
                    STRING SURNAME " " INITIALS
                       DELIMITED BY SIZE INTO FOUND-NAME
                 END-IF
              END-PERFORM
              CLOSE STUDENT-FILE
           END-IF.

       CHECK-MEMBER-ON-FILE.
           MOVE "N" TO ON-FILE-FLAG.
           MOVE "N" TO LOOKUP-EOF-FLAG.
           OPEN INPUT MEMBER-FILE.
           IF MEMBER-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              PERFORM UNTIL LOOKUP-AT-END OR IDENTIFIER-ON-FILE
                 READ MEMBER-FILE
                    AT END SET LOOKUP-AT-END TO TRUE
                 END-READ
                 IF NOT LOOKUP-AT-END AND
                    MEMBER-ID = ENTRY-MEMBER-ID THEN
                    SET IDENTIFIER-ON-FILE TO TRUE
                    MOVE MEMBER-NAME TO FOUND-NAME
                 END-IF
              END-PERFORM
              CLOSE MEMBER-FILE
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
           MOVE "PERSONXR" TO OPLOG-PROGRAM.
           MOVE LOG-ACTION-TEXT TO OPLOG-ACTION.
           MOVE LOG-KEY-TEXT TO OPLOG-KEY.
           WRITE OPERATOR-LOG-RECORD.
           CLOSE OPERATOR-LOG-FILE.

       WRITE-OPERATOR-LOG-EXIT.
           EXIT.

       END PROGRAM PERSONXR-MAINT.
