       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREF-MATCH.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              CUSTOMER-FILE ASSIGN DYNAMIC CUSTOMER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS CUSTOMER-FILE-STATUS.

           SELECT
              MASTER-FILE ASSIGN DYNAMIC MASTER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS MASTER-FILE-STATUS.

           SELECT
              STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS STUDENT-FILE-STATUS.

           SELECT
              ALUMNI-CONTACT-FILE ASSIGN TO "ALUMCONT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS ALUMNI-CONTACT-FILE-STATUS.

           SELECT
              MANDATE-FILE ASSIGN TO "MANDATE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS MANDATE-FILE-STATUS.

           SELECT
              MEMBER-FILE ASSIGN TO "MEMBER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS MEMBER-FILE-STATUS.

           SELECT
              PERSON-XREF-FILE ASSIGN TO "PERSONXR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS PERSON-XREF-FILE-STATUS.

           SELECT
              SUGGESTION-FILE ASSIGN TO "XREFSUGG.RPT"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           88 END-OF-CUSTOMER-FILE VALUE HIGH-VALUES.
           02 CIF-CUST-NUMBER PIC 9(8).
           02 CIF-CUST-NAME PIC X(30).
           02 CIF-CUST-ADDRESS PIC X(40).
           02 CIF-CUST-PHONE PIC X(12).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           88 END-OF-MASTER-FILE VALUE HIGH-VALUES.
           02 MSTR-ACCT-HOLDER-NAME PIC X(20).
           02 MSTR-ACCT-NUMBER PIC 9(16).
           02 FILLER PIC X(34).
           02 MSTR-CUST-NUMBER PIC 9(8).
           02 MSTR-PRODUCT-CODE PIC X(2).

       FD  STUDENT-FILE.
       01  STUDENT-DETAILS.
           88 END-OF-STUDENT-FILE VALUE HIGH-VALUES.
           02 STUDENT-ID PIC 9(7).
           02 SURNAME PIC X(8).
           02 INITIALS PIC XX.
           02 DATE-OF-BIRTH PIC 9(8).
           02 COURSE-CODE PIC X(4).
           02 GENDER PIC X.
           02 STUDENT-STATUS PIC X.

       FD  ALUMNI-CONTACT-FILE.
       01  ALUMNI-CONTACT-RECORD.
           88 END-OF-CONTACT-FILE VALUE HIGH-VALUES.
           02 ALCN-STUDENT-ID PIC 9(7).
           02 ALCN-ADDRESS PIC X(40).
           02 ALCN-PHONE PIC X(12).
           02 ALCN-EMAIL PIC X(30).

       FD  MANDATE-FILE.
       01  MANDATE-RECORD.
           88 END-OF-MANDATE-FILE VALUE HIGH-VALUES.
           02 MAND-STUDENT-ID PIC 9(7).
           02 MAND-ACCT-NUMBER PIC 9(16).

       FD  MEMBER-FILE.
       01  MEMBER-REC.
           88 END-OF-MEMBER-FILE VALUE HIGH-VALUES.
           02 MEMBER-ID PIC X(10).
           02 MEMBER-NAME PIC X(20).
           02 MEMBER-ADDR PIC X(40).
           02 MEMBER-PHONE PIC X(12).
           02 MEMBER-JOIN-DATE PIC 9(8).
           02 MEMBER-STATUS-FLAG PIC X.
           02 MEMBER-DOB PIC 9(8).
           02 MEMBER-HOME-STORE PIC 9(2).

       FD  PERSON-XREF-FILE.
       01  PERSON-XREF-RECORD.
           88 END-OF-XREF-FILE VALUE HIGH-VALUES.
           02 XREF-CUST-NUMBER PIC 9(8).
           02 XREF-STUDENT-ID PIC 9(7).
           02 XREF-MEMBER-ID PIC X(10).
           02 XREF-LINK-DATE PIC 9(8).
           02 XREF-LINKED-BY PIC X(8).

       FD  SUGGESTION-FILE.
       01  SUGGESTION-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  CUSTOMER-FILE-DSN PIC X(40).
       01  MASTER-FILE-DSN PIC X(40).
       01  CUSTOMER-FILE-STATUS PIC 9(2).
           88 CUSTOMER-FILE-NOT-FOUND VALUE 35.
       01  MASTER-FILE-STATUS PIC 9(2).
           88 MASTER-FILE-NOT-FOUND VALUE 35.
       01  STUDENT-FILE-STATUS PIC 9(2).
           88 STUDENT-FILE-NOT-FOUND VALUE 35.
       01  ALUMNI-CONTACT-FILE-STATUS PIC 9(2).
           88 ALUMNI-CONTACT-FILE-NOT-FOUND VALUE 35.
       01  MANDATE-FILE-STATUS PIC 9(2).
           88 MANDATE-FILE-NOT-FOUND VALUE 35.
       01  MEMBER-FILE-STATUS PIC X(2).
           88 MEMBER-FILE-NOT-FOUND VALUE "35".
       01  PERSON-XREF-FILE-STATUS PIC 9(2).
           88 PERSON-XREF-FILE-NOT-FOUND VALUE 35.

       01  CUSTOMER-TABLE-COUNT PIC 9(4) VALUE 0.
       01  CUSTOMER-SUBSCRIPT PIC 9(4) VALUE 0.
       01  CUSTOMER-TABLE.
           02 CUSTOMER-ENTRY OCCURS 2000 TIMES.
              03 CT-CUST-NUMBER PIC 9(8).
              03 CT-NAME PIC X(30).
              03 CT-SURNAME PIC X(20).
              03 CT-INITIAL PIC X.
              03 CT-PHONE PIC X(12).

       01  STUDENT-TABLE-COUNT PIC 9(4) VALUE 0.
       01  STUDENT-SUBSCRIPT PIC 9(4) VALUE 0.
       01  STUDENT-TABLE.
           02 STUDENT-ENTRY OCCURS 2000 TIMES.
              03 ST-STUDENT-ID PIC 9(7).
              03 ST-SURNAME PIC X(8).
              03 ST-INITIALS PIC XX.
              03 ST-DOB PIC 9(8).
              03 ST-PHONE PIC X(12).
              03 ST-MANDATE-ACCT PIC 9(16).
              03 ST-MANDATE-CUST PIC 9(8).

       01  MEMBER-TABLE-COUNT PIC 9(4) VALUE 0.
       01  MEMBER-SUBSCRIPT PIC 9(4) VALUE 0.
       01  MEMBER-TABLE.
           02 MEMBER-ENTRY OCCURS 2000 TIMES.
              03 MT-MEMBER-ID PIC X(10).
              03 MT-NAME PIC X(20).
              03 MT-SURNAME PIC X(20).
              03 MT-INITIAL PIC X.
              03 MT-PHONE PIC X(12).
              03 MT-DOB PIC 9(8).

       01  XREF-TABLE-COUNT PIC 9(4) VALUE 0.
       01  XREF-SUBSCRIPT PIC 9(4) VALUE 0.
       01  XREF-TABLE.
           02 XREF-ENTRY OCCURS 2000 TIMES.
              03 XT-CUST-NUMBER PIC 9(8).
              03 XT-STUDENT-ID PIC 9(7).
              03 XT-MEMBER-ID PIC X(10).

       01  SPLIT-NAME-IN PIC X(30).
       01  SPLIT-SURNAME PIC X(20).
       01  SPLIT-INITIAL PIC X.
       01  SPLIT-END PIC 9(2).
       01  SPLIT-START PIC 9(2).

       01  PAIR-CUST-NUMBER PIC 9(8).
       01  PAIR-STUDENT-ID PIC 9(7).
       01  PAIR-MEMBER-ID PIC X(10).
       01  MATCH-REASONS PIC X(24).
       01  MATCH-SCORE PIC 9.
       01  MINIMUM-SCORE PIC 9 VALUE 2.
       01  ENTRY-MINIMUM-SCORE PIC 9.
       01  LINKED-TOGETHER-FLAG PIC X VALUE "N".
           88 ALREADY-LINKED-TOGETHER VALUE "Y".
       01  LINKED-ELSEWHERE-FLAG PIC X VALUE "N".
           88 ALREADY-LINKED-ELSEWHERE VALUE "Y".

       01  SUGGESTION-COUNT PIC 9(5) VALUE 0.
       01  LINKED-SKIP-COUNT PIC 9(5) VALUE 0.
       01  REPORT-LINE-BUFFER PIC X(132).

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT CUSTOMER-FILE-DSN
              FROM ENVIRONMENT "ATM_CIF_FILE"
              ON EXCEPTION
                 MOVE "cif.txt" TO CUSTOMER-FILE-DSN
           END-ACCEPT.
           ACCEPT MASTER-FILE-DSN
              FROM ENVIRONMENT "ATM_MASTER_FILE"
              ON EXCEPTION
                 MOVE "master.txt" TO MASTER-FILE-DSN
           END-ACCEPT.

           DISPLAY "CRITERIA REQUIRED TO SUGGEST A LINK "
              "(0 = STANDARD 2) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-MINIMUM-SCORE.
           IF ENTRY-MINIMUM-SCORE > 0 THEN
              MOVE ENTRY-MINIMUM-SCORE TO MINIMUM-SCORE
           END-IF.

           PERFORM LOAD-CUSTOMERS.
           PERFORM LOAD-STUDENTS.
           PERFORM LOAD-ALUMNI-PHONES.
           PERFORM LOAD-MANDATES.
           PERFORM RESOLVE-MANDATE-CUSTOMERS.
           PERFORM LOAD-MEMBERS.
           PERFORM LOAD-PERSON-XREF.

           OPEN OUTPUT SUGGESTION-FILE.
           MOVE "SUGGESTED PERSON LINKS -- CONFIRM WITH PERSONXR-MAINT"
              TO REPORT-LINE-BUFFER.
           PERFORM WRITE-ONE-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           PERFORM WRITE-ONE-LINE.

           PERFORM VARYING CUSTOMER-SUBSCRIPT FROM 1 BY 1
              UNTIL CUSTOMER-SUBSCRIPT > CUSTOMER-TABLE-COUNT
              PERFORM VARYING STUDENT-SUBSCRIPT FROM 1 BY 1
                 UNTIL STUDENT-SUBSCRIPT > STUDENT-TABLE-COUNT
                 PERFORM SCORE-CUSTOMER-STUDENT
              END-PERFORM
              PERFORM VARYING MEMBER-SUBSCRIPT FROM 1 BY 1
                 UNTIL MEMBER-SUBSCRIPT > MEMBER-TABLE-COUNT
                 PERFORM SCORE-CUSTOMER-MEMBER
              END-PERFORM
           END-PERFORM.

           PERFORM VARYING STUDENT-SUBSCRIPT FROM 1 BY 1
              UNTIL STUDENT-SUBSCRIPT > STUDENT-TABLE-COUNT
              PERFORM VARYING MEMBER-SUBSCRIPT FROM 1 BY 1
                 UNTIL MEMBER-SUBSCRIPT > MEMBER-TABLE-COUNT
                 PERFORM SCORE-STUDENT-MEMBER
              END-PERFORM
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE-BUFFER.
           PERFORM WRITE-ONE-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING SUGGESTION-COUNT " LINK(S) SUGGESTED, "
              LINKED-SKIP-COUNT " ALREADY ON PERSONXR.DAT"
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-ONE-LINE.
           CLOSE SUGGESTION-FILE.
           DISPLAY SUGGESTION-COUNT " SUGGESTION(S) ON XREFSUGG.RPT".
           STOP RUN.

       SCORE-CUSTOMER-STUDENT.
           MOVE 0 TO MATCH-SCORE.
           MOVE SPACES TO MATCH-REASONS.
           IF CT-SURNAME(CUSTOMER-SUBSCRIPT)(1:8) =
              ST-SURNAME(STUDENT-SUBSCRIPT) AND
              CT-INITIAL(CUSTOMER-SUBSCRIPT) =
              ST-INITIALS(STUDENT-SUBSCRIPT)(1:1) THEN
              ADD 1 TO MATCH-SCORE
              PERFORM ADD-NAME-REASON
           END-IF.
           IF ST-PHONE(STUDENT-SUBSCRIPT) NOT = SPACES AND
              CT-PHONE(CUSTOMER-SUBSCRIPT) =
              ST-PHONE(STUDENT-SUBSCRIPT) THEN
              ADD 1 TO MATCH-SCORE
              PERFORM ADD-PHONE-REASON
           END-IF.
           IF ST-MANDATE-CUST(STUDENT-SUBSCRIPT) NOT = 0 AND
              ST-MANDATE-CUST(STUDENT-SUBSCRIPT) =
              CT-CUST-NUMBER(CUSTOMER-SUBSCRIPT) THEN
              ADD 1 TO MATCH-SCORE
              STRING MATCH-REASONS DELIMITED BY "  "
                 " MANDATE" DELIMITED BY SIZE
                 INTO MATCH-REASONS
           END-IF.
           IF MATCH-SCORE NOT < MINIMUM-SCORE THEN
              MOVE CT-CUST-NUMBER(CUSTOMER-SUBSCRIPT)
                 TO PAIR-CUST-NUMBER
              MOVE ST-STUDENT-ID(STUDENT-SUBSCRIPT) TO PAIR-STUDENT-ID
              MOVE SPACES TO PAIR-MEMBER-ID
              PERFORM CHECK-EXISTING-LINK
              IF ALREADY-LINKED-TOGETHER THEN
                 ADD 1 TO LINKED-SKIP-COUNT
              ELSE
                 MOVE SPACES TO REPORT-LINE-BUFFER
                 STRING "CIF " PAIR-CUST-NUMBER " "
                    CT-NAME(CUSTOMER-SUBSCRIPT)(1:20)
                    " <-> STUDENT " PAIR-STUDENT-ID " "
                    ST-SURNAME(STUDENT-SUBSCRIPT) " "
                    ST-INITIALS(STUDENT-SUBSCRIPT) "   ON"
                    MATCH-REASONS
                    DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
                 PERFORM WRITE-SUGGESTION
              END-IF
           END-IF.

       SCORE-CUSTOMER-MEMBER.
           MOVE 0 TO MATCH-SCORE.
           MOVE SPACES TO MATCH-REASONS.
           IF CT-SURNAME(CUSTOMER-SUBSCRIPT) NOT = SPACES AND
              CT-SURNAME(CUSTOMER-SUBSCRIPT) =
              MT-SURNAME(MEMBER-SUBSCRIPT) AND
              CT-INITIAL(CUSTOMER-SUBSCRIPT) =
              MT-INITIAL(MEMBER-SUBSCRIPT) THEN
              ADD 1 TO MATCH-SCORE
              PERFORM ADD-NAME-REASON
           END-IF.
           IF MT-PHONE(MEMBER-SUBSCRIPT) NOT = SPACES AND
              CT-PHONE(CUSTOMER-SUBSCRIPT) =
              MT-PHONE(MEMBER-SUBSCRIPT) THEN
              ADD 1 TO MATCH-SCORE
              PERFORM ADD-PHONE-REASON
           END-IF.
           IF MATCH-SCORE NOT < MINIMUM-SCORE THEN
              MOVE CT-CUST-NUMBER(CUSTOMER-SUBSCRIPT)
                 TO PAIR-CUST-NUMBER
              MOVE 0 TO PAIR-STUDENT-ID
              MOVE MT-MEMBER-ID(MEMBER-SUBSCRIPT) TO PAIR-MEMBER-ID
              PERFORM CHECK-EXISTING-LINK
              IF ALREADY-LINKED-TOGETHER THEN
                 ADD 1 TO LINKED-SKIP-COUNT
              ELSE
                 MOVE SPACES TO REPORT-LINE-BUFFER
                 STRING "CIF " PAIR-CUST-NUMBER " "
                    CT-NAME(CUSTOMER-SUBSCRIPT)(1:20)
                    " <-> MEMBER " PAIR-MEMBER-ID " "
                    MT-NAME(MEMBER-SUBSCRIPT) "   ON"
                    MATCH-REASONS
                    DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
                 PERFORM WRITE-SUGGESTION
              END-IF
           END-IF.

       SCORE-STUDENT-MEMBER.
           MOVE 0 TO MATCH-SCORE.
           MOVE SPACES TO MATCH-REASONS.
           IF MT-SURNAME(MEMBER-SUBSCRIPT)(1:8) =
              ST-SURNAME(STUDENT-SUBSCRIPT) AND
              MT-INITIAL(MEMBER-SUBSCRIPT) =
              ST-INITIALS(STUDENT-SUBSCRIPT)(1:1) THEN
              ADD 1 TO MATCH-SCORE
              PERFORM ADD-NAME-REASON
           END-IF.
           IF MT-DOB(MEMBER-SUBSCRIPT) NOT = 0 AND
              MT-DOB(MEMBER-SUBSCRIPT) = ST-DOB(STUDENT-SUBSCRIPT) THEN
              ADD 1 TO MATCH-SCORE
              STRING MATCH-REASONS DELIMITED BY "  "
                 " DOB" DELIMITED BY SIZE
                 INTO MATCH-REASONS
           END-IF.
           IF ST-PHONE(STUDENT-SUBSCRIPT) NOT = SPACES AND
              MT-PHONE(MEMBER-SUBSCRIPT) =
              ST-PHONE(STUDENT-SUBSCRIPT) THEN
              ADD 1 TO MATCH-SCORE
              PERFORM ADD-PHONE-REASON
           END-IF.
           IF MATCH-SCORE NOT < MINIMUM-SCORE THEN
              MOVE 0 TO PAIR-CUST-NUMBER
              MOVE ST-STUDENT-ID(STUDENT-SUBSCRIPT) TO PAIR-STUDENT-ID
              MOVE MT-MEMBER-ID(MEMBER-SUBSCRIPT) TO PAIR-MEMBER-ID
              PERFORM CHECK-EXISTING-LINK
              IF ALREADY-LINKED-TOGETHER THEN
                 ADD 1 TO LINKED-SKIP-COUNT
              ELSE
                 MOVE SPACES TO REPORT-LINE-BUFFER
                 STRING "STUDENT " PAIR-STUDENT-ID " "
                    ST-SURNAME(STUDENT-SUBSCRIPT) " "
                    ST-INITIALS(STUDENT-SUBSCRIPT)
                    " <-> MEMBER " PAIR-MEMBER-ID " "
                    MT-NAME(MEMBER-SUBSCRIPT) "   ON"
                    MATCH-REASONS
                    DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
                 PERFORM WRITE-SUGGESTION
              END-IF
           END-IF.

       ADD-NAME-REASON.
           STRING MATCH-REASONS DELIMITED BY "  "
              " NAME" DELIMITED BY SIZE
              INTO MATCH-REASONS.

       ADD-PHONE-REASON.
           STRING MATCH-REASONS DELIMITED BY "  "
              " PHONE" DELIMITED BY SIZE
              INTO MATCH-REASONS.

       WRITE-SUGGESTION.
           ADD 1 TO SUGGESTION-COUNT.
           IF ALREADY-LINKED-ELSEWHERE THEN
              STRING REPORT-LINE-BUFFER DELIMITED BY "  "
                 "  (LINKED ELSEWHERE -- REVIEW)" DELIMITED BY SIZE
                 INTO REPORT-LINE-BUFFER
           END-IF.
           PERFORM WRITE-ONE-LINE.

       CHECK-EXISTING-LINK.
           MOVE "N" TO LINKED-TOGETHER-FLAG.
           MOVE "N" TO LINKED-ELSEWHERE-FLAG.
           PERFORM VARYING XREF-SUBSCRIPT FROM 1 BY 1
              UNTIL XREF-SUBSCRIPT > XREF-TABLE-COUNT
              IF (PAIR-CUST-NUMBER = 0 OR
                  XT-CUST-NUMBER(XREF-SUBSCRIPT) = PAIR-CUST-NUMBER)
                 AND
                 (PAIR-STUDENT-ID = 0 OR
                  XT-STUDENT-ID(XREF-SUBSCRIPT) = PAIR-STUDENT-ID)
                 AND
                 (PAIR-MEMBER-ID = SPACES OR
                  XT-MEMBER-ID(XREF-SUBSCRIPT) = PAIR-MEMBER-ID) THEN
                 SET ALREADY-LINKED-TOGETHER TO TRUE
              ELSE
                 IF (PAIR-CUST-NUMBER NOT = 0 AND
                     XT-CUST-NUMBER(XREF-SUBSCRIPT) =
                     PAIR-CUST-NUMBER) OR
                    (PAIR-STUDENT-ID NOT = 0 AND
                     XT-STUDENT-ID(XREF-SUBSCRIPT) =
                     PAIR-STUDENT-ID) OR
                    (PAIR-MEMBER-ID NOT = SPACES AND
                     XT-MEMBER-ID(XREF-SUBSCRIPT) =
                     PAIR-MEMBER-ID) THEN
                    SET ALREADY-LINKED-ELSEWHERE TO TRUE
                 END-IF
              END-IF
           END-PERFORM.

       SPLIT-FULL-NAME.
           MOVE SPACES TO SPLIT-SURNAME.
           MOVE SPLIT-NAME-IN(1:1) TO SPLIT-INITIAL.
           MOVE 30 TO SPLIT-END.
           PERFORM UNTIL SPLIT-END = 0 OR
              SPLIT-NAME-IN(SPLIT-END:1) NOT = SPACE
              SUBTRACT 1 FROM SPLIT-END
           END-PERFORM.
           MOVE SPLIT-END TO SPLIT-START.
           PERFORM UNTIL SPLIT-START < 2 OR
              SPLIT-NAME-IN(SPLIT-START - 1:1) = SPACE
              SUBTRACT 1 FROM SPLIT-START
           END-PERFORM.
           IF SPLIT-END > 0 THEN
              MOVE SPLIT-NAME-IN(SPLIT-START:
                 SPLIT-END - SPLIT-START + 1) TO SPLIT-SURNAME
           END-IF.

       LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-NOT-FOUND THEN
              DISPLAY CUSTOMER-FILE-DSN " NOT FOUND -- SKIPPED"
           ELSE
              READ CUSTOMER-FILE
                 AT END SET END-OF-CUSTOMER-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CUSTOMER-FILE
                 IF CUSTOMER-TABLE-COUNT < 2000 THEN
                    ADD 1 TO CUSTOMER-TABLE-COUNT
                    MOVE CUSTOMER-TABLE-COUNT TO CUSTOMER-SUBSCRIPT
                    MOVE CIF-CUST-NUMBER
                       TO CT-CUST-NUMBER(CUSTOMER-SUBSCRIPT)
                    MOVE CIF-CUST-NAME TO CT-NAME(CUSTOMER-SUBSCRIPT)
                    MOVE CIF-CUST-NAME TO SPLIT-NAME-IN
                    PERFORM SPLIT-FULL-NAME
                    MOVE SPLIT-SURNAME
                       TO CT-SURNAME(CUSTOMER-SUBSCRIPT)
                    MOVE SPLIT-INITIAL
                       TO CT-INITIAL(CUSTOMER-SUBSCRIPT)
                    MOVE CIF-CUST-PHONE
                       TO CT-PHONE(CUSTOMER-SUBSCRIPT)
                 END-IF
                 READ CUSTOMER-FILE
                    AT END SET END-OF-CUSTOMER-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-FILE
           END-IF.

       LOAD-STUDENTS.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-FILE-NOT-FOUND THEN
              DISPLAY "STUDENTS.DAT NOT FOUND -- SKIPPED"
           ELSE
              READ STUDENT-FILE
                 AT END SET END-OF-STUDENT-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-STUDENT-FILE
                 IF STUDENT-TABLE-COUNT < 2000 THEN
                    ADD 1 TO STUDENT-TABLE-COUNT
                    MOVE STUDENT-TABLE-COUNT TO STUDENT-SUBSCRIPT
                    MOVE STUDENT-ID TO ST-STUDENT-ID(STUDENT-SUBSCRIPT)
                    MOVE SURNAME TO ST-SURNAME(STUDENT-SUBSCRIPT)
                    MOVE INITIALS TO ST-INITIALS(STUDENT-SUBSCRIPT)
                    MOVE DATE-OF-BIRTH TO ST-DOB(STUDENT-SUBSCRIPT)
                    MOVE SPACES TO ST-PHONE(STUDENT-SUBSCRIPT)
                    MOVE 0 TO ST-MANDATE-ACCT(STUDENT-SUBSCRIPT)
                    MOVE 0 TO ST-MANDATE-CUST(STUDENT-SUBSCRIPT)
                 END-IF
                 READ STUDENT-FILE
                    AT END SET END-OF-STUDENT-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE STUDENT-FILE
           END-IF.

       LOAD-ALUMNI-PHONES.
           OPEN INPUT ALUMNI-CONTACT-FILE.
           IF ALUMNI-CONTACT-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              READ ALUMNI-CONTACT-FILE
                 AT END SET END-OF-CONTACT-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CONTACT-FILE
                 PERFORM VARYING STUDENT-SUBSCRIPT FROM 1 BY 1
                    UNTIL STUDENT-SUBSCRIPT > STUDENT-TABLE-COUNT
                    IF ST-STUDENT-ID(STUDENT-SUBSCRIPT) =
                       ALCN-STUDENT-ID THEN
                       MOVE ALCN-PHONE TO ST-PHONE(STUDENT-SUBSCRIPT)
                    END-IF
                 END-PERFORM
                 READ ALUMNI-CONTACT-FILE
                    AT END SET END-OF-CONTACT-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE ALUMNI-CONTACT-FILE
           END-IF.

       LOAD-MANDATES.
           OPEN INPUT MANDATE-FILE.
           IF MANDATE-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              READ MANDATE-FILE
                 AT END SET END-OF-MANDATE-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-MANDATE-FILE
                 PERFORM VARYING STUDENT-SUBSCRIPT FROM 1 BY 1
                    UNTIL STUDENT-SUBSCRIPT > STUDENT-TABLE-COUNT
                    IF ST-STUDENT-ID(STUDENT-SUBSCRIPT) =
                       MAND-STUDENT-ID THEN
                       MOVE MAND-ACCT-NUMBER
                          TO ST-MANDATE-ACCT(STUDENT-SUBSCRIPT)
                    END-IF
                 END-PERFORM
                 READ MANDATE-FILE
                    AT END SET END-OF-MANDATE-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE MANDATE-FILE
           END-IF.

       RESOLVE-MANDATE-CUSTOMERS.
           OPEN INPUT MASTER-FILE.
           IF MASTER-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              READ MASTER-FILE
                 AT END SET END-OF-MASTER-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-MASTER-FILE
                 PERFORM VARYING STUDENT-SUBSCRIPT FROM 1 BY 1
                    UNTIL STUDENT-SUBSCRIPT > STUDENT-TABLE-COUNT
                    IF ST-MANDATE-ACCT(STUDENT-SUBSCRIPT) =
                       MSTR-ACCT-NUMBER THEN
                       MOVE MSTR-CUST-NUMBER
                          TO ST-MANDATE-CUST(STUDENT-SUBSCRIPT)
                    END-IF
                 END-PERFORM
                 READ MASTER-FILE
                    AT END SET END-OF-MASTER-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE MASTER-FILE
           END-IF.

       LOAD-MEMBERS.
           OPEN INPUT MEMBER-FILE.
           IF MEMBER-FILE-NOT-FOUND THEN
              DISPLAY "MEMBER.DAT NOT FOUND -- SKIPPED"
           ELSE
              READ MEMBER-FILE
                 AT END SET END-OF-MEMBER-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-MEMBER-FILE
                 IF MEMBER-TABLE-COUNT < 2000 THEN
                    ADD 1 TO MEMBER-TABLE-COUNT
                    MOVE MEMBER-TABLE-COUNT TO MEMBER-SUBSCRIPT
                    MOVE MEMBER-ID TO MT-MEMBER-ID(MEMBER-SUBSCRIPT)
                    MOVE MEMBER-NAME TO MT-NAME(MEMBER-SUBSCRIPT)
                    MOVE MEMBER-NAME TO SPLIT-NAME-IN
                    PERFORM SPLIT-FULL-NAME
                    MOVE SPLIT-SURNAME TO MT-SURNAME(MEMBER-SUBSCRIPT)
                    MOVE SPLIT-INITIAL TO MT-INITIAL(MEMBER-SUBSCRIPT)
                    MOVE MEMBER-PHONE TO MT-PHONE(MEMBER-SUBSCRIPT)
                    IF MEMBER-DOB IS NUMERIC THEN
                       MOVE MEMBER-DOB TO MT-DOB(MEMBER-SUBSCRIPT)
                    ELSE
                       MOVE 0 TO MT-DOB(MEMBER-SUBSCRIPT)
                    END-IF
                 END-IF
                 READ MEMBER-FILE
                    AT END SET END-OF-MEMBER-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE MEMBER-FILE
           END-IF.

       LOAD-PERSON-XREF.
           OPEN INPUT PERSON-XREF-FILE.
           IF PERSON-XREF-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              READ PERSON-XREF-FILE
                 AT END SET END-OF-XREF-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-XREF-FILE
                 IF XREF-TABLE-COUNT < 2000 THEN
                    ADD 1 TO XREF-TABLE-COUNT
                    MOVE XREF-CUST-NUMBER
                       TO XT-CUST-NUMBER(XREF-TABLE-COUNT)
                    MOVE XREF-STUDENT-ID
                       TO XT-STUDENT-ID(XREF-TABLE-COUNT)
                    MOVE XREF-MEMBER-ID
                       TO XT-MEMBER-ID(XREF-TABLE-COUNT)
                 END-IF
                 READ PERSON-XREF-FILE
                    AT END SET END-OF-XREF-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE PERSON-XREF-FILE
           END-IF.

       WRITE-ONE-LINE.
           MOVE REPORT-LINE-BUFFER TO SUGGESTION-LINE.
           WRITE SUGGESTION-LINE.
           DISPLAY REPORT-LINE-BUFFER.

       END PROGRAM XREF-MATCH.
