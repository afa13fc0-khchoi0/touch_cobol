              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-OPERATOR-FILE-STATUS.

           SELECT
              OPERATOR-CUST-FILE ASSIGN TO "OPERCUST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS OPERATOR-CUST-FILE-STATUS.

           SELECT
              NEW-OPERATOR-CUST-FILE ASSIGN TO "OPERCUST.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-OPERATOR-CUST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
           02 OPR-ROLE PIC X.
              88 OPR-IS-SUPERVISOR VALUE "S".
              88 OPR-IS-OPERATOR VALUE "O".
              88 OPR-IS-REGISTRAR VALUE "R".

       FD  NEW-OPERATOR-FILE.
       01  NEW-OPERATOR-RECORD PIC X(15).

       FD  OPERATOR-CUST-FILE.
       01  OPERATOR-CUST-RECORD.
           02 OPC-ID PIC X(8).
           02 OPC-CUST-NUMBER PIC 9(8).

       FD  NEW-OPERATOR-CUST-FILE.
       01  NEW-OPERATOR-CUST-RECORD PIC X(16).

       WORKING-STORAGE SECTION.
       01  OPERATOR-FILE-STATUS PIC 9(2).
           88 OPERATOR-FILE-NOT-FOUND VALUE 35.
       01  NEW-OPERATOR-FILE-STATUS PIC 9(2).
       01  OPERATOR-CUST-FILE-STATUS PIC 9(2).
           88 OPERATOR-CUST-FILE-NOT-FOUND VALUE 35.
       01  NEW-OPERATOR-CUST-FILE-STATUS PIC 9(2).

       01  MAINT-ACTION PIC 9.
           88 ADD-ACTION VALUE 1.
           88 REMOVE-ACTION VALUE 2.
           88 LIST-ACTION VALUE 3.
           88 LINK-ACTION VALUE 4.

       01  SIGNON-OPERATOR-ID PIC X(8).
       01  SIGNON-PASSWORD PIC 9(6).
       01  ENTRY-OPERATOR-ID PIC X(8).
       01  ENTRY-PASSWORD PIC 9(6).
       01  ENTRY-ROLE PIC X.
           88 ENTRY-ROLE-VALID VALUE "S", "O", "R".
       01  ENTRY-CUST-NUMBER PIC 9(8).
       01  LINKED-CUST-NUMBER PIC 9(8).
       01  ENTRY-FOUND-FLAG PIC X VALUE "N".
           88 ENTRY-WAS-FOUND VALUE "Y".
       01  OPERATOR-EOF-FLAG PIC X VALUE "N".
           88 OPERATOR-AT-END VALUE "Y".
       01  NEW-FILE-EOF-FLAG PIC X VALUE "N".
           88 NEW-FILE-AT-END VALUE "Y".
       01  LINK-EOF-FLAG PIC X VALUE "N".
           88 LINK-AT-END VALUE "Y".
       01  BOOTSTRAP-FLAG PIC X VALUE "N".
           88 BOOTSTRAP-MODE VALUE "Y".

           IF BOOTSTRAP-MODE THEN
              MOVE 1 TO MAINT-ACTION
           ELSE
              DISPLAY "1 = ADD OPERATOR, 2 = REMOVE, 3 = LIST, "
                 "4 = LINK OWN CUSTOMER NUMBER --> "
                 WITH NO ADVANCING
              ACCEPT MAINT-ACTION
           END-IF.
           IF LIST-ACTION THEN
              PERFORM LIST-OPERATORS
           END-IF.
           IF LINK-ACTION THEN
              PERFORM LINK-OPERATOR-CUSTOMER THRU
                 LINK-OPERATOR-CUSTOMER-EXIT
           END-IF.
           STOP RUN.

       SIGN-ON-OPERATOR.
           IF BOOTSTRAP-MODE THEN
              MOVE "S" TO ENTRY-ROLE
           ELSE
              DISPLAY "ROLE (S = SUPERVISOR, O = OPERATOR, "
                 "R = REGISTRAR) --> " WITH NO ADVANCING
              ACCEPT ENTRY-ROLE
              IF NOT ENTRY-ROLE-VALID THEN
                 DISPLAY "INVALID ROLE -- NOT ADDED"
                 AT END SET OPERATOR-AT-END TO TRUE
              END-READ
              IF NOT OPERATOR-AT-END THEN
                 MOVE OPR-ID TO ENTRY-OPERATOR-ID
                 PERFORM FIND-LINKED-CUSTOMER
                 IF LINKED-CUST-NUMBER = 0 THEN
                    DISPLAY OPR-ID " ROLE " OPR-ROLE
                 ELSE
                    DISPLAY OPR-ID " ROLE " OPR-ROLE
                       " OWN CUSTOMER " LINKED-CUST-NUMBER
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE OPERATOR-FILE.

       FIND-LINKED-CUSTOMER.
           MOVE 0 TO LINKED-CUST-NUMBER.
           MOVE "N" TO LINK-EOF-FLAG.
           OPEN INPUT OPERATOR-CUST-FILE.
           IF NOT OPERATOR-CUST-FILE-NOT-FOUND THEN
              PERFORM UNTIL LINK-AT-END
                 READ OPERATOR-CUST-FILE
                    AT END SET LINK-AT-END TO TRUE
                 END-READ
                 IF NOT LINK-AT-END AND
                    OPC-ID = ENTRY-OPERATOR-ID THEN
                    MOVE OPC-CUST-NUMBER TO LINKED-CUST-NUMBER
                 END-IF
              END-PERFORM
              CLOSE OPERATOR-CUST-FILE
           END-IF.

       LINK-OPERATOR-CUSTOMER.
           DISPLAY "OPERATOR ID TO LINK (8 CHARS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-OPERATOR-ID.
           MOVE "N" TO OPERATOR-EOF-FLAG.
           OPEN INPUT OPERATOR-FILE.
           PERFORM UNTIL OPERATOR-AT-END
              READ OPERATOR-FILE
                 AT END SET OPERATOR-AT-END TO TRUE
              END-READ
              IF NOT OPERATOR-AT-END AND
                 OPR-ID = ENTRY-OPERATOR-ID THEN
                 SET ENTRY-WAS-FOUND TO TRUE
              END-IF
           END-PERFORM.
           CLOSE OPERATOR-FILE.
           IF NOT ENTRY-WAS-FOUND THEN
              DISPLAY "OPERATOR " ENTRY-OPERATOR-ID " NOT FOUND"
              GO TO LINK-OPERATOR-CUSTOMER-EXIT
           END-IF.

           DISPLAY "OPERATOR'S OWN CIF CUSTOMER NUMBER "
              "(0 TO REMOVE THE LINK) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-CUST-NUMBER.

           MOVE "N" TO LINK-EOF-FLAG.
           OPEN OUTPUT NEW-OPERATOR-CUST-FILE.
           OPEN INPUT OPERATOR-CUST-FILE.
           IF NOT OPERATOR-CUST-FILE-NOT-FOUND THEN
              PERFORM UNTIL LINK-AT-END
                 READ OPERATOR-CUST-FILE
                    AT END SET LINK-AT-END TO TRUE
                 END-READ
                 IF NOT LINK-AT-END AND
                    OPC-ID NOT = ENTRY-OPERATOR-ID THEN
                    WRITE NEW-OPERATOR-CUST-RECORD
                       FROM OPERATOR-CUST-RECORD
                 END-IF
              END-PERFORM
              CLOSE OPERATOR-CUST-FILE
           END-IF.
           IF ENTRY-CUST-NUMBER NOT = 0 THEN
              MOVE ENTRY-OPERATOR-ID TO OPC-ID
              MOVE ENTRY-CUST-NUMBER TO OPC-CUST-NUMBER
              WRITE NEW-OPERATOR-CUST-RECORD FROM OPERATOR-CUST-RECORD
           END-IF.
           CLOSE NEW-OPERATOR-CUST-FILE.

           MOVE "N" TO NEW-FILE-EOF-FLAG.
           OPEN INPUT NEW-OPERATOR-CUST-FILE.
           OPEN OUTPUT OPERATOR-CUST-FILE.
           PERFORM UNTIL NEW-FILE-AT-END
              READ NEW-OPERATOR-CUST-FILE
                 AT END SET NEW-FILE-AT-END TO TRUE
              END-READ
              IF NOT NEW-FILE-AT-END THEN
                 WRITE OPERATOR-CUST-RECORD
                    FROM NEW-OPERATOR-CUST-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-OPERATOR-CUST-FILE.
           CLOSE OPERATOR-CUST-FILE.
           IF ENTRY-CUST-NUMBER = 0 THEN
              DISPLAY "OPERATOR " ENTRY-OPERATOR-ID
                 " CUSTOMER LINK REMOVED"
           ELSE
              DISPLAY "OPERATOR " ENTRY-OPERATOR-ID
                 " LINKED TO CUSTOMER " ENTRY-CUST-NUMBER
           END-IF.

       LINK-OPERATOR-CUSTOMER-EXIT.
           EXIT.

       END PROGRAM OPER-MAINT.
