       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREFINFO.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              PERSON-XREF-FILE ASSIGN TO "PERSONXR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS PERSON-XREF-FILE-STATUS.

           SELECT
              FINHOLD-FILE ASSIGN TO "FINHOLD.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FINHOLD-FILE-STATUS.

           SELECT
              FEE-BALANCE-FILE ASSIGN TO "FEEBAL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FEE-BALANCE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-XREF-FILE.
       01  PERSON-XREF-RECORD.
           02 XREF-CUST-NUMBER PIC 9(8).
           02 XREF-STUDENT-ID PIC 9(7).
           02 XREF-MEMBER-ID PIC X(10).
           02 XREF-LINK-DATE PIC 9(8).
           02 XREF-LINKED-BY PIC X(8).

       FD  FINHOLD-FILE.
       01  FINHOLD-RECORD.
           02 FH-STUDENT-ID PIC 9(7).
           02 FH-BALANCE PIC 9(7)V9(2).
           02 FH-OLDEST-DAYS PIC 9(5).
           02 FH-DERIVED-DATE PIC 9(8).

       FD  FEE-BALANCE-FILE.
       01  FEE-BALANCE-RECORD.
           02 FB-RENTER-ID PIC X(10).
           02 FB-BALANCE PIC S9(5)V9(2)
                         SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01  PERSON-XREF-FILE-STATUS PIC 9(2).
           88 PERSON-XREF-FILE-NOT-FOUND VALUE 35.
       01  FINHOLD-FILE-STATUS PIC 9(2).
           88 FINHOLD-FILE-NOT-FOUND VALUE 35.
       01  FEE-BALANCE-FILE-STATUS PIC 9(2).
           88 FEE-BALANCE-FILE-NOT-FOUND VALUE 35.

       LINKAGE SECTION.
       01  LS-KEY-TYPE PIC X.
       01  LS-CUST-NUMBER PIC 9(8).
       01  LS-STUDENT-ID PIC 9(7).
       01  LS-MEMBER-ID PIC X(10).
       01  LS-TUITION-BALANCE PIC 9(7)V9(2).
       01  LS-TUITION-DAYS PIC 9(5).
       01  LS-FEE-BALANCE PIC S9(5)V9(2).
       01  LS-RESULT PIC X.

       PROCEDURE DIVISION USING LS-KEY-TYPE LS-CUST-NUMBER
           LS-STUDENT-ID LS-MEMBER-ID LS-TUITION-BALANCE
           LS-TUITION-DAYS LS-FEE-BALANCE LS-RESULT.
       XREFINFO-MAIN.
           MOVE "N" TO LS-RESULT.
           MOVE 0 TO LS-TUITION-BALANCE.
           MOVE 0 TO LS-TUITION-DAYS.
           MOVE 0 TO LS-FEE-BALANCE.
           OPEN INPUT PERSON-XREF-FILE.
           IF PERSON-XREF-FILE-NOT-FOUND
           THEN
              GOBACK
           END-IF.

       FIND-PERSON-LOOP.
           READ PERSON-XREF-FILE
              AT END
                 CLOSE PERSON-XREF-FILE
                 GOBACK
           END-READ.
           IF (LS-KEY-TYPE = "C" AND
               XREF-CUST-NUMBER = LS-CUST-NUMBER) OR
              (LS-KEY-TYPE = "S" AND
               XREF-STUDENT-ID = LS-STUDENT-ID) OR
              (LS-KEY-TYPE = "M" AND
               XREF-MEMBER-ID = LS-MEMBER-ID)
           THEN
              MOVE "Y" TO LS-RESULT
              MOVE XREF-CUST-NUMBER TO LS-CUST-NUMBER
              MOVE XREF-STUDENT-ID TO LS-STUDENT-ID
              MOVE XREF-MEMBER-ID TO LS-MEMBER-ID
              CLOSE PERSON-XREF-FILE
              GO TO FIND-TUITION-HOLD
           END-IF.
           GO TO FIND-PERSON-LOOP.

       FIND-TUITION-HOLD.
           IF LS-STUDENT-ID = 0
           THEN
              GO TO FIND-FEE-BALANCE
           END-IF.
           OPEN INPUT FINHOLD-FILE.
           IF FINHOLD-FILE-NOT-FOUND
           THEN
              GO TO FIND-FEE-BALANCE
           END-IF.

       FIND-TUITION-HOLD-LOOP.
           READ FINHOLD-FILE
              AT END
                 CLOSE FINHOLD-FILE
                 GO TO FIND-FEE-BALANCE
           END-READ.
           IF FH-STUDENT-ID = LS-STUDENT-ID
           THEN
              MOVE FH-BALANCE TO LS-TUITION-BALANCE
              MOVE FH-OLDEST-DAYS TO LS-TUITION-DAYS
              CLOSE FINHOLD-FILE
              GO TO FIND-FEE-BALANCE
           END-IF.
           GO TO FIND-TUITION-HOLD-LOOP.

       FIND-FEE-BALANCE.
           IF LS-MEMBER-ID = SPACES
           THEN
              GOBACK
           END-IF.
           OPEN INPUT FEE-BALANCE-FILE.
           IF FEE-BALANCE-FILE-NOT-FOUND
           THEN
              GOBACK
           END-IF.

       FIND-FEE-BALANCE-LOOP.
           READ FEE-BALANCE-FILE
              AT END
                 CLOSE FEE-BALANCE-FILE
                 GOBACK
           END-READ.
           IF FB-RENTER-ID = LS-MEMBER-ID
           THEN
              MOVE FB-BALANCE TO LS-FEE-BALANCE
              CLOSE FEE-BALANCE-FILE
              GOBACK
           END-IF.
           GO TO FIND-FEE-BALANCE-LOOP.

       END PROGRAM XREFINFO.
