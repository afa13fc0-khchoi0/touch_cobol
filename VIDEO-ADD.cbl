                 WITH DUPLICATES
              FILE STATUS IS VIDEO-STATUS.

           SELECT
              RELEASE-FILE ASSIGN TO "TITLEREL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS RELEASE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VIDEO-FILE.
           02 VIDEO-RATING PIC X.
           02 VIDEO-STORE-ID PIC 9(2).

       FD  RELEASE-FILE.
       01  RELEASE-RECORD.
           02 TRL-TITLE-CODE PIC 9(5).
           02 TRL-RELEASE-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  VIDEO-STATUS PIC X(2).
           88 RECORD-FOUND VALUE "00".
       01  ENTRY-VIDEO-TITLE PIC X(40).
       01  ENTRY-SUPPLIER-CODE PIC 99.
       01  ENTRY-CATEGORY PIC X.
           88 ENTRY-CATEGORY-VALID VALUE "N", "R", "S", "C", "L".
       01  FOUND-CATEGORY PIC X.
       01  FOUND-RATING PIC X.
       01  ENTRY-RATING PIC X.
           88 TITLE-IS-ON-FILE VALUE "Y".
       01  SCAN-EOF-FLAG PIC X VALUE "N".
           88 SCAN-AT-END VALUE "Y".
       01  RELEASE-FILE-STATUS PIC 9(2).
           88 RELEASE-FILE-NOT-FOUND VALUE 35.
       01  ENTRY-RELEASE-DATE PIC 9(8).

       PROCEDURE DIVISION.
       MAIN.
              WITH NO ADVANCING.
           ACCEPT ENTRY-SUPPLIER-CODE.

           DISPLAY "ENTER CATEGORY (N=NEW R=RECENT S=STANDARD "
              "C=CHILDRENS L=CLASSIC) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-CATEGORY.
           IF NOT ENTRY-CATEGORY-VALID THEN
              MOVE "S" TO ENTRY-CATEGORY
              WITH NO ADVANCING.
           ACCEPT ENTRY-STORE-ID.

           DISPLAY "ENTER RELEASE DATE (YYYYMMDD, 0 = TODAY) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-RELEASE-DATE.
           IF ENTRY-RELEASE-DATE = 0 THEN
              ACCEPT ENTRY-RELEASE-DATE FROM DATE YYYYMMDD
           END-IF.

           MOVE ENTRY-VIDEO-TITLE TO VIDEO-TITLE.
           READ VIDEO-FILE
              KEY IS VIDEO-TITLE
              INVALID KEY PERFORM DISPLAY-VIDEO-STATUS-MESSAGE
              NOT INVALID KEY
                 DISPLAY "ADDED: " VIDEO-CODE " " VIDEO-TITLE
                 PERFORM WRITE-RELEASE-DATE
           END-WRITE.

           CLOSE VIDEO-FILE.
           STOP RUN.

       WRITE-RELEASE-DATE.
           OPEN EXTEND RELEASE-FILE.
           IF RELEASE-FILE-NOT-FOUND THEN
              OPEN OUTPUT RELEASE-FILE
           END-IF.
           MOVE ENTRY-VIDEO-CODE TO TRL-TITLE-CODE.
           MOVE ENTRY-RELEASE-DATE TO TRL-RELEASE-DATE.
           WRITE RELEASE-RECORD.
           CLOSE RELEASE-FILE.

       ADD-COPY-TO-TITLE.
           DISPLAY "ENTER TITLE CODE (5 DIGITS) --> "
              WITH NO ADVANCING.
