                 WITH DUPLICATES
              FILE STATUS IS VIDEO-STATUS.

           SELECT
              ASSET-FILE ASSIGN TO "ASSETREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS ASSET-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PO-FILE.
           02 VIDEO-RATING PIC X.
           02 VIDEO-STORE-ID PIC 9(2).

       FD  ASSET-FILE.
       01  ASSET-RECORD.
           02 AST-VIDEO-CODE PIC 9(5).
           02 AST-TITLE-CODE PIC 9(5).
           02 AST-STORE-ID PIC 9(2).
           02 AST-CATEGORY PIC X.
           02 AST-ACQUIRED-DATE PIC 9(8).
           02 AST-COST PIC 9(3)V9(2).
           02 AST-ACCUM-DEPRECIATION PIC 9(3)V9(2).
           02 AST-BOOK-VALUE PIC 9(3)V9(2).
           02 AST-LAST-DEPRECIATED PIC 9(6).
           02 AST-STATUS PIC X.
              88 ASSET-ACTIVE VALUE "A".
           02 AST-DISPOSAL-DATE PIC 9(8).
           02 AST-DISPOSAL-REASON PIC X.
           02 AST-DISPOSAL-PROCEEDS PIC 9(3)V9(2).
           02 AST-GAIN-LOSS PIC S9(3)V9(2) SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01  PO-FILE-STATUS PIC 9(2).
           88 PO-FILE-NOT-FOUND VALUE 35.
           88 GRN-FILE-NOT-FOUND VALUE 35.
       01  VIDEO-STATUS PIC X(2).
           88 RECORD-FOUND VALUE "00".
       01  ASSET-FILE-STATUS PIC 9(2).
           88 ASSET-FILE-NOT-FOUND VALUE 35.

       01  ENTRY-PO-NUMBER PIC 9(6).
       01  ENTRY-TITLE-CODE PIC 9(5).
       01  RECEIVED-TITLE PIC X(40).
       01  RECEIVED-SUPPLIER PIC 99.
       01  RECEIVED-CATEGORY PIC X.
       01  RECEIVED-UNIT-COST PIC 9(3)V9(2).
       01  RECEIPT-DATE-TODAY PIC 9(8).
       01  RECEIVING-STORE-ID PIC 9(2).
       01  HIGHEST-COPY-NUMBER PIC 99.
       01  TITLE-ON-FILE-FLAG PIC X VALUE "N".
              STOP RUN
           END-IF.
           PERFORM FIND-TITLE-DETAILS.
           ACCEPT RECEIPT-DATE-TODAY FROM DATE YYYYMMDD.
           OPEN EXTEND ASSET-FILE.
           IF ASSET-FILE-NOT-FOUND THEN
              OPEN OUTPUT ASSET-FILE
           END-IF.
           PERFORM ADD-RECEIVED-COPY
              VARYING RECEIVE-COUNTER FROM 1 BY 1
              UNTIL RECEIVE-COUNTER > RECEIVE-QUANTITY.
           CLOSE ASSET-FILE.
           CLOSE VIDEO-FILE.

           PERFORM CLOSE-PO-LINE.
           MOVE ENTRY-PO-NUMBER TO GRN-PO-NUMBER.
           MOVE ENTRY-TITLE-CODE TO GRN-TITLE-CODE.
           MOVE RECEIVE-QUANTITY TO GRN-QUANTITY.
           MOVE RECEIPT-DATE-TODAY TO GRN-DATE.
           WRITE GRN-RECORD.
           CLOSE GRN-FILE.

                    MOVE PO-QUANTITY TO RECEIVE-QUANTITY
                    MOVE PO-TITLE TO RECEIVED-TITLE
                    MOVE PO-SUPPLIER TO RECEIVED-SUPPLIER
                    MOVE PO-UNIT-PRICE TO RECEIVED-UNIT-COST
                 END-IF
              END-PERFORM
              CLOSE PO-FILE
              NOT INVALID KEY
                 DISPLAY "ADDED COPY " VIDEO-COPY-NUMBER " AS "
                    VIDEO-CODE
                 PERFORM WRITE-ASSET-RECORD
           END-WRITE.

       WRITE-ASSET-RECORD.
           MOVE VIDEO-CODE TO AST-VIDEO-CODE.
           MOVE ENTRY-TITLE-CODE TO AST-TITLE-CODE.
           MOVE RECEIVING-STORE-ID TO AST-STORE-ID.
           MOVE RECEIVED-CATEGORY TO AST-CATEGORY.
           MOVE RECEIPT-DATE-TODAY TO AST-ACQUIRED-DATE.
           MOVE RECEIVED-UNIT-COST TO AST-COST.
           MOVE 0 TO AST-ACCUM-DEPRECIATION.
           MOVE RECEIVED-UNIT-COST TO AST-BOOK-VALUE.
           MOVE 0 TO AST-LAST-DEPRECIATED.
           SET ASSET-ACTIVE TO TRUE.
           MOVE 0 TO AST-DISPOSAL-DATE.
           MOVE SPACE TO AST-DISPOSAL-REASON.
           MOVE 0 TO AST-DISPOSAL-PROCEEDS.
           MOVE 0 TO AST-GAIN-LOSS.
           WRITE ASSET-RECORD.

       CLOSE-PO-LINE.
           MOVE "N" TO PO-EOF-FLAG.
           OPEN INPUT PO-FILE.
