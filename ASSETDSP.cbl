       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSETDSP.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              ASSET-FILE ASSIGN TO "ASSETREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS ASSET-FILE-STATUS.

           SELECT
              NEW-ASSET-FILE ASSIGN TO "ASSETREG.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-ASSET-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
              88 ASSET-DISPOSED VALUE "X".
           02 AST-DISPOSAL-DATE PIC 9(8).
           02 AST-DISPOSAL-REASON PIC X.
              88 DISPOSAL-IS-WRITE-OFF VALUE "L", "D", "T".
           02 AST-DISPOSAL-PROCEEDS PIC 9(3)V9(2).
           02 AST-GAIN-LOSS PIC S9(3)V9(2) SIGN LEADING SEPARATE.

       FD  NEW-ASSET-FILE.
       01  NEW-ASSET-RECORD PIC X(63).

       WORKING-STORAGE SECTION.
       01  ASSET-FILE-STATUS PIC 9(2).
           88 ASSET-FILE-NOT-FOUND VALUE 35.
       01  NEW-ASSET-FILE-STATUS PIC 9(2).
       01  ASSET-EOF-FLAG PIC X VALUE "N".
           88 ASSET-AT-END VALUE "Y".
       01  NEW-FILE-EOF-FLAG PIC X VALUE "N".
           88 NEW-FILE-AT-END VALUE "Y".

       LINKAGE SECTION.
       01  LS-FUNC PIC X(4).
       01  LS-DISPOSAL.
           02 LS-VIDEO-CODE PIC 9(5).
           02 LS-DATE PIC 9(8).
           02 LS-REASON PIC X.
           02 LS-PROCEEDS PIC 9(3)V9(2).
           02 LS-BOOK-VALUE PIC 9(3)V9(2).
           02 LS-GAIN-LOSS PIC S9(3)V9(2) SIGN LEADING SEPARATE.
           02 LS-RESULT PIC 9(2).

       PROCEDURE DIVISION USING LS-FUNC LS-DISPOSAL.
       ASSETDSP-MAIN.
           MOVE 0 TO LS-BOOK-VALUE.
           MOVE 0 TO LS-GAIN-LOSS.
           MOVE 23 TO LS-RESULT.
           IF LS-FUNC NOT = "DISP" AND LS-FUNC NOT = "REIN"
           THEN
              MOVE 99 TO LS-RESULT
              GOBACK
           END-IF.
           IF LS-DATE = 0
           THEN
              ACCEPT LS-DATE FROM DATE YYYYMMDD
           END-IF.

           MOVE "N" TO ASSET-EOF-FLAG.
           OPEN INPUT ASSET-FILE.
           IF ASSET-FILE-NOT-FOUND
           THEN
              MOVE 35 TO LS-RESULT
              GOBACK
           END-IF.
           OPEN OUTPUT NEW-ASSET-FILE.
           PERFORM UNTIL ASSET-AT-END
              READ ASSET-FILE
                 AT END SET ASSET-AT-END TO TRUE
              END-READ
              IF NOT ASSET-AT-END THEN
                 IF AST-VIDEO-CODE = LS-VIDEO-CODE AND
                    LS-RESULT = 23 THEN
                    IF LS-FUNC = "DISP" AND ASSET-ACTIVE THEN
                       PERFORM DISPOSE-ASSET
                    END-IF
                    IF LS-FUNC = "REIN" AND ASSET-DISPOSED AND
                       DISPOSAL-IS-WRITE-OFF THEN
                       PERFORM REINSTATE-ASSET
                    END-IF
                 END-IF
                 WRITE NEW-ASSET-RECORD FROM ASSET-RECORD
              END-IF
           END-PERFORM.
           CLOSE ASSET-FILE.
           CLOSE NEW-ASSET-FILE.
           IF LS-RESULT = 0
           THEN
              PERFORM PROMOTE-ASSET-FILE
           END-IF.
           GOBACK.

       DISPOSE-ASSET.
           SET ASSET-DISPOSED TO TRUE.
           MOVE LS-DATE TO AST-DISPOSAL-DATE.
           MOVE LS-REASON TO AST-DISPOSAL-REASON.
           MOVE LS-PROCEEDS TO AST-DISPOSAL-PROCEEDS.
           COMPUTE AST-GAIN-LOSS = LS-PROCEEDS - AST-BOOK-VALUE.
           MOVE AST-BOOK-VALUE TO LS-BOOK-VALUE.
           MOVE AST-GAIN-LOSS TO LS-GAIN-LOSS.
           MOVE 0 TO LS-RESULT.

       REINSTATE-ASSET.
           SET ASSET-ACTIVE TO TRUE.
           MOVE 0 TO AST-DISPOSAL-DATE.
           MOVE SPACE TO AST-DISPOSAL-REASON.
           MOVE 0 TO AST-DISPOSAL-PROCEEDS.
           MOVE 0 TO AST-GAIN-LOSS.
           MOVE AST-BOOK-VALUE TO LS-BOOK-VALUE.
           MOVE 0 TO LS-RESULT.

       PROMOTE-ASSET-FILE.
           MOVE "N" TO NEW-FILE-EOF-FLAG.
           OPEN INPUT NEW-ASSET-FILE.
           OPEN OUTPUT ASSET-FILE.
           PERFORM UNTIL NEW-FILE-AT-END
              READ NEW-ASSET-FILE
                 AT END SET NEW-FILE-AT-END TO TRUE
              END-READ
              IF NOT NEW-FILE-AT-END THEN
                 WRITE ASSET-RECORD FROM NEW-ASSET-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-ASSET-FILE.
           CLOSE ASSET-FILE.

       END PROGRAM ASSETDSP.
