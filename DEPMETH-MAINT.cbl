       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPMETH-MAINT.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              METHOD-FILE ASSIGN TO "DEPMETH.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS METHOD-FILE-STATUS.

           SELECT
              NEW-METHOD-FILE ASSIGN TO "DEPMETH.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-METHOD-FILE-STATUS.

           SELECT
              ASSET-FILE ASSIGN TO "ASSETREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS ASSET-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  METHOD-FILE.
       01  METHOD-RECORD.
           02 DPM-CATEGORY PIC X.
           02 DPM-METHOD PIC X.
              88 DPM-STRAIGHT-LINE VALUE "S".
              88 DPM-REDUCING-BALANCE VALUE "R".
           02 DPM-LIFE-MONTHS PIC 9(3).
           02 DPM-ANNUAL-RATE PIC 9(2)V9(2).
           02 DPM-RESIDUAL-PERCENT PIC 9(2)V9(2).

       FD  NEW-METHOD-FILE.
       01  NEW-METHOD-RECORD PIC X(13).

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
           02 AST-DISPOSAL-PROCEEDS PIC 9(3)V9(2).
           02 AST-GAIN-LOSS PIC S9(3)V9(2) SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01  METHOD-FILE-STATUS PIC 9(2).
           88 METHOD-FILE-NOT-FOUND VALUE 35.
       01  NEW-METHOD-FILE-STATUS PIC 9(2).
       01  ASSET-FILE-STATUS PIC 9(2).
           88 ASSET-FILE-NOT-FOUND VALUE 35.

       01  MAINT-ACTION PIC 9.
           88 SET-METHOD-ACTION VALUE 1.
           88 LIST-METHODS-ACTION VALUE 2.
           88 ASSET-ENQUIRY-ACTION VALUE 3.

       01  ENTRY-CATEGORY PIC X.
       01  ENTRY-METHOD PIC X.
           88 ENTRY-STRAIGHT-LINE VALUE "S".
           88 ENTRY-REDUCING-BALANCE VALUE "R".
           88 ENTRY-REMOVES-METHOD VALUE "X".
       01  ENTRY-LIFE-MONTHS PIC 9(3).
       01  ENTRY-ANNUAL-RATE PIC 9(2)V9(2).
       01  ENTRY-RESIDUAL-PERCENT PIC 9(2)V9(2).
       01  ENTRY-VIDEO-CODE PIC 9(5).
       01  ENTRY-FOUND-FLAG PIC X VALUE "N".
           88 ENTRY-WAS-FOUND VALUE "Y".
       01  METHOD-EOF-FLAG PIC X VALUE "N".
           88 METHOD-AT-END VALUE "Y".
       01  NEW-FILE-EOF-FLAG PIC X VALUE "N".
           88 NEW-FILE-AT-END VALUE "Y".
       01  ASSET-EOF-FLAG PIC X VALUE "N".
           88 ASSET-AT-END VALUE "Y".

       01  PRINT-LIFE PIC ZZ9.
       01  PRINT-RATE PIC Z9.99.
       01  PRINT-RESIDUAL PIC Z9.99.
       01  PRINT-COST PIC ZZ9.99.
       01  PRINT-DEPRECIATION PIC ZZ9.99.
       01  PRINT-BOOK-VALUE PIC ZZ9.99.
       01  PRINT-PROCEEDS PIC ZZ9.99.
       01  PRINT-GAIN-LOSS PIC -ZZ9.99.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "1 = SET DEPRECIATION METHOD, 2 = LIST METHODS, "
              "3 = ASSET ENQUIRY --> " WITH NO ADVANCING.
           ACCEPT MAINT-ACTION.

           IF LIST-METHODS-ACTION THEN
              PERFORM LIST-METHODS
              STOP RUN
           END-IF.

           IF ASSET-ENQUIRY-ACTION THEN
              PERFORM ENQUIRE-ASSET
              STOP RUN
           END-IF.

           IF NOT SET-METHOD-ACTION THEN
              DISPLAY "UNKNOWN ACTION -- NOTHING DONE"
              STOP RUN
           END-IF.

           DISPLAY "ENTER CATEGORY (1 CHAR) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-CATEGORY.
           DISPLAY "METHOD (S = STRAIGHT LINE, R = REDUCING BALANCE, "
              "X = REMOVE) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-METHOD.
           MOVE 0 TO ENTRY-LIFE-MONTHS.
           MOVE 0 TO ENTRY-ANNUAL-RATE.
           MOVE 0 TO ENTRY-RESIDUAL-PERCENT.
           IF ENTRY-STRAIGHT-LINE THEN
              DISPLAY "ENTER USEFUL LIFE IN MONTHS (3 DIGITS) --> "
                 WITH NO ADVANCING
              ACCEPT ENTRY-LIFE-MONTHS
              IF ENTRY-LIFE-MONTHS = 0 THEN
                 DISPLAY "USEFUL LIFE MUST BE AT LEAST ONE MONTH "
                    "-- NOT SET"
                 STOP RUN
              END-IF
           ELSE
           IF ENTRY-REDUCING-BALANCE THEN
              DISPLAY "ENTER ANNUAL RATE PERCENT (NN.NN) --> "
                 WITH NO ADVANCING
              ACCEPT ENTRY-ANNUAL-RATE
              IF ENTRY-ANNUAL-RATE = 0 THEN
                 DISPLAY "ANNUAL RATE MUST NOT BE ZERO -- NOT SET"
                 STOP RUN
              END-IF
           ELSE
           IF NOT ENTRY-REMOVES-METHOD THEN
              DISPLAY "UNKNOWN METHOD -- NOTHING DONE"
              STOP RUN
           END-IF
           END-IF
           END-IF.
           IF NOT ENTRY-REMOVES-METHOD THEN
              DISPLAY "ENTER RESIDUAL VALUE AS PERCENT OF COST "
                 "(NN.NN) --> " WITH NO ADVANCING
              ACCEPT ENTRY-RESIDUAL-PERCENT
           END-IF.

           PERFORM SET-METHOD.
           IF ENTRY-REMOVES-METHOD THEN
              DISPLAY "METHOD FOR CATEGORY " ENTRY-CATEGORY
                 " REMOVED -- DEFAULT APPLIES"
           ELSE
              DISPLAY "METHOD FOR CATEGORY " ENTRY-CATEGORY
                 " SET TO " ENTRY-METHOD
           END-IF.
           STOP RUN.

       SET-METHOD.
           MOVE "N" TO ENTRY-FOUND-FLAG.
           MOVE "N" TO METHOD-EOF-FLAG.
           OPEN INPUT METHOD-FILE.
           IF METHOD-FILE-NOT-FOUND THEN
              OPEN OUTPUT METHOD-FILE
              IF NOT ENTRY-REMOVES-METHOD THEN
                 PERFORM MOVE-ENTRY-TO-METHOD
                 WRITE METHOD-RECORD
              END-IF
              CLOSE METHOD-FILE
           ELSE
              OPEN OUTPUT NEW-METHOD-FILE
              PERFORM UNTIL METHOD-AT-END
                 READ METHOD-FILE
                    AT END SET METHOD-AT-END TO TRUE
                 END-READ
                 IF NOT METHOD-AT-END THEN
                    IF DPM-CATEGORY = ENTRY-CATEGORY THEN
                       SET ENTRY-WAS-FOUND TO TRUE
                       PERFORM MOVE-ENTRY-TO-METHOD
                    END-IF
                    IF DPM-METHOD NOT = "X" THEN
                       WRITE NEW-METHOD-RECORD FROM METHOD-RECORD
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE METHOD-FILE
              IF NOT ENTRY-WAS-FOUND AND
                 NOT ENTRY-REMOVES-METHOD THEN
                 PERFORM MOVE-ENTRY-TO-METHOD
                 WRITE NEW-METHOD-RECORD FROM METHOD-RECORD
              END-IF
              CLOSE NEW-METHOD-FILE
              PERFORM PROMOTE-METHOD-FILE
           END-IF.

       MOVE-ENTRY-TO-METHOD.
           MOVE ENTRY-CATEGORY TO DPM-CATEGORY.
           MOVE ENTRY-METHOD TO DPM-METHOD.
           MOVE ENTRY-LIFE-MONTHS TO DPM-LIFE-MONTHS.
           MOVE ENTRY-ANNUAL-RATE TO DPM-ANNUAL-RATE.
           MOVE ENTRY-RESIDUAL-PERCENT TO DPM-RESIDUAL-PERCENT.

       PROMOTE-METHOD-FILE.
           MOVE "N" TO NEW-FILE-EOF-FLAG.
           OPEN INPUT NEW-METHOD-FILE.
           OPEN OUTPUT METHOD-FILE.
           PERFORM UNTIL NEW-FILE-AT-END
              READ NEW-METHOD-FILE
                 AT END SET NEW-FILE-AT-END TO TRUE
              END-READ
              IF NOT NEW-FILE-AT-END THEN
                 WRITE METHOD-RECORD FROM NEW-METHOD-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-METHOD-FILE.
           CLOSE METHOD-FILE.

       LIST-METHODS.
           DISPLAY "CATEGORIES NOT LISTED DEPRECIATE STRAIGHT LINE "
              "OVER 24 MONTHS TO NIL".
           MOVE "N" TO METHOD-EOF-FLAG.
           OPEN INPUT METHOD-FILE.
           IF METHOD-FILE-NOT-FOUND THEN
              DISPLAY "DEPMETH.DAT NOT FOUND -- NO METHODS SET"
           ELSE
              PERFORM UNTIL METHOD-AT-END
                 READ METHOD-FILE
                    AT END SET METHOD-AT-END TO TRUE
                 END-READ
                 IF NOT METHOD-AT-END THEN
                    MOVE DPM-RESIDUAL-PERCENT TO PRINT-RESIDUAL
                    IF DPM-STRAIGHT-LINE THEN
                       MOVE DPM-LIFE-MONTHS TO PRINT-LIFE
                       DISPLAY "CATEGORY " DPM-CATEGORY
                          " STRAIGHT LINE OVER " PRINT-LIFE
                          " MONTHS, RESIDUAL " PRINT-RESIDUAL "%"
                    ELSE
                       MOVE DPM-ANNUAL-RATE TO PRINT-RATE
                       DISPLAY "CATEGORY " DPM-CATEGORY
                          " REDUCING BALANCE AT " PRINT-RATE
                          "% A YEAR, RESIDUAL " PRINT-RESIDUAL "%"
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE METHOD-FILE
           END-IF.

       ENQUIRE-ASSET.
           DISPLAY "ENTER VIDEO CODE (5 DIGITS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-VIDEO-CODE.
           MOVE "N" TO ENTRY-FOUND-FLAG.
           MOVE "N" TO ASSET-EOF-FLAG.
           OPEN INPUT ASSET-FILE.
           IF ASSET-FILE-NOT-FOUND THEN
              DISPLAY "ASSETREG.DAT NOT FOUND -- NO ASSETS REGISTERED"
           ELSE
              PERFORM UNTIL ASSET-AT-END
                 READ ASSET-FILE
                    AT END SET ASSET-AT-END TO TRUE
                 END-READ
                 IF NOT ASSET-AT-END AND
                    AST-VIDEO-CODE = ENTRY-VIDEO-CODE THEN
                    SET ENTRY-WAS-FOUND TO TRUE
                    PERFORM DISPLAY-ASSET
                 END-IF
              END-PERFORM
              CLOSE ASSET-FILE
              IF NOT ENTRY-WAS-FOUND THEN
                 DISPLAY "NO ASSET RECORD FOR " ENTRY-VIDEO-CODE
              END-IF
           END-IF.

       DISPLAY-ASSET.
           MOVE AST-COST TO PRINT-COST.
           MOVE AST-ACCUM-DEPRECIATION TO PRINT-DEPRECIATION.
           MOVE AST-BOOK-VALUE TO PRINT-BOOK-VALUE.
           DISPLAY "VIDEO " AST-VIDEO-CODE " TITLE " AST-TITLE-CODE
              " STORE " AST-STORE-ID " CATEGORY " AST-CATEGORY
              " ACQUIRED " AST-ACQUIRED-DATE.
           DISPLAY "   COST " PRINT-COST " DEPRECIATION "
              PRINT-DEPRECIATION " BOOK VALUE " PRINT-BOOK-VALUE
              " DEPRECIATED TO " AST-LAST-DEPRECIATED.
           IF ASSET-DISPOSED THEN
              MOVE AST-DISPOSAL-PROCEEDS TO PRINT-PROCEEDS
              MOVE AST-GAIN-LOSS TO PRINT-GAIN-LOSS
              DISPLAY "   DISPOSED " AST-DISPOSAL-DATE " REASON "
                 AST-DISPOSAL-REASON " PROCEEDS " PRINT-PROCEEDS
                 " GAIN/LOSS " PRINT-GAIN-LOSS
           END-IF.

       END PROGRAM DEPMETH-MAINT.
