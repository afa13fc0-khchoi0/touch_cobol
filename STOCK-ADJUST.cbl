       01  ENTRY-REASON PIC X(20).
       01  SAVED-OLD-STATUS PIC X.
           88 COPY-WAS-CHECKED-OUT VALUE "O".
           88 COPY-WAS-WRITTEN-OFF VALUE "L", "D".
           88 COPY-WAS-OUT-OF-USE VALUE "L", "D", "R".
       01  SAVED-RENTER-ID PIC X(10).
       01  SAVED-RENTAL-DATE PIC 9(8).
       01  REPLACEMENT-COST-EOF-FLAG PIC X VALUE "N".
       01  WAIVE-OPERATOR-ID PIC X(8).
       01  CHARGE-DATE PIC 9(8).

       01  ASSETDSP-FUNCTION PIC X(4).
       01  ASSETDSP-AREA.
           02 ADP-VIDEO-CODE PIC 9(5).
           02 ADP-DATE PIC 9(8).
           02 ADP-REASON PIC X.
           02 ADP-PROCEEDS PIC 9(3)V9(2).
           02 ADP-BOOK-VALUE PIC 9(3)V9(2).
           02 ADP-GAIN-LOSS PIC S9(3)V9(2) SIGN LEADING SEPARATE.
           02 ADP-RESULT PIC 9(2).
       01  PRINT-BOOK-VALUE PIC ZZ9.99.
       01  PRINT-GAIN-LOSS PIC -ZZ9.99.

       PROCEDURE DIVISION.
       MAIN.
           OPEN I-O VIDEO-FILE.
                 PERFORM WRITE-ADJUSTMENT-LOG
                 DISPLAY "STATUS CHANGED " SAVED-OLD-STATUS " -> "
                    ENTRY-NEW-STATUS " FOR " VIDEO-TITLE
                 MOVE 0 TO REPLACEMENT-CHARGE
                 IF COPY-WAS-CHECKED-OUT AND
                    NEW-STATUS-CHARGEABLE AND
                    SAVED-RENTER-ID NOT = SPACES THEN
                    PERFORM BILL-RESPONSIBLE-RENTER
                 END-IF
                 IF NEW-STATUS-CHARGEABLE AND
                    NOT COPY-WAS-WRITTEN-OFF THEN
                    PERFORM WRITE-OFF-ASSET
                 END-IF
                 IF VIDEO-AVAILABLE AND COPY-WAS-OUT-OF-USE THEN
                    PERFORM REINSTATE-ASSET
                 END-IF
              END-IF
           END-IF.

           WRITE REPLACEMENT-CHARGE-RECORD.
           CLOSE REPLACEMENT-CHARGE-FILE.

       WRITE-OFF-ASSET.
           MOVE "DISP" TO ASSETDSP-FUNCTION.
           MOVE VIDEO-CODE TO ADP-VIDEO-CODE.
           ACCEPT ADP-DATE FROM DATE YYYYMMDD.
           MOVE ENTRY-NEW-STATUS TO ADP-REASON.
           MOVE REPLACEMENT-CHARGE TO ADP-PROCEEDS.
           PERFORM CALL-ASSET-DISPOSAL.
           IF ADP-RESULT = 0 THEN
              MOVE ADP-BOOK-VALUE TO PRINT-BOOK-VALUE
              MOVE ADP-GAIN-LOSS TO PRINT-GAIN-LOSS
              DISPLAY "WRITTEN OFF AT BOOK VALUE " PRINT-BOOK-VALUE
                 " -- GAIN/LOSS " PRINT-GAIN-LOSS
           ELSE
           IF ADP-RESULT NOT = 99 THEN
              DISPLAY "NO ACTIVE ASSET RECORD FOR " VIDEO-CODE
                 " -- ASSET REGISTER NOT UPDATED"
           END-IF
           END-IF.

       REINSTATE-ASSET.
           MOVE "REIN" TO ASSETDSP-FUNCTION.
           MOVE VIDEO-CODE TO ADP-VIDEO-CODE.
           ACCEPT ADP-DATE FROM DATE YYYYMMDD.
           MOVE SPACE TO ADP-REASON.
           MOVE 0 TO ADP-PROCEEDS.
           PERFORM CALL-ASSET-DISPOSAL.
           IF ADP-RESULT = 0 THEN
              MOVE ADP-BOOK-VALUE TO PRINT-BOOK-VALUE
              DISPLAY "ASSET REINSTATED AT BOOK VALUE "
                 PRINT-BOOK-VALUE
           END-IF.

       CALL-ASSET-DISPOSAL.
           CALL "ASSETDSP" USING ASSETDSP-FUNCTION ASSETDSP-AREA
              ON EXCEPTION
                 DISPLAY "ASSETDSP MODULE NOT AVAILABLE -- ASSET "
                    "REGISTER NOT UPDATED"
                 MOVE 99 TO ADP-RESULT
           END-CALL.

       DISPLAY-VIDEO-STATUS-MESSAGE.
           EVALUATE VIDEO-STATUS
              WHEN "23"
