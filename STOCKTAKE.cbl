       01  SAVED-OLD-STATUS PIC X.
       01  REPORT-LINE-BUFFER PIC X(80).

       01  ASSETDSP-FUNCTION PIC X(4).
       01  ASSETDSP-AREA.
           02 ADP-VIDEO-CODE PIC 9(5).
           02 ADP-DATE PIC 9(8).
           02 ADP-REASON PIC X.
           02 ADP-PROCEEDS PIC 9(3)V9(2).
           02 ADP-BOOK-VALUE PIC 9(3)V9(2).
           02 ADP-GAIN-LOSS PIC S9(3)V9(2) SIGN LEADING SEPARATE.
           02 ADP-RESULT PIC 9(2).
       01  WRITTEN-OFF-VALUE PIC 9(7)V9(2) VALUE 0.
       01  NO-ASSET-COUNT PIC 9(4) VALUE 0.
       01  PRINT-WRITTEN-OFF PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "1 = FREEZE SNAPSHOT, 2 = CAPTURE COUNT, "
                 PERFORM POST-MISSING-CORRECTIONS
                 DISPLAY CORRECTED-COUNT " COPY(S) MARKED LOST AND "
                    "LOGGED TO STOCKADJ.DAT"
                 MOVE WRITTEN-OFF-VALUE TO PRINT-WRITTEN-OFF
                 DISPLAY "BOOK VALUE WRITTEN OFF AS SHRINKAGE "
                    PRINT-WRITTEN-OFF
                 IF NO-ASSET-COUNT > 0 THEN
                    DISPLAY NO-ASSET-COUNT " COPY(S) HAD NO ACTIVE "
                       "ASSET RECORD"
                 END-IF
              END-IF
           END-IF.

                    DISPLAY VIDEO-CODE " REWRITE FAILED -- SKIPPED"
              END-REWRITE
              PERFORM WRITE-ADJUSTMENT-LOG
              PERFORM WRITE-OFF-ASSET
              ADD 1 TO CORRECTED-COUNT
           END-IF.

       WRITE-OFF-ASSET.
           MOVE "DISP" TO ASSETDSP-FUNCTION.
           MOVE VIDEO-CODE TO ADP-VIDEO-CODE.
           MOVE COUNT-DATE-TODAY TO ADP-DATE.
           MOVE "T" TO ADP-REASON.
           MOVE 0 TO ADP-PROCEEDS.
           CALL "ASSETDSP" USING ASSETDSP-FUNCTION ASSETDSP-AREA
              ON EXCEPTION
                 MOVE 99 TO ADP-RESULT
           END-CALL.
           IF ADP-RESULT = 0 THEN
              ADD ADP-BOOK-VALUE TO WRITTEN-OFF-VALUE
           ELSE
              ADD 1 TO NO-ASSET-COUNT
           END-IF.

       WRITE-ADJUSTMENT-LOG.
           OPEN EXTEND ADJUSTMENT-LOG-FILE.
           IF ADJUSTMENT-LOG-NOT-FOUND THEN
