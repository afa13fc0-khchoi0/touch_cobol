       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVSHARE-MAINT.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              AGREEMENT-FILE ASSIGN TO "REVSHARE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS AGREEMENT-FILE-STATUS.

           SELECT
              NEW-AGREEMENT-FILE ASSIGN TO "REVSHARE.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-AGREEMENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGREEMENT-FILE.
       01  AGREEMENT-RECORD.
           02 RSA-TITLE-CODE PIC 9(5).
           02 RSA-SUPPLIER PIC 99.
           02 RSA-SHARE-PERCENT PIC 9(2)V9(2).
           02 RSA-START-DATE PIC 9(8).
           02 RSA-END-DATE PIC 9(8).
           02 RSA-MINIMUM-GUARANTEE PIC 9(5)V9(2).

       FD  NEW-AGREEMENT-FILE.
       01  NEW-AGREEMENT-RECORD PIC X(34).

       WORKING-STORAGE SECTION.
       01  AGREEMENT-FILE-STATUS PIC 9(2).
           88 AGREEMENT-FILE-NOT-FOUND VALUE 35.
       01  NEW-AGREEMENT-FILE-STATUS PIC 9(2).

       01  MAINT-ACTION PIC 9.
           88 SET-AGREEMENT-ACTION VALUE 1.
           88 LIST-AGREEMENTS-ACTION VALUE 2.

       01  ENTRY-TITLE-CODE PIC 9(5).
       01  ENTRY-SUPPLIER PIC 99.
       01  ENTRY-SHARE-PERCENT PIC 9(2)V9(2).
           88 ENTRY-REMOVES-AGREEMENT VALUE 0.
       01  ENTRY-START-DATE PIC 9(8).
       01  ENTRY-END-DATE PIC 9(8).
       01  ENTRY-MINIMUM-GUARANTEE PIC 9(5)V9(2).
       01  ENTRY-FOUND-FLAG PIC X VALUE "N".
           88 ENTRY-WAS-FOUND VALUE "Y".
       01  AGREEMENT-EOF-FLAG PIC X VALUE "N".
           88 AGREEMENT-AT-END VALUE "Y".
       01  NEW-FILE-EOF-FLAG PIC X VALUE "N".
           88 NEW-FILE-AT-END VALUE "Y".

       01  PRINT-PERCENT PIC Z9.99.
       01  PRINT-GUARANTEE PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "1 = SET REVENUE-SHARE AGREEMENT, "
              "2 = LIST AGREEMENTS --> " WITH NO ADVANCING.
           ACCEPT MAINT-ACTION.

           IF LIST-AGREEMENTS-ACTION THEN
              PERFORM LIST-AGREEMENTS
              STOP RUN
           END-IF.

           IF NOT SET-AGREEMENT-ACTION THEN
              DISPLAY "UNKNOWN ACTION -- NOTHING DONE"
              STOP RUN
           END-IF.

           DISPLAY "ENTER TITLE CODE (5 DIGITS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-TITLE-CODE.
           DISPLAY "ENTER STUDIO SUPPLIER CODE (2 DIGITS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-SUPPLIER.
           DISPLAY "ENTER SHARE PERCENT OF EACH RENTAL (0 = REMOVE "
              "AGREEMENT) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-SHARE-PERCENT.
           MOVE 0 TO ENTRY-START-DATE.
           MOVE 0 TO ENTRY-END-DATE.
           MOVE 0 TO ENTRY-MINIMUM-GUARANTEE.
           IF NOT ENTRY-REMOVES-AGREEMENT THEN
              DISPLAY "ENTER START DATE (YYYYMMDD) --> "
                 WITH NO ADVANCING
              ACCEPT ENTRY-START-DATE
              DISPLAY "ENTER END DATE (YYYYMMDD) --> "
                 WITH NO ADVANCING
              ACCEPT ENTRY-END-DATE
              IF ENTRY-START-DATE = 0 OR
                 ENTRY-END-DATE < ENTRY-START-DATE THEN
                 DISPLAY "END DATE MUST NOT BE BEFORE START DATE "
                    "-- NOT SET"
                 STOP RUN
              END-IF
              DISPLAY "ENTER MONTHLY MINIMUM GUARANTEE (0 = NONE) --> "
                 WITH NO ADVANCING
              ACCEPT ENTRY-MINIMUM-GUARANTEE
           END-IF.

           PERFORM SET-AGREEMENT.
           IF ENTRY-REMOVES-AGREEMENT THEN
              DISPLAY "AGREEMENT FOR TITLE " ENTRY-TITLE-CODE
                 " SUPPLIER " ENTRY-SUPPLIER " REMOVED"
           ELSE
              MOVE ENTRY-SHARE-PERCENT TO PRINT-PERCENT
              DISPLAY "TITLE " ENTRY-TITLE-CODE " SUPPLIER "
                 ENTRY-SUPPLIER " SHARE " PRINT-PERCENT "% FROM "
                 ENTRY-START-DATE " TO " ENTRY-END-DATE
           END-IF.
           STOP RUN.

       SET-AGREEMENT.
           MOVE "N" TO ENTRY-FOUND-FLAG.
           MOVE "N" TO AGREEMENT-EOF-FLAG.
           OPEN INPUT AGREEMENT-FILE.
           IF AGREEMENT-FILE-NOT-FOUND THEN
              OPEN OUTPUT AGREEMENT-FILE
              IF NOT ENTRY-REMOVES-AGREEMENT THEN
                 PERFORM MOVE-ENTRY-TO-AGREEMENT
                 WRITE AGREEMENT-RECORD
              END-IF
              CLOSE AGREEMENT-FILE
           ELSE
              OPEN OUTPUT NEW-AGREEMENT-FILE
              PERFORM UNTIL AGREEMENT-AT-END
                 READ AGREEMENT-FILE
                    AT END SET AGREEMENT-AT-END TO TRUE
                 END-READ
                 IF NOT AGREEMENT-AT-END THEN
                    IF RSA-TITLE-CODE = ENTRY-TITLE-CODE AND
                       RSA-SUPPLIER = ENTRY-SUPPLIER THEN
                       SET ENTRY-WAS-FOUND TO TRUE
                       PERFORM MOVE-ENTRY-TO-AGREEMENT
                    END-IF
                    IF RSA-SHARE-PERCENT NOT = 0 THEN
                       WRITE NEW-AGREEMENT-RECORD FROM AGREEMENT-RECORD
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE AGREEMENT-FILE
              IF NOT ENTRY-WAS-FOUND AND
                 NOT ENTRY-REMOVES-AGREEMENT THEN
                 PERFORM MOVE-ENTRY-TO-AGREEMENT
                 WRITE NEW-AGREEMENT-RECORD FROM AGREEMENT-RECORD
              END-IF
              CLOSE NEW-AGREEMENT-FILE
              PERFORM PROMOTE-AGREEMENT-FILE
           END-IF.

       MOVE-ENTRY-TO-AGREEMENT.
           MOVE ENTRY-TITLE-CODE TO RSA-TITLE-CODE.
           MOVE ENTRY-SUPPLIER TO RSA-SUPPLIER.
           MOVE ENTRY-SHARE-PERCENT TO RSA-SHARE-PERCENT.
           MOVE ENTRY-START-DATE TO RSA-START-DATE.
           MOVE ENTRY-END-DATE TO RSA-END-DATE.
           MOVE ENTRY-MINIMUM-GUARANTEE TO RSA-MINIMUM-GUARANTEE.

       PROMOTE-AGREEMENT-FILE.
           MOVE "N" TO NEW-FILE-EOF-FLAG.
           OPEN INPUT NEW-AGREEMENT-FILE.
           OPEN OUTPUT AGREEMENT-FILE.
           PERFORM UNTIL NEW-FILE-AT-END
              READ NEW-AGREEMENT-FILE
                 AT END SET NEW-FILE-AT-END TO TRUE
              END-READ
              IF NOT NEW-FILE-AT-END THEN
                 WRITE AGREEMENT-RECORD FROM NEW-AGREEMENT-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-AGREEMENT-FILE.
           CLOSE AGREEMENT-FILE.

       LIST-AGREEMENTS.
           MOVE "N" TO AGREEMENT-EOF-FLAG.
           OPEN INPUT AGREEMENT-FILE.
           IF AGREEMENT-FILE-NOT-FOUND THEN
              DISPLAY "REVSHARE.DAT NOT FOUND -- NO AGREEMENTS SET"
           ELSE
              PERFORM UNTIL AGREEMENT-AT-END
                 READ AGREEMENT-FILE
                    AT END SET AGREEMENT-AT-END TO TRUE
                 END-READ
                 IF NOT AGREEMENT-AT-END THEN
                    MOVE RSA-SHARE-PERCENT TO PRINT-PERCENT
                    MOVE RSA-MINIMUM-GUARANTEE TO PRINT-GUARANTEE
                    DISPLAY "TITLE " RSA-TITLE-CODE " SUPPLIER "
                       RSA-SUPPLIER " SHARE " PRINT-PERCENT "% "
                       RSA-START-DATE " TO " RSA-END-DATE
                       " MINIMUM " PRINT-GUARANTEE
                 END-IF
              END-PERFORM
              CLOSE AGREEMENT-FILE
           END-IF.

       END PROGRAM REVSHARE-MAINT.
