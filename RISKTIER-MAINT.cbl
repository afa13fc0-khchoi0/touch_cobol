       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISKTIER-MAINT.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              TIER-FILE ASSIGN TO "RISKTIER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS TIER-FILE-STATUS.

           SELECT
              NEW-TIER-FILE ASSIGN TO "RISKTIER.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-TIER-FILE-STATUS.

           SELECT
              MEMBER-TIER-FILE ASSIGN TO "MEMBTIER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS MEMBER-TIER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIER-FILE.
       01  TIER-RECORD.
           02 RTT-TIER-CODE PIC X.
           02 RTT-MIN-SCORE PIC 9(4).
           02 RTT-MAX-OUT PIC 9(2).
           02 RTT-NEW-RELEASES PIC X.
              88 RTT-NEW-RELEASES-ALLOWED VALUE "Y".
           02 RTT-DEPOSIT PIC 9(3)V9(2).
           02 RTT-DESCRIPTION PIC X(20).

       FD  NEW-TIER-FILE.
       01  NEW-TIER-RECORD PIC X(33).

       FD  MEMBER-TIER-FILE.
       01  MEMBER-TIER-RECORD.
           02 MTR-MEMBER-ID PIC X(10).
           02 MTR-TIER-CODE PIC X.
           02 MTR-SCORE PIC 9(4).
           02 MTR-MAX-OUT PIC 9(2).
           02 MTR-NEW-RELEASES PIC X.
              88 MTR-NEW-RELEASES-ALLOWED VALUE "Y".
           02 MTR-DEPOSIT PIC 9(3)V9(2).
           02 MTR-RUN-DATE PIC 9(8).
           02 MTR-LATE-RETURNS PIC 9(4).
           02 MTR-DAYS-LATE PIC 9(5).
           02 MTR-CHARGES PIC 9(3).
           02 MTR-FEE-BALANCE PIC S9(5)V9(2)
                              SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01  TIER-FILE-STATUS PIC 9(2).
           88 TIER-FILE-NOT-FOUND VALUE 35.
       01  NEW-TIER-FILE-STATUS PIC 9(2).
       01  MEMBER-TIER-FILE-STATUS PIC 9(2).
           88 MEMBER-TIER-FILE-NOT-FOUND VALUE 35.

       01  MAINT-ACTION PIC 9.
           88 SET-TIER-ACTION VALUE 1.
           88 LIST-TIERS-ACTION VALUE 2.
           88 MEMBER-ENQUIRY-ACTION VALUE 3.

       01  ENTRY-TIER-CODE PIC X.
       01  ENTRY-MIN-SCORE PIC 9(4).
       01  ENTRY-MAX-OUT PIC 9(2).
       01  ENTRY-NEW-RELEASES PIC X.
           88 ENTRY-NEW-RELEASES-VALID VALUE "Y", "N".
       01  ENTRY-DEPOSIT PIC 9(3)V9(2).
       01  ENTRY-DESCRIPTION PIC X(20).
           88 ENTRY-REMOVES-TIER VALUE "X".
       01  ENTRY-MEMBER-ID PIC X(10).
       01  ENTRY-FOUND-FLAG PIC X VALUE "N".
           88 ENTRY-WAS-FOUND VALUE "Y".
       01  TIER-EOF-FLAG PIC X VALUE "N".
           88 TIER-AT-END VALUE "Y".
       01  NEW-FILE-EOF-FLAG PIC X VALUE "N".
           88 NEW-FILE-AT-END VALUE "Y".
       01  MEMBER-TIER-EOF-FLAG PIC X VALUE "N".
           88 MEMBER-TIER-AT-END VALUE "Y".

       01  PRINT-MAX-OUT PIC Z9.
       01  PRINT-DEPOSIT PIC ZZ9.99.
       01  PRINT-BALANCE PIC -ZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "1 = SET RISK TIER, 2 = LIST TIERS, "
              "3 = MEMBER TIER ENQUIRY --> " WITH NO ADVANCING.
           ACCEPT MAINT-ACTION.

           IF LIST-TIERS-ACTION THEN
              PERFORM LIST-TIERS
              STOP RUN
           END-IF.

           IF MEMBER-ENQUIRY-ACTION THEN
              PERFORM ENQUIRE-MEMBER-TIER
              STOP RUN
           END-IF.

           IF NOT SET-TIER-ACTION THEN
              DISPLAY "UNKNOWN ACTION -- NOTHING DONE"
              STOP RUN
           END-IF.

           DISPLAY "ENTER TIER CODE (1 CHAR) --> " WITH NO ADVANCING.
           ACCEPT ENTRY-TIER-CODE.
           DISPLAY "ENTER DESCRIPTION (20 CHARS, X = REMOVE TIER) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-DESCRIPTION.
           MOVE 0 TO ENTRY-MIN-SCORE.
           MOVE 0 TO ENTRY-MAX-OUT.
           MOVE "Y" TO ENTRY-NEW-RELEASES.
           MOVE 0 TO ENTRY-DEPOSIT.
           IF NOT ENTRY-REMOVES-TIER THEN
              DISPLAY "LOWEST RISK SCORE FOR THIS TIER (4 DIGITS) --> "
                 WITH NO ADVANCING
              ACCEPT ENTRY-MIN-SCORE
              DISPLAY "MAXIMUM COPIES OUT (2 DIGITS, 00 = NO LIMIT) "
                 "--> " WITH NO ADVANCING
              ACCEPT ENTRY-MAX-OUT
              DISPLAY "NEW RELEASES ALLOWED? (Y/N) --> "
                 WITH NO ADVANCING
              ACCEPT ENTRY-NEW-RELEASES
              IF NOT ENTRY-NEW-RELEASES-VALID THEN
                 DISPLAY "ANSWER Y OR N -- NOT SET"
                 STOP RUN
              END-IF
              DISPLAY "REFUNDABLE DEPOSIT PER RENTAL (NNN.NN) --> "
                 WITH NO ADVANCING
              ACCEPT ENTRY-DEPOSIT
           END-IF.

           PERFORM SET-TIER.
           IF ENTRY-REMOVES-TIER THEN
              DISPLAY "TIER " ENTRY-TIER-CODE " REMOVED"
           ELSE
              DISPLAY "TIER " ENTRY-TIER-CODE " SET -- IT APPLIES "
                 "FROM THE NEXT MONTHLY RISK SCORE RUN"
           END-IF.
           STOP RUN.

       SET-TIER.
           MOVE "N" TO ENTRY-FOUND-FLAG.
           MOVE "N" TO TIER-EOF-FLAG.
           OPEN INPUT TIER-FILE.
           IF TIER-FILE-NOT-FOUND THEN
              OPEN OUTPUT TIER-FILE
              IF NOT ENTRY-REMOVES-TIER THEN
                 PERFORM MOVE-ENTRY-TO-TIER
                 WRITE TIER-RECORD
              END-IF
              CLOSE TIER-FILE
           ELSE
              OPEN OUTPUT NEW-TIER-FILE
              PERFORM UNTIL TIER-AT-END
                 READ TIER-FILE
                    AT END SET TIER-AT-END TO TRUE
                 END-READ
                 IF NOT TIER-AT-END THEN
                    IF RTT-TIER-CODE = ENTRY-TIER-CODE THEN
                       SET ENTRY-WAS-FOUND TO TRUE
                       PERFORM MOVE-ENTRY-TO-TIER
                    END-IF
                    IF RTT-DESCRIPTION NOT = "X" THEN
                       WRITE NEW-TIER-RECORD FROM TIER-RECORD
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE TIER-FILE
              IF NOT ENTRY-WAS-FOUND AND
                 NOT ENTRY-REMOVES-TIER THEN
                 PERFORM MOVE-ENTRY-TO-TIER
                 WRITE NEW-TIER-RECORD FROM TIER-RECORD
              END-IF
              CLOSE NEW-TIER-FILE
              PERFORM PROMOTE-TIER-FILE
           END-IF.

       MOVE-ENTRY-TO-TIER.
           MOVE ENTRY-TIER-CODE TO RTT-TIER-CODE.
           MOVE ENTRY-MIN-SCORE TO RTT-MIN-SCORE.
           MOVE ENTRY-MAX-OUT TO RTT-MAX-OUT.
           MOVE ENTRY-NEW-RELEASES TO RTT-NEW-RELEASES.
           MOVE ENTRY-DEPOSIT TO RTT-DEPOSIT.
           MOVE ENTRY-DESCRIPTION TO RTT-DESCRIPTION.

       PROMOTE-TIER-FILE.
           MOVE "N" TO NEW-FILE-EOF-FLAG.
           OPEN INPUT NEW-TIER-FILE.
           OPEN OUTPUT TIER-FILE.
           PERFORM UNTIL NEW-FILE-AT-END
              READ NEW-TIER-FILE
                 AT END SET NEW-FILE-AT-END TO TRUE
              END-READ
              IF NOT NEW-FILE-AT-END THEN
                 WRITE TIER-RECORD FROM NEW-TIER-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-TIER-FILE.
           CLOSE TIER-FILE.

       LIST-TIERS.
           MOVE "N" TO TIER-EOF-FLAG.
           OPEN INPUT TIER-FILE.
           IF TIER-FILE-NOT-FOUND THEN
              DISPLAY "RISKTIER.DAT NOT FOUND -- THE MONTHLY RUN USES "
                 "THE STANDARD TIERS:"
              DISPLAY "TIER A FROM SCORE 0000 NO LIMIT, NEW RELEASES Y,"
                 " DEPOSIT   0.00"
              DISPLAY "TIER B FROM SCORE 0010 MAX 3 OUT, NEW RELEASES "
                 "Y, DEPOSIT   2.00"
              DISPLAY "TIER C FROM SCORE 0030 MAX 2 OUT, NEW RELEASES "
                 "N, DEPOSIT   5.00"
              DISPLAY "TIER D FROM SCORE 0060 MAX 1 OUT, NEW RELEASES "
                 "N, DEPOSIT  10.00"
           ELSE
              PERFORM UNTIL TIER-AT-END
                 READ TIER-FILE
                    AT END SET TIER-AT-END TO TRUE
                 END-READ
                 IF NOT TIER-AT-END THEN
                    MOVE RTT-DEPOSIT TO PRINT-DEPOSIT
                    IF RTT-MAX-OUT = 0 THEN
                       DISPLAY "TIER " RTT-TIER-CODE " "
                          RTT-DESCRIPTION " FROM SCORE "
                          RTT-MIN-SCORE " NO LIMIT, NEW RELEASES "
                          RTT-NEW-RELEASES ", DEPOSIT " PRINT-DEPOSIT
                    ELSE
                       MOVE RTT-MAX-OUT TO PRINT-MAX-OUT
                       DISPLAY "TIER " RTT-TIER-CODE " "
                          RTT-DESCRIPTION " FROM SCORE "
                          RTT-MIN-SCORE " MAX " PRINT-MAX-OUT
                          " OUT, NEW RELEASES " RTT-NEW-RELEASES
                          ", DEPOSIT " PRINT-DEPOSIT
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE TIER-FILE
           END-IF.

       ENQUIRE-MEMBER-TIER.
           DISPLAY "ENTER MEMBER ID (10 CHARS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-MEMBER-ID.
           MOVE "N" TO ENTRY-FOUND-FLAG.
           MOVE "N" TO MEMBER-TIER-EOF-FLAG.
           OPEN INPUT MEMBER-TIER-FILE.
           IF MEMBER-TIER-FILE-NOT-FOUND THEN
              DISPLAY "MEMBTIER.DAT NOT FOUND -- RISK SCORE RUN NOT "
                 "YET MADE"
           ELSE
              PERFORM UNTIL MEMBER-TIER-AT-END OR ENTRY-WAS-FOUND
                 READ MEMBER-TIER-FILE
                    AT END SET MEMBER-TIER-AT-END TO TRUE
                 END-READ
                 IF NOT MEMBER-TIER-AT-END AND
                    MTR-MEMBER-ID = ENTRY-MEMBER-ID THEN
                    SET ENTRY-WAS-FOUND TO TRUE
                    PERFORM DISPLAY-MEMBER-TIER
                 END-IF
              END-PERFORM
              CLOSE MEMBER-TIER-FILE
              IF NOT ENTRY-WAS-FOUND THEN
                 DISPLAY "MEMBER " ENTRY-MEMBER-ID " HAS NOT BEEN "
                    "SCORED -- NO TIER RESTRICTIONS APPLY"
              END-IF
           END-IF.

       DISPLAY-MEMBER-TIER.
           MOVE MTR-DEPOSIT TO PRINT-DEPOSIT.
           MOVE MTR-FEE-BALANCE TO PRINT-BALANCE.
           DISPLAY "MEMBER " MTR-MEMBER-ID " TIER " MTR-TIER-CODE
              " SCORE " MTR-SCORE " AS AT " MTR-RUN-DATE.
           DISPLAY "   " MTR-LATE-RETURNS " LATE RETURN(S), "
              MTR-DAYS-LATE " DAY(S) LATE, " MTR-CHARGES
              " LOST/DAMAGED CHARGE(S), FEES OWED " PRINT-BALANCE.
           IF MTR-MAX-OUT = 0 THEN
              DISPLAY "   NO LIMIT ON COPIES OUT, NEW RELEASES "
                 MTR-NEW-RELEASES ", DEPOSIT " PRINT-DEPOSIT
           ELSE
              MOVE MTR-MAX-OUT TO PRINT-MAX-OUT
              DISPLAY "   MAX " PRINT-MAX-OUT " COPIES OUT, NEW "
                 "RELEASES " MTR-NEW-RELEASES ", DEPOSIT "
                 PRINT-DEPOSIT
           END-IF.

       END PROGRAM RISKTIER-MAINT.
