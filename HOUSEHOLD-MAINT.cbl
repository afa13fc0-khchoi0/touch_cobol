       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEHOLD-MAINT.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS HOUSEHOLD-FILE-STATUS.

           SELECT
              NEW-HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-HOUSEHOLD-FILE-STATUS.

           SELECT
              MEMBER-FILE ASSIGN TO "MEMBER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS MEMBER-FILE-STATUS.

           SELECT
              FEE-BALANCE-FILE ASSIGN TO "FEEBAL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FEE-BALANCE-FILE-STATUS.

           SELECT
              VIDEO-FILE ASSIGN TO "IDXVIDEO"
              ORGANIZATION IS INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS VIDEO-CODE
              ALTERNATE RECORD KEY IS VIDEO-TITLE
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS SUPPLIER-CODE
                 WITH DUPLICATES
              FILE STATUS IS VIDEO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOUSEHOLD-FILE.
       01  HOUSEHOLD-RECORD.
           02 HH-DEPENDANT-ID PIC X(10).
           02 HH-PRIMARY-ID PIC X(10).
           02 HH-MAX-RATING PIC X.
           02 HH-LINKED-DATE PIC 9(8).

       FD  NEW-HOUSEHOLD-FILE.
       01  NEW-HOUSEHOLD-RECORD PIC X(29).

       FD  MEMBER-FILE.
       01  MEMBER-REC.
           02 MEMBER-ID PIC X(10).
           02 MEMBER-NAME PIC X(20).
           02 MEMBER-ADDR PIC X(40).
           02 MEMBER-PHONE PIC X(12).
           02 MEMBER-JOIN-DATE PIC 9(8).
           02 MEMBER-STATUS-FLAG PIC X.
           02 MEMBER-DOB PIC 9(8).
           02 MEMBER-HOME-STORE PIC 9(2).

       FD  FEE-BALANCE-FILE.
       01  FEE-BALANCE-RECORD.
           02 FB-RENTER-ID PIC X(10).
           02 FB-BALANCE PIC S9(5)V9(2)
                         SIGN LEADING SEPARATE.

       FD  VIDEO-FILE.
       01  VIDEO-REC.
           02 VIDEO-CODE PIC 9(5).
           02 VIDEO-TITLE PIC X(40).
           02 SUPPLIER-CODE PIC 99.
           02 RENTAL-STATUS PIC X.
              88 VIDEO-CHECKED-OUT VALUE "O".
           02 RENTAL-DATE PIC 9(8).
           02 RENTER-ID PIC X(10).
           02 VIDEO-TITLE-CODE PIC 9(5).
           02 VIDEO-COPY-NUMBER PIC 99.
           02 VIDEO-CATEGORY PIC X.
           02 VIDEO-RATING PIC X.
           02 VIDEO-STORE-ID PIC 9(2).

       WORKING-STORAGE SECTION.
       01  HOUSEHOLD-FILE-STATUS PIC 9(2).
           88 HOUSEHOLD-FILE-NOT-FOUND VALUE 35.
       01  NEW-HOUSEHOLD-FILE-STATUS PIC 9(2).
       01  MEMBER-FILE-STATUS PIC 9(2).
           88 MEMBER-FILE-NOT-FOUND VALUE 35.
       01  FEE-BALANCE-FILE-STATUS PIC 9(2).
           88 FEE-BALANCE-FILE-NOT-FOUND VALUE 35.
       01  VIDEO-STATUS PIC X(2).
           88 RECORD-FOUND VALUE "00".

       01  MAINT-ACTION PIC 9.
           88 LINK-ACTION VALUE 1.
           88 SET-RATING-ACTION VALUE 2.
           88 UNLINK-ACTION VALUE 3.
           88 ENQUIRY-ACTION VALUE 4.

       01  ENTRY-PRIMARY-ID PIC X(10).
       01  ENTRY-DEPENDANT-ID PIC X(10).
       01  ENTRY-MAX-RATING PIC X.
           88 ENTRY-RATING-VALID VALUE "U", "P", "1", "5", "8".
       01  ENTRY-MEMBER-ID PIC X(10).
       01  TODAYS-DATE PIC 9(8).

       01  LOOKUP-MEMBER-ID PIC X(10).
       01  LOOKUP-MEMBER-NAME PIC X(20).
       01  MEMBER-FOUND-FLAG PIC X VALUE "N".
           88 MEMBER-WAS-FOUND VALUE "Y".
       01  MEMBER-EOF-FLAG PIC X VALUE "N".
           88 MEMBER-AT-END VALUE "Y".

       01  LOOKUP-HOUSEHOLD-ID PIC X(10).
       01  LINK-FOUND-FLAG PIC X VALUE "N".
           88 LINK-WAS-FOUND VALUE "Y".
       01  LINKED-PRIMARY-ID PIC X(10).
       01  LINKED-MAX-RATING PIC X.
       01  PRIMARY-OF-OTHERS-FLAG PIC X VALUE "N".
           88 IS-PRIMARY-OF-OTHERS VALUE "Y".
       01  HOUSEHOLD-EOF-FLAG PIC X VALUE "N".
           88 HOUSEHOLD-AT-END VALUE "Y".
       01  NEW-FILE-EOF-FLAG PIC X VALUE "N".
           88 NEW-FILE-AT-END VALUE "Y".
       01  FEE-BALANCE-EOF-FLAG PIC X VALUE "N".
           88 FEE-BALANCE-AT-END VALUE "Y".
       01  VIDEO-EOF-FLAG PIC X VALUE "N".
           88 VIDEO-AT-END VALUE "Y".

       01  HOUSEHOLD-COUNT PIC 9(2) VALUE 0.
       01  HOUSEHOLD-SUBSCRIPT PIC 9(2) VALUE 0.
       01  HOUSEHOLD-TABLE.
           02 HOUSEHOLD-ENTRY OCCURS 20 TIMES.
              03 HT-MEMBER-ID PIC X(10).
              03 HT-MAX-RATING PIC X.
              03 HT-COPIES-OUT PIC 9(3).
       01  HOUSEHOLD-BALANCE PIC S9(5)V9(2) VALUE 0.
       01  PRINT-BALANCE PIC -ZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "1 = LINK DEPENDANT, 2 = SET MAXIMUM RATING, "
              "3 = UNLINK DEPENDANT, 4 = HOUSEHOLD ENQUIRY --> "
              WITH NO ADVANCING.
           ACCEPT MAINT-ACTION.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.

           IF ENQUIRY-ACTION THEN
              PERFORM ENQUIRE-HOUSEHOLD
              STOP RUN
           END-IF.

           IF NOT LINK-ACTION AND NOT SET-RATING-ACTION AND
              NOT UNLINK-ACTION THEN
              DISPLAY "UNKNOWN ACTION -- NOTHING DONE"
              STOP RUN
           END-IF.

           DISPLAY "ENTER PRIMARY ADULT MEMBER ID (10 CHARS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-PRIMARY-ID.
           DISPLAY "ENTER DEPENDANT MEMBER ID (10 CHARS) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-DEPENDANT-ID.

           IF LINK-ACTION THEN
              PERFORM LINK-DEPENDANT
           ELSE
              MOVE ENTRY-DEPENDANT-ID TO LOOKUP-HOUSEHOLD-ID
              PERFORM FIND-HOUSEHOLD-LINK
              IF NOT LINK-WAS-FOUND OR
                 LINKED-PRIMARY-ID NOT = ENTRY-PRIMARY-ID THEN
                 DISPLAY "MEMBER " ENTRY-DEPENDANT-ID " IS NOT A "
                    "DEPENDANT OF " ENTRY-PRIMARY-ID
                    " -- NOTHING DONE"
                 STOP RUN
              END-IF
              IF SET-RATING-ACTION THEN
                 PERFORM ACCEPT-MAX-RATING
                 PERFORM REWRITE-HOUSEHOLD-FILE
                 DISPLAY "MAXIMUM RATING FOR " ENTRY-DEPENDANT-ID
                    " SET TO " ENTRY-MAX-RATING
              ELSE
                 PERFORM REWRITE-HOUSEHOLD-FILE
                 DISPLAY "MEMBER " ENTRY-DEPENDANT-ID
                    " REMOVED FROM THE HOUSEHOLD OF "
                    ENTRY-PRIMARY-ID
              END-IF
           END-IF.
           STOP RUN.

       LINK-DEPENDANT.
           IF ENTRY-PRIMARY-ID = ENTRY-DEPENDANT-ID THEN
              DISPLAY "A MEMBER CANNOT BE THEIR OWN DEPENDANT "
                 "-- NOT LINKED"
              STOP RUN
           END-IF.
           MOVE ENTRY-PRIMARY-ID TO LOOKUP-MEMBER-ID.
           PERFORM LOOK-UP-MEMBER.
           IF NOT MEMBER-WAS-FOUND THEN
              DISPLAY "PRIMARY " ENTRY-PRIMARY-ID " IS NOT A "
                 "REGISTERED MEMBER -- NOT LINKED"
              STOP RUN
           END-IF.
           MOVE ENTRY-DEPENDANT-ID TO LOOKUP-MEMBER-ID.
           PERFORM LOOK-UP-MEMBER.
           IF NOT MEMBER-WAS-FOUND THEN
              DISPLAY "DEPENDANT " ENTRY-DEPENDANT-ID " IS NOT A "
                 "REGISTERED MEMBER -- NOT LINKED"
              STOP RUN
           END-IF.
           MOVE ENTRY-PRIMARY-ID TO LOOKUP-HOUSEHOLD-ID.
           PERFORM FIND-HOUSEHOLD-LINK.
           IF LINK-WAS-FOUND THEN
              DISPLAY "PRIMARY " ENTRY-PRIMARY-ID " IS ITSELF A "
                 "DEPENDANT OF " LINKED-PRIMARY-ID " -- NOT LINKED"
              STOP RUN
           END-IF.
           MOVE ENTRY-DEPENDANT-ID TO LOOKUP-HOUSEHOLD-ID.
           PERFORM FIND-HOUSEHOLD-LINK.
           IF IS-PRIMARY-OF-OTHERS THEN
              DISPLAY "DEPENDANT " ENTRY-DEPENDANT-ID " IS THE "
                 "PRIMARY OF ANOTHER HOUSEHOLD -- NOT LINKED"
              STOP RUN
           END-IF.
           IF LINK-WAS-FOUND THEN
              DISPLAY "MOVING " ENTRY-DEPENDANT-ID " FROM THE "
                 "HOUSEHOLD OF " LINKED-PRIMARY-ID
           END-IF.
           PERFORM ACCEPT-MAX-RATING.
           PERFORM REWRITE-HOUSEHOLD-FILE.
           DISPLAY "MEMBER " ENTRY-DEPENDANT-ID " LINKED TO "
              ENTRY-PRIMARY-ID " -- MAXIMUM RATING " ENTRY-MAX-RATING.

       ACCEPT-MAX-RATING.
           DISPLAY "MAXIMUM RATING (U P 1=12 5=15 8=18) --> "
              WITH NO ADVANCING.
           ACCEPT ENTRY-MAX-RATING.
           IF NOT ENTRY-RATING-VALID THEN
              DISPLAY "UNKNOWN RATING -- NOTHING DONE"
              STOP RUN
           END-IF.

       LOOK-UP-MEMBER.
           MOVE "N" TO MEMBER-FOUND-FLAG.
           MOVE "N" TO MEMBER-EOF-FLAG.
           MOVE SPACES TO LOOKUP-MEMBER-NAME.
           OPEN INPUT MEMBER-FILE.
           IF MEMBER-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              PERFORM UNTIL MEMBER-AT-END OR MEMBER-WAS-FOUND
                 READ MEMBER-FILE
                    AT END SET MEMBER-AT-END TO TRUE
                 END-READ
                 IF NOT MEMBER-AT-END AND
                    MEMBER-ID = LOOKUP-MEMBER-ID THEN
                    SET MEMBER-WAS-FOUND TO TRUE
                    MOVE MEMBER-NAME TO LOOKUP-MEMBER-NAME
                 END-IF
              END-PERFORM
              CLOSE MEMBER-FILE
           END-IF.

       FIND-HOUSEHOLD-LINK.
           MOVE "N" TO LINK-FOUND-FLAG.
           MOVE "N" TO PRIMARY-OF-OTHERS-FLAG.
           MOVE "N" TO HOUSEHOLD-EOF-FLAG.
           MOVE SPACES TO LINKED-PRIMARY-ID.
           MOVE SPACE TO LINKED-MAX-RATING.
           OPEN INPUT HOUSEHOLD-FILE.
           IF HOUSEHOLD-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              PERFORM UNTIL HOUSEHOLD-AT-END
                 READ HOUSEHOLD-FILE
                    AT END SET HOUSEHOLD-AT-END TO TRUE
                 END-READ
                 IF NOT HOUSEHOLD-AT-END THEN
                    IF HH-DEPENDANT-ID = LOOKUP-HOUSEHOLD-ID THEN
                       SET LINK-WAS-FOUND TO TRUE
                       MOVE HH-PRIMARY-ID TO LINKED-PRIMARY-ID
                       MOVE HH-MAX-RATING TO LINKED-MAX-RATING
                    END-IF
                    IF HH-PRIMARY-ID = LOOKUP-HOUSEHOLD-ID THEN
                       SET IS-PRIMARY-OF-OTHERS TO TRUE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE HOUSEHOLD-FILE
           END-IF.

       REWRITE-HOUSEHOLD-FILE.
           MOVE "N" TO HOUSEHOLD-EOF-FLAG.
           OPEN OUTPUT NEW-HOUSEHOLD-FILE.
           OPEN INPUT HOUSEHOLD-FILE.
           IF NOT HOUSEHOLD-FILE-NOT-FOUND THEN
              PERFORM UNTIL HOUSEHOLD-AT-END
                 READ HOUSEHOLD-FILE
                    AT END SET HOUSEHOLD-AT-END TO TRUE
                 END-READ
                 IF NOT HOUSEHOLD-AT-END THEN
                    IF HH-DEPENDANT-ID = ENTRY-DEPENDANT-ID THEN
                       IF SET-RATING-ACTION THEN
                          MOVE ENTRY-MAX-RATING TO HH-MAX-RATING
                          WRITE NEW-HOUSEHOLD-RECORD
                             FROM HOUSEHOLD-RECORD
                       END-IF
                    ELSE
                       WRITE NEW-HOUSEHOLD-RECORD FROM HOUSEHOLD-RECORD
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE HOUSEHOLD-FILE
           END-IF.
           IF LINK-ACTION THEN
              MOVE ENTRY-DEPENDANT-ID TO HH-DEPENDANT-ID
              MOVE ENTRY-PRIMARY-ID TO HH-PRIMARY-ID
              MOVE ENTRY-MAX-RATING TO HH-MAX-RATING
              MOVE TODAYS-DATE TO HH-LINKED-DATE
              WRITE NEW-HOUSEHOLD-RECORD FROM HOUSEHOLD-RECORD
           END-IF.
           CLOSE NEW-HOUSEHOLD-FILE.
           PERFORM PROMOTE-HOUSEHOLD-FILE.

       PROMOTE-HOUSEHOLD-FILE.
           MOVE "N" TO NEW-FILE-EOF-FLAG.
           OPEN INPUT NEW-HOUSEHOLD-FILE.
           OPEN OUTPUT HOUSEHOLD-FILE.
           PERFORM UNTIL NEW-FILE-AT-END
              READ NEW-HOUSEHOLD-FILE
                 AT END SET NEW-FILE-AT-END TO TRUE
              END-READ
              IF NOT NEW-FILE-AT-END THEN
                 WRITE HOUSEHOLD-RECORD FROM NEW-HOUSEHOLD-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-HOUSEHOLD-FILE.
           CLOSE HOUSEHOLD-FILE.

       ENQUIRE-HOUSEHOLD.
           DISPLAY "ENTER ANY MEMBER ID IN THE HOUSEHOLD (10 CHARS) "
              "--> " WITH NO ADVANCING.
           ACCEPT ENTRY-MEMBER-ID.
           MOVE ENTRY-MEMBER-ID TO LOOKUP-HOUSEHOLD-ID.
           PERFORM FIND-HOUSEHOLD-LINK.
           IF LINK-WAS-FOUND THEN
              MOVE LINKED-PRIMARY-ID TO ENTRY-PRIMARY-ID
           ELSE
              IF NOT IS-PRIMARY-OF-OTHERS THEN
                 DISPLAY "MEMBER " ENTRY-MEMBER-ID " IS NOT IN A "
                    "HOUSEHOLD"
                 STOP RUN
              END-IF
              MOVE ENTRY-MEMBER-ID TO ENTRY-PRIMARY-ID
           END-IF.

           MOVE 1 TO HOUSEHOLD-COUNT.
           MOVE ENTRY-PRIMARY-ID TO HT-MEMBER-ID(1).
           MOVE SPACE TO HT-MAX-RATING(1).
           MOVE 0 TO HT-COPIES-OUT(1).
           MOVE "N" TO HOUSEHOLD-EOF-FLAG.
           OPEN INPUT HOUSEHOLD-FILE.
           PERFORM UNTIL HOUSEHOLD-AT-END
              READ HOUSEHOLD-FILE
                 AT END SET HOUSEHOLD-AT-END TO TRUE
              END-READ
              IF NOT HOUSEHOLD-AT-END AND
                 HH-PRIMARY-ID = ENTRY-PRIMARY-ID AND
                 HOUSEHOLD-COUNT < 20 THEN
                 ADD 1 TO HOUSEHOLD-COUNT
                 MOVE HH-DEPENDANT-ID TO HT-MEMBER-ID(HOUSEHOLD-COUNT)
                 MOVE HH-MAX-RATING TO HT-MAX-RATING(HOUSEHOLD-COUNT)
                 MOVE 0 TO HT-COPIES-OUT(HOUSEHOLD-COUNT)
              END-IF
           END-PERFORM.
           CLOSE HOUSEHOLD-FILE.

           MOVE 0 TO HOUSEHOLD-BALANCE.
           MOVE "N" TO FEE-BALANCE-EOF-FLAG.
           OPEN INPUT FEE-BALANCE-FILE.
           IF NOT FEE-BALANCE-FILE-NOT-FOUND THEN
              PERFORM UNTIL FEE-BALANCE-AT-END
                 READ FEE-BALANCE-FILE
                    AT END SET FEE-BALANCE-AT-END TO TRUE
                 END-READ
                 IF NOT FEE-BALANCE-AT-END AND
                    FB-RENTER-ID = ENTRY-PRIMARY-ID THEN
                    MOVE FB-BALANCE TO HOUSEHOLD-BALANCE
                 END-IF
              END-PERFORM
              CLOSE FEE-BALANCE-FILE
           END-IF.

           MOVE ENTRY-PRIMARY-ID TO LOOKUP-MEMBER-ID.
           PERFORM LOOK-UP-MEMBER.
           MOVE HOUSEHOLD-BALANCE TO PRINT-BALANCE.
           DISPLAY "HOUSEHOLD OF " ENTRY-PRIMARY-ID " "
              LOOKUP-MEMBER-NAME " -- FEES OWED " PRINT-BALANCE.

           OPEN INPUT VIDEO-FILE.
           IF NOT RECORD-FOUND THEN
              DISPLAY "IDXVIDEO NOT AVAILABLE, STATUS " VIDEO-STATUS
              STOP RUN
           END-IF.
           PERFORM UNTIL VIDEO-AT-END
              READ VIDEO-FILE NEXT RECORD
                 AT END SET VIDEO-AT-END TO TRUE
              END-READ
              IF NOT VIDEO-AT-END AND VIDEO-CHECKED-OUT THEN
                 PERFORM VARYING HOUSEHOLD-SUBSCRIPT FROM 1 BY 1
                    UNTIL HOUSEHOLD-SUBSCRIPT > HOUSEHOLD-COUNT
                    IF RENTER-ID = HT-MEMBER-ID(HOUSEHOLD-SUBSCRIPT)
                       THEN
                       ADD 1 TO HT-COPIES-OUT(HOUSEHOLD-SUBSCRIPT)
                       DISPLAY "   " RENTER-ID " HAS " VIDEO-CODE " "
                          VIDEO-TITLE " OUT SINCE " RENTAL-DATE
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
           CLOSE VIDEO-FILE.

           PERFORM VARYING HOUSEHOLD-SUBSCRIPT FROM 1 BY 1
              UNTIL HOUSEHOLD-SUBSCRIPT > HOUSEHOLD-COUNT
              MOVE HT-MEMBER-ID(HOUSEHOLD-SUBSCRIPT)
                 TO LOOKUP-MEMBER-ID
              PERFORM LOOK-UP-MEMBER
              IF HOUSEHOLD-SUBSCRIPT = 1 THEN
                 DISPLAY "PRIMARY   " HT-MEMBER-ID(HOUSEHOLD-SUBSCRIPT)
                    " " LOOKUP-MEMBER-NAME " COPIES OUT "
                    HT-COPIES-OUT(HOUSEHOLD-SUBSCRIPT)
              ELSE
                 DISPLAY "DEPENDANT " HT-MEMBER-ID(HOUSEHOLD-SUBSCRIPT)
                    " " LOOKUP-MEMBER-NAME " COPIES OUT "
                    HT-COPIES-OUT(HOUSEHOLD-SUBSCRIPT)
                    " MAXIMUM RATING "
                    HT-MAX-RATING(HOUSEHOLD-SUBSCRIPT)
              END-IF
           END-PERFORM.

       END PROGRAM HOUSEHOLD-MAINT.
