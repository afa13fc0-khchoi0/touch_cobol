           02 MSTR-ACCT-STATUS                 PIC X.
           02 MSTR-ACCT-OVERDRAFT-LIMIT        PIC 9(9)V9(2).
           02 MSTR-CUST-NUMBER                 PIC 9(8).
           02 MSTR-PRODUCT-CODE                PIC X(2).

       FD  NEW-MASTER-FILE.
       01  NEW-MASTER-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  MASTER-FILE-DSN                     PIC X(40).
       01  MIGRATED-COUNT                      PIC 9(5) VALUE 0.
       01  CONFIRM-CHOICE                      PIC X.
           88 CONFIRM-YES                      VALUE "Y", "y".
       01  LOCK-FUNCTION                       PIC X(4).
       01  LOCK-RESOURCE                       PIC X(40).
       01  LOCK-HOLDER.
           02 LOCK-HOLDER-PROGRAM              PIC X(10)
                                               VALUE "PINMIG".
           02 LOCK-HOLDER-ID                   PIC X(10) VALUE SPACES.
       01  LOCK-RESULT                         PIC X.
           88 LOCK-WAS-GRANTED                 VALUE "Y".
       01  LOCK-CONFLICT-HOLDER                PIC X(20).
       01  MASTER-LOCK-FLAG                    PIC X VALUE "N".
           88 MASTER-LOCK-IS-HELD              VALUE "Y".

       PROCEDURE DIVISION.
       INITIALIZE-FILE-NAMES.
           GO TO MIGRATE-MASTER-PINS.

       MIGRATE-MASTER-PINS.
           PERFORM ACQUIRE-MASTER-LOCK THRU ACQUIRE-MASTER-LOCK-EXIT.
           IF NOT LOCK-WAS-GRANTED
           THEN
              DISPLAY "[ABORT]: MASTER FILE IN USE BY "
                 LOCK-CONFLICT-HOLDER
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF MASTER-FILE-NOT-FOUND
           THEN
              DISPLAY "[ABORT]: MASTER FILE NOT FOUND"
              PERFORM RELEASE-MASTER-LOCK THRU RELEASE-MASTER-LOCK-EXIT
              STOP RUN
           END-IF.
           OPEN OUTPUT NEW-MASTER-FILE.
              ON EXCEPTION
                 DISPLAY "[ABORT]: PINHASH MODULE NOT AVAILABLE"
                 CLOSE MASTER-FILE, NEW-MASTER-FILE
                 PERFORM RELEASE-MASTER-LOCK THRU
                    RELEASE-MASTER-LOCK-EXIT
                 STOP RUN
           END-CALL.
           MOVE HASHED-PIN-VALUE TO MSTR-ACCT-PASSWORD.
                    " ACCOUNT PIN(S) HASHED"
                 DISPLAY "=====> RUN MASTLOAD TO REBUILD THE INDEXED "
                    "MASTER"
                 PERFORM RELEASE-MASTER-LOCK THRU
                    RELEASE-MASTER-LOCK-EXIT
                 STOP RUN
           END-READ.
           WRITE MASTER-RECORD FROM NEW-MASTER-RECORD.
           GO TO PROMOTE-MASTER-FILE.

       ACQUIRE-MASTER-LOCK.
           MOVE "EXCW" TO LOCK-FUNCTION.
           MOVE MASTER-FILE-DSN TO LOCK-RESOURCE.
           CALL "LOCKCTL" USING LOCK-FUNCTION LOCK-RESOURCE LOCK-HOLDER
              LOCK-RESULT LOCK-CONFLICT-HOLDER
              ON EXCEPTION
                 DISPLAY "[ABORT]: LOCKCTL MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           IF LOCK-WAS-GRANTED
           THEN
              SET MASTER-LOCK-IS-HELD TO TRUE
           END-IF.

       ACQUIRE-MASTER-LOCK-EXIT.
           EXIT.

       RELEASE-MASTER-LOCK.
           MOVE "REL " TO LOCK-FUNCTION.
           MOVE MASTER-FILE-DSN TO LOCK-RESOURCE.
           CALL "LOCKCTL" USING LOCK-FUNCTION LOCK-RESOURCE LOCK-HOLDER
              LOCK-RESULT LOCK-CONFLICT-HOLDER
              ON EXCEPTION
                 DISPLAY "[ABORT]: LOCKCTL MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           MOVE "N" TO MASTER-LOCK-FLAG.

       RELEASE-MASTER-LOCK-EXIT.
           EXIT.

       END PROGRAM PINMIG.
