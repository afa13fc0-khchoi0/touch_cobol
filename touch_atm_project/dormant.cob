              88 MSTR-ACCT-DORMANT             VALUE "D".
           02 MSTR-ACCT-OVERDRAFT-LIMIT        PIC 9(9)V9(2).
           02 MSTR-CUST-NUMBER                 PIC 9(8).
           02 MSTR-PRODUCT-CODE                PIC X(2).

       FD  NEW-MASTER-FILE.
       01  NEW-MASTER-RECORD.
           02 NEW-MSTR-ACCT-STATUS             PIC X.
           02 NEW-MSTR-ACCT-OVERDRAFT-LIMIT    PIC 9(9)V9(2).
           02 NEW-MSTR-CUST-NUMBER             PIC 9(8).
           02 NEW-MSTR-PRODUCT-CODE            PIC X(2).

       FD  TERMINAL-REGISTRY-FILE.
       01  TERMINAL-REGISTRY-RECORD.
           02 SCAN-AMOUNT                      PIC 9(5)V9(2).
           02 SCAN-TIMESTAMP                   PIC 9(14).
           02 SCAN-CARDHOLDER-ID               PIC X(2).
           02 SCAN-TRANS-REF                   PIC X(24).

       FD  DORMANT-REPORT-FILE.
       01  DORMANT-REPORT-RECORD               PIC X(100).

       01  DORMANT-COUNT                       PIC 9(5) VALUE 0.
       01  MASTSYNC-RESULT                     PIC X.
       01  LOCK-FUNCTION                       PIC X(4).
       01  LOCK-RESOURCE                       PIC X(40).
       01  LOCK-HOLDER.
           02 LOCK-HOLDER-PROGRAM              PIC X(10)
                                               VALUE "DORMANT".
           02 LOCK-HOLDER-ID                   PIC X(10) VALUE SPACES.
       01  LOCK-RESULT                         PIC X.
           88 LOCK-WAS-GRANTED                 VALUE "Y".
       01  LOCK-CONFLICT-HOLDER                PIC X(20).
       01  MASTER-LOCK-FLAG                    PIC X VALUE "N".
           88 MASTER-LOCK-IS-HELD              VALUE "Y".

       01  DORMANT-REPORT-BUFFER.
           02 DR-PREFIX-1                      PIC X(9)
           GO TO LOAD-MASTER-ACCOUNTS.

       LOAD-MASTER-ACCOUNTS.
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

                    DISPLAY "=====> MASTIDX NOT SYNCED -- RUN "
                       "MASTLOAD TO REBUILD THE INDEXED MASTER"
                 END-IF
                 PERFORM RELEASE-MASTER-LOCK THRU
                    RELEASE-MASTER-LOCK-EXIT
                 STOP RUN
           END-READ.

           WRITE MASTER-RECORD FROM NEW-MASTER-RECORD.
           GO TO PROMOTE-MASTER-FILE-LOOP.

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

       END PROGRAM DORMANT.
