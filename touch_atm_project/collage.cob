       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLAGE.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              LOAN-SCHED-FILE ASSIGN DYNAMIC LOAN-SCHED-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS LOAN-SCHED-FILE-STATUS.

           SELECT
              COLLECTIONS-FILE ASSIGN DYNAMIC COLLECTIONS-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS COLLECTIONS-FILE-STATUS.

           SELECT
              COLL-FEE-FILE ASSIGN DYNAMIC COLL-FEE-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS COLL-FEE-FILE-STATUS.

           SELECT
              COLL-QUEUE-FILE ASSIGN DYNAMIC COLL-QUEUE-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS COLL-QUEUE-FILE-STATUS.

           SELECT
              PARAMETER-FILE ASSIGN DYNAMIC PARAMETER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS PARAMETER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-SCHED-FILE.
       01  LOAN-SCHED-RECORD.
           02 LSCH-ACCT-NUMBER                 PIC 9(16).
           02 LSCH-INSTALLMENT-NUMBER          PIC 9(3).
           02 LSCH-DUE-DATE                    PIC 9(8).
           02 LSCH-AMOUNT                      PIC 9(7)V9(2).
           02 LSCH-STATUS                      PIC X.
              88 INSTALLMENT-IS-PENDING        VALUE "P".
              88 INSTALLMENT-IS-COLLECTED      VALUE "C".
              88 INSTALLMENT-IS-MISSED         VALUE "M".

       FD  COLLECTIONS-FILE.
       01  COLLECTIONS-RECORD.
           02 COLL-ACCT-NUMBER                 PIC 9(16).
           02 COLL-OLDEST-DUE-DATE             PIC 9(8).
           02 COLL-DAYS-PAST-DUE               PIC 9(4).
           02 COLL-BUCKET                      PIC X(5).
           02 COLL-MISSED-COUNT                PIC 9(3).
           02 COLL-ARREARS-AMOUNT              PIC 9(9)V9(2).
           02 COLL-FEES-CHARGED                PIC 9(3).
           02 COLL-PTP-DATE                    PIC 9(8).
           02 COLL-PTP-AMOUNT                  PIC 9(9)V9(2).
           02 COLL-LAST-CONTACT-DATE           PIC 9(8).
           02 COLL-LAST-OUTCOME                PIC X(2).
           02 COLL-WRITEOFF-FLAG               PIC X.
              88 COLL-WRITEOFF-REVIEW          VALUE "Y".
           02 COLL-STATUS                      PIC X.
              88 COLL-IS-ACTIVE                VALUE "A".
              88 COLL-IS-CURED                 VALUE "C".

       FD  COLL-FEE-FILE.
       01  COLL-FEE-RECORD.
           02 CFEE-ACCT-NUMBER                 PIC 9(16).
           02 CFEE-OPERATION                   PIC A.
           02 CFEE-AMOUNT                      PIC 9(5)V9(2).
           02 CFEE-TIMESTAMP                   PIC 9(14).
           02 CFEE-CARDHOLDER-ID               PIC X(2).
           02 CFEE-TRANS-REF                   PIC X(24).

       FD  COLL-QUEUE-FILE.
       01  COLL-QUEUE-RECORD                   PIC X(120).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 PARAM-NAME                       PIC X(24).
           02 PARAM-VALUE                      PIC 9(9)V9(4).
           02 PARAM-EFFECTIVE-DATE             PIC 9(8).

       WORKING-STORAGE SECTION.
       01  LOAN-SCHED-FILE-DSN                 PIC X(40).
       01  COLLECTIONS-FILE-DSN                PIC X(40).
       01  COLL-FEE-FILE-DSN                   PIC X(40).
       01  COLL-QUEUE-FILE-DSN                 PIC X(40).
       01  PARAMETER-FILE-DSN                  PIC X(40).

       01  LOAN-SCHED-FILE-STATUS              PIC 99.
           88 LOAN-SCHED-FILE-NOT-FOUND        VALUE 35.
       01  COLLECTIONS-FILE-STATUS             PIC 99.
           88 COLLECTIONS-FILE-NOT-FOUND       VALUE 35.
       01  COLL-FEE-FILE-STATUS                PIC 99.
           88 COLL-FEE-FILE-NOT-FOUND          VALUE 35.
       01  COLL-QUEUE-FILE-STATUS              PIC 99.
       01  PARAMETER-FILE-STATUS               PIC 99.
           88 PARAMETER-FILE-NOT-FOUND         VALUE 35.

       01  LATE-PAYMENT-FEE                    PIC 9(5)V9(2)
              VALUE 25.00.
       01  BEST-LATE-FEE-DATE                  PIC 9(8) VALUE 0.
       01  TODAY-FULL-DATE                     PIC 9(8).
       01  FEE-TIMESTAMP-NOW                   PIC 9(14).
       01  TRANS-REF-SOURCE                    PIC X(4) VALUE "COLL".

       01  CASE-COUNT                          PIC 9(3) VALUE 0.
       01  CASE-SUBSCRIPT                      PIC 9(3) VALUE 0.
       01  CASE-TABLE.
           02 CASE-ENTRY OCCURS 500 TIMES.
              03 CT-ACCT-NUMBER                PIC 9(16).
              03 CT-OLDEST-DUE-DATE            PIC 9(8).
              03 CT-DAYS-PAST-DUE              PIC 9(4).
              03 CT-BUCKET                     PIC X(5).
              03 CT-MISSED-COUNT               PIC 9(3).
              03 CT-ARREARS-AMOUNT             PIC 9(9)V9(2).
              03 CT-FEES-CHARGED               PIC 9(3).
              03 CT-PTP-DATE                   PIC 9(8).
              03 CT-PTP-AMOUNT                 PIC 9(9)V9(2).
              03 CT-LAST-CONTACT-DATE          PIC 9(8).
              03 CT-LAST-OUTCOME               PIC X(2).
              03 CT-WRITEOFF-FLAG              PIC X.
              03 CT-STATUS                     PIC X.

       01  LOOKUP-ACCT-NUMBER                  PIC 9(16).
       01  CASE-FOUND-FLAG                     PIC X VALUE "N".
           88 CASE-WAS-FOUND                   VALUE "Y".
       01  NEW-FEE-COUNT                       PIC 9(3) VALUE 0.
       01  FEE-SUBSCRIPT                       PIC 9(3) VALUE 0.
       01  QUEUE-PASS-BUCKET                   PIC X(5).
       01  QUEUE-PASS-NUMBER                   PIC 9 VALUE 0.

       01  ACTIVE-CASE-COUNT                   PIC 9(5) VALUE 0.
       01  CURED-CASE-COUNT                    PIC 9(5) VALUE 0.
       01  FEE-POSTED-COUNT                    PIC 9(5) VALUE 0.
       01  WRITEOFF-CASE-COUNT                 PIC 9(5) VALUE 0.
       01  BUCKET-COUNTS.
           02 BUCKET-030-COUNT                 PIC 9(5) VALUE 0.
           02 BUCKET-060-COUNT                 PIC 9(5) VALUE 0.
           02 BUCKET-090-COUNT                 PIC 9(5) VALUE 0.
           02 BUCKET-OVER-COUNT                PIC 9(5) VALUE 0.

       01  DATECALC-FUNCTION                   PIC X(4).
       01  DATECALC-DATE-1                     PIC 9(8).
       01  DATECALC-DATE-2                     PIC 9(8).
       01  DATECALC-DAYS                       PIC S9(5).

       01  QUEUE-HEADING-BUFFER.
           02 QH-PREFIX-1                      PIC X(30)
              VALUE "COLLECTIONS WORK QUEUE FOR   ".
           02 QH-DATE                          PIC 9(8).
           02 QH-PREFIX-2                      PIC X(17)
              VALUE "   LATE FEE EACH ".
           02 QH-FEE                           PIC ZZZZ9.99.

       01  QUEUE-DETAIL-BUFFER.
           02 QD-BUCKET                        PIC X(5).
           02 QD-PREFIX-1                      PIC X(7)
              VALUE " ACCT: ".
           02 QD-ACCT-NUMBER                   PIC 9(16).
           02 QD-PREFIX-2                      PIC X(6)
              VALUE " DPD: ".
           02 QD-DAYS-PAST-DUE                 PIC ZZZ9.
           02 QD-PREFIX-3                      PIC X(10)
              VALUE " ARREARS: ".
           02 QD-ARREARS-AMOUNT                PIC ZZZZZZZZ9.99.
           02 QD-PREFIX-4                      PIC X(6)
              VALUE " PTP: ".
           02 QD-PTP-DATE                      PIC 9(8).
           02 QD-PREFIX-5                      PIC X(7)
              VALUE " LAST: ".
           02 QD-LAST-OUTCOME                  PIC X(2).
           02 QD-PREFIX-6                      PIC X(1)
              VALUE " ".
           02 QD-ACTION                        PIC X(20).

       01  QUEUE-TOTAL-BUFFER.
           02 QT-PREFIX-1                      PIC X(16)
              VALUE "ACTIVE CASES:   ".
           02 QT-ACTIVE                        PIC ZZZZ9.
           02 QT-PREFIX-2                      PIC X(8)
              VALUE "  1-30: ".
           02 QT-030                           PIC ZZZZ9.
           02 QT-PREFIX-3                      PIC X(9)
              VALUE "  31-60: ".
           02 QT-060                           PIC ZZZZ9.
           02 QT-PREFIX-4                      PIC X(9)
              VALUE "  61-90: ".
           02 QT-090                           PIC ZZZZ9.
           02 QT-PREFIX-5                      PIC X(7)
              VALUE "  90+: ".
           02 QT-OVER                          PIC ZZZZ9.
           02 QT-PREFIX-6                      PIC X(20)
              VALUE "  WRITE-OFF REVIEW: ".
           02 QT-WRITEOFF                      PIC ZZZZ9.

       PROCEDURE DIVISION.
       INITIALIZE-FILE-NAMES.
           ACCEPT LOAN-SCHED-FILE-DSN
              FROM ENVIRONMENT "ATM_LOAN_SCHED_FILE"
              ON EXCEPTION
                 MOVE "loansched.txt" TO LOAN-SCHED-FILE-DSN
           END-ACCEPT.

           ACCEPT COLLECTIONS-FILE-DSN
              FROM ENVIRONMENT "ATM_COLLECTIONS_FILE"
              ON EXCEPTION
                 MOVE "collections.txt" TO COLLECTIONS-FILE-DSN
           END-ACCEPT.

           ACCEPT COLL-FEE-FILE-DSN
              FROM ENVIRONMENT "ATM_COLL_FEE_FILE"
              ON EXCEPTION
                 MOVE "collfees.txt" TO COLL-FEE-FILE-DSN
           END-ACCEPT.

           ACCEPT COLL-QUEUE-FILE-DSN
              FROM ENVIRONMENT "ATM_COLL_QUEUE_FILE"
              ON EXCEPTION
                 MOVE "collQueue.txt" TO COLL-QUEUE-FILE-DSN
           END-ACCEPT.

           ACCEPT PARAMETER-FILE-DSN
              FROM ENVIRONMENT "ATM_PARAMS_FILE"
              ON EXCEPTION
                 MOVE "params.txt" TO PARAMETER-FILE-DSN
           END-ACCEPT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-FULL-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO FEE-TIMESTAMP-NOW.
           GO TO READ-PARAMETER-FILE.

       READ-PARAMETER-FILE.
           OPEN INPUT PARAMETER-FILE.
           IF PARAMETER-FILE-NOT-FOUND
           THEN
              GO TO READ-PARAMETER-FILE-DONE
           END-IF.

       READ-PARAMETER-FILE-LOOP.
           READ PARAMETER-FILE
              AT END
                 CLOSE PARAMETER-FILE
                 GO TO READ-PARAMETER-FILE-DONE
           END-READ.
           IF PARAM-EFFECTIVE-DATE > TODAY-FULL-DATE
           THEN
              GO TO READ-PARAMETER-FILE-LOOP
           END-IF.
           IF PARAM-NAME = "LATE-PAYMENT-FEE" AND
              PARAM-EFFECTIVE-DATE NOT < BEST-LATE-FEE-DATE
           THEN
              MOVE PARAM-VALUE TO LATE-PAYMENT-FEE
              MOVE PARAM-EFFECTIVE-DATE TO BEST-LATE-FEE-DATE
           END-IF.
           GO TO READ-PARAMETER-FILE-LOOP.

       READ-PARAMETER-FILE-DONE.
           DISPLAY "=====> COLLECTIONS AGEING FOR " TODAY-FULL-DATE
              ", LATE FEE " LATE-PAYMENT-FEE.
           GO TO LOAD-COLLECTION-CASES.

       LOAD-COLLECTION-CASES.
           OPEN INPUT COLLECTIONS-FILE.
           IF COLLECTIONS-FILE-NOT-FOUND
           THEN
              GO TO SCAN-LOAN-SCHEDULE
           END-IF.

       LOAD-COLLECTION-CASES-LOOP.
           READ COLLECTIONS-FILE
              AT END
                 CLOSE COLLECTIONS-FILE
                 GO TO SCAN-LOAN-SCHEDULE
           END-READ.
           IF CASE-COUNT NOT < 500
           THEN
              DISPLAY "~~~~~~~~~~~~~~~> MORE THAN 500 COLLECTION "
                 "CASES -- ACCT " COLL-ACCT-NUMBER " DROPPED"
              GO TO LOAD-COLLECTION-CASES-LOOP
           END-IF.
           ADD 1 TO CASE-COUNT.
           MOVE COLL-ACCT-NUMBER       TO CT-ACCT-NUMBER(CASE-COUNT).
           MOVE 0 TO CT-OLDEST-DUE-DATE(CASE-COUNT).
           MOVE 0 TO CT-DAYS-PAST-DUE(CASE-COUNT).
           MOVE SPACES TO CT-BUCKET(CASE-COUNT).
           MOVE 0 TO CT-MISSED-COUNT(CASE-COUNT).
           MOVE 0 TO CT-ARREARS-AMOUNT(CASE-COUNT).
           MOVE COLL-FEES-CHARGED      TO CT-FEES-CHARGED(CASE-COUNT).
           MOVE COLL-PTP-DATE          TO CT-PTP-DATE(CASE-COUNT).
           MOVE COLL-PTP-AMOUNT        TO CT-PTP-AMOUNT(CASE-COUNT).
           MOVE COLL-LAST-CONTACT-DATE
              TO CT-LAST-CONTACT-DATE(CASE-COUNT).
           MOVE COLL-LAST-OUTCOME      TO CT-LAST-OUTCOME(CASE-COUNT).
           MOVE "N"                    TO CT-WRITEOFF-FLAG(CASE-COUNT).
           MOVE COLL-STATUS            TO CT-STATUS(CASE-COUNT).
           GO TO LOAD-COLLECTION-CASES-LOOP.

       SCAN-LOAN-SCHEDULE.
           OPEN INPUT LOAN-SCHED-FILE.
           IF LOAN-SCHED-FILE-NOT-FOUND
           THEN
              DISPLAY "=====> NO LOAN SCHEDULE FILE -- NOTHING TO AGE"
              GO TO AGE-COLLECTION-CASES
           END-IF.

       SCAN-LOAN-SCHEDULE-LOOP.
           READ LOAN-SCHED-FILE
              AT END
                 CLOSE LOAN-SCHED-FILE
                 GO TO AGE-COLLECTION-CASES
           END-READ.
           IF NOT INSTALLMENT-IS-MISSED
           THEN
              GO TO SCAN-LOAN-SCHEDULE-LOOP
           END-IF.
           MOVE LSCH-ACCT-NUMBER TO LOOKUP-ACCT-NUMBER.
           PERFORM FIND-COLLECTION-CASE THRU FIND-COLLECTION-CASE-EXIT.
           IF NOT CASE-WAS-FOUND
           THEN
              IF CASE-COUNT NOT < 500
              THEN
                 DISPLAY "~~~~~~~~~~~~~~~> MORE THAN 500 COLLECTION "
                    "CASES -- ACCT " LSCH-ACCT-NUMBER " NOT AGED"
                 GO TO SCAN-LOAN-SCHEDULE-LOOP
              END-IF
              ADD 1 TO CASE-COUNT
              MOVE CASE-COUNT TO CASE-SUBSCRIPT
              MOVE LSCH-ACCT-NUMBER TO CT-ACCT-NUMBER(CASE-SUBSCRIPT)
              MOVE 0 TO CT-OLDEST-DUE-DATE(CASE-SUBSCRIPT)
              MOVE 0 TO CT-MISSED-COUNT(CASE-SUBSCRIPT)
              MOVE 0 TO CT-ARREARS-AMOUNT(CASE-SUBSCRIPT)
              MOVE 0 TO CT-FEES-CHARGED(CASE-SUBSCRIPT)
              MOVE 0 TO CT-PTP-DATE(CASE-SUBSCRIPT)
              MOVE 0 TO CT-PTP-AMOUNT(CASE-SUBSCRIPT)
              MOVE 0 TO CT-LAST-CONTACT-DATE(CASE-SUBSCRIPT)
              MOVE SPACES TO CT-LAST-OUTCOME(CASE-SUBSCRIPT)
              MOVE "N" TO CT-WRITEOFF-FLAG(CASE-SUBSCRIPT)
              MOVE "C" TO CT-STATUS(CASE-SUBSCRIPT)
           END-IF.
           ADD 1 TO CT-MISSED-COUNT(CASE-SUBSCRIPT).
           ADD LSCH-AMOUNT TO CT-ARREARS-AMOUNT(CASE-SUBSCRIPT).
           IF CT-OLDEST-DUE-DATE(CASE-SUBSCRIPT) = 0 OR
              LSCH-DUE-DATE < CT-OLDEST-DUE-DATE(CASE-SUBSCRIPT)
           THEN
              MOVE LSCH-DUE-DATE TO CT-OLDEST-DUE-DATE(CASE-SUBSCRIPT)
           END-IF.
           GO TO SCAN-LOAN-SCHEDULE-LOOP.

       FIND-COLLECTION-CASE.
           MOVE "N" TO CASE-FOUND-FLAG.
           MOVE 0 TO CASE-SUBSCRIPT.

       FIND-COLLECTION-CASE-LOOP.
           ADD 1 TO CASE-SUBSCRIPT.
           IF CASE-SUBSCRIPT > CASE-COUNT
           THEN
              GO TO FIND-COLLECTION-CASE-EXIT
           END-IF.
           IF CT-ACCT-NUMBER(CASE-SUBSCRIPT) = LOOKUP-ACCT-NUMBER
           THEN
              SET CASE-WAS-FOUND TO TRUE
              GO TO FIND-COLLECTION-CASE-EXIT
           END-IF.
           GO TO FIND-COLLECTION-CASE-LOOP.

       FIND-COLLECTION-CASE-EXIT.
           EXIT.

       AGE-COLLECTION-CASES.
           OPEN EXTEND COLL-FEE-FILE.
           IF COLL-FEE-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT COLL-FEE-FILE
           END-IF.
           MOVE 0 TO CASE-SUBSCRIPT.

       AGE-COLLECTION-CASES-LOOP.
           ADD 1 TO CASE-SUBSCRIPT.
           IF CASE-SUBSCRIPT > CASE-COUNT
           THEN
              CLOSE COLL-FEE-FILE
              GO TO WRITE-COLLECTIONS-FILE
           END-IF.

           IF CT-MISSED-COUNT(CASE-SUBSCRIPT) = 0
           THEN
              IF CT-STATUS(CASE-SUBSCRIPT) = "A"
              THEN
                 ADD 1 TO CURED-CASE-COUNT
                 DISPLAY "=====> ACCT " CT-ACCT-NUMBER(CASE-SUBSCRIPT)
                    " BROUGHT UP TO DATE -- CASE CLOSED"
              END-IF
              MOVE "C" TO CT-STATUS(CASE-SUBSCRIPT)
              MOVE 0 TO CT-FEES-CHARGED(CASE-SUBSCRIPT)
              MOVE 0 TO CT-PTP-DATE(CASE-SUBSCRIPT)
              MOVE 0 TO CT-PTP-AMOUNT(CASE-SUBSCRIPT)
              GO TO AGE-COLLECTION-CASES-LOOP
           END-IF.

           MOVE "A" TO CT-STATUS(CASE-SUBSCRIPT).
           ADD 1 TO ACTIVE-CASE-COUNT.
           MOVE "DIFF" TO DATECALC-FUNCTION.
           MOVE CT-OLDEST-DUE-DATE(CASE-SUBSCRIPT) TO DATECALC-DATE-1.
           MOVE TODAY-FULL-DATE TO DATECALC-DATE-2.
           CALL "DATECALC" USING DATECALC-FUNCTION DATECALC-DATE-1
              DATECALC-DATE-2 DATECALC-DAYS
              ON EXCEPTION
                 DISPLAY "[ABORT]: DATECALC MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           IF DATECALC-DAYS < 1
           THEN
              MOVE 1 TO DATECALC-DAYS
           END-IF.
           IF DATECALC-DAYS > 9999
           THEN
              MOVE 9999 TO DATECALC-DAYS
           END-IF.
           MOVE DATECALC-DAYS TO CT-DAYS-PAST-DUE(CASE-SUBSCRIPT).

           IF CT-DAYS-PAST-DUE(CASE-SUBSCRIPT) NOT > 30
           THEN
              MOVE "1-30" TO CT-BUCKET(CASE-SUBSCRIPT)
              ADD 1 TO BUCKET-030-COUNT
           END-IF.
           IF CT-DAYS-PAST-DUE(CASE-SUBSCRIPT) > 30 AND
              CT-DAYS-PAST-DUE(CASE-SUBSCRIPT) NOT > 60
           THEN
              MOVE "31-60" TO CT-BUCKET(CASE-SUBSCRIPT)
              ADD 1 TO BUCKET-060-COUNT
           END-IF.
           IF CT-DAYS-PAST-DUE(CASE-SUBSCRIPT) > 60 AND
              CT-DAYS-PAST-DUE(CASE-SUBSCRIPT) NOT > 90
           THEN
              MOVE "61-90" TO CT-BUCKET(CASE-SUBSCRIPT)
              ADD 1 TO BUCKET-090-COUNT
           END-IF.
           IF CT-DAYS-PAST-DUE(CASE-SUBSCRIPT) > 90
           THEN
              MOVE "90+" TO CT-BUCKET(CASE-SUBSCRIPT)
              MOVE "Y" TO CT-WRITEOFF-FLAG(CASE-SUBSCRIPT)
              ADD 1 TO BUCKET-OVER-COUNT
              ADD 1 TO WRITEOFF-CASE-COUNT
           END-IF.

           IF CT-FEES-CHARGED(CASE-SUBSCRIPT) >
              CT-MISSED-COUNT(CASE-SUBSCRIPT)
           THEN
              MOVE CT-MISSED-COUNT(CASE-SUBSCRIPT)
                 TO CT-FEES-CHARGED(CASE-SUBSCRIPT)
           END-IF.
           SUBTRACT CT-FEES-CHARGED(CASE-SUBSCRIPT)
              FROM CT-MISSED-COUNT(CASE-SUBSCRIPT)
              GIVING NEW-FEE-COUNT.
           IF NEW-FEE-COUNT > 0 AND LATE-PAYMENT-FEE > 0
           THEN
              MOVE 0 TO FEE-SUBSCRIPT
              PERFORM WRITE-LATE-FEE THRU WRITE-LATE-FEE-EXIT
           END-IF.
           MOVE CT-MISSED-COUNT(CASE-SUBSCRIPT)
              TO CT-FEES-CHARGED(CASE-SUBSCRIPT).
           GO TO AGE-COLLECTION-CASES-LOOP.

       WRITE-LATE-FEE.
           ADD 1 TO FEE-SUBSCRIPT.
           IF FEE-SUBSCRIPT > NEW-FEE-COUNT
           THEN
              GO TO WRITE-LATE-FEE-EXIT
           END-IF.
           MOVE CT-ACCT-NUMBER(CASE-SUBSCRIPT) TO CFEE-ACCT-NUMBER.
           MOVE "W"                TO CFEE-OPERATION.
           MOVE LATE-PAYMENT-FEE   TO CFEE-AMOUNT.
           MOVE FEE-TIMESTAMP-NOW  TO CFEE-TIMESTAMP.
           MOVE "00"               TO CFEE-CARDHOLDER-ID.
           CALL "TRANREF" USING TRANS-REF-SOURCE CFEE-TRANS-REF
              ON EXCEPTION
                 DISPLAY "[ABORT]: TRANREF MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           WRITE COLL-FEE-RECORD.
           ADD 1 TO FEE-POSTED-COUNT.
           DISPLAY "~~~~~~~~~~~~~~~> LATE FEE " LATE-PAYMENT-FEE
              " RAISED ON ACCT " CT-ACCT-NUMBER(CASE-SUBSCRIPT).
           GO TO WRITE-LATE-FEE.

       WRITE-LATE-FEE-EXIT.
           EXIT.

       WRITE-COLLECTIONS-FILE.
           OPEN OUTPUT COLLECTIONS-FILE.
           MOVE 0 TO CASE-SUBSCRIPT.

       WRITE-COLLECTIONS-FILE-LOOP.
           ADD 1 TO CASE-SUBSCRIPT.
           IF CASE-SUBSCRIPT > CASE-COUNT
           THEN
              CLOSE COLLECTIONS-FILE
              GO TO WRITE-WORK-QUEUE
           END-IF.
           MOVE CT-ACCT-NUMBER(CASE-SUBSCRIPT)     TO COLL-ACCT-NUMBER.
           MOVE CT-OLDEST-DUE-DATE(CASE-SUBSCRIPT)
              TO COLL-OLDEST-DUE-DATE.
           MOVE CT-DAYS-PAST-DUE(CASE-SUBSCRIPT)
              TO COLL-DAYS-PAST-DUE.
           MOVE CT-BUCKET(CASE-SUBSCRIPT)          TO COLL-BUCKET.
           MOVE CT-MISSED-COUNT(CASE-SUBSCRIPT)    TO COLL-MISSED-COUNT.
           MOVE CT-ARREARS-AMOUNT(CASE-SUBSCRIPT)
              TO COLL-ARREARS-AMOUNT.
           MOVE CT-FEES-CHARGED(CASE-SUBSCRIPT)    TO COLL-FEES-CHARGED.
           MOVE CT-PTP-DATE(CASE-SUBSCRIPT)        TO COLL-PTP-DATE.
           MOVE CT-PTP-AMOUNT(CASE-SUBSCRIPT)      TO COLL-PTP-AMOUNT.
           MOVE CT-LAST-CONTACT-DATE(CASE-SUBSCRIPT)
              TO COLL-LAST-CONTACT-DATE.
           MOVE CT-LAST-OUTCOME(CASE-SUBSCRIPT)    TO COLL-LAST-OUTCOME.
           MOVE CT-WRITEOFF-FLAG(CASE-SUBSCRIPT)
              TO COLL-WRITEOFF-FLAG.
           MOVE CT-STATUS(CASE-SUBSCRIPT)          TO COLL-STATUS.
           WRITE COLLECTIONS-RECORD.
           GO TO WRITE-COLLECTIONS-FILE-LOOP.

       WRITE-WORK-QUEUE.
           OPEN OUTPUT COLL-QUEUE-FILE.
           MOVE TODAY-FULL-DATE  TO QH-DATE.
           MOVE LATE-PAYMENT-FEE TO QH-FEE.
           WRITE COLL-QUEUE-RECORD FROM QUEUE-HEADING-BUFFER.
           MOVE 0 TO QUEUE-PASS-NUMBER.

       WRITE-WORK-QUEUE-PASS.
           ADD 1 TO QUEUE-PASS-NUMBER.
           IF QUEUE-PASS-NUMBER > 4
           THEN
              GO TO WRITE-WORK-QUEUE-DONE
           END-IF.
           IF QUEUE-PASS-NUMBER = 1
           THEN
              MOVE "90+" TO QUEUE-PASS-BUCKET
           END-IF.
           IF QUEUE-PASS-NUMBER = 2
           THEN
              MOVE "61-90" TO QUEUE-PASS-BUCKET
           END-IF.
           IF QUEUE-PASS-NUMBER = 3
           THEN
              MOVE "31-60" TO QUEUE-PASS-BUCKET
           END-IF.
           IF QUEUE-PASS-NUMBER = 4
           THEN
              MOVE "1-30" TO QUEUE-PASS-BUCKET
           END-IF.
           MOVE 0 TO CASE-SUBSCRIPT.

       WRITE-WORK-QUEUE-LOOP.
           ADD 1 TO CASE-SUBSCRIPT.
           IF CASE-SUBSCRIPT > CASE-COUNT
           THEN
              GO TO WRITE-WORK-QUEUE-PASS
           END-IF.
           IF CT-STATUS(CASE-SUBSCRIPT) NOT = "A" OR
              CT-BUCKET(CASE-SUBSCRIPT) NOT = QUEUE-PASS-BUCKET
           THEN
              GO TO WRITE-WORK-QUEUE-LOOP
           END-IF.
           MOVE CT-BUCKET(CASE-SUBSCRIPT)         TO QD-BUCKET.
           MOVE CT-ACCT-NUMBER(CASE-SUBSCRIPT)    TO QD-ACCT-NUMBER.
           MOVE CT-DAYS-PAST-DUE(CASE-SUBSCRIPT)  TO QD-DAYS-PAST-DUE.
           MOVE CT-ARREARS-AMOUNT(CASE-SUBSCRIPT) TO QD-ARREARS-AMOUNT.
           MOVE CT-PTP-DATE(CASE-SUBSCRIPT)       TO QD-PTP-DATE.
           MOVE CT-LAST-OUTCOME(CASE-SUBSCRIPT)   TO QD-LAST-OUTCOME.
           MOVE "CALL CUSTOMER" TO QD-ACTION.
           IF CT-PTP-DATE(CASE-SUBSCRIPT) NOT < TODAY-FULL-DATE
           THEN
              MOVE "PROMISE PENDING" TO QD-ACTION
           END-IF.
           IF CT-PTP-DATE(CASE-SUBSCRIPT) > 0 AND
              CT-PTP-DATE(CASE-SUBSCRIPT) < TODAY-FULL-DATE
           THEN
              MOVE "PROMISE BROKEN" TO QD-ACTION
           END-IF.
           IF CT-WRITEOFF-FLAG(CASE-SUBSCRIPT) = "Y"
           THEN
              MOVE "WRITE-OFF REVIEW" TO QD-ACTION
           END-IF.
           WRITE COLL-QUEUE-RECORD FROM QUEUE-DETAIL-BUFFER.
           GO TO WRITE-WORK-QUEUE-LOOP.

       WRITE-WORK-QUEUE-DONE.
           MOVE ACTIVE-CASE-COUNT   TO QT-ACTIVE.
           MOVE BUCKET-030-COUNT    TO QT-030.
           MOVE BUCKET-060-COUNT    TO QT-060.
           MOVE BUCKET-090-COUNT    TO QT-090.
           MOVE BUCKET-OVER-COUNT   TO QT-OVER.
           MOVE WRITEOFF-CASE-COUNT TO QT-WRITEOFF.
           WRITE COLL-QUEUE-RECORD FROM QUEUE-TOTAL-BUFFER.
           CLOSE COLL-QUEUE-FILE.

           DISPLAY "=====> " ACTIVE-CASE-COUNT " LOAN(S) IN ARREARS, "
              CURED-CASE-COUNT " BROUGHT UP TO DATE, "
              FEE-POSTED-COUNT " LATE FEE(S) RAISED".
           DISPLAY "=====> " WRITEOFF-CASE-COUNT
              " LOAN(S) OVER 90 DAYS FLAGGED FOR WRITE-OFF REVIEW".
           DISPLAY "=====> WORK QUEUE WRITTEN TO " COLL-QUEUE-FILE-DSN.
           STOP RUN.

       END PROGRAM COLLAGE.
