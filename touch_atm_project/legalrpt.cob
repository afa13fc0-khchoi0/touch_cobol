       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGALRPT.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              LEGAL-REMIT-FILE ASSIGN DYNAMIC LEGAL-REMIT-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS LEGAL-REMIT-FILE-STATUS.

           SELECT
              LEGAL-ORDER-FILE ASSIGN DYNAMIC LEGAL-ORDER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS LEGAL-ORDER-FILE-STATUS.

           SELECT
              MASTER-FILE ASSIGN DYNAMIC MASTER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS MASTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-REMIT-FILE.
       01  LEGAL-REMIT-RECORD.
           02 LR-REMIT-DATE                    PIC 9(8).
           02 LR-ORDER-REF                     PIC X(16).
           02 LR-ACCT-NUMBER                   PIC 9(16).
           02 LR-CREDITOR-ACCT                 PIC 9(16).
           02 LR-CREDITOR-NAME                 PIC X(30).
           02 LR-AMOUNT                        PIC 9(11)V9(2).
           02 LR-REMITTED-TOTAL                PIC 9(11)V9(2).
           02 LR-ORDER-AMOUNT                  PIC 9(11)V9(2).
           02 LR-ORDER-STATUS                  PIC X.

       FD  LEGAL-ORDER-FILE.
       01  LEGAL-ORDER-RECORD.
           02 LGO-ORDER-REF                    PIC X(16).
           02 LGO-ACCT-NUMBER                  PIC 9(16).
           02 LGO-ORDER-TYPE                   PIC X.
           02 LGO-ORDER-AMOUNT                 PIC 9(11)V9(2).
           02 LGO-ORDER-PERCENT                PIC 9(3)V9(2).
           02 LGO-CREDITOR-ACCT                PIC 9(16).
           02 LGO-CREDITOR-NAME                PIC X(30).
           02 LGO-SERVED-DATE                  PIC 9(8).
           02 LGO-EXPIRY-DATE                  PIC 9(8).
           02 LGO-STATUS                       PIC X.
              88 LEGAL-ORDER-IS-SATISFIED      VALUE "S".
           02 LGO-REMITTED-AMOUNT              PIC 9(11)V9(2).
           02 LGO-QUEUED-AMOUNT                PIC 9(11)V9(2).
           02 LGO-BASE-BALANCE                 PIC 9(11)V9(2).
           02 LGO-RECORDED-BY                  PIC X(8).
           02 LGO-CLOSED-DATE                  PIC 9(8).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           02 MSTR-ACCT-HOLDER-NAME            PIC X(20).
           02 MSTR-ACCT-INFO.
              03 MSTR-ACCT-NUMBER              PIC 9(16).
              03 MSTR-ACCT-PASSWORD            PIC 9(6).
           02 MSTR-ACCT-SIGN                   PIC X.
           02 MSTR-ACCT-BALANCE-UNSIGNED       PIC 9(13)V9(2).
           02 MSTR-ACCT-STATUS                 PIC X.
           02 MSTR-ACCT-OVERDRAFT-LIMIT        PIC 9(9)V9(2).
           02 MSTR-CUST-NUMBER                 PIC 9(8).
           02 MSTR-PRODUCT-CODE                PIC X(2).

       WORKING-STORAGE SECTION.
       01  LEGAL-REMIT-FILE-DSN                PIC X(40).
       01  LEGAL-ORDER-FILE-DSN                PIC X(40).
       01  MASTER-FILE-DSN                     PIC X(40).
       01  REMIT-REPORT-FILE-DSN               PIC X(40).
       01  NOTICE-REPORT-FILE-DSN              PIC X(40).

       01  LEGAL-REMIT-FILE-STATUS             PIC 99.
           88 LEGAL-REMIT-FILE-NOT-FOUND       VALUE 35.
       01  LEGAL-ORDER-FILE-STATUS             PIC 99.
           88 LEGAL-ORDER-FILE-NOT-FOUND       VALUE 35.
       01  MASTER-FILE-STATUS                  PIC 99.
           88 MASTER-FILE-NOT-FOUND            VALUE 35.

       01  REPORT-DAY                          PIC 9(8).
       01  REMIT-COUNT                         PIC 9(5) VALUE 0.
       01  REMIT-TOTAL                         PIC 9(11)V9(2) VALUE 0.
       01  NOTICE-COUNT                        PIC 9(5) VALUE 0.

       01  HOLDER-LOOKUP-NUMBER                PIC 9(16).
       01  HOLDER-LOOKUP-NAME                  PIC X(20).

       01  RPT-OP                              PIC X(4).
       01  RPT-TEXT.
           02 RPT-INIT-VIEW.
              03 RPT-REPORT-DSN                PIC X(40).
              03 RPT-PROGRAM-ID                PIC X(10).
              03 RPT-REPORT-TITLE              PIC X(40).
              03 FILLER                        PIC X(42).

       01  REMIT-HEADING-BUFFER.
           02 FILLER                           PIC X(17)
              VALUE "ORDER REFERENCE".
           02 FILLER                           PIC X(17)
              VALUE "ATTACHED ACCOUNT".
           02 FILLER                           PIC X(17)
              VALUE "CREDITOR ACCOUNT".
           02 FILLER                           PIC X(21)
              VALUE "CREDITOR".
           02 FILLER                           PIC X(14)
              VALUE "     REMITTED".
           02 FILLER                           PIC X(16)
              VALUE "   PAID TO DATE".
           02 FILLER                           PIC X(16)
              VALUE "      ORDER SUM".
           02 FILLER                           PIC X(7)
              VALUE " STATUS".

       01  REMIT-DETAIL-BUFFER.
           02 RD-ORDER-REF                     PIC X(16).
           02 RD-PREFIX-1                      PIC X(1)
              VALUE " ".
           02 RD-ACCT-NUMBER                   PIC 9(16).
           02 RD-PREFIX-2                      PIC X(1)
              VALUE " ".
           02 RD-CREDITOR-ACCT                 PIC 9(16).
           02 RD-PREFIX-3                      PIC X(1)
              VALUE " ".
           02 RD-CREDITOR-NAME                 PIC X(20).
           02 RD-PREFIX-4                      PIC X(1)
              VALUE " ".
           02 RD-AMOUNT                        PIC ZZZZZZZZZ9.99.
           02 RD-PREFIX-5                      PIC X(3)
              VALUE "   ".
           02 RD-REMITTED-TOTAL                PIC ZZZZZZZZZ9.99.
           02 RD-PREFIX-6                      PIC X(3)
              VALUE "   ".
           02 RD-ORDER-AMOUNT                  PIC ZZZZZZZZZ9.99.
           02 RD-PREFIX-7                      PIC X(6)
              VALUE "      ".
           02 RD-ORDER-STATUS                  PIC X.

       01  REMIT-TOTAL-BUFFER.
           02 RT-PREFIX-1                      PIC X(20)
              VALUE "TOTAL REMITTANCES: ".
           02 RT-COUNT                         PIC ZZZZ9.
           02 RT-PREFIX-2                      PIC X(17)
              VALUE "   TOTAL AMOUNT: ".
           02 RT-TOTAL                         PIC ZZZZZZZZZ9.99.

       01  NOTICE-LINE-1.
           02 NL1-PREFIX-1                     PIC X(28)
              VALUE "NOTICE OF SATISFIED ORDER:  ".
           02 NL1-ORDER-REF                    PIC X(16).
           02 NL1-PREFIX-2                     PIC X(12)
              VALUE "   CLOSED:  ".
           02 NL1-CLOSED-DATE                  PIC 9(8).

       01  NOTICE-LINE-2.
           02 NL2-PREFIX-1                     PIC X(28)
              VALUE "  ACCOUNT HOLDER:           ".
           02 NL2-HOLDER-NAME                  PIC X(20).
           02 NL2-PREFIX-2                     PIC X(12)
              VALUE "  ACCOUNT:  ".
           02 NL2-ACCT-NUMBER                  PIC 9(16).

       01  NOTICE-LINE-3.
           02 NL3-PREFIX-1                     PIC X(28)
              VALUE "  CREDITOR:                 ".
           02 NL3-CREDITOR-NAME                PIC X(30).
           02 NL3-PREFIX-2                     PIC X(12)
              VALUE "  ACCOUNT:  ".
           02 NL3-CREDITOR-ACCT                PIC 9(16).

       01  NOTICE-LINE-4.
           02 NL4-PREFIX-1                     PIC X(28)
              VALUE "  SERVED:                   ".
           02 NL4-SERVED-DATE                  PIC 9(8).
           02 NL4-PREFIX-2                     PIC X(16)
              VALUE "   ORDER SUM:   ".
           02 NL4-ORDER-AMOUNT                 PIC ZZZZZZZZZ9.99.
           02 NL4-PREFIX-3                     PIC X(16)
              VALUE "   REMITTED:    ".
           02 NL4-REMITTED-AMOUNT              PIC ZZZZZZZZZ9.99.

       01  NOTICE-LINE-5.
           02 NL5-PREFIX-1                     PIC X(39)
              VALUE "  THE ORDER HAS BEEN SATISFIED IN FULL ".
           02 NL5-PREFIX-2                     PIC X(40)
              VALUE "AND NO FURTHER FUNDS ARE ATTACHED.".

       PROCEDURE DIVISION.
       INITIALIZE-FILE-NAMES.
           ACCEPT LEGAL-REMIT-FILE-DSN
              FROM ENVIRONMENT "ATM_LEGAL_REMIT_FILE"
              ON EXCEPTION
                 MOVE "legalRem.txt" TO LEGAL-REMIT-FILE-DSN
           END-ACCEPT.

           ACCEPT LEGAL-ORDER-FILE-DSN
              FROM ENVIRONMENT "ATM_LEGAL_ORDER_FILE"
              ON EXCEPTION
                 MOVE "legalOrd.txt" TO LEGAL-ORDER-FILE-DSN
           END-ACCEPT.

           ACCEPT MASTER-FILE-DSN FROM ENVIRONMENT "ATM_MASTER_FILE"
              ON EXCEPTION MOVE "master.txt" TO MASTER-FILE-DSN
           END-ACCEPT.

           ACCEPT REMIT-REPORT-FILE-DSN
              FROM ENVIRONMENT "ATM_LEGAL_REMIT_RPT_FILE"
              ON EXCEPTION
                 MOVE "legalRemRpt.txt" TO REMIT-REPORT-FILE-DSN
           END-ACCEPT.

           ACCEPT NOTICE-REPORT-FILE-DSN
              FROM ENVIRONMENT "ATM_LEGAL_NOTICE_FILE"
              ON EXCEPTION
                 MOVE "legalNotice.txt" TO NOTICE-REPORT-FILE-DSN
           END-ACCEPT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO REPORT-DAY.
           GO TO WRITE-REMIT-REPORT.

       WRITE-REMIT-REPORT.
           MOVE SPACES TO RPT-TEXT.
           MOVE REMIT-REPORT-FILE-DSN TO RPT-REPORT-DSN.
           MOVE "LEGALRPT" TO RPT-PROGRAM-ID.
           MOVE "LEGAL ORDER REMITTANCES" TO RPT-REPORT-TITLE.
           MOVE "INIT" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT
              ON EXCEPTION
                 DISPLAY "[ABORT]: RPTWRITE MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           MOVE SPACES TO RPT-TEXT.
           MOVE REMIT-HEADING-BUFFER TO RPT-TEXT.
           MOVE "HEAD" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE SPACES TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

           OPEN INPUT LEGAL-REMIT-FILE.
           IF LEGAL-REMIT-FILE-NOT-FOUND
           THEN
              GO TO WRITE-REMIT-REPORT-DONE
           END-IF.

       WRITE-REMIT-REPORT-LOOP.
           READ LEGAL-REMIT-FILE
              AT END
                 CLOSE LEGAL-REMIT-FILE
                 GO TO WRITE-REMIT-REPORT-DONE
           END-READ.
           IF LR-REMIT-DATE NOT = REPORT-DAY
           THEN
              GO TO WRITE-REMIT-REPORT-LOOP
           END-IF.
           MOVE LR-ORDER-REF      TO RD-ORDER-REF.
           MOVE LR-ACCT-NUMBER    TO RD-ACCT-NUMBER.
           MOVE LR-CREDITOR-ACCT  TO RD-CREDITOR-ACCT.
           MOVE LR-CREDITOR-NAME  TO RD-CREDITOR-NAME.
           MOVE LR-AMOUNT         TO RD-AMOUNT.
           MOVE LR-REMITTED-TOTAL TO RD-REMITTED-TOTAL.
           MOVE LR-ORDER-AMOUNT   TO RD-ORDER-AMOUNT.
           MOVE LR-ORDER-STATUS   TO RD-ORDER-STATUS.
           MOVE SPACES TO RPT-TEXT.
           MOVE REMIT-DETAIL-BUFFER TO RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           ADD 1 TO REMIT-COUNT.
           ADD LR-AMOUNT TO REMIT-TOTAL.
           GO TO WRITE-REMIT-REPORT-LOOP.

       WRITE-REMIT-REPORT-DONE.
           MOVE REMIT-COUNT TO RT-COUNT.
           MOVE REMIT-TOTAL TO RT-TOTAL.
           MOVE SPACES TO RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE REMIT-TOTAL-BUFFER TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE "TERM" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           DISPLAY "=====> LEGAL REMITTANCE REPORT FOR " REPORT-DAY
              ": " REMIT-COUNT " REMITTANCE(S) TOTALLING "
              REMIT-TOTAL.
           GO TO WRITE-SATISFIED-NOTICES.

       WRITE-SATISFIED-NOTICES.
           MOVE SPACES TO RPT-TEXT.
           MOVE NOTICE-REPORT-FILE-DSN TO RPT-REPORT-DSN.
           MOVE "LEGALRPT" TO RPT-PROGRAM-ID.
           MOVE "LEGAL ORDER SATISFIED NOTICES" TO RPT-REPORT-TITLE.
           MOVE "INIT" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

           OPEN INPUT LEGAL-ORDER-FILE.
           IF LEGAL-ORDER-FILE-NOT-FOUND
           THEN
              GO TO WRITE-SATISFIED-NOTICES-DONE
           END-IF.

       WRITE-SATISFIED-NOTICES-LOOP.
           READ LEGAL-ORDER-FILE
              AT END
                 CLOSE LEGAL-ORDER-FILE
                 GO TO WRITE-SATISFIED-NOTICES-DONE
           END-READ.
           IF NOT LEGAL-ORDER-IS-SATISFIED OR
              LGO-CLOSED-DATE NOT = REPORT-DAY
           THEN
              GO TO WRITE-SATISFIED-NOTICES-LOOP
           END-IF.
           MOVE LGO-ACCT-NUMBER TO HOLDER-LOOKUP-NUMBER.
           PERFORM LOOK-UP-HOLDER-NAME THRU LOOK-UP-HOLDER-NAME-EXIT.
           MOVE LGO-ORDER-REF       TO NL1-ORDER-REF.
           MOVE LGO-CLOSED-DATE     TO NL1-CLOSED-DATE.
           MOVE HOLDER-LOOKUP-NAME  TO NL2-HOLDER-NAME.
           MOVE LGO-ACCT-NUMBER     TO NL2-ACCT-NUMBER.
           MOVE LGO-CREDITOR-NAME   TO NL3-CREDITOR-NAME.
           MOVE LGO-CREDITOR-ACCT   TO NL3-CREDITOR-ACCT.
           MOVE LGO-SERVED-DATE     TO NL4-SERVED-DATE.
           MOVE LGO-ORDER-AMOUNT    TO NL4-ORDER-AMOUNT.
           MOVE LGO-REMITTED-AMOUNT TO NL4-REMITTED-AMOUNT.
           MOVE "LINE" TO RPT-OP.
           MOVE SPACES TO RPT-TEXT.
           MOVE NOTICE-LINE-1 TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE SPACES TO RPT-TEXT.
           MOVE NOTICE-LINE-2 TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE SPACES TO RPT-TEXT.
           MOVE NOTICE-LINE-3 TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE SPACES TO RPT-TEXT.
           MOVE NOTICE-LINE-4 TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE SPACES TO RPT-TEXT.
           MOVE NOTICE-LINE-5 TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE SPACES TO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           ADD 1 TO NOTICE-COUNT.
           GO TO WRITE-SATISFIED-NOTICES-LOOP.

       WRITE-SATISFIED-NOTICES-DONE.
           MOVE "TERM" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           DISPLAY "=====> " NOTICE-COUNT
              " ORDER-SATISFIED NOTICE(S) PRODUCED".
           STOP RUN.

       LOOK-UP-HOLDER-NAME.
           MOVE "** NOT ON MASTER **" TO HOLDER-LOOKUP-NAME.
           OPEN INPUT MASTER-FILE.
           IF MASTER-FILE-NOT-FOUND
           THEN
              GO TO LOOK-UP-HOLDER-NAME-EXIT
           END-IF.

       LOOK-UP-HOLDER-NAME-LOOP.
           READ MASTER-FILE
              AT END GO TO LOOK-UP-HOLDER-NAME-CLOSE
           END-READ.
           IF MSTR-ACCT-NUMBER = HOLDER-LOOKUP-NUMBER
           THEN
              MOVE MSTR-ACCT-HOLDER-NAME TO HOLDER-LOOKUP-NAME
              GO TO LOOK-UP-HOLDER-NAME-CLOSE
           END-IF.
           GO TO LOOK-UP-HOLDER-NAME-LOOP.

       LOOK-UP-HOLDER-NAME-CLOSE.
           CLOSE MASTER-FILE.

       LOOK-UP-HOLDER-NAME-EXIT.
           EXIT.

       END PROGRAM LEGALRPT.
