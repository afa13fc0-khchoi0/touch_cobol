       IDENTIFICATION DIVISION.
       PROGRAM-ID. FWDRECOV.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              RESTORED-MASTER-FILE ASSIGN DYNAMIC
                 RESTORED-MASTER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS RESTORED-MASTER-FILE-STATUS.

           SELECT
              RECOVERED-MASTER-FILE ASSIGN DYNAMIC
                 RECOVERED-MASTER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS RECOVERED-MASTER-FILE-STATUS.

           SELECT
              JOURNAL-FILE ASSIGN DYNAMIC JOURNAL-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT
              SORTED-JOURNAL-FILE ASSIGN DYNAMIC
                 SORTED-JOURNAL-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS SORTED-JOURNAL-FILE-STATUS.

           SELECT JOURNAL-WORK-FILE ASSIGN TO "JRNLWRK.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  RESTORED-MASTER-FILE.
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

       FD  RECOVERED-MASTER-FILE.
       01  RECOVERED-MASTER-RECORD             PIC X(80).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           02 JRNL-ACCT-NUMBER                 PIC 9(16).
           02 JRNL-DATE                        PIC 9(8).
           02 JRNL-SEQ                         PIC 9(4).
           02 JRNL-ENTRY-TYPE                  PIC X.
           02 JRNL-OPERATION                   PIC X.
           02 JRNL-AMOUNT                      PIC 9(5)V9(2).
           02 JRNL-SIGN                        PIC X.
           02 JRNL-BALANCE                     PIC 9(13)V9(2).
           02 JRNL-TRANS-REF                   PIC X(24).

       FD  SORTED-JOURNAL-FILE.
       01  SORTED-JOURNAL-RECORD.
           02 SJ-ACCT-NUMBER                   PIC 9(16).
           02 SJ-INPUT-ORDER                   PIC 9(9).
           02 SJ-DATE                          PIC 9(8).
           02 SJ-SEQ                           PIC 9(4).
           02 SJ-ENTRY-TYPE                    PIC X.
              88 SJ-BROUGHT-FORWARD            VALUE "B".
              88 SJ-POSTING                    VALUE "P".
              88 SJ-CARRIED-FORWARD            VALUE "C".
           02 SJ-OPERATION                     PIC X.
           02 SJ-AMOUNT                        PIC 9(5)V9(2).
           02 SJ-SIGN                          PIC X.
           02 SJ-BALANCE                       PIC 9(13)V9(2).
           02 SJ-TRANS-REF                     PIC X(24).
           02 SJ-TRANS-REF-VIEW REDEFINES SJ-TRANS-REF.
              03 SJ-REF-SOURCE                 PIC X(4).
              03 SJ-REF-STAMP                  PIC X(14).
              03 SJ-REF-SEQ                    PIC X(6).

       SD  JOURNAL-WORK-FILE.
       01  JOURNAL-WORK-RECORD.
           02 JW-ACCT-NUMBER                   PIC 9(16).
           02 JW-INPUT-ORDER                   PIC 9(9).
           02 JW-JOURNAL-DATA                  PIC X(61).

       WORKING-STORAGE SECTION.
       01  RESTORED-MASTER-FILE-DSN            PIC X(40).
       01  RECOVERED-MASTER-FILE-DSN           PIC X(40).
       01  JOURNAL-FILE-DSN                    PIC X(40).
       01  SORTED-JOURNAL-FILE-DSN             PIC X(40).
       01  RECOVERY-REPORT-FILE-DSN            PIC X(40).

       01  RESTORED-MASTER-FILE-STATUS         PIC 99.
           88 RESTORED-MASTER-NOT-FOUND        VALUE 35.
       01  RECOVERED-MASTER-FILE-STATUS        PIC 99.
       01  JOURNAL-FILE-STATUS                 PIC 99.
           88 JOURNAL-FILE-NOT-FOUND           VALUE 35.
       01  SORTED-JOURNAL-FILE-STATUS          PIC 99.

       01  ENTRY-FROM-DATE                     PIC 9(8).
       01  ENTRY-TO-DATE                       PIC 9(8).
       01  ENTRY-TO-TIME                       PIC 9(6).
       01  CUTOFF-STAMP                        PIC 9(14).
       01  CUTOFF-STAMP-VIEW REDEFINES CUTOFF-STAMP.
           02 CUTOFF-STAMP-DATE                PIC 9(8).
           02 CUTOFF-STAMP-TIME                PIC 9(6).
       01  ENTRY-STAMP                         PIC 9(14).
       01  ENTRY-STAMP-VIEW REDEFINES ENTRY-STAMP.
           02 ENTRY-STAMP-DATE                 PIC 9(8).
           02 ENTRY-STAMP-TIME                 PIC 9(6).
       01  ENTRY-CONFIRM                       PIC X.
           88 ENTRY-CONFIRMED                  VALUE "Y", "y".

       01  JOURNAL-INPUT-ORDER                 PIC 9(9) VALUE 0.
       01  JOURNAL-SELECTED-COUNT              PIC 9(9) VALUE 0.
       01  SORTED-JOURNAL-FLAG                 PIC X VALUE "N".
           88 SORTED-JOURNAL-AT-END            VALUE "Y".
       01  LAST-ORPHAN-ACCT                    PIC 9(16) VALUE 0.

       01  RECOVERED-BALANCE                   PIC S9(13)V9(2).
       01  JOURNAL-SIGNED-BALANCE              PIC S9(13)V9(2).
       01  ACCT-JOURNAL-FLAG                   PIC X VALUE "N".
           88 ACCT-HAS-JOURNAL                 VALUE "Y".
       01  RUN-CUT-OFF-FLAG                    PIC X VALUE "N".
           88 RUN-WAS-CUT-OFF                  VALUE "Y".
       01  ACCT-RESULT                         PIC X(10).
       01  ACCT-POSTING-COUNT                  PIC 9(5) VALUE 0.
       01  ACCT-VERIFIED-COUNT                 PIC 9(5) VALUE 0.
       01  ACCT-MISMATCH-COUNT                 PIC 9(5) VALUE 0.
       01  ACCT-PARTIAL-COUNT                  PIC 9(5) VALUE 0.

       01  EFFECT-OPERATION                    PIC X.
       01  EFFECT-AMOUNT                       PIC 9(5)V9(2).
       01  EFFECT-SIGNED-AMOUNT                PIC S9(7)V9(2).

       01  MASTER-READ-COUNT                   PIC 9(7) VALUE 0.
       01  ACCT-RECOVERED-COUNT                PIC 9(7) VALUE 0.
       01  POSTING-REPLAYED-COUNT              PIC 9(9) VALUE 0.
       01  POSTING-AFTER-CUTOFF-COUNT          PIC 9(9) VALUE 0.
       01  PIN-CHANGE-COUNT                    PIC 9(7) VALUE 0.
       01  RUN-VERIFIED-COUNT                  PIC 9(7) VALUE 0.
       01  RUN-MISMATCH-COUNT                  PIC 9(7) VALUE 0.
       01  RUN-PARTIAL-COUNT                   PIC 9(7) VALUE 0.
       01  ORPHAN-ACCT-COUNT                   PIC 9(7) VALUE 0.

       01  RPT-OP                              PIC X(4).
       01  RPT-TEXT.
           02 RPT-INIT-VIEW.
              03 RPT-REPORT-DSN                PIC X(40).
              03 RPT-PROGRAM-ID                PIC X(10).
              03 RPT-REPORT-TITLE              PIC X(40).
              03 FILLER                        PIC X(42).

       01  RECOVERY-SCOPE-BUFFER.
           02 RS-PREFIX-1                      PIC X(22)
              VALUE "REPLAYING POSTINGS ON ".
           02 RS-FROM-DATE                     PIC 9(8).
           02 RS-PREFIX-2                      PIC X(9)
              VALUE " THROUGH ".
           02 RS-TO-DATE                       PIC 9(8).
           02 RS-PREFIX-3                      PIC X(1)
              VALUE " ".
           02 RS-TO-TIME                       PIC 9(6).
           02 RS-PREFIX-4                      PIC X(6)
              VALUE " FROM ".
           02 RS-JOURNAL-DSN                   PIC X(40).

       01  ACCT-HEADING-BUFFER.
           02 FILLER                           PIC X(37) VALUE
              "  ACCOUNT           POSTINGS  RUNS OK".
           02 FILLER                           PIC X(19) VALUE
              "  MISMATCH  CUT-OFF".
           02 FILLER                           PIC X(30) VALUE
              "  RECOVERED BALANCE  RESULT".

       01  ACCT-LINE-BUFFER.
           02 AL-PREFIX-1                      PIC X(2)
              VALUE "  ".
           02 AL-ACCT-NUMBER                   PIC 9(16).
           02 AL-POSTINGS                      PIC Z(9)9.
           02 AL-VERIFIED                      PIC Z(8)9.
           02 AL-MISMATCH                      PIC Z(9)9.
           02 AL-PARTIAL                       PIC Z(8)9.
           02 AL-BALANCE                       PIC -(15)9.99.
           02 AL-PREFIX-2                      PIC X(2)
              VALUE "  ".
           02 AL-RESULT                        PIC X(10).

       01  CHECK-LINE-BUFFER.
           02 CK-PREFIX-1                      PIC X(6)
              VALUE "    > ".
           02 CK-CHECK-TYPE                    PIC X(16).
           02 CK-PREFIX-2                      PIC X(10)
              VALUE " RUN DATE ".
           02 CK-DATE                          PIC 9(8).
           02 CK-PREFIX-3                      PIC X(10)
              VALUE "  JOURNAL ".
           02 CK-JOURNAL-BALANCE               PIC -(13)9.99.
           02 CK-PREFIX-4                      PIC X(12)
              VALUE "  RECOVERED ".
           02 CK-RECOVERED-BALANCE             PIC -(13)9.99.

       01  ORPHAN-LINE-BUFFER.
           02 OL-PREFIX-1                      PIC X(2)
              VALUE "  ".
           02 OL-ACCT-NUMBER                   PIC 9(16).
           02 OL-PREFIX-2                      PIC X(50)
              VALUE "  JOURNALLED BUT NOT ON THE RESTORED MASTER".

       01  SUMMARY-LINE-BUFFER.
           02 SM-LABEL                         PIC X(36).
           02 SM-COUNT                         PIC Z(8)9.

       PROCEDURE DIVISION.
       INITIALIZE-FILE-NAMES.
           ACCEPT RESTORED-MASTER-FILE-DSN
              FROM ENVIRONMENT "ATM_MASTER_FILE"
              ON EXCEPTION
                 MOVE "master.txt" TO RESTORED-MASTER-FILE-DSN
           END-ACCEPT.

           ACCEPT RECOVERED-MASTER-FILE-DSN
              FROM ENVIRONMENT "ATM_RECOVERED_MASTER_FILE"
              ON EXCEPTION
                 MOVE "masterRecovered.txt"
                    TO RECOVERED-MASTER-FILE-DSN
           END-ACCEPT.

           ACCEPT JOURNAL-FILE-DSN
              FROM ENVIRONMENT "ATM_JOURNAL_FILE"
              ON EXCEPTION
                 MOVE "journal.txt" TO JOURNAL-FILE-DSN
           END-ACCEPT.

           ACCEPT SORTED-JOURNAL-FILE-DSN
              FROM ENVIRONMENT "ATM_RECOVERY_JOURNAL_SORTED_FILE"
              ON EXCEPTION
                 MOVE "journalSorted.txt" TO SORTED-JOURNAL-FILE-DSN
           END-ACCEPT.

           ACCEPT RECOVERY-REPORT-FILE-DSN
              FROM ENVIRONMENT "ATM_RECOVERY_REPORT_FILE"
              ON EXCEPTION
                 MOVE "fwdRecovery.txt" TO RECOVERY-REPORT-FILE-DSN
           END-ACCEPT.
           GO TO INPUT-RECOVERY-POINT.

       INPUT-RECOVERY-POINT.
           DISPLAY SPACES
           DISPLAY "##############################################"
           DISPLAY "##      Gringotts Wizarding Bank            ##"
           DISPLAY "##      Master Forward Recovery             ##"
           DISPLAY "##############################################"
           DISPLAY "=> RESTORED MASTER: " RESTORED-MASTER-FILE-DSN
           DISPLAY "=> FIRST RUN DATE NOT IN THE RESTORED MASTER "
              "(YYYYMMDD, THE BACKUP DATE)"
           ACCEPT ENTRY-FROM-DATE.
           DISPLAY "=> RECOVER THROUGH DATE (YYYYMMDD)"
           ACCEPT ENTRY-TO-DATE.
           DISPLAY "=> RECOVER THROUGH TIME (HHMMSS, 0 FOR END OF DAY)"
           ACCEPT ENTRY-TO-TIME.

           IF ENTRY-FROM-DATE = 0 OR ENTRY-TO-DATE < ENTRY-FROM-DATE
           THEN
              DISPLAY "=> THROUGH DATE IS BEFORE THE FIRST RUN DATE"
              GO TO INPUT-RECOVERY-POINT
           END-IF.
           IF ENTRY-TO-TIME = 0 OR ENTRY-TO-TIME > 235959
           THEN
              MOVE 235959 TO ENTRY-TO-TIME
           END-IF.
           MOVE ENTRY-TO-DATE TO CUTOFF-STAMP-DATE.
           MOVE ENTRY-TO-TIME TO CUTOFF-STAMP-TIME.

           DISPLAY "=> REPLAY " JOURNAL-FILE-DSN
           DISPLAY "   FROM " ENTRY-FROM-DATE " THROUGH " CUTOFF-STAMP
           DISPLAY "   INTO " RECOVERED-MASTER-FILE-DSN
           DISPLAY "=> PRESS Y TO CONFIRM"
           ACCEPT ENTRY-CONFIRM.
           IF NOT ENTRY-CONFIRMED
           THEN
              DISPLAY "=====> FORWARD RECOVERY CANCELLED"
              STOP RUN
           END-IF.
           GO TO SORT-JOURNAL-ENTRIES.

       SORT-JOURNAL-ENTRIES.
           OPEN INPUT RESTORED-MASTER-FILE.
           IF RESTORED-MASTER-NOT-FOUND
           THEN
              DISPLAY "[ABORT]: RESTORED MASTER NOT FOUND: "
                 RESTORED-MASTER-FILE-DSN
              STOP RUN
           END-IF.
           CLOSE RESTORED-MASTER-FILE.

           SORT JOURNAL-WORK-FILE
              ON ASCENDING KEY JW-ACCT-NUMBER
              ON ASCENDING KEY JW-INPUT-ORDER
              INPUT PROCEDURE IS SELECT-JOURNAL-ENTRIES
                 THRU SELECT-JOURNAL-ENTRIES-EXIT
              GIVING SORTED-JOURNAL-FILE.
           GO TO START-RECOVERY-REPORT.

       SELECT-JOURNAL-ENTRIES.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-FILE-NOT-FOUND
           THEN
              DISPLAY "[ABORT]: NO JOURNAL FILE FOUND: "
                 JOURNAL-FILE-DSN
              STOP RUN
           END-IF.

       SELECT-JOURNAL-ENTRIES-LOOP.
           READ JOURNAL-FILE
              AT END
                 CLOSE JOURNAL-FILE
                 GO TO SELECT-JOURNAL-ENTRIES-EXIT
           END-READ.
           ADD 1 TO JOURNAL-INPUT-ORDER.
           IF JRNL-DATE < ENTRY-FROM-DATE OR
              JRNL-DATE > ENTRY-TO-DATE
           THEN
              GO TO SELECT-JOURNAL-ENTRIES-LOOP
           END-IF.
           ADD 1 TO JOURNAL-SELECTED-COUNT.
           MOVE JRNL-ACCT-NUMBER    TO JW-ACCT-NUMBER.
           MOVE JOURNAL-INPUT-ORDER TO JW-INPUT-ORDER.
           MOVE JOURNAL-RECORD(17:61) TO JW-JOURNAL-DATA.
           RELEASE JOURNAL-WORK-RECORD.
           GO TO SELECT-JOURNAL-ENTRIES-LOOP.

       SELECT-JOURNAL-ENTRIES-EXIT.
           EXIT.

       START-RECOVERY-REPORT.
           MOVE SPACES TO RPT-TEXT.
           MOVE RECOVERY-REPORT-FILE-DSN TO RPT-REPORT-DSN.
           MOVE "FWDRECOV" TO RPT-PROGRAM-ID.
           MOVE "MASTER FORWARD RECOVERY" TO RPT-REPORT-TITLE.
           MOVE "INIT" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT
              ON EXCEPTION
                 DISPLAY "[ABORT]: RPTWRITE MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           MOVE ENTRY-FROM-DATE  TO RS-FROM-DATE.
           MOVE ENTRY-TO-DATE    TO RS-TO-DATE.
           MOVE ENTRY-TO-TIME    TO RS-TO-TIME.
           MOVE JOURNAL-FILE-DSN TO RS-JOURNAL-DSN.
           MOVE RECOVERY-SCOPE-BUFFER TO RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE ACCT-HEADING-BUFFER TO RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.

           OPEN INPUT RESTORED-MASTER-FILE.
           OPEN INPUT SORTED-JOURNAL-FILE.
           OPEN OUTPUT RECOVERED-MASTER-FILE.
           PERFORM READ-SORTED-JOURNAL.
           GO TO RECOVER-NEXT-MASTER.

       RECOVER-NEXT-MASTER.
           READ RESTORED-MASTER-FILE
              AT END
                 GO TO REPORT-REMAINING-ORPHANS
           END-READ.
           ADD 1 TO MASTER-READ-COUNT.
           MOVE MSTR-ACCT-BALANCE-UNSIGNED TO RECOVERED-BALANCE.
           IF MSTR-ACCT-SIGN = "-"
           THEN
              MULTIPLY -1 BY RECOVERED-BALANCE
           END-IF.
           MOVE "N" TO ACCT-JOURNAL-FLAG.
           MOVE "N" TO RUN-CUT-OFF-FLAG.
           MOVE 0 TO ACCT-POSTING-COUNT.
           MOVE 0 TO ACCT-VERIFIED-COUNT.
           MOVE 0 TO ACCT-MISMATCH-COUNT.
           MOVE 0 TO ACCT-PARTIAL-COUNT.

       RECOVER-SKIP-ORPHANS.
           IF NOT SORTED-JOURNAL-AT-END AND
              SJ-ACCT-NUMBER < MSTR-ACCT-NUMBER
           THEN
              PERFORM REPORT-ORPHAN-ENTRY
              PERFORM READ-SORTED-JOURNAL
              GO TO RECOVER-SKIP-ORPHANS
           END-IF.

       RECOVER-APPLY-LOOP.
           IF SORTED-JOURNAL-AT-END OR
              SJ-ACCT-NUMBER NOT = MSTR-ACCT-NUMBER
           THEN
              GO TO RECOVER-WRITE-MASTER
           END-IF.
           SET ACCT-HAS-JOURNAL TO TRUE.
           PERFORM APPLY-JOURNAL-ENTRY THRU APPLY-JOURNAL-ENTRY-EXIT.
           PERFORM READ-SORTED-JOURNAL.
           GO TO RECOVER-APPLY-LOOP.

       RECOVER-WRITE-MASTER.
           IF RECOVERED-BALANCE < 0
           THEN
              MOVE "-" TO MSTR-ACCT-SIGN
              COMPUTE MSTR-ACCT-BALANCE-UNSIGNED =
                 0 - RECOVERED-BALANCE
           ELSE
              IF RECOVERED-BALANCE > 0
              THEN
                 MOVE "+" TO MSTR-ACCT-SIGN
              END-IF
              MOVE RECOVERED-BALANCE TO MSTR-ACCT-BALANCE-UNSIGNED
           END-IF.
           WRITE RECOVERED-MASTER-RECORD FROM MASTER-RECORD.

           IF ACCT-HAS-JOURNAL
           THEN
              ADD 1 TO ACCT-RECOVERED-COUNT
              MOVE "VERIFIED" TO ACCT-RESULT
              IF ACCT-PARTIAL-COUNT > 0
              THEN
                 MOVE "CUT OFF" TO ACCT-RESULT
              END-IF
              IF ACCT-MISMATCH-COUNT > 0
              THEN
                 MOVE "MISMATCH" TO ACCT-RESULT
              END-IF
              MOVE MSTR-ACCT-NUMBER    TO AL-ACCT-NUMBER
              MOVE ACCT-POSTING-COUNT  TO AL-POSTINGS
              MOVE ACCT-VERIFIED-COUNT TO AL-VERIFIED
              MOVE ACCT-MISMATCH-COUNT TO AL-MISMATCH
              MOVE ACCT-PARTIAL-COUNT  TO AL-PARTIAL
              MOVE RECOVERED-BALANCE   TO AL-BALANCE
              MOVE ACCT-RESULT         TO AL-RESULT
              MOVE ACCT-LINE-BUFFER TO RPT-TEXT
              PERFORM WRITE-REPORT-LINE
           END-IF.
           GO TO RECOVER-NEXT-MASTER.

       REPORT-REMAINING-ORPHANS.
           IF NOT SORTED-JOURNAL-AT-END
           THEN
              PERFORM REPORT-ORPHAN-ENTRY
              PERFORM READ-SORTED-JOURNAL
              GO TO REPORT-REMAINING-ORPHANS
           END-IF.
           CLOSE RESTORED-MASTER-FILE.
           CLOSE SORTED-JOURNAL-FILE.
           CLOSE RECOVERED-MASTER-FILE.
           GO TO REPORT-RECOVERY-TOTALS.

       APPLY-JOURNAL-ENTRY.
           MOVE SJ-BALANCE TO JOURNAL-SIGNED-BALANCE.
           IF SJ-SIGN = "-"
           THEN
              MULTIPLY -1 BY JOURNAL-SIGNED-BALANCE
           END-IF.

           IF SJ-BROUGHT-FORWARD
           THEN
              MOVE "N" TO RUN-CUT-OFF-FLAG
              IF JOURNAL-SIGNED-BALANCE NOT = RECOVERED-BALANCE
              THEN
                 ADD 1 TO ACCT-MISMATCH-COUNT
                 ADD 1 TO RUN-MISMATCH-COUNT
                 MOVE "BROUGHT FORWARD" TO CK-CHECK-TYPE
                 PERFORM WRITE-CHECK-LINE
              END-IF
              GO TO APPLY-JOURNAL-ENTRY-EXIT
           END-IF.

           IF SJ-POSTING
           THEN
              IF SJ-REF-STAMP IS NUMERIC
              THEN
                 MOVE SJ-REF-STAMP TO ENTRY-STAMP
              ELSE
                 MOVE SJ-DATE TO ENTRY-STAMP-DATE
                 MOVE 0 TO ENTRY-STAMP-TIME
              END-IF
              IF ENTRY-STAMP > CUTOFF-STAMP
              THEN
                 SET RUN-WAS-CUT-OFF TO TRUE
                 ADD 1 TO POSTING-AFTER-CUTOFF-COUNT
                 GO TO APPLY-JOURNAL-ENTRY-EXIT
              END-IF
              IF SJ-OPERATION = "P"
              THEN
                 ADD 1 TO PIN-CHANGE-COUNT
              END-IF
              MOVE SJ-OPERATION TO EFFECT-OPERATION
              MOVE SJ-AMOUNT    TO EFFECT-AMOUNT
              PERFORM SIGN-OPERATION-EFFECT
              ADD EFFECT-SIGNED-AMOUNT TO RECOVERED-BALANCE
              ADD 1 TO ACCT-POSTING-COUNT
              ADD 1 TO POSTING-REPLAYED-COUNT
              GO TO APPLY-JOURNAL-ENTRY-EXIT
           END-IF.

           IF SJ-CARRIED-FORWARD
           THEN
              IF RUN-WAS-CUT-OFF
              THEN
                 ADD 1 TO ACCT-PARTIAL-COUNT
                 ADD 1 TO RUN-PARTIAL-COUNT
                 MOVE "CUT OFF MID-RUN" TO CK-CHECK-TYPE
                 PERFORM WRITE-CHECK-LINE
                 GO TO APPLY-JOURNAL-ENTRY-EXIT
              END-IF
              IF JOURNAL-SIGNED-BALANCE = RECOVERED-BALANCE
              THEN
                 ADD 1 TO ACCT-VERIFIED-COUNT
                 ADD 1 TO RUN-VERIFIED-COUNT
              ELSE
                 ADD 1 TO ACCT-MISMATCH-COUNT
                 ADD 1 TO RUN-MISMATCH-COUNT
                 MOVE "CARRIED FORWARD" TO CK-CHECK-TYPE
                 PERFORM WRITE-CHECK-LINE
              END-IF
           END-IF.

       APPLY-JOURNAL-ENTRY-EXIT.
           EXIT.

       SIGN-OPERATION-EFFECT.
           MOVE 0 TO EFFECT-SIGNED-AMOUNT.
           IF EFFECT-OPERATION = "D" OR EFFECT-OPERATION = "Y" OR
              EFFECT-OPERATION = "I"
           THEN
              MOVE EFFECT-AMOUNT TO EFFECT-SIGNED-AMOUNT
           END-IF.
           IF EFFECT-OPERATION = "W" OR EFFECT-OPERATION = "X" OR
              EFFECT-OPERATION = "F" OR EFFECT-OPERATION = "H"
           THEN
              COMPUTE EFFECT-SIGNED-AMOUNT = 0 - EFFECT-AMOUNT
           END-IF.

       WRITE-CHECK-LINE.
           MOVE SJ-DATE                TO CK-DATE.
           MOVE JOURNAL-SIGNED-BALANCE TO CK-JOURNAL-BALANCE.
           MOVE RECOVERED-BALANCE      TO CK-RECOVERED-BALANCE.
           MOVE CHECK-LINE-BUFFER TO RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.

       READ-SORTED-JOURNAL.
           READ SORTED-JOURNAL-FILE
              AT END
                 SET SORTED-JOURNAL-AT-END TO TRUE
           END-READ.

       REPORT-ORPHAN-ENTRY.
           IF SJ-ACCT-NUMBER NOT = LAST-ORPHAN-ACCT
           THEN
              MOVE SJ-ACCT-NUMBER TO LAST-ORPHAN-ACCT
              ADD 1 TO ORPHAN-ACCT-COUNT
              MOVE SJ-ACCT-NUMBER TO OL-ACCT-NUMBER
              MOVE ORPHAN-LINE-BUFFER TO RPT-TEXT
              PERFORM WRITE-REPORT-LINE
           END-IF.

       REPORT-RECOVERY-TOTALS.
           MOVE SPACES TO RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.
           MOVE "MASTER RECORDS READ" TO SM-LABEL.
           MOVE MASTER-READ-COUNT TO SM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "JOURNAL ENTRIES IN RANGE" TO SM-LABEL.
           MOVE JOURNAL-SELECTED-COUNT TO SM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "ACCOUNTS RECOVERED FROM JOURNAL" TO SM-LABEL.
           MOVE ACCT-RECOVERED-COUNT TO SM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "POSTINGS REPLAYED" TO SM-LABEL.
           MOVE POSTING-REPLAYED-COUNT TO SM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "POSTINGS AFTER RECOVERY POINT" TO SM-LABEL.
           MOVE POSTING-AFTER-CUTOFF-COUNT TO SM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "RUNS VERIFIED TO CARRIED FORWARD" TO SM-LABEL.
           MOVE RUN-VERIFIED-COUNT TO SM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "BALANCE MISMATCHES" TO SM-LABEL.
           MOVE RUN-MISMATCH-COUNT TO SM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "RUNS CUT OFF AT RECOVERY POINT" TO SM-LABEL.
           MOVE RUN-PARTIAL-COUNT TO SM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "PIN CHANGES NOT RECOVERABLE" TO SM-LABEL.
           MOVE PIN-CHANGE-COUNT TO SM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "JOURNAL ACCOUNTS NOT ON MASTER" TO SM-LABEL.
           MOVE ORPHAN-ACCT-COUNT TO SM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "TERM" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

           DISPLAY "=====> " ACCT-RECOVERED-COUNT " ACCOUNT(S) ROLLED "
              "FORWARD, " POSTING-REPLAYED-COUNT " POSTING(S) REPLAYED"
           DISPLAY "=====> " RUN-VERIFIED-COUNT " RUN(S) VERIFIED, "
              RUN-MISMATCH-COUNT " MISMATCH(ES), " RUN-PARTIAL-COUNT
              " CUT OFF"
           DISPLAY "=====> RECOVERED MASTER: " RECOVERED-MASTER-FILE-DSN
           DISPLAY "=====> RECOVERY REPORT: " RECOVERY-REPORT-FILE-DSN
           IF RUN-MISMATCH-COUNT > 0 OR ORPHAN-ACCT-COUNT > 0
           THEN
              DISPLAY "~~~~~~~~~~~~~~~> RECOVERED MASTER DOES NOT "
                 "AGREE WITH THE JOURNAL -- DO NOT PROMOTE IT"
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       WRITE-SUMMARY-LINE.
           MOVE SUMMARY-LINE-BUFFER TO RPT-TEXT.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

       END PROGRAM FWDRECOV.
