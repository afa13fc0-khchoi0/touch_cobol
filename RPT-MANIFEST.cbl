       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT-MANIFEST.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              DISTRIBUTION-FILE ASSIGN TO "RPTDIST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS DISTRIBUTION-FILE-STATUS.

           SELECT
              REPORT-FILE ASSIGN DYNAMIC REPORT-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIBUTION-FILE.
       01  DISTRIBUTION-RECORD.
           02 DIST-REPORT-NAME PIC X(24).
           02 DIST-RECIPIENTS PIC X(30).
           02 DIST-COPIES PIC 9(2).
           02 DIST-RETENTION-DAYS PIC 9(4).
           02 DIST-RESTRICTED-FLAG PIC X.
           02 DIST-EXPECTED-FLAG PIC X.

       FD  REPORT-FILE.
       01  REPORT-FILE-LINE.
           02 RL-PROGRAM-ID PIC X(10).
           02 FILLER PIC X(42).
           02 RL-DATE-LABEL PIC X(6).
           02 RL-RUN-DATE PIC X(8).
           02 RL-PAGE-LABEL PIC X(6).
           02 FILLER PIC X(128).

       WORKING-STORAGE SECTION.
       01  DISTRIBUTION-FILE-STATUS PIC 9(2).
           88 DISTRIBUTION-FILE-NOT-FOUND VALUE 35.
       01  REPORT-FILE-STATUS PIC 9(2).
           88 REPORT-FILE-OK VALUE 0.
       01  REPORT-FILE-DSN PIC X(40).

       01  RPT-OP PIC X(4).
       01  RPT-TEXT.
           02 RPT-INIT-VIEW.
              03 RPT-REPORT-DSN PIC X(40).
              03 RPT-PROGRAM-ID PIC X(10).
              03 RPT-REPORT-TITLE PIC X(40).
              03 FILLER PIC X(42).

       01  DATECALC-FUNCTION PIC X(4).
       01  DATECALC-DAYS PIC S9(5).
       01  TODAY-DATE PIC 9(8).
       01  KEEP-UNTIL-DATE PIC 9(8).

       01  DISTRIBUTION-DEFAULTS.
           02 FILLER PIC X(24) VALUE "reconcile.rpt".
           02 FILLER PIC X(38) VALUE
              "BRANCH-OPS,AUDIT              022555YY".
           02 FILLER PIC X(24) VALUE "velocityExceptions.txt".
           02 FILLER PIC X(38) VALUE
              "FRAUD,AUDIT                   012555YY".
           02 FILLER PIC X(24) VALUE "operActivity.txt".
           02 FILLER PIC X(38) VALUE
              "AUDIT,SECURITY                010365YY".
           02 FILLER PIC X(24) VALUE "MORNING.RPT".
           02 FILLER PIC X(38) VALUE
              "BRANCH-OPS                    020090NY".
           02 FILLER PIC X(24) VALUE "DATAQUAL.RPT".
           02 FILLER PIC X(38) VALUE
              "DATA-STEWARDS,IT-OPS          010090YY".
           02 FILLER PIC X(24) VALUE "AGEDBAL.RPT".
           02 FILLER PIC X(38) VALUE
              "BURSAR,FINANCE                010365YY".
           02 FILLER PIC X(24) VALUE "OVERDUE.RPT".
           02 FILLER PIC X(38) VALUE
              "STORE-MANAGERS                020090NY".
           02 FILLER PIC X(24) VALUE "ctrReport.txt".
           02 FILLER PIC X(38) VALUE
              "COMPLIANCE                    011825YN".
           02 FILLER PIC X(24) VALUE "kycReview.txt".
           02 FILLER PIC X(38) VALUE
              "COMPLIANCE                    011825YN".
           02 FILLER PIC X(24) VALUE "PROBATION.RPT".
           02 FILLER PIC X(38) VALUE
              "REGISTRAR,DEANS               012555YN".
           02 FILLER PIC X(24) VALUE "TRANSCRP.RPT".
           02 FILLER PIC X(38) VALUE
              "REGISTRAR                     012555YN".
           02 FILLER PIC X(24) VALUE "PAYDUE.RPT".
           02 FILLER PIC X(38) VALUE
              "ACCOUNTS-PAYABLE              010365NN".
           02 FILLER PIC X(24) VALUE "XREFSUGG.RPT".
           02 FILLER PIC X(38) VALUE
              "DATA-STEWARDS                 010090YN".
       01  DISTRIBUTION-DEFAULT-TABLE
              REDEFINES DISTRIBUTION-DEFAULTS.
           02 DISTRIBUTION-DEFAULT-ENTRY OCCURS 13 TIMES
              PIC X(62).
       01  DISTRIBUTION-DEFAULT-COUNT PIC 9(3) VALUE 13.
       01  DISTRIBUTION-SOURCE PIC X(20).

       01  DISTRIBUTION-COUNT PIC 9(3) VALUE 0.
       01  DISTRIBUTION-SUBSCRIPT PIC 9(3) VALUE 0.
       01  DISTRIBUTION-TABLE.
           02 DISTRIBUTION-ENTRY OCCURS 200 TIMES.
              03 DT-REPORT-NAME PIC X(24).
              03 DT-RECIPIENTS PIC X(30).
              03 DT-COPIES PIC 9(2).
              03 DT-RETENTION-DAYS PIC 9(4).
              03 DT-RESTRICTED-FLAG PIC X.
                 88 DT-IS-RESTRICTED VALUE "Y".
              03 DT-EXPECTED-FLAG PIC X.
                 88 DT-IS-EXPECTED VALUE "Y".

       01  DIST-EOF-FLAG PIC X VALUE "N".
           88 DIST-AT-END VALUE "Y".
       01  REPORT-EOF-FLAG PIC X VALUE "N".
           88 REPORT-AT-END VALUE "Y".

       01  REPORT-LINE-COUNT PIC 9(7) VALUE 0.
       01  REPORT-PAGE-COUNT PIC 9(4) VALUE 0.
       01  REPORT-RUN-DATE PIC X(8).
       01  REPORT-STATUS-TEXT PIC X(18).

       01  REPORTS-LISTED PIC 9(3) VALUE 0.
       01  REPORTS-PRODUCED PIC 9(3) VALUE 0.
       01  REPORTS-MISSING PIC 9(3) VALUE 0.
       01  REPORTS-NOT-RUN PIC 9(3) VALUE 0.
       01  REPORTS-STALE PIC 9(3) VALUE 0.
       01  RESTRICTED-PRODUCED PIC 9(3) VALUE 0.
       01  TOTAL-COPIES PIC 9(5) VALUE 0.

       01  MANIFEST-LINE.
           02 ML-REPORT-NAME PIC X(24).
           02 FILLER PIC X VALUE SPACE.
           02 ML-STATUS PIC X(18).
           02 FILLER PIC X VALUE SPACE.
           02 ML-PAGES PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 ML-LINES PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 ML-COPIES PIC Z9.
           02 FILLER PIC X VALUE SPACE.
           02 ML-KEEP-UNTIL PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 ML-RECIPIENTS PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 ML-RESTRICTED PIC X(10).

       01  SUMMARY-LINE.
           02 SL-LABEL PIC X(30).
           02 SL-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           PERFORM LOAD-DISTRIBUTION-TABLE.
           PERFORM INITIALIZE-REPORT-WRITER.

           PERFORM VARYING DISTRIBUTION-SUBSCRIPT FROM 1 BY 1
              UNTIL DISTRIBUTION-SUBSCRIPT > DISTRIBUTION-COUNT
              PERFORM CHECK-ONE-REPORT
           END-PERFORM.

           PERFORM WRITE-MANIFEST-SUMMARY.
           MOVE "TERM" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

           DISPLAY REPORTS-PRODUCED " OF " REPORTS-LISTED
              " REPORT(S) PRODUCED -- MANIFEST ON RPTMANIF.RPT".
           IF REPORTS-MISSING > 0 THEN
              DISPLAY REPORTS-MISSING
                 " EXPECTED REPORT(S) NOT PRODUCED"
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-DISTRIBUTION-TABLE.
           MOVE 0 TO DISTRIBUTION-COUNT.
           OPEN INPUT DISTRIBUTION-FILE.
           IF DISTRIBUTION-FILE-NOT-FOUND THEN
              MOVE "BUILT-IN TABLE" TO DISTRIBUTION-SOURCE
              PERFORM VARYING DISTRIBUTION-SUBSCRIPT FROM 1 BY 1
                 UNTIL DISTRIBUTION-SUBSCRIPT >
                    DISTRIBUTION-DEFAULT-COUNT
                 ADD 1 TO DISTRIBUTION-COUNT
                 MOVE DISTRIBUTION-DEFAULT-ENTRY(DISTRIBUTION-SUBSCRIPT)
                    TO DISTRIBUTION-ENTRY(DISTRIBUTION-COUNT)
              END-PERFORM
           ELSE
              MOVE "RPTDIST.DAT" TO DISTRIBUTION-SOURCE
              PERFORM UNTIL DIST-AT-END
                 READ DISTRIBUTION-FILE
                    AT END SET DIST-AT-END TO TRUE
                 END-READ
                 IF NOT DIST-AT-END AND
                    DISTRIBUTION-COUNT < 200 THEN
                    ADD 1 TO DISTRIBUTION-COUNT
                    MOVE DISTRIBUTION-RECORD
                       TO DISTRIBUTION-ENTRY(DISTRIBUTION-COUNT)
                 END-IF
              END-PERFORM
              CLOSE DISTRIBUTION-FILE
           END-IF.
           DISPLAY "DISTRIBUTION FROM " DISTRIBUTION-SOURCE
              " -- " DISTRIBUTION-COUNT " REPORT(S)".

       CHECK-ONE-REPORT.
           ADD 1 TO REPORTS-LISTED.
           MOVE 0 TO REPORT-LINE-COUNT.
           MOVE 0 TO REPORT-PAGE-COUNT.
           MOVE SPACES TO REPORT-RUN-DATE.
           MOVE SPACES TO MANIFEST-LINE.
           MOVE DT-REPORT-NAME(DISTRIBUTION-SUBSCRIPT)
              TO ML-REPORT-NAME.
           MOVE DT-RECIPIENTS(DISTRIBUTION-SUBSCRIPT)
              TO ML-RECIPIENTS.
           MOVE DT-COPIES(DISTRIBUTION-SUBSCRIPT) TO ML-COPIES.

           IF DT-REPORT-NAME(DISTRIBUTION-SUBSCRIPT) =
              "RPTMANIF.RPT" THEN
              MOVE "THIS MANIFEST" TO REPORT-STATUS-TEXT
           ELSE
              PERFORM COUNT-REPORT-LINES
           END-IF.

           MOVE REPORT-STATUS-TEXT TO ML-STATUS.
           IF REPORT-STATUS-TEXT = "PRODUCED" THEN
              ADD 1 TO REPORTS-PRODUCED
              ADD DT-COPIES(DISTRIBUTION-SUBSCRIPT) TO TOTAL-COPIES
              MOVE REPORT-PAGE-COUNT TO ML-PAGES
              MOVE REPORT-LINE-COUNT TO ML-LINES
              PERFORM COMPUTE-KEEP-UNTIL
              MOVE KEEP-UNTIL-DATE TO ML-KEEP-UNTIL
              IF DT-IS-RESTRICTED(DISTRIBUTION-SUBSCRIPT) THEN
                 ADD 1 TO RESTRICTED-PRODUCED
              END-IF
           END-IF.
           IF DT-IS-RESTRICTED(DISTRIBUTION-SUBSCRIPT) THEN
              MOVE "RESTRICTED" TO ML-RESTRICTED
           END-IF.

           MOVE MANIFEST-LINE TO RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

       COUNT-REPORT-LINES.
           MOVE DT-REPORT-NAME(DISTRIBUTION-SUBSCRIPT)
              TO REPORT-FILE-DSN.
           OPEN INPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK THEN
              IF DT-IS-EXPECTED(DISTRIBUTION-SUBSCRIPT) THEN
                 MOVE "*** NOT PRODUCED" TO REPORT-STATUS-TEXT
                 ADD 1 TO REPORTS-MISSING
              ELSE
                 MOVE "NOT RUN" TO REPORT-STATUS-TEXT
                 ADD 1 TO REPORTS-NOT-RUN
              END-IF
           ELSE
              MOVE "N" TO REPORT-EOF-FLAG
              PERFORM UNTIL REPORT-AT-END
                 MOVE SPACES TO REPORT-FILE-LINE
                 READ REPORT-FILE
                    AT END SET REPORT-AT-END TO TRUE
                 END-READ
                 IF NOT REPORT-AT-END THEN
                    ADD 1 TO REPORT-LINE-COUNT
                    IF RL-DATE-LABEL = " DATE " AND
                       RL-PAGE-LABEL = " PAGE " THEN
                       ADD 1 TO REPORT-PAGE-COUNT
                       IF REPORT-RUN-DATE = SPACES THEN
                          MOVE RL-RUN-DATE TO REPORT-RUN-DATE
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE REPORT-FILE
              PERFORM CLASSIFY-PRODUCED-REPORT
           END-IF.

       CLASSIFY-PRODUCED-REPORT.
           IF REPORT-PAGE-COUNT = 0 AND REPORT-LINE-COUNT > 0 THEN
              COMPUTE REPORT-PAGE-COUNT =
                 (REPORT-LINE-COUNT + 54) / 55
           END-IF.
           MOVE "PRODUCED" TO REPORT-STATUS-TEXT.
           IF REPORT-RUN-DATE NOT = SPACES AND
              REPORT-RUN-DATE NOT = TODAY-DATE THEN
              MOVE SPACES TO REPORT-STATUS-TEXT
              STRING "STALE " REPORT-RUN-DATE
                 DELIMITED BY SIZE INTO REPORT-STATUS-TEXT
              ADD 1 TO REPORTS-STALE
              IF DT-IS-EXPECTED(DISTRIBUTION-SUBSCRIPT) THEN
                 MOVE SPACES TO REPORT-STATUS-TEXT
                 STRING "*** STALE " REPORT-RUN-DATE
                    DELIMITED BY SIZE INTO REPORT-STATUS-TEXT
                 ADD 1 TO REPORTS-MISSING
              END-IF
           END-IF.

       COMPUTE-KEEP-UNTIL.
           MOVE "ADDD" TO DATECALC-FUNCTION.
           MOVE DT-RETENTION-DAYS(DISTRIBUTION-SUBSCRIPT)
              TO DATECALC-DAYS.
           CALL "DATECALC" USING DATECALC-FUNCTION
              TODAY-DATE KEEP-UNTIL-DATE DATECALC-DAYS
              ON EXCEPTION
                 DISPLAY "[ABORT]: DATECALC MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.

       WRITE-MANIFEST-SUMMARY.
           MOVE SPACES TO RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE SPACES TO RPT-TEXT.
           STRING "DISTRIBUTION TAKEN FROM " DISTRIBUTION-SOURCE
              DELIMITED BY SIZE INTO RPT-TEXT.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           MOVE "REPORTS LISTED" TO SL-LABEL.
           MOVE REPORTS-LISTED TO SL-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "REPORTS PRODUCED" TO SL-LABEL.
           MOVE REPORTS-PRODUCED TO SL-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "EXPECTED BUT NOT PRODUCED" TO SL-LABEL.
           MOVE REPORTS-MISSING TO SL-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "LEFT OVER FROM AN EARLIER RUN" TO SL-LABEL.
           MOVE REPORTS-STALE TO SL-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "OPTIONAL, NOT RUN" TO SL-LABEL.
           MOVE REPORTS-NOT-RUN TO SL-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "RESTRICTED REPORTS PRODUCED" TO SL-LABEL.
           MOVE RESTRICTED-PRODUCED TO SL-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "COPIES TO DISTRIBUTE" TO SL-LABEL.
           MOVE TOTAL-COPIES TO SL-COUNT.
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-SUMMARY-LINE.
           MOVE SUMMARY-LINE TO RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

       INITIALIZE-REPORT-WRITER.
           MOVE SPACES TO RPT-TEXT.
           MOVE "RPTMANIF.RPT" TO RPT-REPORT-DSN.
           MOVE "RPTMANIF" TO RPT-PROGRAM-ID.
           MOVE "REPORT DISTRIBUTION MANIFEST" TO RPT-REPORT-TITLE.
           MOVE "INIT" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT
              ON EXCEPTION
                 DISPLAY "[ABORT]: RPTWRITE MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           MOVE SPACES TO RPT-TEXT.
           STRING "REPORT                   STATUS             PAGES"
              "  LINES  CP KEEP-TO  RECIPIENTS"
              DELIMITED BY SIZE INTO RPT-TEXT.
           MOVE "HEAD" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

       END PROGRAM RPT-MANIFEST.
