       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERRPT.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              OPERATOR-LOG-FILE ASSIGN DYNAMIC OPERATOR-LOG-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS OPERATOR-LOG-FILE-STATUS.

           SELECT
              OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OPERATOR-FILE-STATUS.

           SELECT
              OPERATOR-CUST-FILE ASSIGN TO "OPERCUST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OPERATOR-CUST-FILE-STATUS.

           SELECT
              MASTER-FILE ASSIGN DYNAMIC MASTER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS MASTER-FILE-STATUS.

           SELECT
              ROLE-PROGRAM-FILE ASSIGN DYNAMIC ROLE-PROGRAM-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ROLE-PROGRAM-FILE-STATUS.

           SELECT
              PARAMETER-FILE ASSIGN DYNAMIC PARAMETER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS PARAMETER-FILE-STATUS.

           SELECT OPLOG-WORK-FILE ASSIGN TO "OPLOGWRK.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-LOG-FILE.
       01  OPERATOR-LOG-RECORD.
           02 OPLOG-TIMESTAMP                  PIC 9(14).
           02 OPLOG-TIME-BREAKDOWN REDEFINES OPLOG-TIMESTAMP.
              03 OPLOG-DATE                    PIC 9(8).
              03 OPLOG-HHMM                    PIC 9(4).
              03 OPLOG-HHMM-BREAKDOWN REDEFINES OPLOG-HHMM.
                 04 OPLOG-HOUR                 PIC 99.
                 04 OPLOG-MINUTE               PIC 99.
              03 FILLER                        PIC 99.
           02 OPLOG-OPERATOR                   PIC X(8).
           02 OPLOG-PROGRAM                    PIC X(10).
           02 OPLOG-ACTION                     PIC X(10).
           02 OPLOG-KEY                        PIC X(16).
           02 OPLOG-KEY-CUST-VIEW REDEFINES OPLOG-KEY.
              03 OPLOG-KEY-CUST-NUMBER         PIC X(8).
              03 OPLOG-KEY-CUST-FILLER         PIC X(8).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           02 OPR-ID PIC X(8).
           02 OPR-PASSWORD PIC 9(6).
           02 OPR-ROLE PIC X.

       FD  OPERATOR-CUST-FILE.
       01  OPERATOR-CUST-RECORD.
           02 OPC-ID PIC X(8).
           02 OPC-CUST-NUMBER PIC 9(8).

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

       FD  ROLE-PROGRAM-FILE.
       01  ROLE-PROGRAM-RECORD.
           02 RPF-ROLE                         PIC X.
           02 FILLER                           PIC X.
           02 RPF-PROGRAM                      PIC X(10).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 PARAM-NAME                       PIC X(24).
           02 PARAM-VALUE                      PIC 9(9)V9(4).
           02 PARAM-EFFECTIVE-DATE             PIC 9(8).

       SD  OPLOG-WORK-FILE.
       01  OPLOG-WORK-RECORD.
           02 OW-OPERATOR                      PIC X(8).
           02 OW-PROGRAM                       PIC X(10).
           02 OW-ACTION                        PIC X(10).
           02 OW-TIMESTAMP                     PIC 9(14).

       WORKING-STORAGE SECTION.
       01  OPERATOR-LOG-FILE-DSN               PIC X(40).
       01  MASTER-FILE-DSN                     PIC X(40).
       01  ROLE-PROGRAM-FILE-DSN               PIC X(40).
       01  PARAMETER-FILE-DSN                  PIC X(40).
       01  OPERRPT-REPORT-FILE-DSN             PIC X(40).

       01  OPERATOR-LOG-FILE-STATUS            PIC 99.
           88 OPERATOR-LOG-NOT-FOUND           VALUE 35.
       01  OPERATOR-FILE-STATUS                PIC 99.
           88 OPERATOR-FILE-NOT-FOUND          VALUE 35.
       01  OPERATOR-CUST-FILE-STATUS           PIC 99.
           88 OPERATOR-CUST-FILE-NOT-FOUND     VALUE 35.
       01  MASTER-FILE-STATUS                  PIC 99.
           88 MASTER-FILE-NOT-FOUND            VALUE 35.
       01  ROLE-PROGRAM-FILE-STATUS            PIC 99.
           88 ROLE-PROGRAM-FILE-NOT-FOUND      VALUE 35.
       01  PARAMETER-FILE-STATUS               PIC 99.
           88 PARAMETER-FILE-NOT-FOUND         VALUE 35.

       01  RUN-DATE-TODAY                      PIC 9(8).
       01  REPORT-TYPE                         PIC X.
           88 DAILY-REPORT                     VALUE "D", "d".
           88 MONTHLY-REPORT                   VALUE "M", "m".
       01  REPORT-DATE                         PIC 9(8).
       01  REPORT-MONTH                        PIC 9(6).
       01  PERIOD-START-DATE                   PIC 9(8).

       01  OPER-HOURS-START                    PIC 9(4) VALUE 0800.
       01  OPER-HOURS-END                      PIC 9(4) VALUE 1800.
       01  PEND-BURST-WINDOW                   PIC 9(4) VALUE 60.
       01  PEND-BURST-COUNT                    PIC 9(3) VALUE 5.
       01  BEST-HOURS-START-DATE               PIC 9(8) VALUE 0.
       01  BEST-HOURS-END-DATE                 PIC 9(8) VALUE 0.
       01  BEST-BURST-WINDOW-DATE              PIC 9(8) VALUE 0.
       01  BEST-BURST-COUNT-DATE               PIC 9(8) VALUE 0.

       01  OPERATOR-COUNT                      PIC 9(3) VALUE 0.
       01  OPERATOR-SUBSCRIPT                  PIC 9(3) VALUE 0.
       01  OPERATOR-TABLE.
           02 OPERATOR-ENTRY OCCURS 200 TIMES.
              03 OT-ID                         PIC X(8).
              03 OT-ROLE                       PIC X.
              03 OT-CUST-NUMBER                PIC 9(8).
       01  FOUND-OPERATOR-FLAG                 PIC X VALUE "N".
           88 OPERATOR-WAS-FOUND               VALUE "Y".
       01  FOUND-OPERATOR-ROLE                 PIC X.
       01  FOUND-OPERATOR-CUST                 PIC 9(8).

       01  STAFF-ACCT-COUNT                    PIC 9(4) VALUE 0.
       01  STAFF-ACCT-SUBSCRIPT                PIC 9(4) VALUE 0.
       01  STAFF-ACCT-TABLE.
           02 STAFF-ACCT-ENTRY OCCURS 1000 TIMES.
              03 SA-ACCT-NUMBER                PIC 9(16).
              03 SA-CUST-NUMBER                PIC 9(8).

       01  ROLE-PROGRAM-DEFAULTS.
           02 FILLER PIC X(48) VALUE
              "O TELLER    O ACCTMAINT O CIFMAINT  O HOTCARD   ".
           02 FILLER PIC X(48) VALUE
              "O DISPUTE   O TERMDEP   O FCYMAINT  O LOANMAINT ".
           02 FILLER PIC X(48) VALUE
              "O CHQENTRY  O COLLDESK  O PAYEEMNT  O LEGALORD  ".
           02 FILLER PIC X(48) VALUE
              "O ESTATE    O FXENTRY   O ENVVERIFY O TERMINCD  ".
           02 FILLER PIC X(48) VALUE
              "O BALCERT   O SUPPLIER-MO FEESCHED  O RESTORE   ".
           02 FILLER PIC X(48) VALUE
              "S APPROVE   S BILLMNT   S COMPDESK  S PRODMAINT ".
           02 FILLER PIC X(48) VALUE
              "S HOLMAINT  S VOIDTRAN  S ACCTMAINT S CIFMAINT  ".
           02 FILLER PIC X(48) VALUE
              "S HOTCARD   S DISPUTE   S COLLDESK  S LEGALORD  ".
           02 FILLER PIC X(48) VALUE
              "S ESTATE    S FXENTRY   S ENVVERIFY S BALCERT   ".
           02 FILLER PIC X(48) VALUE
              "S SUPPLIER-MS FEESCHED  S RESTORE   S MSGMAINT  ".
           02 FILLER PIC X(48) VALUE
              "O PRIVACY   S PRIVACY   O PERSONXR  S PERSONXR  ".
           02 FILLER PIC X(48) VALUE
              "O RPTDIST   S RPTDIST                           ".
       01  ROLE-PROGRAM-DEFAULT-TABLE REDEFINES ROLE-PROGRAM-DEFAULTS.
           02 ROLE-PROGRAM-DEFAULT-ENTRY OCCURS 48 TIMES.
              03 RPD-ROLE                      PIC X.
              03 FILLER                        PIC X.
              03 RPD-PROGRAM                   PIC X(10).
       01  ROLE-PROGRAM-DEFAULT-COUNT          PIC 9(3) VALUE 46.
       01  ROLE-PROGRAM-COUNT                  PIC 9(3) VALUE 0.
       01  ROLE-PROGRAM-SUBSCRIPT              PIC 9(3) VALUE 0.
       01  ROLE-PROGRAM-TABLE.
           02 ROLE-PROGRAM-ENTRY OCCURS 200 TIMES.
              03 RP-ROLE                       PIC X.
              03 RP-PROGRAM                    PIC X(10).
       01  ROLE-PROGRAM-SOURCE                 PIC X(20)
              VALUE "BUILT-IN DEFAULTS".

       01  SESSION-COUNT                       PIC 9(3) VALUE 0.
       01  SESSION-SUBSCRIPT                   PIC 9(3) VALUE 0.
       01  SESSION-TABLE.
           02 SESSION-ENTRY OCCURS 500 TIMES.
              03 SS-OPERATOR                   PIC X(8).
              03 SS-PROGRAM                    PIC X(10).
              03 SS-DATE                       PIC 9(8).

       01  PEND-EVENT-COUNT                    PIC 9(4) VALUE 0.
       01  PEND-EVENT-SUBSCRIPT                PIC 9(4) VALUE 0.
       01  PEND-EVENT-INNER                    PIC 9(4) VALUE 0.
       01  PEND-EVENT-TABLE.
           02 PEND-EVENT-ENTRY OCCURS 2000 TIMES.
              03 PE-OPERATOR                   PIC X(8).
              03 PE-MINUTE-SERIAL              PIC 9(7).
              03 PE-TIMESTAMP                  PIC 9(14).
       01  PEND-WINDOW-COUNT                   PIC 9(4) VALUE 0.
       01  PEND-WINDOW-LIMIT                   PIC 9(7) VALUE 0.

       01  EXCEPTION-COUNT                     PIC 9(4) VALUE 0.
       01  EXCEPTION-SUBSCRIPT                 PIC 9(4) VALUE 0.
       01  EXCEPTION-TABLE.
           02 EXCEPTION-ENTRY OCCURS 1000 TIMES.
              03 EX-TYPE                       PIC X(10).
              03 EX-TIMESTAMP                  PIC 9(14).
              03 EX-OPERATOR                   PIC X(8).
              03 EX-PROGRAM                    PIC X(10).
              03 EX-ACTION                     PIC X(10).
              03 EX-KEY                        PIC X(16).
              03 EX-DETAIL                     PIC X(40).
       01  NEW-EXCEPTION-TYPE                  PIC X(10).
       01  NEW-EXCEPTION-DETAIL                PIC X(40).
       01  NEW-EXCEPTION-TIMESTAMP             PIC 9(14).
       01  EXCEPTION-TYPE-LIST.
           02 FILLER PIC X(40) VALUE
              "OFF-HOURS OWN-ACCT  PEND-BURSTROLE-PROG ".
       01  EXCEPTION-TYPE-TABLE REDEFINES EXCEPTION-TYPE-LIST.
           02 EXCEPTION-TYPE-ENTRY OCCURS 4 TIMES.
              03 ET-TYPE                       PIC X(10).
       01  EXCEPTION-TYPE-SUBSCRIPT            PIC 9 VALUE 0.
       01  EXCEPTION-TYPE-TOTAL                PIC 9(4) VALUE 0.
       01  OFF-HOURS-COUNT                     PIC 9(4) VALUE 0.
       01  OWN-ACCT-COUNT                      PIC 9(4) VALUE 0.
       01  PEND-BURST-FLAG-COUNT               PIC 9(4) VALUE 0.
       01  ROLE-PROG-COUNT                     PIC 9(4) VALUE 0.
       01  EXCEPTION-DROPPED-COUNT             PIC 9(4) VALUE 0.

       01  LOG-SELECTED-COUNT                  PIC 9(7) VALUE 0.
       01  LOG-KEY-ACCT-NUMBER                 PIC 9(16).
       01  LOG-KEY-CUST-NUMBER                 PIC 9(8).
       01  LAST-CHECKED-DATE                   PIC 9(8) VALUE 0.
       01  LAST-CHECKED-RESULT                 PIC X VALUE "Y".
           88 LAST-DATE-IS-BUSINESS-DAY        VALUE "Y".
       01  SESSION-FOUND-FLAG                  PIC X VALUE "N".
           88 SESSION-WAS-FOUND                VALUE "Y".
       01  ROLE-PROGRAM-FOUND-FLAG             PIC X VALUE "N".
           88 ROLE-PROGRAM-WAS-FOUND           VALUE "Y".

       01  CUR-OPERATOR                        PIC X(8).
       01  CUR-PROGRAM                         PIC X(10).
       01  CUR-ACTION                          PIC X(10).
       01  ACTION-COUNT                        PIC 9(7) VALUE 0.
       01  OPERATOR-ACTION-TOTAL               PIC 9(7) VALUE 0.
       01  GRAND-ACTION-TOTAL                  PIC 9(7) VALUE 0.

       01  DATECALC-FUNCTION                   PIC X(4).
       01  DATECALC-DATE-1                     PIC 9(8).
       01  DATECALC-DATE-2                     PIC 9(8).
       01  DATECALC-DAYS                       PIC S9(5).

       01  BUSCAL-FUNCTION                     PIC X(4).
       01  BUSCAL-DATE-IN                      PIC 9(8).
       01  BUSCAL-DATE-OUT                     PIC 9(8).
       01  BUSCAL-RESULT                       PIC X.

       01  RPT-OP                              PIC X(4).
       01  RPT-TEXT.
           02 RPT-INIT-VIEW.
              03 RPT-REPORT-DSN                PIC X(40).
              03 RPT-PROGRAM-ID                PIC X(10).
              03 RPT-REPORT-TITLE              PIC X(40).
              03 FILLER                        PIC X(42).

       01  PERIOD-LINE-BUFFER.
           02 PL-PREFIX-1                      PIC X(16)
              VALUE "REVIEW PERIOD: ".
           02 PL-PERIOD-TYPE                   PIC X(8).
           02 PL-PERIOD                        PIC X(8).
           02 PL-PREFIX-2                      PIC X(20)
              VALUE "  BUSINESS HOURS: ".
           02 PL-HOURS-START                   PIC 9(4).
           02 PL-PREFIX-3                      PIC X(1)
              VALUE "-".
           02 PL-HOURS-END                     PIC 9(4).
           02 PL-PREFIX-4                      PIC X(14)
              VALUE "  ROLE TABLE: ".
           02 PL-ROLE-SOURCE                   PIC X(20).

       01  SECTION-LINE-BUFFER.
           02 SL-TITLE                         PIC X(60).

       01  COUNT-HEADING-BUFFER.
           02 FILLER                           PIC X(44)
              VALUE "  OPERATOR  PROGRAM     ACTION        COUNT".

       01  COUNT-LINE-BUFFER.
           02 CL-PREFIX-1                      PIC X(2)
              VALUE "  ".
           02 CL-OPERATOR                      PIC X(8).
           02 CL-PREFIX-2                      PIC X(2)
              VALUE "  ".
           02 CL-PROGRAM                       PIC X(10).
           02 CL-PREFIX-3                      PIC X(2)
              VALUE "  ".
           02 CL-ACTION                        PIC X(10).
           02 CL-COUNT                         PIC Z(6)9.

       01  OPERATOR-TOTAL-BUFFER.
           02 OTL-PREFIX-1                     PIC X(2)
              VALUE "  ".
           02 OTL-OPERATOR                     PIC X(8).
           02 OTL-PREFIX-2                     PIC X(24)
              VALUE "  TOTAL ACTIONS".
           02 OTL-COUNT                        PIC Z(6)9.

       01  GRAND-TOTAL-BUFFER.
           02 GTL-PREFIX-1                     PIC X(34)
              VALUE "  ALL OPERATORS   TOTAL ACTIONS".
           02 GTL-COUNT                        PIC Z(6)9.

       01  EXCEPTION-LINE-BUFFER.
           02 EL-PREFIX-1                      PIC X(2)
              VALUE "  ".
           02 EL-TYPE                          PIC X(10).
           02 EL-PREFIX-2                      PIC X(1)
              VALUE " ".
           02 EL-TIMESTAMP                     PIC 9(14).
           02 EL-PREFIX-3                      PIC X(1)
              VALUE " ".
           02 EL-OPERATOR                      PIC X(8).
           02 EL-PREFIX-4                      PIC X(1)
              VALUE " ".
           02 EL-PROGRAM                       PIC X(10).
           02 EL-PREFIX-5                      PIC X(1)
              VALUE " ".
           02 EL-ACTION                        PIC X(10).
           02 EL-PREFIX-6                      PIC X(1)
              VALUE " ".
           02 EL-KEY                           PIC X(16).
           02 EL-PREFIX-7                      PIC X(1)
              VALUE " ".
           02 EL-DETAIL                        PIC X(40).

       01  OFF-HOURS-DETAIL.
           02 FILLER                           PIC X(8)
              VALUE "OUTSIDE ".
           02 OHD-HOURS-START                  PIC 9(4).
           02 FILLER                           PIC X(1)
              VALUE "-".
           02 OHD-HOURS-END                    PIC 9(4).

       01  OWN-ACCT-DETAIL.
           02 OAD-TEXT                         PIC X(25).
           02 OAD-CUST-NUMBER                  PIC 9(8).

       01  ROLE-PROG-DETAIL.
           02 FILLER                           PIC X(5)
              VALUE "ROLE ".
           02 RPD-DETAIL-ROLE                  PIC X.
           02 FILLER                           PIC X(26)
              VALUE " DOES NOT NORMALLY USE IT".

       01  PEND-BURST-DETAIL.
           02 PBD-COUNT                        PIC ZZ9.
           02 FILLER                           PIC X(25)
              VALUE " PENDING REQUESTS WITHIN ".
           02 PBD-WINDOW                       PIC ZZZ9.
           02 FILLER                           PIC X(5)
              VALUE " MINS".

       01  EXCEPTION-SUMMARY-BUFFER.
           02 ES-PREFIX-1                      PIC X(13)
              VALUE "LOG RECORDS: ".
           02 ES-SELECTED                      PIC Z(6)9.
           02 ES-PREFIX-2                      PIC X(13)
              VALUE "  OFF-HOURS: ".
           02 ES-OFF-HOURS                     PIC ZZZ9.
           02 ES-PREFIX-3                      PIC X(12)
              VALUE "  OWN-ACCT: ".
           02 ES-OWN-ACCT                      PIC ZZZ9.
           02 ES-PREFIX-4                      PIC X(14)
              VALUE "  PEND-BURST: ".
           02 ES-PEND-BURST                    PIC ZZZ9.
           02 ES-PREFIX-5                      PIC X(13)
              VALUE "  ROLE-PROG: ".
           02 ES-ROLE-PROG                     PIC ZZZ9.

       PROCEDURE DIVISION.
       INITIALIZE-FILE-NAMES.
           ACCEPT OPERATOR-LOG-FILE-DSN
              FROM ENVIRONMENT "ATM_OPERLOG_FILE"
              ON EXCEPTION
                 MOVE "OPERLOG.DAT" TO OPERATOR-LOG-FILE-DSN
           END-ACCEPT.

           ACCEPT MASTER-FILE-DSN FROM ENVIRONMENT "ATM_MASTER_FILE"
              ON EXCEPTION MOVE "master.txt" TO MASTER-FILE-DSN
           END-ACCEPT.

           ACCEPT ROLE-PROGRAM-FILE-DSN
              FROM ENVIRONMENT "ATM_ROLE_PROGRAM_FILE"
              ON EXCEPTION
                 MOVE "roleprog.txt" TO ROLE-PROGRAM-FILE-DSN
           END-ACCEPT.

           ACCEPT PARAMETER-FILE-DSN
              FROM ENVIRONMENT "ATM_PARAMS_FILE"
              ON EXCEPTION
                 MOVE "params.txt" TO PARAMETER-FILE-DSN
           END-ACCEPT.

           ACCEPT OPERRPT-REPORT-FILE-DSN
              FROM ENVIRONMENT "ATM_OPERRPT_FILE"
              ON EXCEPTION
                 MOVE "operActivity.txt" TO OPERRPT-REPORT-FILE-DSN
           END-ACCEPT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY.
           GO TO INPUT-REPORT-PERIOD.

       INPUT-REPORT-PERIOD.
           DISPLAY SPACES
           DISPLAY "##############################################"
           DISPLAY "##      Gringotts Wizarding Bank            ##"
           DISPLAY "##      Operator Activity Review            ##"
           DISPLAY "##############################################"
           DISPLAY "=> PRESS D FOR A DAILY REVIEW"
           DISPLAY "=> PRESS M FOR A MONTHLY REVIEW"
           ACCEPT REPORT-TYPE.

           IF DAILY-REPORT
           THEN
              DISPLAY "=> REVIEW DATE (YYYYMMDD, 0 FOR TODAY)"
              ACCEPT REPORT-DATE
              IF REPORT-DATE = 0
              THEN
                 MOVE RUN-DATE-TODAY TO REPORT-DATE
              END-IF
              MOVE REPORT-DATE TO PERIOD-START-DATE
              MOVE "DAILY   " TO PL-PERIOD-TYPE
              MOVE REPORT-DATE TO PL-PERIOD
              GO TO READ-PARAMETER-FILE
           END-IF.

           IF MONTHLY-REPORT
           THEN
              DISPLAY "=> REVIEW MONTH (YYYYMM, 0 FOR THIS MONTH)"
              ACCEPT REPORT-MONTH
              IF REPORT-MONTH = 0
              THEN
                 MOVE RUN-DATE-TODAY(1:6) TO REPORT-MONTH
              END-IF
              COMPUTE PERIOD-START-DATE = REPORT-MONTH * 100 + 1
              MOVE "MONTHLY " TO PL-PERIOD-TYPE
              MOVE REPORT-MONTH TO PL-PERIOD
              GO TO READ-PARAMETER-FILE
           END-IF.

           DISPLAY "=> INVALID INPUT"
           GO TO INPUT-REPORT-PERIOD.

       READ-PARAMETER-FILE.
           OPEN INPUT PARAMETER-FILE.
           IF PARAMETER-FILE-NOT-FOUND
           THEN
              GO TO LOAD-OPERATORS
           END-IF.

       READ-PARAMETER-FILE-LOOP.
           READ PARAMETER-FILE
              AT END
                 CLOSE PARAMETER-FILE
                 GO TO LOAD-OPERATORS
           END-READ.
           IF PARAM-EFFECTIVE-DATE > RUN-DATE-TODAY
           THEN
              GO TO READ-PARAMETER-FILE-LOOP
           END-IF.
           IF PARAM-NAME = "OPER-HOURS-START" AND
              PARAM-EFFECTIVE-DATE NOT < BEST-HOURS-START-DATE
           THEN
              MOVE PARAM-VALUE TO OPER-HOURS-START
              MOVE PARAM-EFFECTIVE-DATE TO BEST-HOURS-START-DATE
           END-IF.
           IF PARAM-NAME = "OPER-HOURS-END" AND
              PARAM-EFFECTIVE-DATE NOT < BEST-HOURS-END-DATE
           THEN
              MOVE PARAM-VALUE TO OPER-HOURS-END
              MOVE PARAM-EFFECTIVE-DATE TO BEST-HOURS-END-DATE
           END-IF.
           IF PARAM-NAME = "PEND-BURST-WINDOW-MINS" AND
              PARAM-EFFECTIVE-DATE NOT < BEST-BURST-WINDOW-DATE
           THEN
              MOVE PARAM-VALUE TO PEND-BURST-WINDOW
              MOVE PARAM-EFFECTIVE-DATE TO BEST-BURST-WINDOW-DATE
           END-IF.
           IF PARAM-NAME = "PEND-BURST-COUNT" AND
              PARAM-EFFECTIVE-DATE NOT < BEST-BURST-COUNT-DATE
           THEN
              MOVE PARAM-VALUE TO PEND-BURST-COUNT
              MOVE PARAM-EFFECTIVE-DATE TO BEST-BURST-COUNT-DATE
           END-IF.
           GO TO READ-PARAMETER-FILE-LOOP.

       LOAD-OPERATORS.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-NOT-FOUND
           THEN
              DISPLAY "~~~~~~~~~~~~~~~> NO OPERATOR FILE -- EVERY "
                 "OPERATOR WILL BE FLAGGED FOR ROLE"
              GO TO LOAD-OPERATOR-LINKS
           END-IF.

       LOAD-OPERATORS-LOOP.
           READ OPERATOR-FILE
              AT END
                 CLOSE OPERATOR-FILE
                 GO TO LOAD-OPERATOR-LINKS
           END-READ.
           IF OPERATOR-COUNT < 200
           THEN
              ADD 1 TO OPERATOR-COUNT
              MOVE OPR-ID   TO OT-ID(OPERATOR-COUNT)
              MOVE OPR-ROLE TO OT-ROLE(OPERATOR-COUNT)
              MOVE 0        TO OT-CUST-NUMBER(OPERATOR-COUNT)
           END-IF.
           GO TO LOAD-OPERATORS-LOOP.

       LOAD-OPERATOR-LINKS.
           OPEN INPUT OPERATOR-CUST-FILE.
           IF OPERATOR-CUST-FILE-NOT-FOUND
           THEN
              GO TO LOAD-STAFF-ACCOUNTS
           END-IF.

       LOAD-OPERATOR-LINKS-LOOP.
           READ OPERATOR-CUST-FILE
              AT END
                 CLOSE OPERATOR-CUST-FILE
                 GO TO LOAD-STAFF-ACCOUNTS
           END-READ.
           MOVE 0 TO OPERATOR-SUBSCRIPT.

       LOAD-OPERATOR-LINKS-FIND.
           ADD 1 TO OPERATOR-SUBSCRIPT.
           IF OPERATOR-SUBSCRIPT > OPERATOR-COUNT
           THEN
              GO TO LOAD-OPERATOR-LINKS-LOOP
           END-IF.
           IF OT-ID(OPERATOR-SUBSCRIPT) = OPC-ID
           THEN
              MOVE OPC-CUST-NUMBER
                 TO OT-CUST-NUMBER(OPERATOR-SUBSCRIPT)
              GO TO LOAD-OPERATOR-LINKS-LOOP
           END-IF.
           GO TO LOAD-OPERATOR-LINKS-FIND.

       LOAD-STAFF-ACCOUNTS.
           OPEN INPUT MASTER-FILE.
           IF MASTER-FILE-NOT-FOUND
           THEN
              GO TO LOAD-ROLE-PROGRAMS
           END-IF.

       LOAD-STAFF-ACCOUNTS-LOOP.
           READ MASTER-FILE
              AT END
                 CLOSE MASTER-FILE
                 GO TO LOAD-ROLE-PROGRAMS
           END-READ.
           IF MSTR-CUST-NUMBER IS NOT NUMERIC OR MSTR-CUST-NUMBER = 0
           THEN
              GO TO LOAD-STAFF-ACCOUNTS-LOOP
           END-IF.
           MOVE 0 TO OPERATOR-SUBSCRIPT.

       LOAD-STAFF-ACCOUNTS-FIND.
           ADD 1 TO OPERATOR-SUBSCRIPT.
           IF OPERATOR-SUBSCRIPT > OPERATOR-COUNT
           THEN
              GO TO LOAD-STAFF-ACCOUNTS-LOOP
           END-IF.
           IF OT-CUST-NUMBER(OPERATOR-SUBSCRIPT) = MSTR-CUST-NUMBER
           THEN
              IF STAFF-ACCT-COUNT < 1000
              THEN
                 ADD 1 TO STAFF-ACCT-COUNT
                 MOVE MSTR-ACCT-NUMBER
                    TO SA-ACCT-NUMBER(STAFF-ACCT-COUNT)
                 MOVE MSTR-CUST-NUMBER
                    TO SA-CUST-NUMBER(STAFF-ACCT-COUNT)
              END-IF
              GO TO LOAD-STAFF-ACCOUNTS-LOOP
           END-IF.
           GO TO LOAD-STAFF-ACCOUNTS-FIND.

       LOAD-ROLE-PROGRAMS.
           OPEN INPUT ROLE-PROGRAM-FILE.
           IF ROLE-PROGRAM-FILE-NOT-FOUND
           THEN
              MOVE 0 TO ROLE-PROGRAM-SUBSCRIPT
              GO TO LOAD-ROLE-PROGRAM-DEFAULTS
           END-IF.
           MOVE ROLE-PROGRAM-FILE-DSN TO ROLE-PROGRAM-SOURCE.

       LOAD-ROLE-PROGRAMS-LOOP.
           READ ROLE-PROGRAM-FILE
              AT END
                 CLOSE ROLE-PROGRAM-FILE
                 GO TO START-ACTIVITY-REPORT
           END-READ.
           IF ROLE-PROGRAM-COUNT < 200
           THEN
              ADD 1 TO ROLE-PROGRAM-COUNT
              MOVE RPF-ROLE    TO RP-ROLE(ROLE-PROGRAM-COUNT)
              MOVE RPF-PROGRAM TO RP-PROGRAM(ROLE-PROGRAM-COUNT)
           END-IF.
           GO TO LOAD-ROLE-PROGRAMS-LOOP.

       LOAD-ROLE-PROGRAM-DEFAULTS.
           ADD 1 TO ROLE-PROGRAM-SUBSCRIPT.
           IF ROLE-PROGRAM-SUBSCRIPT > ROLE-PROGRAM-DEFAULT-COUNT
           THEN
              GO TO START-ACTIVITY-REPORT
           END-IF.
           ADD 1 TO ROLE-PROGRAM-COUNT.
           MOVE RPD-ROLE(ROLE-PROGRAM-SUBSCRIPT)
              TO RP-ROLE(ROLE-PROGRAM-COUNT).
           MOVE RPD-PROGRAM(ROLE-PROGRAM-SUBSCRIPT)
              TO RP-PROGRAM(ROLE-PROGRAM-COUNT).
           GO TO LOAD-ROLE-PROGRAM-DEFAULTS.

       START-ACTIVITY-REPORT.
           MOVE SPACES TO RPT-TEXT.
           MOVE OPERRPT-REPORT-FILE-DSN TO RPT-REPORT-DSN.
           MOVE "OPERRPT" TO RPT-PROGRAM-ID.
           MOVE "OPERATOR ACTIVITY REVIEW" TO RPT-REPORT-TITLE.
           MOVE "INIT" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT
              ON EXCEPTION
                 DISPLAY "[ABORT]: RPTWRITE MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.

           MOVE OPER-HOURS-START    TO PL-HOURS-START.
           MOVE OPER-HOURS-END      TO PL-HOURS-END.
           MOVE ROLE-PROGRAM-SOURCE TO PL-ROLE-SOURCE.
           MOVE PERIOD-LINE-BUFFER TO RPT-TEXT.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.

           SORT OPLOG-WORK-FILE
              ON ASCENDING KEY OW-OPERATOR
              ON ASCENDING KEY OW-PROGRAM
              ON ASCENDING KEY OW-ACTION
              ON ASCENDING KEY OW-TIMESTAMP
              INPUT PROCEDURE IS SELECT-LOG-RECORDS
                 THRU SELECT-LOG-RECORDS-EXIT
              OUTPUT PROCEDURE IS REPORT-ACTIVITY-COUNTS
                 THRU REPORT-ACTIVITY-COUNTS-EXIT.

           GO TO EVALUATE-PEND-BURSTS.

       SELECT-LOG-RECORDS.
           OPEN INPUT OPERATOR-LOG-FILE.
           IF OPERATOR-LOG-NOT-FOUND
           THEN
              DISPLAY "~~~~~~~~~~~~~~~> NO OPERATOR LOG FOUND: "
                 OPERATOR-LOG-FILE-DSN
              GO TO SELECT-LOG-RECORDS-EXIT
           END-IF.

       SELECT-LOG-RECORDS-LOOP.
           READ OPERATOR-LOG-FILE
              AT END
                 CLOSE OPERATOR-LOG-FILE
                 GO TO SELECT-LOG-RECORDS-EXIT
           END-READ.
           IF DAILY-REPORT AND OPLOG-DATE NOT = REPORT-DATE
           THEN
              GO TO SELECT-LOG-RECORDS-LOOP
           END-IF.
           IF MONTHLY-REPORT AND
              OPLOG-TIMESTAMP(1:6) NOT = REPORT-MONTH
           THEN
              GO TO SELECT-LOG-RECORDS-LOOP
           END-IF.
           ADD 1 TO LOG-SELECTED-COUNT.

           PERFORM FIND-LOG-OPERATOR THRU FIND-LOG-OPERATOR-EXIT.
           PERFORM CHECK-OFF-HOURS THRU CHECK-OFF-HOURS-EXIT.
           PERFORM CHECK-OWN-ACCOUNT THRU CHECK-OWN-ACCOUNT-EXIT.
           PERFORM CHECK-ROLE-PROGRAM THRU CHECK-ROLE-PROGRAM-EXIT.
           IF OPLOG-ACTION(1:3) = "REQ"
           THEN
              PERFORM RECORD-PEND-EVENT THRU RECORD-PEND-EVENT-EXIT
           END-IF.

           MOVE OPLOG-OPERATOR  TO OW-OPERATOR.
           MOVE OPLOG-PROGRAM   TO OW-PROGRAM.
           MOVE OPLOG-ACTION    TO OW-ACTION.
           MOVE OPLOG-TIMESTAMP TO OW-TIMESTAMP.
           RELEASE OPLOG-WORK-RECORD.
           GO TO SELECT-LOG-RECORDS-LOOP.

       SELECT-LOG-RECORDS-EXIT.
           EXIT.

       FIND-LOG-OPERATOR.
           MOVE "N" TO FOUND-OPERATOR-FLAG.
           MOVE SPACE TO FOUND-OPERATOR-ROLE.
           MOVE 0 TO FOUND-OPERATOR-CUST.
           MOVE 0 TO OPERATOR-SUBSCRIPT.

       FIND-LOG-OPERATOR-LOOP.
           ADD 1 TO OPERATOR-SUBSCRIPT.
           IF OPERATOR-SUBSCRIPT > OPERATOR-COUNT
           THEN
              GO TO FIND-LOG-OPERATOR-EXIT
           END-IF.
           IF OT-ID(OPERATOR-SUBSCRIPT) = OPLOG-OPERATOR
           THEN
              MOVE "Y" TO FOUND-OPERATOR-FLAG
              MOVE OT-ROLE(OPERATOR-SUBSCRIPT) TO FOUND-OPERATOR-ROLE
              MOVE OT-CUST-NUMBER(OPERATOR-SUBSCRIPT)
                 TO FOUND-OPERATOR-CUST
              GO TO FIND-LOG-OPERATOR-EXIT
           END-IF.
           GO TO FIND-LOG-OPERATOR-LOOP.

       FIND-LOG-OPERATOR-EXIT.
           EXIT.

       CHECK-OFF-HOURS.
           IF OPLOG-HHMM < OPER-HOURS-START OR
              OPLOG-HHMM NOT < OPER-HOURS-END
           THEN
              MOVE OPER-HOURS-START TO OHD-HOURS-START
              MOVE OPER-HOURS-END   TO OHD-HOURS-END
              MOVE "OFF-HOURS"      TO NEW-EXCEPTION-TYPE
              MOVE OFF-HOURS-DETAIL TO NEW-EXCEPTION-DETAIL
              MOVE OPLOG-TIMESTAMP  TO NEW-EXCEPTION-TIMESTAMP
              PERFORM ADD-EXCEPTION THRU ADD-EXCEPTION-EXIT
              GO TO CHECK-OFF-HOURS-EXIT
           END-IF.

           IF OPLOG-DATE NOT = LAST-CHECKED-DATE
           THEN
              MOVE "ISBD" TO BUSCAL-FUNCTION
              MOVE OPLOG-DATE TO BUSCAL-DATE-IN
              MOVE "Y" TO BUSCAL-RESULT
              CALL "BUSCAL" USING BUSCAL-FUNCTION BUSCAL-DATE-IN
                 BUSCAL-DATE-OUT BUSCAL-RESULT
                 ON EXCEPTION
                    MOVE "Y" TO BUSCAL-RESULT
              END-CALL
              MOVE OPLOG-DATE TO LAST-CHECKED-DATE
              MOVE BUSCAL-RESULT TO LAST-CHECKED-RESULT
           END-IF.

           IF NOT LAST-DATE-IS-BUSINESS-DAY
           THEN
              MOVE "OFF-HOURS"        TO NEW-EXCEPTION-TYPE
              MOVE "WEEKEND OR BANK HOLIDAY" TO NEW-EXCEPTION-DETAIL
              MOVE OPLOG-TIMESTAMP    TO NEW-EXCEPTION-TIMESTAMP
              PERFORM ADD-EXCEPTION THRU ADD-EXCEPTION-EXIT
           END-IF.

       CHECK-OFF-HOURS-EXIT.
           EXIT.

       CHECK-OWN-ACCOUNT.
           IF FOUND-OPERATOR-CUST = 0
           THEN
              GO TO CHECK-OWN-ACCOUNT-EXIT
           END-IF.

           IF OPLOG-KEY-CUST-NUMBER IS NUMERIC AND
              OPLOG-KEY-CUST-FILLER = SPACES
           THEN
              MOVE OPLOG-KEY-CUST-NUMBER TO LOG-KEY-CUST-NUMBER
              IF LOG-KEY-CUST-NUMBER = FOUND-OPERATOR-CUST
              THEN
                 MOVE "OWN CIF RECORD, CUSTOMER" TO OAD-TEXT
                 GO TO CHECK-OWN-ACCOUNT-FLAG
              END-IF
              GO TO CHECK-OWN-ACCOUNT-EXIT
           END-IF.

           IF OPLOG-KEY IS NOT NUMERIC
           THEN
              GO TO CHECK-OWN-ACCOUNT-EXIT
           END-IF.
           MOVE OPLOG-KEY TO LOG-KEY-ACCT-NUMBER.
           MOVE 0 TO STAFF-ACCT-SUBSCRIPT.

       CHECK-OWN-ACCOUNT-LOOP.
           ADD 1 TO STAFF-ACCT-SUBSCRIPT.
           IF STAFF-ACCT-SUBSCRIPT > STAFF-ACCT-COUNT
           THEN
              GO TO CHECK-OWN-ACCOUNT-EXIT
           END-IF.
           IF SA-ACCT-NUMBER(STAFF-ACCT-SUBSCRIPT) =
              LOG-KEY-ACCT-NUMBER AND
              SA-CUST-NUMBER(STAFF-ACCT-SUBSCRIPT) =
              FOUND-OPERATOR-CUST
           THEN
              MOVE "OWN ACCOUNT, CUSTOMER" TO OAD-TEXT
              GO TO CHECK-OWN-ACCOUNT-FLAG
           END-IF.
           GO TO CHECK-OWN-ACCOUNT-LOOP.

       CHECK-OWN-ACCOUNT-FLAG.
           MOVE FOUND-OPERATOR-CUST TO OAD-CUST-NUMBER.
           MOVE "OWN-ACCT"          TO NEW-EXCEPTION-TYPE.
           MOVE OWN-ACCT-DETAIL     TO NEW-EXCEPTION-DETAIL.
           MOVE OPLOG-TIMESTAMP     TO NEW-EXCEPTION-TIMESTAMP.
           PERFORM ADD-EXCEPTION THRU ADD-EXCEPTION-EXIT.

       CHECK-OWN-ACCOUNT-EXIT.
           EXIT.

       CHECK-ROLE-PROGRAM.
           MOVE "N" TO SESSION-FOUND-FLAG.
           MOVE 0 TO SESSION-SUBSCRIPT.

       CHECK-ROLE-PROGRAM-SESSION.
           ADD 1 TO SESSION-SUBSCRIPT.
           IF SESSION-SUBSCRIPT NOT > SESSION-COUNT
           THEN
              IF SS-OPERATOR(SESSION-SUBSCRIPT) = OPLOG-OPERATOR AND
                 SS-PROGRAM(SESSION-SUBSCRIPT) = OPLOG-PROGRAM AND
                 SS-DATE(SESSION-SUBSCRIPT) = OPLOG-DATE
              THEN
                 GO TO CHECK-ROLE-PROGRAM-EXIT
              END-IF
              GO TO CHECK-ROLE-PROGRAM-SESSION
           END-IF.
           IF SESSION-COUNT < 500
           THEN
              ADD 1 TO SESSION-COUNT
              MOVE OPLOG-OPERATOR TO SS-OPERATOR(SESSION-COUNT)
              MOVE OPLOG-PROGRAM  TO SS-PROGRAM(SESSION-COUNT)
              MOVE OPLOG-DATE     TO SS-DATE(SESSION-COUNT)
           END-IF.

           IF NOT OPERATOR-WAS-FOUND
           THEN
              MOVE "ROLE-PROG"        TO NEW-EXCEPTION-TYPE
              MOVE "OPERATOR NOT ON THE OPERATOR FILE"
                 TO NEW-EXCEPTION-DETAIL
              MOVE OPLOG-TIMESTAMP    TO NEW-EXCEPTION-TIMESTAMP
              PERFORM ADD-EXCEPTION THRU ADD-EXCEPTION-EXIT
              GO TO CHECK-ROLE-PROGRAM-EXIT
           END-IF.

           MOVE "N" TO ROLE-PROGRAM-FOUND-FLAG.
           MOVE 0 TO ROLE-PROGRAM-SUBSCRIPT.

       CHECK-ROLE-PROGRAM-LOOP.
           ADD 1 TO ROLE-PROGRAM-SUBSCRIPT.
           IF ROLE-PROGRAM-SUBSCRIPT > ROLE-PROGRAM-COUNT
           THEN
              MOVE FOUND-OPERATOR-ROLE TO RPD-DETAIL-ROLE
              MOVE "ROLE-PROG"         TO NEW-EXCEPTION-TYPE
              MOVE ROLE-PROG-DETAIL    TO NEW-EXCEPTION-DETAIL
              MOVE OPLOG-TIMESTAMP     TO NEW-EXCEPTION-TIMESTAMP
              PERFORM ADD-EXCEPTION THRU ADD-EXCEPTION-EXIT
              GO TO CHECK-ROLE-PROGRAM-EXIT
           END-IF.
           IF RP-ROLE(ROLE-PROGRAM-SUBSCRIPT) = FOUND-OPERATOR-ROLE AND
              RP-PROGRAM(ROLE-PROGRAM-SUBSCRIPT) = OPLOG-PROGRAM
           THEN
              GO TO CHECK-ROLE-PROGRAM-EXIT
           END-IF.
           GO TO CHECK-ROLE-PROGRAM-LOOP.

       CHECK-ROLE-PROGRAM-EXIT.
           EXIT.

       RECORD-PEND-EVENT.
           IF PEND-EVENT-COUNT NOT < 2000
           THEN
              GO TO RECORD-PEND-EVENT-EXIT
           END-IF.
           MOVE "DIFF" TO DATECALC-FUNCTION.
           MOVE PERIOD-START-DATE TO DATECALC-DATE-1.
           MOVE OPLOG-DATE TO DATECALC-DATE-2.
           CALL "DATECALC" USING DATECALC-FUNCTION DATECALC-DATE-1
              DATECALC-DATE-2 DATECALC-DAYS
              ON EXCEPTION
                 DISPLAY "[ABORT]: DATECALC MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           ADD 1 TO PEND-EVENT-COUNT.
           MOVE OPLOG-OPERATOR TO PE-OPERATOR(PEND-EVENT-COUNT).
           MOVE OPLOG-TIMESTAMP TO PE-TIMESTAMP(PEND-EVENT-COUNT).
           COMPUTE PE-MINUTE-SERIAL(PEND-EVENT-COUNT) =
              DATECALC-DAYS * 1440 + OPLOG-HOUR * 60 + OPLOG-MINUTE.

       RECORD-PEND-EVENT-EXIT.
           EXIT.

       ADD-EXCEPTION.
           IF EXCEPTION-COUNT NOT < 1000
           THEN
              ADD 1 TO EXCEPTION-DROPPED-COUNT
              GO TO ADD-EXCEPTION-EXIT
           END-IF.
           ADD 1 TO EXCEPTION-COUNT.
           MOVE NEW-EXCEPTION-TYPE TO EX-TYPE(EXCEPTION-COUNT).
           MOVE NEW-EXCEPTION-TIMESTAMP
              TO EX-TIMESTAMP(EXCEPTION-COUNT).
           MOVE OPLOG-OPERATOR TO EX-OPERATOR(EXCEPTION-COUNT).
           MOVE OPLOG-PROGRAM  TO EX-PROGRAM(EXCEPTION-COUNT).
           MOVE OPLOG-ACTION   TO EX-ACTION(EXCEPTION-COUNT).
           MOVE OPLOG-KEY      TO EX-KEY(EXCEPTION-COUNT).
           MOVE NEW-EXCEPTION-DETAIL TO EX-DETAIL(EXCEPTION-COUNT).
           IF NEW-EXCEPTION-TYPE = "OFF-HOURS"
           THEN
              ADD 1 TO OFF-HOURS-COUNT
           END-IF.
           IF NEW-EXCEPTION-TYPE = "OWN-ACCT"
           THEN
              ADD 1 TO OWN-ACCT-COUNT
           END-IF.
           IF NEW-EXCEPTION-TYPE = "PEND-BURST"
           THEN
              ADD 1 TO PEND-BURST-FLAG-COUNT
           END-IF.
           IF NEW-EXCEPTION-TYPE = "ROLE-PROG"
           THEN
              ADD 1 TO ROLE-PROG-COUNT
           END-IF.

       ADD-EXCEPTION-EXIT.
           EXIT.

       REPORT-ACTIVITY-COUNTS.
           MOVE SPACES TO RPT-TEXT.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
           MOVE "ACTIVITY BY OPERATOR, PROGRAM AND ACTION" TO SL-TITLE.
           MOVE SECTION-LINE-BUFFER TO RPT-TEXT.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
           MOVE COUNT-HEADING-BUFFER TO RPT-TEXT.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.

           RETURN OPLOG-WORK-FILE
              AT END GO TO REPORT-ACTIVITY-COUNTS-TOTAL
           END-RETURN.
           MOVE OW-OPERATOR TO CUR-OPERATOR.
           MOVE OW-PROGRAM  TO CUR-PROGRAM.
           MOVE OW-ACTION   TO CUR-ACTION.
           MOVE 1 TO ACTION-COUNT.

       REPORT-ACTIVITY-COUNTS-LOOP.
           RETURN OPLOG-WORK-FILE
              AT END
                 PERFORM WRITE-ACTION-COUNT-LINE THRU
                    WRITE-ACTION-COUNT-LINE-EXIT
                 PERFORM WRITE-OPERATOR-TOTAL-LINE THRU
                    WRITE-OPERATOR-TOTAL-LINE-EXIT
                 GO TO REPORT-ACTIVITY-COUNTS-TOTAL
           END-RETURN.
           IF OW-OPERATOR = CUR-OPERATOR AND
              OW-PROGRAM = CUR-PROGRAM AND
              OW-ACTION = CUR-ACTION
           THEN
              ADD 1 TO ACTION-COUNT
              GO TO REPORT-ACTIVITY-COUNTS-LOOP
           END-IF.
           PERFORM WRITE-ACTION-COUNT-LINE THRU
              WRITE-ACTION-COUNT-LINE-EXIT.
           IF OW-OPERATOR NOT = CUR-OPERATOR
           THEN
              PERFORM WRITE-OPERATOR-TOTAL-LINE THRU
                 WRITE-OPERATOR-TOTAL-LINE-EXIT
           END-IF.
           MOVE OW-OPERATOR TO CUR-OPERATOR.
           MOVE OW-PROGRAM  TO CUR-PROGRAM.
           MOVE OW-ACTION   TO CUR-ACTION.
           MOVE 1 TO ACTION-COUNT.
           GO TO REPORT-ACTIVITY-COUNTS-LOOP.

       REPORT-ACTIVITY-COUNTS-TOTAL.
           MOVE GRAND-ACTION-TOTAL TO GTL-COUNT.
           MOVE GRAND-TOTAL-BUFFER TO RPT-TEXT.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.

       REPORT-ACTIVITY-COUNTS-EXIT.
           EXIT.

       WRITE-ACTION-COUNT-LINE.
           MOVE CUR-OPERATOR TO CL-OPERATOR.
           MOVE CUR-PROGRAM  TO CL-PROGRAM.
           MOVE CUR-ACTION   TO CL-ACTION.
           MOVE ACTION-COUNT TO CL-COUNT.
           MOVE COUNT-LINE-BUFFER TO RPT-TEXT.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
           ADD ACTION-COUNT TO OPERATOR-ACTION-TOTAL.
           ADD ACTION-COUNT TO GRAND-ACTION-TOTAL.

       WRITE-ACTION-COUNT-LINE-EXIT.
           EXIT.

       WRITE-OPERATOR-TOTAL-LINE.
           MOVE CUR-OPERATOR TO OTL-OPERATOR.
           MOVE OPERATOR-ACTION-TOTAL TO OTL-COUNT.
           MOVE OPERATOR-TOTAL-BUFFER TO RPT-TEXT.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
           MOVE SPACES TO RPT-TEXT.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
           MOVE 0 TO OPERATOR-ACTION-TOTAL.

       WRITE-OPERATOR-TOTAL-LINE-EXIT.
           EXIT.

       EVALUATE-PEND-BURSTS.
           MOVE 0 TO PEND-EVENT-SUBSCRIPT.

       EVALUATE-PEND-BURSTS-LOOP.
           ADD 1 TO PEND-EVENT-SUBSCRIPT.
           IF PEND-EVENT-SUBSCRIPT > PEND-EVENT-COUNT
           THEN
              GO TO REPORT-EXCEPTIONS
           END-IF.
           MOVE 0 TO PEND-WINDOW-COUNT.
           MOVE 0 TO PEND-EVENT-INNER.
           COMPUTE PEND-WINDOW-LIMIT =
              PE-MINUTE-SERIAL(PEND-EVENT-SUBSCRIPT) + 1.

       EVALUATE-PEND-BURSTS-INNER.
           ADD 1 TO PEND-EVENT-INNER.
           IF PEND-EVENT-INNER > PEND-EVENT-SUBSCRIPT
           THEN
              GO TO EVALUATE-PEND-BURSTS-CHECK
           END-IF.
           IF PE-OPERATOR(PEND-EVENT-INNER) =
              PE-OPERATOR(PEND-EVENT-SUBSCRIPT) AND
              PE-MINUTE-SERIAL(PEND-EVENT-INNER) + PEND-BURST-WINDOW
              > PE-MINUTE-SERIAL(PEND-EVENT-SUBSCRIPT)
           THEN
              ADD 1 TO PEND-WINDOW-COUNT
           END-IF.
           GO TO EVALUATE-PEND-BURSTS-INNER.

       EVALUATE-PEND-BURSTS-CHECK.
           IF PEND-WINDOW-COUNT NOT = PEND-BURST-COUNT
           THEN
              GO TO EVALUATE-PEND-BURSTS-LOOP
           END-IF.
           MOVE PEND-WINDOW-COUNT TO PBD-COUNT.
           MOVE PEND-BURST-WINDOW TO PBD-WINDOW.
           MOVE PE-OPERATOR(PEND-EVENT-SUBSCRIPT) TO OPLOG-OPERATOR.
           MOVE SPACES TO OPLOG-PROGRAM.
           MOVE "REQ..." TO OPLOG-ACTION.
           MOVE SPACES TO OPLOG-KEY.
           MOVE "PEND-BURST" TO NEW-EXCEPTION-TYPE.
           MOVE PEND-BURST-DETAIL TO NEW-EXCEPTION-DETAIL.
           MOVE PE-TIMESTAMP(PEND-EVENT-SUBSCRIPT)
              TO NEW-EXCEPTION-TIMESTAMP.
           PERFORM ADD-EXCEPTION THRU ADD-EXCEPTION-EXIT.
           GO TO EVALUATE-PEND-BURSTS-LOOP.

       REPORT-EXCEPTIONS.
           MOVE SPACES TO RPT-TEXT.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
           MOVE "EXCEPTIONS FOR REVIEW" TO SL-TITLE.
           MOVE SECTION-LINE-BUFFER TO RPT-TEXT.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
           MOVE 0 TO EXCEPTION-TYPE-SUBSCRIPT.

       REPORT-EXCEPTIONS-TYPE-LOOP.
           ADD 1 TO EXCEPTION-TYPE-SUBSCRIPT.
           IF EXCEPTION-TYPE-SUBSCRIPT > 4
           THEN
              GO TO REPORT-EXCEPTIONS-DONE
           END-IF.
           MOVE 0 TO EXCEPTION-SUBSCRIPT.

       REPORT-EXCEPTIONS-LOOP.
           ADD 1 TO EXCEPTION-SUBSCRIPT.
           IF EXCEPTION-SUBSCRIPT > EXCEPTION-COUNT
           THEN
              GO TO REPORT-EXCEPTIONS-TYPE-LOOP
           END-IF.
           IF EX-TYPE(EXCEPTION-SUBSCRIPT) NOT =
              ET-TYPE(EXCEPTION-TYPE-SUBSCRIPT)
           THEN
              GO TO REPORT-EXCEPTIONS-LOOP
           END-IF.
           MOVE EX-TYPE(EXCEPTION-SUBSCRIPT)      TO EL-TYPE.
           MOVE EX-TIMESTAMP(EXCEPTION-SUBSCRIPT) TO EL-TIMESTAMP.
           MOVE EX-OPERATOR(EXCEPTION-SUBSCRIPT)  TO EL-OPERATOR.
           MOVE EX-PROGRAM(EXCEPTION-SUBSCRIPT)   TO EL-PROGRAM.
           MOVE EX-ACTION(EXCEPTION-SUBSCRIPT)    TO EL-ACTION.
           MOVE EX-KEY(EXCEPTION-SUBSCRIPT)       TO EL-KEY.
           MOVE EX-DETAIL(EXCEPTION-SUBSCRIPT)    TO EL-DETAIL.
           MOVE EXCEPTION-LINE-BUFFER TO RPT-TEXT.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
           GO TO REPORT-EXCEPTIONS-LOOP.

       REPORT-EXCEPTIONS-DONE.
           IF EXCEPTION-COUNT = 0
           THEN
              MOVE "  NO EXCEPTIONS FLAGGED" TO SL-TITLE
              MOVE SECTION-LINE-BUFFER TO RPT-TEXT
              PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT
           END-IF.
           IF EXCEPTION-DROPPED-COUNT > 0
           THEN
              DISPLAY "~~~~~~~~~~~~~~~> MORE THAN 1000 EXCEPTIONS -- "
                 EXCEPTION-DROPPED-COUNT " NOT LISTED"
           END-IF.

           MOVE SPACES TO RPT-TEXT.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
           MOVE LOG-SELECTED-COUNT    TO ES-SELECTED.
           MOVE OFF-HOURS-COUNT       TO ES-OFF-HOURS.
           MOVE OWN-ACCT-COUNT        TO ES-OWN-ACCT.
           MOVE PEND-BURST-FLAG-COUNT TO ES-PEND-BURST.
           MOVE ROLE-PROG-COUNT       TO ES-ROLE-PROG.
           MOVE EXCEPTION-SUMMARY-BUFFER TO RPT-TEXT.
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT.
           MOVE "TERM" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

           DISPLAY "=====> " LOG-SELECTED-COUNT " OPERATOR LOG "
              "RECORD(S) REVIEWED, " EXCEPTION-COUNT
              " EXCEPTION(S) FLAGGED -- REPORT IN "
              OPERRPT-REPORT-FILE-DSN.
           STOP RUN.

       WRITE-REPORT-LINE.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

       WRITE-REPORT-LINE-EXIT.
           EXIT.

       END PROGRAM OPERRPT.
