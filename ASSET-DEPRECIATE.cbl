       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSET-DEPRECIATE.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT
              ASSET-FILE ASSIGN TO "ASSETREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS ASSET-FILE-STATUS.

           SELECT
              NEW-ASSET-FILE ASSIGN TO "ASSETREG.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-ASSET-FILE-STATUS.

           SELECT
              METHOD-FILE ASSIGN TO "DEPMETH.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS METHOD-FILE-STATUS.

           SELECT
              PO-FILE ASSIGN TO "POFILE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS PO-FILE-STATUS.

           SELECT
              REPLACEMENT-COST-FILE ASSIGN TO "REPLCOST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS REPLACEMENT-COST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VIDEO-FILE.
       01  VIDEO-REC.
           02 VIDEO-CODE PIC 9(5).
           02 VIDEO-TITLE PIC X(40).
           02 SUPPLIER-CODE PIC 99.
           02 RENTAL-STATUS PIC X.
              88 VIDEO-OUT-OF-STOCK VALUE "L", "D".
           02 RENTAL-DATE PIC 9(8).
           02 RENTER-ID PIC X(10).
           02 VIDEO-TITLE-CODE PIC 9(5).
           02 VIDEO-COPY-NUMBER PIC 99.
           02 VIDEO-CATEGORY PIC X.
           02 VIDEO-RATING PIC X.
           02 VIDEO-STORE-ID PIC 9(2).

       FD  ASSET-FILE.
       01  ASSET-RECORD.
           88 END-OF-ASSET-FILE VALUE HIGH-VALUES.
           02 AST-VIDEO-CODE PIC 9(5).
           02 AST-TITLE-CODE PIC 9(5).
           02 AST-STORE-ID PIC 9(2).
           02 AST-CATEGORY PIC X.
           02 AST-ACQUIRED-DATE PIC 9(8).
           02 AST-COST PIC 9(3)V9(2).
           02 AST-ACCUM-DEPRECIATION PIC 9(3)V9(2).
           02 AST-BOOK-VALUE PIC 9(3)V9(2).
           02 AST-LAST-DEPRECIATED PIC 9(6).
           02 AST-STATUS PIC X.
              88 ASSET-ACTIVE VALUE "A".
              88 ASSET-DISPOSED VALUE "X".
           02 AST-DISPOSAL-DATE PIC 9(8).
           02 AST-DISPOSAL-REASON PIC X.
              88 DISPOSAL-IS-WRITE-OFF VALUE "L", "D", "T".
           02 AST-DISPOSAL-PROCEEDS PIC 9(3)V9(2).
           02 AST-GAIN-LOSS PIC S9(3)V9(2) SIGN LEADING SEPARATE.

       FD  NEW-ASSET-FILE.
       01  NEW-ASSET-RECORD PIC X(63).

       FD  METHOD-FILE.
       01  METHOD-RECORD.
           88 END-OF-METHOD-FILE VALUE HIGH-VALUES.
           02 DPM-CATEGORY PIC X.
           02 DPM-METHOD PIC X.
           02 DPM-LIFE-MONTHS PIC 9(3).
           02 DPM-ANNUAL-RATE PIC 9(2)V9(2).
           02 DPM-RESIDUAL-PERCENT PIC 9(2)V9(2).

       FD  PO-FILE.
       01  PO-RECORD.
           88 END-OF-PO-FILE VALUE HIGH-VALUES.
           02 PO-NUMBER PIC 9(6).
           02 PO-LINE-STATUS PIC X.
           02 PO-DATE PIC 9(8).
           02 PO-SUPPLIER PIC 99.
           02 PO-TITLE-CODE PIC 9(5).
           02 PO-TITLE PIC X(40).
           02 PO-QUANTITY PIC 9(3).
           02 PO-UNIT-PRICE PIC 9(3)V9(2).

       FD  REPLACEMENT-COST-FILE.
       01  REPLACEMENT-COST-RECORD.
           88 END-OF-REPLACEMENT-COST-FILE VALUE HIGH-VALUES.
           02 RPC-TITLE-CODE PIC 9(5).
           02 RPC-COST PIC 9(3)V9(2).

       WORKING-STORAGE SECTION.
       01  RPT-OP PIC X(4).
       01  RPT-TEXT.
           02 RPT-INIT-VIEW.
              03 RPT-REPORT-DSN PIC X(40).
              03 RPT-PROGRAM-ID PIC X(10).
              03 RPT-REPORT-TITLE PIC X(40).
              03 FILLER PIC X(42).
       01  VIDEO-STATUS PIC X(2).
           88 RECORD-FOUND VALUE "00".
       01  ASSET-FILE-STATUS PIC 9(2).
           88 ASSET-FILE-NOT-FOUND VALUE 35.
       01  NEW-ASSET-FILE-STATUS PIC 9(2).
       01  METHOD-FILE-STATUS PIC 9(2).
           88 METHOD-FILE-NOT-FOUND VALUE 35.
       01  PO-FILE-STATUS PIC 9(2).
           88 PO-FILE-NOT-FOUND VALUE 35.
       01  REPLACEMENT-COST-FILE-STATUS PIC 9(2).
           88 REPLACEMENT-COST-NOT-FOUND VALUE 35.
       01  NEW-FILE-EOF-FLAG PIC X VALUE "N".
           88 NEW-FILE-AT-END VALUE "Y".
       01  SCAN-EOF-FLAG PIC X VALUE "N".
           88 SCAN-AT-END VALUE "Y".

       01  RUN-DATE PIC 9(8).
       01  RUN-MONTH PIC 9(6).
       01  RUN-MONTH-BREAKDOWN REDEFINES RUN-MONTH.
           02 RUN-YEAR PIC 9(4).
           02 RUN-MONTH-NUMBER PIC 99.
       01  RUN-MONTH-INDEX PIC 9(6).
       01  WORK-YEAR-MONTH PIC 9(6).
       01  WORK-YEAR-MONTH-BREAKDOWN REDEFINES WORK-YEAR-MONTH.
           02 WORK-YEAR PIC 9(4).
           02 WORK-MONTH PIC 99.
       01  WORK-MONTH-INDEX PIC 9(6).
       01  ACQUIRED-MONTH-INDEX PIC 9(6).
       01  CHARGE-MONTH-INDEX PIC 9(6).
       01  MONTHS-DUE PIC S9(6).
       01  MONTHS-OWNED PIC S9(6).

       01  DEFAULT-LIFE-MONTHS PIC 9(3) VALUE 24.
       01  DEFAULT-TAKE-ON-COST PIC 9(3)V9(2) VALUE 25.00.
       01  METHOD-COUNT PIC 9(2) VALUE 0.
       01  METHOD-SUBSCRIPT PIC 9(2).
       01  METHOD-TABLE.
           02 METHOD-ENTRY OCCURS 40 TIMES.
              03 MTH-CATEGORY PIC X.
              03 MTH-METHOD PIC X.
              03 MTH-LIFE-MONTHS PIC 9(3).
              03 MTH-ANNUAL-RATE PIC 9(2)V9(2).
              03 MTH-RESIDUAL-PERCENT PIC 9(2)V9(2).
       01  CURRENT-METHOD PIC X.
           88 CURRENT-REDUCING-BALANCE VALUE "R".
       01  CURRENT-LIFE-MONTHS PIC 9(3).
       01  CURRENT-ANNUAL-RATE PIC 9(2)V9(2).
       01  CURRENT-RESIDUAL-PERCENT PIC 9(2)V9(2).
       01  RESIDUAL-VALUE PIC 9(3)V9(2).
       01  MONTH-CHARGE PIC 9(3)V9(2).
       01  ASSET-RUN-CHARGE PIC 9(3)V9(2).

       01  PRICE-COUNT PIC 9(4) VALUE 0.
       01  PRICE-SUBSCRIPT PIC 9(4).
       01  PRICE-TABLE.
           02 PRICE-ENTRY OCCURS 1000 TIMES.
              03 PRC-TITLE-CODE PIC 9(5).
              03 PRC-DATE PIC 9(8).
              03 PRC-UNIT-PRICE PIC 9(3)V9(2).
       01  PRICE-FOUND-FLAG PIC X.
           88 PRICE-WAS-FOUND VALUE "Y".
       01  TAKE-ON-COST PIC 9(3)V9(2).

       01  REGISTERED-FLAG-TABLE.
           02 REGISTERED-FLAG PIC X OCCURS 99999 TIMES.

       01  VALUATION-COUNT PIC 9(3) VALUE 0.
       01  VALUATION-SUBSCRIPT PIC 9(3).
       01  VALUATION-INNER-SUBSCRIPT PIC 9(3).
       01  VALUATION-TABLE.
           02 VALUATION-ENTRY OCCURS 300 TIMES.
              03 VAL-STORE-ID PIC 9(2).
              03 VAL-CATEGORY PIC X.
              03 VAL-COPIES PIC 9(5).
              03 VAL-COST PIC 9(7)V9(2).
              03 VAL-DEPRECIATION PIC 9(7)V9(2).
              03 VAL-BOOK-VALUE PIC 9(7)V9(2).
              03 VAL-RUN-CHARGE PIC 9(7)V9(2).
       01  VALUATION-SWAP-ENTRY PIC X(44).
       01  VALUATION-FOUND-FLAG PIC X.
           88 VALUATION-WAS-FOUND VALUE "Y".

       01  EXCEPTION-COUNT PIC 9(3) VALUE 0.
       01  EXCEPTION-SUBSCRIPT PIC 9(3).
       01  EXCEPTION-TABLE.
           02 EXCEPTION-VIDEO-CODE PIC 9(5) OCCURS 500 TIMES.

       01  ASSETS-READ PIC 9(5) VALUE 0.
       01  ASSETS-DEPRECIATED PIC 9(5) VALUE 0.
       01  ASSETS-TAKEN-ON PIC 9(5) VALUE 0.
       01  NOT-ON-STOCK-COUNT PIC 9(5) VALUE 0.
       01  CURRENT-STORE-ID PIC 9(2).
       01  STORE-TOTAL-GROUP.
           02 STORE-COPIES PIC 9(5).
           02 STORE-COST PIC 9(7)V9(2).
           02 STORE-DEPRECIATION PIC 9(7)V9(2).
           02 STORE-BOOK-VALUE PIC 9(7)V9(2).
           02 STORE-RUN-CHARGE PIC 9(7)V9(2).
       01  GRAND-TOTAL-GROUP.
           02 GRAND-COPIES PIC 9(5) VALUE 0.
           02 GRAND-COST PIC 9(7)V9(2) VALUE 0.
           02 GRAND-DEPRECIATION PIC 9(7)V9(2) VALUE 0.
           02 GRAND-BOOK-VALUE PIC 9(7)V9(2) VALUE 0.
           02 GRAND-RUN-CHARGE PIC 9(7)V9(2) VALUE 0.
       01  DISPOSAL-COUNT PIC 9(5) VALUE 0.
       01  DISPOSAL-BOOK-TOTAL PIC 9(7)V9(2) VALUE 0.
       01  DISPOSAL-PROCEEDS-TOTAL PIC 9(7)V9(2) VALUE 0.
       01  DISPOSAL-GAIN-LOSS-TOTAL PIC S9(7)V9(2) VALUE 0.
       01  DISPOSAL-REASON-TEXT PIC X(10).

       01  PRINT-COPIES PIC ZZZZ9.
       01  PRINT-COST PIC Z,ZZZ,ZZ9.99.
       01  PRINT-DEPRECIATION PIC Z,ZZZ,ZZ9.99.
       01  PRINT-BOOK-VALUE PIC Z,ZZZ,ZZ9.99.
       01  PRINT-RUN-CHARGE PIC Z,ZZZ,ZZ9.99.
       01  PRINT-PROCEEDS PIC Z,ZZZ,ZZ9.99.
       01  PRINT-GAIN-LOSS PIC -,---,--9.99.
       01  REPORT-LINE-BUFFER PIC X(100).
       01  VALUATION-COLUMN-HEADING.
           02 FILLER PIC X(41)
              VALUE "ST CAT COPIES          COST  DEPRECIATION".
           02 FILLER PIC X(28) VALUE "    BOOK VALUE    RUN CHARGE".

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "DEPRECIATION MONTH (YYYYMM, 0 = THIS MONTH) --> "
              WITH NO ADVANCING.
           ACCEPT RUN-MONTH.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           IF RUN-MONTH = 0 THEN
              MOVE RUN-DATE(1:6) TO RUN-MONTH
           END-IF.
           IF RUN-MONTH-NUMBER < 1 OR RUN-MONTH-NUMBER > 12 THEN
              DISPLAY "INVALID MONTH " RUN-MONTH " -- NOTHING DONE"
              STOP RUN
           END-IF.
           COMPUTE RUN-MONTH-INDEX = RUN-YEAR * 12 + RUN-MONTH-NUMBER.

           PERFORM LOAD-DEPRECIATION-METHODS.
           PERFORM LOAD-PURCHASE-PRICES.

           OPEN INPUT VIDEO-FILE.
           IF NOT RECORD-FOUND THEN
              DISPLAY "IDXVIDEO NOT AVAILABLE, STATUS " VIDEO-STATUS
              STOP RUN
           END-IF.
           MOVE ALL "N" TO REGISTERED-FLAG-TABLE.
           OPEN OUTPUT NEW-ASSET-FILE.
           OPEN INPUT ASSET-FILE.
           IF NOT ASSET-FILE-NOT-FOUND THEN
              READ ASSET-FILE
                 AT END SET END-OF-ASSET-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-ASSET-FILE
                 ADD 1 TO ASSETS-READ
                 PERFORM PROCESS-REGISTERED-ASSET
                 READ ASSET-FILE
                    AT END SET END-OF-ASSET-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE ASSET-FILE
           END-IF.
           PERFORM TAKE-ON-UNREGISTERED-COPIES.
           CLOSE NEW-ASSET-FILE.
           CLOSE VIDEO-FILE.
           PERFORM PROMOTE-ASSET-FILE.

           PERFORM SORT-VALUATION-TABLE.
           PERFORM INITIALIZE-REPORT-WRITER.
           PERFORM WRITE-VALUATION-SECTION.
           PERFORM WRITE-DISPOSAL-SECTION.
           PERFORM WRITE-EXCEPTION-SECTION.
           MOVE "TERM" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

           DISPLAY ASSETS-DEPRECIATED " ASSET(S) DEPRECIATED TO "
              RUN-MONTH ", " ASSETS-TAKEN-ON " COPY(S) TAKEN ON".
           DISPLAY "STOCK VALUATION WRITTEN TO STKVALN.RPT".
           STOP RUN.

       LOAD-DEPRECIATION-METHODS.
           OPEN INPUT METHOD-FILE.
           IF METHOD-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              READ METHOD-FILE
                 AT END SET END-OF-METHOD-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-METHOD-FILE
                 IF METHOD-COUNT < 40 THEN
                    ADD 1 TO METHOD-COUNT
                    MOVE DPM-CATEGORY TO MTH-CATEGORY(METHOD-COUNT)
                    MOVE DPM-METHOD TO MTH-METHOD(METHOD-COUNT)
                    MOVE DPM-LIFE-MONTHS
                       TO MTH-LIFE-MONTHS(METHOD-COUNT)
                    MOVE DPM-ANNUAL-RATE
                       TO MTH-ANNUAL-RATE(METHOD-COUNT)
                    MOVE DPM-RESIDUAL-PERCENT
                       TO MTH-RESIDUAL-PERCENT(METHOD-COUNT)
                 END-IF
                 READ METHOD-FILE
                    AT END SET END-OF-METHOD-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE METHOD-FILE
           END-IF.

       LOAD-PURCHASE-PRICES.
           OPEN INPUT PO-FILE.
           IF PO-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              READ PO-FILE
                 AT END SET END-OF-PO-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-PO-FILE
                 IF PO-UNIT-PRICE > 0 THEN
                    PERFORM KEEP-LATEST-PURCHASE-PRICE
                 END-IF
                 READ PO-FILE
                    AT END SET END-OF-PO-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE PO-FILE
           END-IF.

       KEEP-LATEST-PURCHASE-PRICE.
           MOVE "N" TO PRICE-FOUND-FLAG.
           PERFORM VARYING PRICE-SUBSCRIPT FROM 1 BY 1
              UNTIL PRICE-SUBSCRIPT > PRICE-COUNT OR PRICE-WAS-FOUND
              IF PRC-TITLE-CODE(PRICE-SUBSCRIPT) = PO-TITLE-CODE THEN
                 SET PRICE-WAS-FOUND TO TRUE
                 IF PO-DATE NOT < PRC-DATE(PRICE-SUBSCRIPT) THEN
                    MOVE PO-DATE TO PRC-DATE(PRICE-SUBSCRIPT)
                    MOVE PO-UNIT-PRICE
                       TO PRC-UNIT-PRICE(PRICE-SUBSCRIPT)
                 END-IF
              END-IF
           END-PERFORM.
           IF NOT PRICE-WAS-FOUND AND PRICE-COUNT < 1000 THEN
              ADD 1 TO PRICE-COUNT
              MOVE PO-TITLE-CODE TO PRC-TITLE-CODE(PRICE-COUNT)
              MOVE PO-DATE TO PRC-DATE(PRICE-COUNT)
              MOVE PO-UNIT-PRICE TO PRC-UNIT-PRICE(PRICE-COUNT)
           END-IF.

       PROCESS-REGISTERED-ASSET.
           IF ASSET-ACTIVE THEN
              IF AST-VIDEO-CODE > 0 THEN
                 MOVE "Y" TO REGISTERED-FLAG(AST-VIDEO-CODE)
              END-IF
              MOVE AST-VIDEO-CODE TO VIDEO-CODE
              READ VIDEO-FILE
                 KEY IS VIDEO-CODE
                 INVALID KEY CONTINUE
              END-READ
              IF RECORD-FOUND THEN
                 MOVE VIDEO-STORE-ID TO AST-STORE-ID
                 MOVE VIDEO-CATEGORY TO AST-CATEGORY
              ELSE
                 ADD 1 TO NOT-ON-STOCK-COUNT
                 IF EXCEPTION-COUNT < 500 THEN
                    ADD 1 TO EXCEPTION-COUNT
                    MOVE AST-VIDEO-CODE
                       TO EXCEPTION-VIDEO-CODE(EXCEPTION-COUNT)
                 END-IF
              END-IF
              PERFORM DEPRECIATE-ASSET
              PERFORM ADD-ASSET-TO-VALUATION
           ELSE
              IF DISPOSAL-IS-WRITE-OFF AND AST-VIDEO-CODE > 0 THEN
                 MOVE "Y" TO REGISTERED-FLAG(AST-VIDEO-CODE)
              END-IF
           END-IF.
           WRITE NEW-ASSET-RECORD FROM ASSET-RECORD.

       TAKE-ON-UNREGISTERED-COPIES.
           MOVE "N" TO SCAN-EOF-FLAG.
           MOVE 0 TO VIDEO-CODE.
           START VIDEO-FILE KEY IS NOT LESS THAN VIDEO-CODE
              INVALID KEY SET SCAN-AT-END TO TRUE
           END-START.
           PERFORM UNTIL SCAN-AT-END
              READ VIDEO-FILE NEXT RECORD
                 AT END SET SCAN-AT-END TO TRUE
              END-READ
              IF NOT SCAN-AT-END AND VIDEO-CODE > 0 THEN
                 IF REGISTERED-FLAG(VIDEO-CODE) = "N" AND
                    NOT VIDEO-OUT-OF-STOCK THEN
                    PERFORM TAKE-ON-ONE-COPY
                 END-IF
              END-IF
           END-PERFORM.

       TAKE-ON-ONE-COPY.
           PERFORM FIND-TAKE-ON-COST.
           MOVE VIDEO-CODE TO AST-VIDEO-CODE.
           MOVE VIDEO-TITLE-CODE TO AST-TITLE-CODE.
           MOVE VIDEO-STORE-ID TO AST-STORE-ID.
           MOVE VIDEO-CATEGORY TO AST-CATEGORY.
           MOVE RUN-DATE TO AST-ACQUIRED-DATE.
           MOVE TAKE-ON-COST TO AST-COST.
           MOVE 0 TO AST-ACCUM-DEPRECIATION.
           MOVE TAKE-ON-COST TO AST-BOOK-VALUE.
           MOVE 0 TO AST-LAST-DEPRECIATED.
           SET ASSET-ACTIVE TO TRUE.
           MOVE 0 TO AST-DISPOSAL-DATE.
           MOVE SPACE TO AST-DISPOSAL-REASON.
           MOVE 0 TO AST-DISPOSAL-PROCEEDS.
           MOVE 0 TO AST-GAIN-LOSS.
           PERFORM DEPRECIATE-ASSET.
           PERFORM ADD-ASSET-TO-VALUATION.
           WRITE NEW-ASSET-RECORD FROM ASSET-RECORD.
           MOVE "Y" TO REGISTERED-FLAG(VIDEO-CODE).
           ADD 1 TO ASSETS-TAKEN-ON.

       FIND-TAKE-ON-COST.
           MOVE "N" TO PRICE-FOUND-FLAG.
           PERFORM VARYING PRICE-SUBSCRIPT FROM 1 BY 1
              UNTIL PRICE-SUBSCRIPT > PRICE-COUNT OR PRICE-WAS-FOUND
              IF PRC-TITLE-CODE(PRICE-SUBSCRIPT) = VIDEO-TITLE-CODE
                 THEN
                 SET PRICE-WAS-FOUND TO TRUE
                 MOVE PRC-UNIT-PRICE(PRICE-SUBSCRIPT) TO TAKE-ON-COST
              END-IF
           END-PERFORM.
           IF NOT PRICE-WAS-FOUND THEN
              MOVE DEFAULT-TAKE-ON-COST TO TAKE-ON-COST
              OPEN INPUT REPLACEMENT-COST-FILE
              IF NOT REPLACEMENT-COST-NOT-FOUND THEN
                 READ REPLACEMENT-COST-FILE
                    AT END SET END-OF-REPLACEMENT-COST-FILE TO TRUE
                 END-READ
                 PERFORM UNTIL END-OF-REPLACEMENT-COST-FILE
                    IF RPC-TITLE-CODE = VIDEO-TITLE-CODE THEN
                       MOVE RPC-COST TO TAKE-ON-COST
                       SET END-OF-REPLACEMENT-COST-FILE TO TRUE
                    ELSE
                       READ REPLACEMENT-COST-FILE
                          AT END
                             SET END-OF-REPLACEMENT-COST-FILE TO TRUE
                       END-READ
                    END-IF
                 END-PERFORM
                 CLOSE REPLACEMENT-COST-FILE
              END-IF
           END-IF.

       DEPRECIATE-ASSET.
           MOVE 0 TO ASSET-RUN-CHARGE.
           PERFORM FIND-METHOD-FOR-CATEGORY.
           MOVE AST-ACQUIRED-DATE(1:6) TO WORK-YEAR-MONTH.
           PERFORM COMPUTE-MONTH-INDEX.
           MOVE WORK-MONTH-INDEX TO ACQUIRED-MONTH-INDEX.
           IF AST-LAST-DEPRECIATED = 0 THEN
              COMPUTE CHARGE-MONTH-INDEX = ACQUIRED-MONTH-INDEX - 1
           ELSE
              MOVE AST-LAST-DEPRECIATED TO WORK-YEAR-MONTH
              PERFORM COMPUTE-MONTH-INDEX
              MOVE WORK-MONTH-INDEX TO CHARGE-MONTH-INDEX
           END-IF.
           COMPUTE MONTHS-DUE = RUN-MONTH-INDEX - CHARGE-MONTH-INDEX.
           IF MONTHS-DUE > 0 THEN
              COMPUTE RESIDUAL-VALUE ROUNDED =
                 AST-COST * CURRENT-RESIDUAL-PERCENT / 100
              PERFORM CHARGE-ONE-MONTH MONTHS-DUE TIMES
              MOVE RUN-MONTH TO AST-LAST-DEPRECIATED
              ADD 1 TO ASSETS-DEPRECIATED
           END-IF.

       CHARGE-ONE-MONTH.
           ADD 1 TO CHARGE-MONTH-INDEX.
           COMPUTE MONTHS-OWNED =
              CHARGE-MONTH-INDEX - ACQUIRED-MONTH-INDEX + 1.
           IF CURRENT-REDUCING-BALANCE THEN
              COMPUTE MONTH-CHARGE ROUNDED =
                 AST-BOOK-VALUE * CURRENT-ANNUAL-RATE / 1200
           ELSE
           IF MONTHS-OWNED NOT < CURRENT-LIFE-MONTHS THEN
              MOVE AST-BOOK-VALUE TO MONTH-CHARGE
           ELSE
              COMPUTE MONTH-CHARGE ROUNDED =
                 (AST-COST - RESIDUAL-VALUE) / CURRENT-LIFE-MONTHS
           END-IF
           END-IF.
           IF AST-BOOK-VALUE < RESIDUAL-VALUE THEN
              MOVE 0 TO MONTH-CHARGE
           ELSE
           IF AST-BOOK-VALUE - MONTH-CHARGE < RESIDUAL-VALUE THEN
              COMPUTE MONTH-CHARGE = AST-BOOK-VALUE - RESIDUAL-VALUE
           END-IF
           END-IF.
           ADD MONTH-CHARGE TO AST-ACCUM-DEPRECIATION.
           SUBTRACT MONTH-CHARGE FROM AST-BOOK-VALUE.
           ADD MONTH-CHARGE TO ASSET-RUN-CHARGE.

       COMPUTE-MONTH-INDEX.
           COMPUTE WORK-MONTH-INDEX = WORK-YEAR * 12 + WORK-MONTH.

       FIND-METHOD-FOR-CATEGORY.
           MOVE "S" TO CURRENT-METHOD.
           MOVE DEFAULT-LIFE-MONTHS TO CURRENT-LIFE-MONTHS.
           MOVE 0 TO CURRENT-ANNUAL-RATE.
           MOVE 0 TO CURRENT-RESIDUAL-PERCENT.
           PERFORM VARYING METHOD-SUBSCRIPT FROM 1 BY 1
              UNTIL METHOD-SUBSCRIPT > METHOD-COUNT
              IF MTH-CATEGORY(METHOD-SUBSCRIPT) = AST-CATEGORY THEN
                 MOVE MTH-METHOD(METHOD-SUBSCRIPT) TO CURRENT-METHOD
                 MOVE MTH-LIFE-MONTHS(METHOD-SUBSCRIPT)
                    TO CURRENT-LIFE-MONTHS
                 MOVE MTH-ANNUAL-RATE(METHOD-SUBSCRIPT)
                    TO CURRENT-ANNUAL-RATE
                 MOVE MTH-RESIDUAL-PERCENT(METHOD-SUBSCRIPT)
                    TO CURRENT-RESIDUAL-PERCENT
              END-IF
           END-PERFORM.
           IF CURRENT-LIFE-MONTHS = 0 THEN
              MOVE DEFAULT-LIFE-MONTHS TO CURRENT-LIFE-MONTHS
           END-IF.

       ADD-ASSET-TO-VALUATION.
           MOVE "N" TO VALUATION-FOUND-FLAG.
           PERFORM VARYING VALUATION-SUBSCRIPT FROM 1 BY 1
              UNTIL VALUATION-SUBSCRIPT > VALUATION-COUNT OR
                 VALUATION-WAS-FOUND
              IF VAL-STORE-ID(VALUATION-SUBSCRIPT) = AST-STORE-ID AND
                 VAL-CATEGORY(VALUATION-SUBSCRIPT) = AST-CATEGORY THEN
                 SET VALUATION-WAS-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF VALUATION-WAS-FOUND THEN
              SUBTRACT 1 FROM VALUATION-SUBSCRIPT
           ELSE
              IF VALUATION-COUNT < 300 THEN
                 ADD 1 TO VALUATION-COUNT
                 MOVE VALUATION-COUNT TO VALUATION-SUBSCRIPT
                 MOVE AST-STORE-ID TO VAL-STORE-ID(VALUATION-SUBSCRIPT)
                 MOVE AST-CATEGORY TO VAL-CATEGORY(VALUATION-SUBSCRIPT)
                 MOVE 0 TO VAL-COPIES(VALUATION-SUBSCRIPT)
                 MOVE 0 TO VAL-COST(VALUATION-SUBSCRIPT)
                 MOVE 0 TO VAL-DEPRECIATION(VALUATION-SUBSCRIPT)
                 MOVE 0 TO VAL-BOOK-VALUE(VALUATION-SUBSCRIPT)
                 MOVE 0 TO VAL-RUN-CHARGE(VALUATION-SUBSCRIPT)
                 SET VALUATION-WAS-FOUND TO TRUE
              END-IF
           END-IF.
           IF VALUATION-WAS-FOUND THEN
              ADD 1 TO VAL-COPIES(VALUATION-SUBSCRIPT)
              ADD AST-COST TO VAL-COST(VALUATION-SUBSCRIPT)
              ADD AST-ACCUM-DEPRECIATION
                 TO VAL-DEPRECIATION(VALUATION-SUBSCRIPT)
              ADD AST-BOOK-VALUE TO VAL-BOOK-VALUE(VALUATION-SUBSCRIPT)
              ADD ASSET-RUN-CHARGE
                 TO VAL-RUN-CHARGE(VALUATION-SUBSCRIPT)
           END-IF.

       SORT-VALUATION-TABLE.
           PERFORM VARYING VALUATION-SUBSCRIPT FROM 1 BY 1
              UNTIL VALUATION-SUBSCRIPT NOT < VALUATION-COUNT
              PERFORM VARYING VALUATION-INNER-SUBSCRIPT FROM 1 BY 1
                 UNTIL VALUATION-INNER-SUBSCRIPT NOT < VALUATION-COUNT
                 IF VAL-STORE-ID(VALUATION-INNER-SUBSCRIPT) >
                    VAL-STORE-ID(VALUATION-INNER-SUBSCRIPT + 1) OR
                    (VAL-STORE-ID(VALUATION-INNER-SUBSCRIPT) =
                    VAL-STORE-ID(VALUATION-INNER-SUBSCRIPT + 1) AND
                    VAL-CATEGORY(VALUATION-INNER-SUBSCRIPT) >
                    VAL-CATEGORY(VALUATION-INNER-SUBSCRIPT + 1)) THEN
                    MOVE VALUATION-ENTRY(VALUATION-INNER-SUBSCRIPT)
                       TO VALUATION-SWAP-ENTRY
                    MOVE VALUATION-ENTRY(VALUATION-INNER-SUBSCRIPT + 1)
                       TO VALUATION-ENTRY(VALUATION-INNER-SUBSCRIPT)
                    MOVE VALUATION-SWAP-ENTRY
                       TO VALUATION-ENTRY(VALUATION-INNER-SUBSCRIPT + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       PROMOTE-ASSET-FILE.
           MOVE "N" TO NEW-FILE-EOF-FLAG.
           OPEN INPUT NEW-ASSET-FILE.
           OPEN OUTPUT ASSET-FILE.
           PERFORM UNTIL NEW-FILE-AT-END
              READ NEW-ASSET-FILE
                 AT END SET NEW-FILE-AT-END TO TRUE
              END-READ
              IF NOT NEW-FILE-AT-END THEN
                 WRITE ASSET-RECORD FROM NEW-ASSET-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-ASSET-FILE.
           CLOSE ASSET-FILE.

       WRITE-VALUATION-SECTION.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "STOCK VALUATION AT BOOK VALUE, DEPRECIATED TO "
              RUN-MONTH
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           MOVE VALUATION-COLUMN-HEADING TO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING VALUATION-SUBSCRIPT FROM 1 BY 1
              UNTIL VALUATION-SUBSCRIPT > VALUATION-COUNT
              IF VALUATION-SUBSCRIPT > 1 AND
                 VAL-STORE-ID(VALUATION-SUBSCRIPT) NOT =
                 CURRENT-STORE-ID THEN
                 PERFORM WRITE-STORE-TOTAL
              END-IF
              IF VALUATION-SUBSCRIPT = 1 OR
                 VAL-STORE-ID(VALUATION-SUBSCRIPT) NOT =
                 CURRENT-STORE-ID THEN
                 MOVE VAL-STORE-ID(VALUATION-SUBSCRIPT)
                    TO CURRENT-STORE-ID
                 MOVE 0 TO STORE-COPIES
                 MOVE 0 TO STORE-COST
                 MOVE 0 TO STORE-DEPRECIATION
                 MOVE 0 TO STORE-BOOK-VALUE
                 MOVE 0 TO STORE-RUN-CHARGE
              END-IF
              PERFORM WRITE-VALUATION-LINE
           END-PERFORM.
           IF VALUATION-COUNT > 0 THEN
              PERFORM WRITE-STORE-TOTAL
           END-IF.
           MOVE GRAND-COPIES TO PRINT-COPIES.
           MOVE GRAND-COST TO PRINT-COST.
           MOVE GRAND-DEPRECIATION TO PRINT-DEPRECIATION.
           MOVE GRAND-BOOK-VALUE TO PRINT-BOOK-VALUE.
           MOVE GRAND-RUN-CHARGE TO PRINT-RUN-CHARGE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "TOTAL   " PRINT-COPIES "  " PRINT-COST "  "
              PRINT-DEPRECIATION "  " PRINT-BOOK-VALUE "  "
              PRINT-RUN-CHARGE
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.

       WRITE-VALUATION-LINE.
           MOVE VAL-COPIES(VALUATION-SUBSCRIPT) TO PRINT-COPIES.
           MOVE VAL-COST(VALUATION-SUBSCRIPT) TO PRINT-COST.
           MOVE VAL-DEPRECIATION(VALUATION-SUBSCRIPT)
              TO PRINT-DEPRECIATION.
           MOVE VAL-BOOK-VALUE(VALUATION-SUBSCRIPT)
              TO PRINT-BOOK-VALUE.
           MOVE VAL-RUN-CHARGE(VALUATION-SUBSCRIPT)
              TO PRINT-RUN-CHARGE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING VAL-STORE-ID(VALUATION-SUBSCRIPT) "  "
              VAL-CATEGORY(VALUATION-SUBSCRIPT) "   "
              PRINT-COPIES "  " PRINT-COST "  "
              PRINT-DEPRECIATION "  " PRINT-BOOK-VALUE "  "
              PRINT-RUN-CHARGE
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           ADD VAL-COPIES(VALUATION-SUBSCRIPT) TO STORE-COPIES.
           ADD VAL-COST(VALUATION-SUBSCRIPT) TO STORE-COST.
           ADD VAL-DEPRECIATION(VALUATION-SUBSCRIPT)
              TO STORE-DEPRECIATION.
           ADD VAL-BOOK-VALUE(VALUATION-SUBSCRIPT) TO STORE-BOOK-VALUE.
           ADD VAL-RUN-CHARGE(VALUATION-SUBSCRIPT) TO STORE-RUN-CHARGE.

       WRITE-STORE-TOTAL.
           MOVE STORE-COPIES TO PRINT-COPIES.
           MOVE STORE-COST TO PRINT-COST.
           MOVE STORE-DEPRECIATION TO PRINT-DEPRECIATION.
           MOVE STORE-BOOK-VALUE TO PRINT-BOOK-VALUE.
           MOVE STORE-RUN-CHARGE TO PRINT-RUN-CHARGE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING CURRENT-STORE-ID "  ALL " PRINT-COPIES "  "
              PRINT-COST "  " PRINT-DEPRECIATION "  "
              PRINT-BOOK-VALUE "  " PRINT-RUN-CHARGE
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           ADD STORE-COPIES TO GRAND-COPIES.
           ADD STORE-COST TO GRAND-COST.
           ADD STORE-DEPRECIATION TO GRAND-DEPRECIATION.
           ADD STORE-BOOK-VALUE TO GRAND-BOOK-VALUE.
           ADD STORE-RUN-CHARGE TO GRAND-RUN-CHARGE.

       WRITE-DISPOSAL-SECTION.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "DISPOSALS IN " RUN-MONTH
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "                    VIDEO  ST CAT REASON      "
              "BOOK VALUE      PROCEEDS     GAIN/LOSS"
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           MOVE "N" TO NEW-FILE-EOF-FLAG.
           OPEN INPUT ASSET-FILE.
           IF NOT ASSET-FILE-NOT-FOUND THEN
              READ ASSET-FILE
                 AT END SET NEW-FILE-AT-END TO TRUE
              END-READ
              PERFORM UNTIL NEW-FILE-AT-END
                 IF ASSET-DISPOSED AND
                    AST-DISPOSAL-DATE(1:6) = RUN-MONTH THEN
                    PERFORM WRITE-DISPOSAL-LINE
                 END-IF
                 READ ASSET-FILE
                    AT END SET NEW-FILE-AT-END TO TRUE
                 END-READ
              END-PERFORM
              CLOSE ASSET-FILE
           END-IF.
           MOVE DISPOSAL-BOOK-TOTAL TO PRINT-BOOK-VALUE.
           MOVE DISPOSAL-PROCEEDS-TOTAL TO PRINT-PROCEEDS.
           MOVE DISPOSAL-GAIN-LOSS-TOTAL TO PRINT-GAIN-LOSS.
           MOVE DISPOSAL-COUNT TO PRINT-COPIES.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "DISPOSALS " PRINT-COPIES
              "                             "
              PRINT-BOOK-VALUE "  " PRINT-PROCEEDS "  "
              PRINT-GAIN-LOSS
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.

       WRITE-DISPOSAL-LINE.
           EVALUATE AST-DISPOSAL-REASON
              WHEN "S"
                 MOVE "SOLD" TO DISPOSAL-REASON-TEXT
              WHEN "L"
                 MOVE "LOST" TO DISPOSAL-REASON-TEXT
              WHEN "D"
                 MOVE "DAMAGED" TO DISPOSAL-REASON-TEXT
              WHEN "T"
                 MOVE "SHRINKAGE" TO DISPOSAL-REASON-TEXT
              WHEN "R"
                 MOVE "RETURNED" TO DISPOSAL-REASON-TEXT
              WHEN OTHER
                 MOVE "OTHER" TO DISPOSAL-REASON-TEXT
           END-EVALUATE.
           MOVE AST-BOOK-VALUE TO PRINT-BOOK-VALUE.
           MOVE AST-DISPOSAL-PROCEEDS TO PRINT-PROCEEDS.
           MOVE AST-GAIN-LOSS TO PRINT-GAIN-LOSS.
           MOVE SPACES TO REPORT-LINE-BUFFER.
           STRING "                    " AST-VIDEO-CODE "  "
              AST-STORE-ID "  " AST-CATEGORY "  "
              DISPOSAL-REASON-TEXT PRINT-BOOK-VALUE "  "
              PRINT-PROCEEDS "  " PRINT-GAIN-LOSS
              DELIMITED BY SIZE INTO REPORT-LINE-BUFFER.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO DISPOSAL-COUNT.
           ADD AST-BOOK-VALUE TO DISPOSAL-BOOK-TOTAL.
           ADD AST-DISPOSAL-PROCEEDS TO DISPOSAL-PROCEEDS-TOTAL.
           ADD AST-GAIN-LOSS TO DISPOSAL-GAIN-LOSS-TOTAL.

       WRITE-EXCEPTION-SECTION.
           IF NOT-ON-STOCK-COUNT > 0 THEN
              MOVE SPACES TO REPORT-LINE-BUFFER
              PERFORM WRITE-REPORT-LINE
              MOVE SPACES TO REPORT-LINE-BUFFER
              STRING NOT-ON-STOCK-COUNT " ACTIVE ASSET(S) HAVE NO "
                 "COPY ON IDXVIDEO -- DISPOSE OR INVESTIGATE"
                 DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
              PERFORM WRITE-REPORT-LINE
              PERFORM VARYING EXCEPTION-SUBSCRIPT FROM 1 BY 1
                 UNTIL EXCEPTION-SUBSCRIPT > EXCEPTION-COUNT
                 MOVE SPACES TO REPORT-LINE-BUFFER
                 STRING "   VIDEO "
                    EXCEPTION-VIDEO-CODE(EXCEPTION-SUBSCRIPT)
                    DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
                 PERFORM WRITE-REPORT-LINE
              END-PERFORM
           END-IF.

       WRITE-REPORT-LINE.
           MOVE SPACES TO RPT-TEXT.
           MOVE REPORT-LINE-BUFFER TO RPT-TEXT.
           MOVE "LINE" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.
           DISPLAY REPORT-LINE-BUFFER.

       INITIALIZE-REPORT-WRITER.
           MOVE SPACES TO RPT-TEXT.
           MOVE "STKVALN.RPT" TO RPT-REPORT-DSN.
           MOVE "ASSETDEPR" TO RPT-PROGRAM-ID.
           MOVE "STOCK VALUATION BY STORE AND CATEGORY"
              TO RPT-REPORT-TITLE.
           MOVE "INIT" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT
              ON EXCEPTION
                 DISPLAY "[ABORT]: RPTWRITE MODULE NOT AVAILABLE"
                 STOP RUN
           END-CALL.
           MOVE SPACES TO RPT-TEXT.
           MOVE VALUATION-COLUMN-HEADING TO RPT-TEXT.
           MOVE "HEAD" TO RPT-OP.
           CALL "RPTWRITE" USING RPT-OP RPT-TEXT.

       END PROGRAM ASSET-DEPRECIATE.
