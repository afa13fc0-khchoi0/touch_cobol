       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCHSCR.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              WATCH-LIST-FILE ASSIGN DYNAMIC WATCH-LIST-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WATCH-LIST-FILE-STATUS.

           SELECT
              SCREEN-LOG-FILE ASSIGN DYNAMIC SCREEN-LOG-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS SCREEN-LOG-FILE-STATUS.

           SELECT
              PARAMETER-FILE ASSIGN DYNAMIC PARAMETER-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS PARAMETER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST-FILE.
       01  WATCH-LIST-RECORD.
           02 WL-ENTRY-ID                      PIC 9(6).
           02 WL-NAME                          PIC X(30).
           02 WL-LIST-SOURCE                   PIC X(10).
           02 WL-ADDED-DATE                    PIC 9(8).
           02 WL-ADDED-BY                      PIC X(8).

       FD  SCREEN-LOG-FILE.
       01  SCREEN-LOG-RECORD.
           02 SLOG-TIMESTAMP                   PIC 9(14).
           02 SLOG-PROGRAM                     PIC X(10).
           02 SLOG-SUBJECT-TYPE                PIC X.
           02 SLOG-SUBJECT-KEY                 PIC X(16).
           02 SLOG-NAME                        PIC X(30).
           02 SLOG-DECISION                    PIC X(8).
           02 SLOG-MATCH-ID                    PIC 9(6).
           02 SLOG-MATCH-SCORE                 PIC 9(3).
           02 SLOG-OPERATOR                    PIC X(8).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           02 PARAM-NAME                       PIC X(24).
           02 PARAM-VALUE                      PIC 9(9)V9(4).
           02 PARAM-EFFECTIVE-DATE             PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WATCH-LIST-FILE-DSN                 PIC X(40).
       01  SCREEN-LOG-FILE-DSN                 PIC X(40).
       01  PARAMETER-FILE-DSN                  PIC X(40).

       01  WATCH-LIST-FILE-STATUS              PIC 99.
           88 WATCH-LIST-FILE-NOT-FOUND        VALUE 35.
       01  SCREEN-LOG-FILE-STATUS              PIC 99.
           88 SCREEN-LOG-FILE-NOT-FOUND        VALUE 35.
       01  PARAMETER-FILE-STATUS               PIC 99.
           88 PARAMETER-FILE-NOT-FOUND         VALUE 35.

       01  TODAY-FULL-DATE                     PIC 9(8).
       01  MATCH-THRESHOLD                     PIC 9(3) VALUE 85.
       01  BEST-THRESHOLD-DATE                 PIC 9(8) VALUE 0.
       01  WATCH-LIST-MISSING-FLAG             PIC X VALUE "N".
           88 WATCH-LIST-IS-MISSING            VALUE "Y".

       01  NORM-INPUT                          PIC X(30).
       01  NORM-INPUT-TABLE REDEFINES NORM-INPUT.
           02 NORM-INPUT-CHAR PIC X OCCURS 30 TIMES.
       01  NORM-CHAR-SUBSCRIPT                 PIC 99.
       01  NORM-COMPACT                        PIC X(30).
       01  NORM-COMPACT-TABLE REDEFINES NORM-COMPACT.
           02 NORM-COMPACT-CHAR PIC X OCCURS 30 TIMES.
       01  NORM-LENGTH                         PIC 99.
       01  NORM-TOKEN-STATE                    PIC X.
           88 NORM-BETWEEN-TOKENS              VALUE "N".
           88 NORM-INSIDE-TOKEN                VALUE "Y".
           88 NORM-TOKENS-FULL                 VALUE "X".
       01  NORM-TOKEN-COUNT                    PIC 9.
       01  NORM-TOKEN-TABLE.
           02 NORM-TOKEN-ENTRY OCCURS 6 TIMES.
              03 NORM-TOKEN                    PIC X(30).
              03 NORM-TOKEN-SIZE               PIC 99.

       01  SUBJECT-COMPACT                     PIC X(30).
       01  SUBJECT-LENGTH                      PIC 99.
       01  SUBJECT-TOKEN-COUNT                 PIC 9.
       01  SUBJECT-TOKEN-TABLE                 PIC X(192).

       01  LISTED-COMPACT                      PIC X(30).
       01  LISTED-LENGTH                       PIC 99.
       01  LISTED-TOKEN-COUNT                  PIC 9.
       01  LISTED-TOKEN-TABLE                  PIC X(192).

       01  OUTER-TOKEN-COUNT                   PIC 9.
       01  OUTER-TOKEN-TABLE.
           02 OUTER-TOKEN-ENTRY OCCURS 6 TIMES.
              03 OUTER-TOKEN                   PIC X(30).
              03 OUTER-TOKEN-SIZE              PIC 99.
       01  INNER-TOKEN-COUNT                   PIC 9.
       01  INNER-TOKEN-TABLE.
           02 INNER-TOKEN-ENTRY OCCURS 6 TIMES.
              03 INNER-TOKEN                   PIC X(30).
              03 INNER-TOKEN-SIZE              PIC 99.
       01  OUTER-SUBSCRIPT                     PIC 9.
       01  INNER-SUBSCRIPT                     PIC 9.
       01  TOKEN-PAIR-RESULT                   PIC X.
           88 TOKEN-PAIR-EXACT                 VALUE "E".
           88 TOKEN-PAIR-FUZZY                 VALUE "F".
           88 TOKEN-PAIR-INITIAL               VALUE "I".
           88 TOKEN-PAIR-NO-MATCH              VALUE "N".
       01  TOKENS-EXACT-COUNT                  PIC 9.
       01  TOKENS-WORD-COUNT                   PIC 9.
       01  TOKEN-SCORE                         PIC 9(3).

       01  EDIT-STRING-A                       PIC X(30).
       01  EDIT-STRING-A-TABLE REDEFINES EDIT-STRING-A.
           02 EDIT-CHAR-A PIC X OCCURS 30 TIMES.
       01  EDIT-LENGTH-A                       PIC 99.
       01  EDIT-STRING-B                       PIC X(30).
       01  EDIT-STRING-B-TABLE REDEFINES EDIT-STRING-B.
           02 EDIT-CHAR-B PIC X OCCURS 30 TIMES.
       01  EDIT-LENGTH-B                       PIC 99.
       01  EDIT-ROW-SUBSCRIPT                  PIC 99.
       01  EDIT-COL-SUBSCRIPT                  PIC 99.
       01  EDIT-PREVIOUS-ROW.
           02 EDIT-PREVIOUS PIC 99 OCCURS 31 TIMES.
       01  EDIT-CURRENT-ROW.
           02 EDIT-CURRENT PIC 99 OCCURS 31 TIMES.
       01  EDIT-COST                           PIC 9.
       01  EDIT-CANDIDATE                      PIC 99.
       01  EDIT-DISTANCE                       PIC 99.
       01  EDIT-LONGER-LENGTH                  PIC 99.

       01  ENTRY-SCORE                         PIC 9(3).

       LINKAGE SECTION.
       01  LS-SCREEN-REQUEST.
           02 LS-SCRN-PROGRAM                  PIC X(10).
           02 LS-SCRN-SUBJECT-TYPE             PIC X.
           02 LS-SCRN-SUBJECT-KEY              PIC X(16).
           02 LS-SCRN-NAME                     PIC X(30).
           02 LS-SCRN-OPERATOR                 PIC X(8).
           02 LS-SCRN-RESULT                   PIC X.
           02 LS-SCRN-MATCH-ID                 PIC 9(6).
           02 LS-SCRN-MATCH-NAME               PIC X(30).
           02 LS-SCRN-MATCH-SCORE              PIC 9(3).

       PROCEDURE DIVISION USING LS-SCREEN-REQUEST.
       SCREEN-THE-NAME.
           ACCEPT WATCH-LIST-FILE-DSN
              FROM ENVIRONMENT "ATM_WATCH_LIST_FILE"
              ON EXCEPTION
                 MOVE "watchlist.txt" TO WATCH-LIST-FILE-DSN
           END-ACCEPT.

           ACCEPT SCREEN-LOG-FILE-DSN
              FROM ENVIRONMENT "ATM_SCREEN_LOG_FILE"
              ON EXCEPTION
                 MOVE "screenLog.txt" TO SCREEN-LOG-FILE-DSN
           END-ACCEPT.

           ACCEPT PARAMETER-FILE-DSN
              FROM ENVIRONMENT "ATM_PARAMS_FILE"
              ON EXCEPTION
                 MOVE "params.txt" TO PARAMETER-FILE-DSN
           END-ACCEPT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-FULL-DATE.
           MOVE 85 TO MATCH-THRESHOLD.
           MOVE 0 TO BEST-THRESHOLD-DATE.
           MOVE "N" TO WATCH-LIST-MISSING-FLAG.
           MOVE "C" TO LS-SCRN-RESULT.
           MOVE 0 TO LS-SCRN-MATCH-ID.
           MOVE SPACES TO LS-SCRN-MATCH-NAME.
           MOVE 0 TO LS-SCRN-MATCH-SCORE.

           PERFORM READ-PARAMETER-FILE THRU READ-PARAMETER-FILE-EXIT.

           MOVE LS-SCRN-NAME TO NORM-INPUT.
           PERFORM NORMALISE-NAME THRU NORMALISE-NAME-EXIT.
           MOVE NORM-COMPACT     TO SUBJECT-COMPACT.
           MOVE NORM-LENGTH      TO SUBJECT-LENGTH.
           MOVE NORM-TOKEN-COUNT TO SUBJECT-TOKEN-COUNT.
           MOVE NORM-TOKEN-TABLE TO SUBJECT-TOKEN-TABLE.

           OPEN INPUT WATCH-LIST-FILE.
           IF WATCH-LIST-FILE-NOT-FOUND
           THEN
              SET WATCH-LIST-IS-MISSING TO TRUE
              GO TO SCREEN-THE-NAME-LOG
           END-IF.

       SCREEN-THE-NAME-LOOP.
           READ WATCH-LIST-FILE
              AT END
                 CLOSE WATCH-LIST-FILE
                 GO TO SCREEN-THE-NAME-LOG
           END-READ.
           PERFORM SCORE-LISTED-NAME THRU SCORE-LISTED-NAME-EXIT.
           IF ENTRY-SCORE > LS-SCRN-MATCH-SCORE
           THEN
              MOVE ENTRY-SCORE TO LS-SCRN-MATCH-SCORE
              MOVE WL-ENTRY-ID TO LS-SCRN-MATCH-ID
              MOVE WL-NAME     TO LS-SCRN-MATCH-NAME
           END-IF.
           GO TO SCREEN-THE-NAME-LOOP.

       SCREEN-THE-NAME-LOG.
           IF LS-SCRN-MATCH-SCORE NOT < MATCH-THRESHOLD
           THEN
              MOVE "H" TO LS-SCRN-RESULT
           END-IF.

           OPEN EXTEND SCREEN-LOG-FILE.
           IF SCREEN-LOG-FILE-NOT-FOUND
           THEN
              OPEN OUTPUT SCREEN-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SLOG-TIMESTAMP.
           MOVE LS-SCRN-PROGRAM      TO SLOG-PROGRAM.
           MOVE LS-SCRN-SUBJECT-TYPE TO SLOG-SUBJECT-TYPE.
           MOVE LS-SCRN-SUBJECT-KEY  TO SLOG-SUBJECT-KEY.
           MOVE LS-SCRN-NAME         TO SLOG-NAME.
           MOVE LS-SCRN-MATCH-ID     TO SLOG-MATCH-ID.
           MOVE LS-SCRN-MATCH-SCORE  TO SLOG-MATCH-SCORE.
           MOVE LS-SCRN-OPERATOR     TO SLOG-OPERATOR.
           IF WATCH-LIST-IS-MISSING
           THEN
              MOVE "NOLIST" TO SLOG-DECISION
           ELSE
              IF LS-SCRN-RESULT = "H"
              THEN
                 MOVE "HIT" TO SLOG-DECISION
              ELSE
                 MOVE "CLEAR" TO SLOG-DECISION
              END-IF
           END-IF.
           WRITE SCREEN-LOG-RECORD.
           CLOSE SCREEN-LOG-FILE.
           GOBACK.

       READ-PARAMETER-FILE.
           OPEN INPUT PARAMETER-FILE.
           IF PARAMETER-FILE-NOT-FOUND
           THEN
              GO TO READ-PARAMETER-FILE-EXIT
           END-IF.

       READ-PARAMETER-FILE-LOOP.
           READ PARAMETER-FILE
              AT END
                 CLOSE PARAMETER-FILE
                 GO TO READ-PARAMETER-FILE-EXIT
           END-READ.
           IF PARAM-EFFECTIVE-DATE > TODAY-FULL-DATE
           THEN
              GO TO READ-PARAMETER-FILE-LOOP
           END-IF.
           IF PARAM-NAME = "WATCH-MATCH-PERCENT" AND
              PARAM-EFFECTIVE-DATE NOT < BEST-THRESHOLD-DATE AND
              PARAM-VALUE > 0 AND PARAM-VALUE NOT > 100
           THEN
              MOVE PARAM-VALUE TO MATCH-THRESHOLD
              MOVE PARAM-EFFECTIVE-DATE TO BEST-THRESHOLD-DATE
           END-IF.
           GO TO READ-PARAMETER-FILE-LOOP.

       READ-PARAMETER-FILE-EXIT.
           EXIT.

       SCORE-LISTED-NAME.
           MOVE 0 TO ENTRY-SCORE.
           MOVE WL-NAME TO NORM-INPUT.
           PERFORM NORMALISE-NAME THRU NORMALISE-NAME-EXIT.
           MOVE NORM-COMPACT     TO LISTED-COMPACT.
           MOVE NORM-LENGTH      TO LISTED-LENGTH.
           MOVE NORM-TOKEN-COUNT TO LISTED-TOKEN-COUNT.
           MOVE NORM-TOKEN-TABLE TO LISTED-TOKEN-TABLE.
           IF LISTED-LENGTH = 0 OR SUBJECT-LENGTH = 0
           THEN
              GO TO SCORE-LISTED-NAME-EXIT
           END-IF.

           PERFORM SCORE-BY-TOKENS THRU SCORE-BY-TOKENS-EXIT.
           MOVE TOKEN-SCORE TO ENTRY-SCORE.

           MOVE SUBJECT-COMPACT TO EDIT-STRING-A.
           MOVE SUBJECT-LENGTH  TO EDIT-LENGTH-A.
           MOVE LISTED-COMPACT  TO EDIT-STRING-B.
           MOVE LISTED-LENGTH   TO EDIT-LENGTH-B.
           PERFORM COMPUTE-EDIT-DISTANCE THRU
              COMPUTE-EDIT-DISTANCE-EXIT.
           IF EDIT-DISTANCE NOT < EDIT-LONGER-LENGTH
           THEN
              GO TO SCORE-LISTED-NAME-EXIT
           END-IF.
           COMPUTE TOKEN-SCORE =
              (EDIT-LONGER-LENGTH - EDIT-DISTANCE) * 100 /
              EDIT-LONGER-LENGTH.
           IF TOKEN-SCORE > ENTRY-SCORE
           THEN
              MOVE TOKEN-SCORE TO ENTRY-SCORE
           END-IF.

       SCORE-LISTED-NAME-EXIT.
           EXIT.

       SCORE-BY-TOKENS.
           MOVE 0 TO TOKEN-SCORE.
           IF SUBJECT-TOKEN-COUNT < 2 OR LISTED-TOKEN-COUNT < 2
           THEN
              GO TO SCORE-BY-TOKENS-EXIT
           END-IF.
           IF SUBJECT-TOKEN-COUNT < LISTED-TOKEN-COUNT
           THEN
              MOVE SUBJECT-TOKEN-COUNT TO OUTER-TOKEN-COUNT
              MOVE SUBJECT-TOKEN-TABLE TO OUTER-TOKEN-TABLE
              MOVE LISTED-TOKEN-COUNT  TO INNER-TOKEN-COUNT
              MOVE LISTED-TOKEN-TABLE  TO INNER-TOKEN-TABLE
           ELSE
              MOVE LISTED-TOKEN-COUNT  TO OUTER-TOKEN-COUNT
              MOVE LISTED-TOKEN-TABLE  TO OUTER-TOKEN-TABLE
              MOVE SUBJECT-TOKEN-COUNT TO INNER-TOKEN-COUNT
              MOVE SUBJECT-TOKEN-TABLE TO INNER-TOKEN-TABLE
           END-IF.
           MOVE 0 TO TOKENS-EXACT-COUNT.
           MOVE 0 TO TOKENS-WORD-COUNT.
           MOVE 0 TO OUTER-SUBSCRIPT.

       SCORE-BY-TOKENS-OUTER.
           ADD 1 TO OUTER-SUBSCRIPT.
           IF OUTER-SUBSCRIPT > OUTER-TOKEN-COUNT
           THEN
              GO TO SCORE-BY-TOKENS-DONE
           END-IF.
           MOVE 0 TO INNER-SUBSCRIPT.

       SCORE-BY-TOKENS-INNER.
           ADD 1 TO INNER-SUBSCRIPT.
           IF INNER-SUBSCRIPT > INNER-TOKEN-COUNT
           THEN
              GO TO SCORE-BY-TOKENS-EXIT
           END-IF.
           PERFORM COMPARE-TOKEN-PAIR THRU COMPARE-TOKEN-PAIR-EXIT.
           IF TOKEN-PAIR-NO-MATCH
           THEN
              GO TO SCORE-BY-TOKENS-INNER
           END-IF.
           IF TOKEN-PAIR-EXACT
           THEN
              ADD 1 TO TOKENS-EXACT-COUNT
           END-IF.
           IF NOT TOKEN-PAIR-INITIAL
           THEN
              ADD 1 TO TOKENS-WORD-COUNT
           END-IF.
           GO TO SCORE-BY-TOKENS-OUTER.

       SCORE-BY-TOKENS-DONE.
           IF TOKENS-WORD-COUNT < 2
           THEN
              GO TO SCORE-BY-TOKENS-EXIT
           END-IF.
           IF TOKENS-EXACT-COUNT = OUTER-TOKEN-COUNT AND
              OUTER-TOKEN-COUNT = INNER-TOKEN-COUNT
           THEN
              MOVE 100 TO TOKEN-SCORE
           ELSE
              MOVE 90 TO TOKEN-SCORE
           END-IF.

       SCORE-BY-TOKENS-EXIT.
           EXIT.

       COMPARE-TOKEN-PAIR.
           MOVE "N" TO TOKEN-PAIR-RESULT.
           IF OUTER-TOKEN(OUTER-SUBSCRIPT) =
              INNER-TOKEN(INNER-SUBSCRIPT)
           THEN
              MOVE "E" TO TOKEN-PAIR-RESULT
              GO TO COMPARE-TOKEN-PAIR-EXIT
           END-IF.
           IF OUTER-TOKEN-SIZE(OUTER-SUBSCRIPT) = 1 OR
              INNER-TOKEN-SIZE(INNER-SUBSCRIPT) = 1
           THEN
              IF OUTER-TOKEN(OUTER-SUBSCRIPT)(1:1) =
                 INNER-TOKEN(INNER-SUBSCRIPT)(1:1)
              THEN
                 MOVE "I" TO TOKEN-PAIR-RESULT
              END-IF
              GO TO COMPARE-TOKEN-PAIR-EXIT
           END-IF.
           MOVE OUTER-TOKEN(OUTER-SUBSCRIPT)      TO EDIT-STRING-A.
           MOVE OUTER-TOKEN-SIZE(OUTER-SUBSCRIPT) TO EDIT-LENGTH-A.
           MOVE INNER-TOKEN(INNER-SUBSCRIPT)      TO EDIT-STRING-B.
           MOVE INNER-TOKEN-SIZE(INNER-SUBSCRIPT) TO EDIT-LENGTH-B.
           PERFORM COMPUTE-EDIT-DISTANCE THRU
              COMPUTE-EDIT-DISTANCE-EXIT.
           IF EDIT-DISTANCE NOT > 1 AND EDIT-LONGER-LENGTH NOT < 4
           THEN
              MOVE "F" TO TOKEN-PAIR-RESULT
           END-IF.
           IF EDIT-DISTANCE NOT > 2 AND EDIT-LONGER-LENGTH NOT < 8
           THEN
              MOVE "F" TO TOKEN-PAIR-RESULT
           END-IF.

       COMPARE-TOKEN-PAIR-EXIT.
           EXIT.

       NORMALISE-NAME.
           INSPECT NORM-INPUT CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO NORM-COMPACT.
           MOVE SPACES TO NORM-TOKEN-TABLE.
           MOVE 0 TO NORM-LENGTH.
           MOVE 0 TO NORM-TOKEN-COUNT.
           MOVE 0 TO NORM-CHAR-SUBSCRIPT.
           SET NORM-BETWEEN-TOKENS TO TRUE.

       NORMALISE-NAME-LOOP.
           ADD 1 TO NORM-CHAR-SUBSCRIPT.
           IF NORM-CHAR-SUBSCRIPT > 30
           THEN
              GO TO NORMALISE-NAME-EXIT
           END-IF.
           IF NORM-INPUT-CHAR(NORM-CHAR-SUBSCRIPT) < "A" OR
              NORM-INPUT-CHAR(NORM-CHAR-SUBSCRIPT) > "Z"
           THEN
              SET NORM-BETWEEN-TOKENS TO TRUE
              GO TO NORMALISE-NAME-LOOP
           END-IF.
           ADD 1 TO NORM-LENGTH.
           MOVE NORM-INPUT-CHAR(NORM-CHAR-SUBSCRIPT)
              TO NORM-COMPACT-CHAR(NORM-LENGTH).
           IF NORM-BETWEEN-TOKENS
           THEN
              SET NORM-INSIDE-TOKEN TO TRUE
              IF NORM-TOKEN-COUNT = 6
              THEN
                 SET NORM-TOKENS-FULL TO TRUE
              ELSE
                 ADD 1 TO NORM-TOKEN-COUNT
                 MOVE 0 TO NORM-TOKEN-SIZE(NORM-TOKEN-COUNT)
              END-IF
           END-IF.
           IF NORM-TOKENS-FULL
           THEN
              GO TO NORMALISE-NAME-LOOP
           END-IF.
           ADD 1 TO NORM-TOKEN-SIZE(NORM-TOKEN-COUNT).
           MOVE NORM-INPUT-CHAR(NORM-CHAR-SUBSCRIPT)
              TO NORM-TOKEN(NORM-TOKEN-COUNT)
                 (NORM-TOKEN-SIZE(NORM-TOKEN-COUNT):1).
           GO TO NORMALISE-NAME-LOOP.

       NORMALISE-NAME-EXIT.
           EXIT.

       COMPUTE-EDIT-DISTANCE.
           IF EDIT-LENGTH-A > EDIT-LENGTH-B
           THEN
              MOVE EDIT-LENGTH-A TO EDIT-LONGER-LENGTH
           ELSE
              MOVE EDIT-LENGTH-B TO EDIT-LONGER-LENGTH
           END-IF.
           MOVE 0 TO EDIT-COL-SUBSCRIPT.

       COMPUTE-EDIT-DISTANCE-INIT.
           IF EDIT-COL-SUBSCRIPT > EDIT-LENGTH-B
           THEN
              GO TO COMPUTE-EDIT-DISTANCE-ROWS
           END-IF.
           MOVE EDIT-COL-SUBSCRIPT
              TO EDIT-PREVIOUS(EDIT-COL-SUBSCRIPT + 1).
           ADD 1 TO EDIT-COL-SUBSCRIPT.
           GO TO COMPUTE-EDIT-DISTANCE-INIT.

       COMPUTE-EDIT-DISTANCE-ROWS.
           MOVE 0 TO EDIT-ROW-SUBSCRIPT.

       COMPUTE-EDIT-DISTANCE-ROW.
           ADD 1 TO EDIT-ROW-SUBSCRIPT.
           IF EDIT-ROW-SUBSCRIPT > EDIT-LENGTH-A
           THEN
              MOVE EDIT-PREVIOUS(EDIT-LENGTH-B + 1) TO EDIT-DISTANCE
              GO TO COMPUTE-EDIT-DISTANCE-EXIT
           END-IF.
           MOVE EDIT-ROW-SUBSCRIPT TO EDIT-CURRENT(1).
           MOVE 0 TO EDIT-COL-SUBSCRIPT.

       COMPUTE-EDIT-DISTANCE-COL.
           ADD 1 TO EDIT-COL-SUBSCRIPT.
           IF EDIT-COL-SUBSCRIPT > EDIT-LENGTH-B
           THEN
              MOVE EDIT-CURRENT-ROW TO EDIT-PREVIOUS-ROW
              GO TO COMPUTE-EDIT-DISTANCE-ROW
           END-IF.
           IF EDIT-CHAR-A(EDIT-ROW-SUBSCRIPT) =
              EDIT-CHAR-B(EDIT-COL-SUBSCRIPT)
           THEN
              MOVE 0 TO EDIT-COST
           ELSE
              MOVE 1 TO EDIT-COST
           END-IF.
           COMPUTE EDIT-CANDIDATE =
              EDIT-PREVIOUS(EDIT-COL-SUBSCRIPT) + EDIT-COST.
           IF EDIT-PREVIOUS(EDIT-COL-SUBSCRIPT + 1) + 1 <
              EDIT-CANDIDATE
           THEN
              COMPUTE EDIT-CANDIDATE =
                 EDIT-PREVIOUS(EDIT-COL-SUBSCRIPT + 1) + 1
           END-IF.
           IF EDIT-CURRENT(EDIT-COL-SUBSCRIPT) + 1 < EDIT-CANDIDATE
           THEN
              COMPUTE EDIT-CANDIDATE =
                 EDIT-CURRENT(EDIT-COL-SUBSCRIPT) + 1
           END-IF.
           MOVE EDIT-CANDIDATE TO EDIT-CURRENT(EDIT-COL-SUBSCRIPT + 1).
           GO TO COMPUTE-EDIT-DISTANCE-COL.

       COMPUTE-EDIT-DISTANCE-EXIT.
           EXIT.

       END PROGRAM WATCHSCR.
