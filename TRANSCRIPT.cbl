              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS AUDIT-FILE-STATUS.

           SELECT
              GRADE-CHANGE-FILE ASSIGN TO "GRADECHG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS GRADE-CHANGE-FILE-STATUS.

           SELECT WORK-FILE ASSIGN TO "WORK.TMP".

       DATA DIVISION.
           02 AUD-BEFORE-IMAGE PIC X(31).
           02 AUD-AFTER-IMAGE PIC X(31).

       FD  GRADE-CHANGE-FILE.
       01  GRADE-CHANGE-RECORD.
           88 END-OF-GRADE-CHANGE-FILE VALUE HIGH-VALUES.
           02 GCH-REQUEST-NUMBER PIC 9(5).
           02 GCH-STUDENT-ID PIC 9(7).
           02 GCH-COURSE-CODE PIC X(4).
           02 GCH-TERM PIC X(6).
           02 FILLER PIC X(8).
           02 GCH-REASON PIC X.
           02 FILLER PIC X(46).
           02 GCH-STATUS PIC X.
              88 GCH-APPROVED VALUE "A".
           02 GCH-DECIDED-BY PIC X(8).
           02 GCH-DECIDED-DATE PIC 9(8).

       SD  WORK-FILE.
       01  WORK-REC.
           02 W-STUDENT-ID PIC 9(7).
           02 W-TERM PIC X(6).
           02 W-MARK PIC 9(3).
           02 W-GRADE PIC X.
              88 W-GRADE-WITHDRAWN VALUE "W".

       WORKING-STORAGE SECTION.
       01  RESULTS-FILE-STATUS PIC 9(2).
       01  WITHHELD-COUNT PIC 9(4) VALUE 0.
       01  TRANSFER-FILE-STATUS PIC 9(2).
           88 TRANSFER-FILE-NOT-FOUND VALUE 35.
       01  GRADE-CHANGE-FILE-STATUS PIC 9(2).
           88 GRADE-CHANGE-FILE-NOT-FOUND VALUE 35.
       01  AMENDMENT-TABLE-COUNT PIC 9(3) VALUE 0.
       01  AMENDMENT-TABLE-SUBSCRIPT PIC 9(3) VALUE 0.
       01  AMENDMENT-TABLE.
           02 AMENDMENT-ENTRY OCCURS 500 TIMES.
              03 AMT-STUDENT-ID PIC 9(7).
              03 AMT-COURSE-CODE PIC X(4).
              03 AMT-TERM PIC X(6).
              03 AMT-REQUEST-NUMBER PIC 9(5).
              03 AMT-DECIDED-DATE PIC 9(8).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM LOAD-STUDENT-NAMES.
           PERFORM LOAD-FINANCIAL-HOLDS.
           PERFORM LOAD-GRADE-AMENDMENTS.
           IF HOLD-TABLE-COUNT > 0 THEN
              DISPLAY HOLD-TABLE-COUNT " STUDENT(S) ON FINANCIAL "
                 "HOLD -- INCLUDE THEM ANYWAY? (Y/N) --> "
                 MOVE REPORT-LINE-BUFFER TO TRANSCRIPT-LINE
                 WRITE TRANSCRIPT-LINE
                 DISPLAY REPORT-LINE-BUFFER
                 PERFORM WRITE-GRADE-AMENDMENT-NOTE
                 IF NOT W-GRADE-WITHDRAWN THEN
                    ADD W-MARK TO STUDENT-MARK-TOTAL
                    ADD 1 TO STUDENT-RESULT-COUNT
                 END-IF
              END-IF
              RETURN WORK-FILE
                 AT END SET WORK-FILE-AT-END TO TRUE
              CLOSE FINHOLD-FILE
           END-IF.

       LOAD-GRADE-AMENDMENTS.
           OPEN INPUT GRADE-CHANGE-FILE.
           IF GRADE-CHANGE-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              READ GRADE-CHANGE-FILE
                 AT END SET END-OF-GRADE-CHANGE-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-GRADE-CHANGE-FILE
                 IF GCH-APPROVED AND AMENDMENT-TABLE-COUNT < 500 THEN
                    ADD 1 TO AMENDMENT-TABLE-COUNT
                    MOVE GCH-STUDENT-ID
                       TO AMT-STUDENT-ID(AMENDMENT-TABLE-COUNT)
                    MOVE GCH-COURSE-CODE
                       TO AMT-COURSE-CODE(AMENDMENT-TABLE-COUNT)
                    MOVE GCH-TERM TO AMT-TERM(AMENDMENT-TABLE-COUNT)
                    MOVE GCH-REQUEST-NUMBER
                       TO AMT-REQUEST-NUMBER(AMENDMENT-TABLE-COUNT)
                    MOVE GCH-DECIDED-DATE
                       TO AMT-DECIDED-DATE(AMENDMENT-TABLE-COUNT)
                 END-IF
                 READ GRADE-CHANGE-FILE
                    AT END SET END-OF-GRADE-CHANGE-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE GRADE-CHANGE-FILE
           END-IF.

       WRITE-GRADE-AMENDMENT-NOTE.
           PERFORM VARYING AMENDMENT-TABLE-SUBSCRIPT FROM 1 BY 1
              UNTIL AMENDMENT-TABLE-SUBSCRIPT > AMENDMENT-TABLE-COUNT
              IF AMT-STUDENT-ID(AMENDMENT-TABLE-SUBSCRIPT) =
                 W-STUDENT-ID AND
                 AMT-COURSE-CODE(AMENDMENT-TABLE-SUBSCRIPT) =
                 W-COURSE-CODE AND
                 AMT-TERM(AMENDMENT-TABLE-SUBSCRIPT) = W-TERM THEN
                 MOVE SPACES TO REPORT-LINE-BUFFER
                 STRING "      AMENDED "
                    AMT-DECIDED-DATE(AMENDMENT-TABLE-SUBSCRIPT)
                    " (REQUEST "
                    AMT-REQUEST-NUMBER(AMENDMENT-TABLE-SUBSCRIPT)
                    ") -- SUPERSEDES EARLIER ISSUES"
                    DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
                 MOVE REPORT-LINE-BUFFER TO TRANSCRIPT-LINE
                 WRITE TRANSCRIPT-LINE
                 DISPLAY REPORT-LINE-BUFFER
              END-IF
           END-PERFORM.

       CHECK-STUDENT-ON-HOLD.
           MOVE "N" TO STUDENT-ON-HOLD-FLAG.
           PERFORM VARYING HOLD-TABLE-SUBSCRIPT FROM 1 BY 1
