              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS STANDING-FILE-STATUS.

           SELECT
              NEW-STANDING-FILE ASSIGN TO "STANDING.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-STANDING-FILE-STATUS.

           SELECT
              GPA-RECALC-FILE ASSIGN TO "GPARECALC.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS GPA-RECALC-FILE-STATUS.

           SELECT
              PROBATION-REPORT-FILE ASSIGN TO "PROBATION.RPT"
              ORGANIZATION IS LINE SEQUENTIAL.
           02 RESULT-TERM PIC X(6).
           02 RESULT-MARK PIC 9(3).
           02 RESULT-GRADE PIC X.
              88 RESULT-IS-WITHDRAWN VALUE "W".

       FD  STANDING-FILE.
       01  STANDING-RECORD.
           88 END-OF-STANDING-FILE VALUE HIGH-VALUES.
           02 STND-STUDENT-ID PIC 9(7).
           02 STND-TERM PIC X(6).
           02 STND-TERM-GPA PIC 9V9(2).
              88 STANDING-PROBATION VALUE "P".
              88 STANDING-DEANS-LIST VALUE "D".

       FD  NEW-STANDING-FILE.
       01  NEW-STANDING-RECORD PIC X(20).

       FD  GPA-RECALC-FILE.
       01  GPA-RECALC-RECORD.
           88 END-OF-GPA-RECALC-FILE VALUE HIGH-VALUES.
           02 GRC-STUDENT-ID PIC 9(7).
           02 GRC-REQUEST-NUMBER PIC 9(5).
           02 GRC-QUEUED-DATE PIC 9(8).

       FD  PROBATION-REPORT-FILE.
       01  PROBATION-REPORT-LINE PIC X(70).

       01  RESULTS-FILE-STATUS PIC 9(2).
           88 RESULTS-FILE-NOT-FOUND VALUE 35.
       01  STANDING-FILE-STATUS PIC 9(2).
           88 STANDING-FILE-NOT-FOUND VALUE 35.
       01  NEW-STANDING-FILE-STATUS PIC 9(2).
       01  GPA-RECALC-FILE-STATUS PIC 9(2).
           88 GPA-RECALC-FILE-NOT-FOUND VALUE 35.

       01  RUN-MODE PIC 9.
           88 RECALCULATE-MODE VALUE 2.

       01  RUN-TERM PIC X(6).
       01  GRADE-POINT-VALUE PIC 9.
       01  REPORT-LINE-BUFFER PIC X(70).
       01  PRINT-TERM-GPA PIC 9.99.
       01  PRINT-CUM-GPA PIC 9.99.
       01  PRINT-OLD-CUM-GPA PIC 9.99.

       01  RECALC-TABLE-COUNT PIC 9(3) VALUE 0.
       01  RECALC-TABLE-SUBSCRIPT PIC 9(3) VALUE 0.
       01  RECALC-TABLE.
           02 RECALC-STUDENT-ID PIC 9(7) OCCURS 500 TIMES.
       01  RECALC-FOUND-FLAG PIC X VALUE "N".
           88 RECALC-WAS-FOUND VALUE "Y".
       01  RECALC-UPDATED-COUNT PIC 9(3) VALUE 0.
       01  NEW-FILE-EOF-FLAG PIC X VALUE "N".
           88 NEW-FILE-AT-END VALUE "Y".

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "1 = CLOSE TERM, 2 = RECALCULATE AFTER GRADE "
              "CHANGES --> " WITH NO ADVANCING.
           ACCEPT RUN-MODE.
           IF RECALCULATE-MODE THEN
              PERFORM RECALCULATE-CHANGED-STUDENTS
              STOP RUN
           END-IF.

           DISPLAY "TERM TO CLOSE (6 CHARS, E.G. 2026T1) --> "
              WITH NO ADVANCING.
           ACCEPT RUN-TERM.
              AT END SET END-OF-RESULTS-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-RESULTS-FILE
              PERFORM TALLY-RESULT-RECORD THRU
                 TALLY-RESULT-RECORD-EXIT
              READ RESULTS-FILE
                 AT END SET END-OF-RESULTS-FILE TO TRUE
              END-READ
           STOP RUN.

       TALLY-RESULT-RECORD.
           IF RESULT-IS-WITHDRAWN THEN
              GO TO TALLY-RESULT-RECORD-EXIT
           END-IF.
           EVALUATE RESULT-GRADE
              WHEN "A" MOVE 4 TO GRADE-POINT-VALUE
              WHEN "B" MOVE 3 TO GRADE-POINT-VALUE
              ADD 1 TO GPT-TERM-COUNT(GPA-TABLE-SUBSCRIPT)
           END-IF.

       TALLY-RESULT-RECORD-EXIT.
           EXIT.

       FIND-GPA-ENTRY.
           MOVE 0 TO GPA-TABLE-SUBSCRIPT.
           PERFORM UNTIL GPA-TABLE-SUBSCRIPT NOT < GPA-TABLE-COUNT
           END-IF.

       WRITE-STUDENT-STANDING.
           PERFORM COMPUTE-STUDENT-STANDING.

           MOVE GPT-STUDENT-ID(GPA-TABLE-SUBSCRIPT)
              TO STND-STUDENT-ID.
           MOVE RUN-TERM TO STND-TERM.
           MOVE WORK-TERM-GPA TO STND-TERM-GPA.
           MOVE WORK-CUM-GPA TO STND-CUM-GPA.
           MOVE WORK-STANDING TO STND-STANDING.
           WRITE STANDING-RECORD.

           IF WORK-STANDING = "P" THEN
              MOVE WORK-TERM-GPA TO PRINT-TERM-GPA
              MOVE WORK-CUM-GPA TO PRINT-CUM-GPA
              MOVE SPACES TO REPORT-LINE-BUFFER
              STRING "  STUDENT "
                 GPT-STUDENT-ID(GPA-TABLE-SUBSCRIPT)
                 " TERM GPA " PRINT-TERM-GPA
                 " CUMULATIVE GPA " PRINT-CUM-GPA
                 DELIMITED BY SIZE INTO REPORT-LINE-BUFFER
              MOVE REPORT-LINE-BUFFER TO PROBATION-REPORT-LINE
              WRITE PROBATION-REPORT-LINE
              DISPLAY REPORT-LINE-BUFFER
           END-IF.

       COMPUTE-STUDENT-STANDING.
           IF GPT-TERM-COUNT(GPA-TABLE-SUBSCRIPT) > 0 THEN
              COMPUTE WORK-TERM-GPA ROUNDED =
                 GPT-TERM-POINTS(GPA-TABLE-SUBSCRIPT) /
              END-IF
           END-IF.

       RECALCULATE-CHANGED-STUDENTS.
           PERFORM LOAD-RECALC-QUEUE.
           IF RECALC-TABLE-COUNT = 0 THEN
              DISPLAY "NO GPA RECALCULATIONS QUEUED"
           ELSE
              OPEN INPUT STANDING-FILE
              IF STANDING-FILE-NOT-FOUND THEN
                 DISPLAY "STANDING.DAT NOT FOUND -- CLOSE A TERM "
                    "FIRST; QUEUE KEPT"
              ELSE
                 READ STANDING-FILE
                    AT END SET END-OF-STANDING-FILE TO TRUE
                 END-READ
                 IF NOT END-OF-STANDING-FILE THEN
                    MOVE STND-TERM TO RUN-TERM
                 END-IF
                 CLOSE STANDING-FILE
                 PERFORM TALLY-QUEUED-STUDENT-RESULTS
                 PERFORM REWRITE-QUEUED-STANDING
                 OPEN OUTPUT GPA-RECALC-FILE
                 CLOSE GPA-RECALC-FILE
                 DISPLAY RECALC-TABLE-COUNT " STUDENT(S) QUEUED, "
                    RECALC-UPDATED-COUNT " STANDING RECORD(S) "
                    "UPDATED FOR TERM " RUN-TERM
              END-IF
           END-IF.

       LOAD-RECALC-QUEUE.
           OPEN INPUT GPA-RECALC-FILE.
           IF NOT GPA-RECALC-FILE-NOT-FOUND THEN
              READ GPA-RECALC-FILE
                 AT END SET END-OF-GPA-RECALC-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-GPA-RECALC-FILE
                 MOVE GRC-STUDENT-ID TO RESULT-STUDENT-ID
                 PERFORM FIND-RECALC-STUDENT
                 IF NOT RECALC-WAS-FOUND AND
                    RECALC-TABLE-COUNT < 500 THEN
                    ADD 1 TO RECALC-TABLE-COUNT
                    MOVE GRC-STUDENT-ID
                       TO RECALC-STUDENT-ID(RECALC-TABLE-COUNT)
                 END-IF
                 READ GPA-RECALC-FILE
                    AT END SET END-OF-GPA-RECALC-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE GPA-RECALC-FILE
           END-IF.

       FIND-RECALC-STUDENT.
           MOVE "N" TO RECALC-FOUND-FLAG.
           PERFORM VARYING RECALC-TABLE-SUBSCRIPT FROM 1 BY 1
              UNTIL RECALC-TABLE-SUBSCRIPT > RECALC-TABLE-COUNT
              IF RECALC-STUDENT-ID(RECALC-TABLE-SUBSCRIPT) =
                 RESULT-STUDENT-ID THEN
                 SET RECALC-WAS-FOUND TO TRUE
                 MOVE RECALC-TABLE-COUNT TO RECALC-TABLE-SUBSCRIPT
              END-IF
           END-PERFORM.

       TALLY-QUEUED-STUDENT-RESULTS.
           OPEN INPUT RESULTS-FILE.
           IF RESULTS-FILE-NOT-FOUND THEN
              DISPLAY "RESULTS.DAT NOT FOUND -- NOTHING TO COMPUTE"
           ELSE
              READ RESULTS-FILE
                 AT END SET END-OF-RESULTS-FILE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-RESULTS-FILE
                 PERFORM FIND-RECALC-STUDENT
                 IF RECALC-WAS-FOUND THEN
                    PERFORM TALLY-RESULT-RECORD THRU
                       TALLY-RESULT-RECORD-EXIT
                 END-IF
                 READ RESULTS-FILE
                    AT END SET END-OF-RESULTS-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE RESULTS-FILE
           END-IF.

       REWRITE-QUEUED-STANDING.
           OPEN INPUT STANDING-FILE.
           OPEN OUTPUT NEW-STANDING-FILE.
           READ STANDING-FILE
              AT END SET END-OF-STANDING-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-STANDING-FILE
              MOVE STND-STUDENT-ID TO RESULT-STUDENT-ID
              PERFORM FIND-RECALC-STUDENT
              IF RECALC-WAS-FOUND AND STND-TERM = RUN-TERM THEN
                 PERFORM RECALCULATE-STANDING-RECORD
              END-IF
              WRITE NEW-STANDING-RECORD FROM STANDING-RECORD
              READ STANDING-FILE
                 AT END SET END-OF-STANDING-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE NEW-STANDING-FILE.
           CLOSE STANDING-FILE.

           MOVE "N" TO NEW-FILE-EOF-FLAG.
           OPEN INPUT NEW-STANDING-FILE.
           OPEN OUTPUT STANDING-FILE.
           PERFORM UNTIL NEW-FILE-AT-END
              READ NEW-STANDING-FILE
                 AT END SET NEW-FILE-AT-END TO TRUE
              END-READ
              IF NOT NEW-FILE-AT-END THEN
                 WRITE STANDING-RECORD FROM NEW-STANDING-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-STANDING-FILE.
           CLOSE STANDING-FILE.

       RECALCULATE-STANDING-RECORD.
           PERFORM FIND-GPA-ENTRY.
           PERFORM COMPUTE-STUDENT-STANDING.
           MOVE STND-CUM-GPA TO PRINT-OLD-CUM-GPA.
           MOVE WORK-CUM-GPA TO PRINT-CUM-GPA.
           DISPLAY "STUDENT " STND-STUDENT-ID " CUMULATIVE GPA "
              PRINT-OLD-CUM-GPA " -> " PRINT-CUM-GPA " STANDING "
              STND-STANDING " -> " WORK-STANDING.
           MOVE WORK-TERM-GPA TO STND-TERM-GPA.
           MOVE WORK-CUM-GPA TO STND-CUM-GPA.
           MOVE WORK-STANDING TO STND-STANDING.
           ADD 1 TO RECALC-UPDATED-COUNT.

       END PROGRAM GPA-RUN.
