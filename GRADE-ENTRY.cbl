           88 COURSE-CODE-IS-VALID VALUE "Y".
       01  COURSE-MASTER-EOF-FLAG PIC X VALUE "N".
           88 COURSE-MASTER-AT-END VALUE "Y".
       01  RESULT-ON-FILE-FLAG PIC X VALUE "N".
           88 RESULT-IS-ON-FILE VALUE "Y".
       01  RESULTS-EOF-FLAG PIC X VALUE "N".
           88 RESULTS-AT-END VALUE "Y".
       01  ENTERED-COUNT PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
              GO TO GET-RESULT-DETAILS
           END-IF.

           PERFORM CHECK-RESULT-ON-FILE.
           IF RESULT-IS-ON-FILE THEN
              DISPLAY "RESULT ALREADY ON FILE FOR " ENTRY-COURSE-CODE
                 " " ENTRY-TERM " -- RAISE A REQUEST IN GRADE-CHANGE"
              GO TO GET-RESULT-DETAILS
           END-IF.

           OPEN EXTEND RESULTS-FILE.
           IF RESULTS-FILE-NOT-FOUND THEN
              OPEN OUTPUT RESULTS-FILE
              CLOSE STUDENT-FILE
           END-IF.

       CHECK-RESULT-ON-FILE.
           MOVE "N" TO RESULT-ON-FILE-FLAG.
           MOVE "N" TO RESULTS-EOF-FLAG.
           OPEN INPUT RESULTS-FILE.
           IF NOT RESULTS-FILE-NOT-FOUND THEN
              PERFORM UNTIL RESULTS-AT-END OR RESULT-IS-ON-FILE
                 READ RESULTS-FILE
                    AT END SET RESULTS-AT-END TO TRUE
                 END-READ
                 IF NOT RESULTS-AT-END AND
                    RESULT-STUDENT-ID = ENTRY-STUDENT-ID AND
                    RESULT-COURSE-CODE = ENTRY-COURSE-CODE AND
                    RESULT-TERM = ENTRY-TERM THEN
                    SET RESULT-IS-ON-FILE TO TRUE
                 END-IF
              END-PERFORM
              CLOSE RESULTS-FILE
           END-IF.

       CHECK-COURSE-CODE.
           MOVE "N" TO COURSE-CODE-VALID-FLAG.
           MOVE "N" TO COURSE-MASTER-EOF-FLAG.
