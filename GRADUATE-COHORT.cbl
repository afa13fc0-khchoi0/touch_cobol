              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-ENROLLMENT-FILE-STATUS.

           SELECT
              ALLOCATION-FILE ASSIGN TO "HOUSALLOC.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS ALLOCATION-FILE-STATUS.

           SELECT
              NEW-ALLOCATION-FILE ASSIGN TO "HOUSALLOC.DAT.NEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS NEW-ALLOCATION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
       FD  NEW-ENROLLMENT-FILE.
       01  NEW-ENROLLMENT-RECORD PIC X(28).

       FD  ALLOCATION-FILE.
       01  ALLOCATION-RECORD.
           02 HAL-STUDENT-ID PIC 9(7).
           02 HAL-TERM PIC X(6).
           02 HAL-HALL-CODE PIC X(4).
           02 HAL-ROOM-NUMBER PIC X(4).
           02 HAL-STATUS PIC X.
              88 ALLOCATION-ACTIVE VALUE "A".
           02 HAL-ALLOCATED-DATE PIC 9(8).
           02 HAL-VACATED-DATE PIC X(8).

       FD  NEW-ALLOCATION-FILE.
       01  NEW-ALLOCATION-RECORD PIC X(38).

       WORKING-STORAGE SECTION.
       01  STUDENT-FILE-STATUS PIC 9(2).
           88 STUDENT-FILE-NOT-FOUND VALUE 35.
       01  ENROLLMENT-FILE-STATUS PIC 9(2).
           88 ENROLLMENT-FILE-NOT-FOUND VALUE 35.
       01  NEW-ENROLLMENT-FILE-STATUS PIC 9(2).
       01  ALLOCATION-FILE-STATUS PIC 9(2).
           88 ALLOCATION-FILE-NOT-FOUND VALUE 35.
       01  NEW-ALLOCATION-FILE-STATUS PIC 9(2).

       01  COHORT-COURSE-COUNT PIC 9(2) VALUE 0.
       01  COHORT-COURSE-SUBSCRIPT PIC 9(2) VALUE 0.
           88 GRADUATE-MATCHED VALUE "Y".
       01  GRADUATE-ID-TABLE.
           02 GRADUATE-ID PIC 9(7) OCCURS 1000 TIMES.
       01  CHECKED-STUDENT-ID PIC 9(7).
       01  ALLOCATION-EOF-FLAG PIC X VALUE "N".
           88 ALLOCATION-AT-END VALUE "Y".
       01  RELEASED-ROOM-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM GRADUATE-COHORT-RUN.
           PERFORM CLOSE-GRADUATE-ENROLLMENTS THRU
              CLOSE-GRADUATE-ENROLLMENTS-EXIT.
           PERFORM RELEASE-GRADUATE-HOUSING THRU
              RELEASE-GRADUATE-HOUSING-EXIT.
           DISPLAY GRADUATED-COUNT " STUDENT(S) GRADUATED TO "
              "ALUMNI.DAT -- REGISTER IN GRADREG.RPT".
           STOP RUN.
              END-READ
              IF NOT ENROLLMENT-AT-END THEN
                 IF ENROLLMENT-ACTIVE THEN
                    MOVE ENR-STUDENT-ID TO CHECKED-STUDENT-ID
                    PERFORM MATCH-GRADUATE-ID
                    IF GRADUATE-MATCHED THEN
                       MOVE "G" TO ENR-STATUS
       CLOSE-GRADUATE-ENROLLMENTS-EXIT.
           EXIT.

       RELEASE-GRADUATE-HOUSING.
           IF GRADUATE-ID-COUNT = 0 THEN
              GO TO RELEASE-GRADUATE-HOUSING-EXIT
           END-IF.
           OPEN INPUT ALLOCATION-FILE.
           IF ALLOCATION-FILE-NOT-FOUND THEN
              GO TO RELEASE-GRADUATE-HOUSING-EXIT
           END-IF.
           OPEN OUTPUT NEW-ALLOCATION-FILE.
           MOVE "N" TO ALLOCATION-EOF-FLAG.
           PERFORM UNTIL ALLOCATION-AT-END
              READ ALLOCATION-FILE
                 AT END SET ALLOCATION-AT-END TO TRUE
              END-READ
              IF NOT ALLOCATION-AT-END THEN
                 IF ALLOCATION-ACTIVE THEN
                    MOVE HAL-STUDENT-ID TO CHECKED-STUDENT-ID
                    PERFORM MATCH-GRADUATE-ID
                    IF GRADUATE-MATCHED THEN
                       MOVE "V" TO HAL-STATUS
                       MOVE GRADUATION-DATE TO HAL-VACATED-DATE
                       ADD 1 TO RELEASED-ROOM-COUNT
                    END-IF
                 END-IF
                 WRITE NEW-ALLOCATION-RECORD FROM ALLOCATION-RECORD
              END-IF
           END-PERFORM.
           CLOSE ALLOCATION-FILE.
           CLOSE NEW-ALLOCATION-FILE.
           PERFORM PROMOTE-ALLOCATION-FILE.
           DISPLAY RELEASED-ROOM-COUNT " HOUSING ALLOCATION(S) "
              "RELEASED FOR GRADUATED STUDENT(S)".

       RELEASE-GRADUATE-HOUSING-EXIT.
           EXIT.

       MATCH-GRADUATE-ID.
           MOVE "N" TO GRADUATE-MATCHED-FLAG.
           PERFORM VARYING GRADUATE-ID-SUBSCRIPT FROM 1 BY 1
              UNTIL GRADUATE-ID-SUBSCRIPT > GRADUATE-ID-COUNT
              IF GRADUATE-ID(GRADUATE-ID-SUBSCRIPT) =
                 CHECKED-STUDENT-ID THEN
                 SET GRADUATE-MATCHED TO TRUE
                 MOVE GRADUATE-ID-COUNT TO GRADUATE-ID-SUBSCRIPT
              END-IF
           CLOSE NEW-ENROLLMENT-FILE.
           CLOSE ENROLLMENT-FILE.

       PROMOTE-ALLOCATION-FILE.
           MOVE "N" TO ALLOCATION-EOF-FLAG.
           OPEN INPUT NEW-ALLOCATION-FILE.
           OPEN OUTPUT ALLOCATION-FILE.
           PERFORM UNTIL ALLOCATION-AT-END
              READ NEW-ALLOCATION-FILE
                 AT END SET ALLOCATION-AT-END TO TRUE
              END-READ
              IF NOT ALLOCATION-AT-END THEN
                 WRITE ALLOCATION-RECORD FROM NEW-ALLOCATION-RECORD
              END-IF
           END-PERFORM.
           CLOSE NEW-ALLOCATION-FILE.
           CLOSE ALLOCATION-FILE.

       PROMOTE-STUDENT-FILE.
           MOVE "N" TO NEW-FILE-EOF-FLAG.
           OPEN INPUT NEW-STUDENT-FILE.
