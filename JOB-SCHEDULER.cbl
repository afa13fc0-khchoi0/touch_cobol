           02 PLAN-STEP-NAME PIC X(12).
           02 PLAN-COMMAND PIC X(60).
           02 PLAN-DEPENDS-ON PIC X(12).
           02 PLAN-NEEDS-FREE PIC X(40).

       FD  STEP-STATUS-FILE.
       01  STEP-STATUS-RECORD.
       01  CHAIN-STOPPED-FLAG PIC X VALUE "N".
           88 CHAIN-STOPPED VALUE "Y".

       01  LOCK-FUNCTION PIC X(4).
       01  LOCK-RESOURCE PIC X(40).
       01  LOCK-HOLDER PIC X(20) VALUE "JOB-SCHEDULER".
       01  LOCK-RESULT PIC X.
           88 LOCK-WAS-GRANTED VALUE "Y".
       01  LOCK-CONFLICT-HOLDER PIC X(20).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "RESUME FROM LAST FAILURE (R) OR "
           DISPLAY "RUN  " PLAN-STEP-NAME ": " PLAN-COMMAND.
           MOVE PLAN-STEP-NAME TO LOOKUP-STEP-NAME.
           PERFORM MARK-STEP-STARTED.
           MOVE "Y" TO LOCK-RESULT.
           IF PLAN-NEEDS-FREE NOT = SPACES THEN
              PERFORM WAIT-FOR-FREE-FILE
           END-IF.
           IF LOCK-WAS-GRANTED THEN
              PERFORM RUN-PLAN-COMMAND
           ELSE
              MOVE 12 TO STEP-RESULT-CODE
              PERFORM MARK-STEP-FAILED
              DISPLAY "STEP " PLAN-STEP-NAME " NOT STARTED -- "
                 PLAN-NEEDS-FREE " IN USE BY " LOCK-CONFLICT-HOLDER
              SET CHAIN-STOPPED TO TRUE
           END-IF.
           PERFORM WRITE-STEP-STATUS-FILE.

       RUN-PLAN-COMMAND.
           MOVE PLAN-COMMAND TO SYSTEM-COMMAND.
           CALL "SYSTEM" USING SYSTEM-COMMAND
              RETURNING SYSTEM-RETURN
                 STEP-RESULT-CODE
              SET CHAIN-STOPPED TO TRUE
           END-IF.

       WAIT-FOR-FREE-FILE.
           MOVE "FREW" TO LOCK-FUNCTION.
           MOVE PLAN-NEEDS-FREE TO LOCK-RESOURCE.
           CALL "LOCKCTL" USING LOCK-FUNCTION LOCK-RESOURCE LOCK-HOLDER
              LOCK-RESULT LOCK-CONFLICT-HOLDER
              ON EXCEPTION
                 MOVE "N" TO LOCK-RESULT
                 MOVE "LOCKCTL UNAVAILABLE" TO LOCK-CONFLICT-HOLDER
           END-CALL.

       FIND-STEP-STATUS.
           MOVE "N" TO STEP-FOUND-FLAG.
