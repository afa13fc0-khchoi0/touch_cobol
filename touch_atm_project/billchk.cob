       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLCHK.
       AUTHOR. KA HOU, CHOI.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  REF-DIGIT-WORK                      PIC X(20).
       01  REF-DIGIT-TABLE REDEFINES REF-DIGIT-WORK.
           02 REF-DIGIT PIC 9 OCCURS 20 TIMES.
       01  DIGIT-SUBSCRIPT                     PIC 99.
       01  DOUBLE-SWITCH                       PIC X.
       01  DIGIT-TERM                          PIC 99.
       01  DIGIT-WEIGHT                        PIC 9.
       01  CHECK-SUM                           PIC 9(4).
       01  CHECK-QUOTIENT                      PIC 9(4).
       01  CHECK-REMAINDER                     PIC 99.
       01  EXPECTED-DIGIT                      PIC 99.

       LINKAGE SECTION.
       01  LS-REFERENCE                        PIC X(20).
       01  LS-REF-LENGTH                       PIC 99.
       01  LS-CHECK-RULE                       PIC X.
       01  LS-RESULT                           PIC X.

       PROCEDURE DIVISION USING LS-REFERENCE LS-REF-LENGTH
           LS-CHECK-RULE LS-RESULT.
       VALIDATE-REFERENCE.
           MOVE "N" TO LS-RESULT.
           IF LS-REF-LENGTH < 2 OR LS-REF-LENGTH > 20
           THEN
              GOBACK
           END-IF.
           IF LS-REFERENCE(1:LS-REF-LENGTH) IS NOT NUMERIC
           THEN
              GOBACK
           END-IF.
           IF LS-REF-LENGTH < 20
           THEN
              IF LS-REFERENCE(LS-REF-LENGTH + 1:) NOT = SPACES
              THEN
                 GOBACK
              END-IF
           END-IF.
           MOVE LS-REFERENCE TO REF-DIGIT-WORK.
           MOVE 0 TO CHECK-SUM.
           SUBTRACT 1 FROM LS-REF-LENGTH GIVING DIGIT-SUBSCRIPT.

           IF LS-CHECK-RULE = "L"
           THEN
              MOVE "Y" TO DOUBLE-SWITCH
              GO TO VALIDATE-LUHN-LOOP
           END-IF.
           IF LS-CHECK-RULE = "E"
           THEN
              MOVE 2 TO DIGIT-WEIGHT
              GO TO VALIDATE-MOD11-LOOP
           END-IF.
           IF LS-CHECK-RULE = "N"
           THEN
              MOVE "Y" TO LS-RESULT
           END-IF.
           GOBACK.

       VALIDATE-LUHN-LOOP.
           IF DIGIT-SUBSCRIPT < 1
           THEN
              GO TO VALIDATE-LUHN-DONE
           END-IF.
           MOVE REF-DIGIT(DIGIT-SUBSCRIPT) TO DIGIT-TERM.
           IF DOUBLE-SWITCH = "Y"
           THEN
              MULTIPLY DIGIT-TERM BY 2 GIVING DIGIT-TERM
              IF DIGIT-TERM > 9
              THEN
                 SUBTRACT 9 FROM DIGIT-TERM
              END-IF
              MOVE "N" TO DOUBLE-SWITCH
           ELSE
              MOVE "Y" TO DOUBLE-SWITCH
           END-IF.
           ADD DIGIT-TERM TO CHECK-SUM.
           SUBTRACT 1 FROM DIGIT-SUBSCRIPT.
           GO TO VALIDATE-LUHN-LOOP.

       VALIDATE-LUHN-DONE.
           DIVIDE CHECK-SUM BY 10 GIVING CHECK-QUOTIENT
              REMAINDER CHECK-REMAINDER.
           IF CHECK-REMAINDER = 0
           THEN
              MOVE 0 TO EXPECTED-DIGIT
           ELSE
              SUBTRACT CHECK-REMAINDER FROM 10 GIVING EXPECTED-DIGIT
           END-IF.
           GO TO VALIDATE-COMPARE.

       VALIDATE-MOD11-LOOP.
           IF DIGIT-SUBSCRIPT < 1
           THEN
              GO TO VALIDATE-MOD11-DONE
           END-IF.
           MULTIPLY REF-DIGIT(DIGIT-SUBSCRIPT) BY DIGIT-WEIGHT
              GIVING DIGIT-TERM.
           ADD DIGIT-TERM TO CHECK-SUM.
           IF DIGIT-WEIGHT = 7
           THEN
              MOVE 2 TO DIGIT-WEIGHT
           ELSE
              ADD 1 TO DIGIT-WEIGHT
           END-IF.
           SUBTRACT 1 FROM DIGIT-SUBSCRIPT.
           GO TO VALIDATE-MOD11-LOOP.

       VALIDATE-MOD11-DONE.
           DIVIDE CHECK-SUM BY 11 GIVING CHECK-QUOTIENT
              REMAINDER CHECK-REMAINDER.
           IF CHECK-REMAINDER = 0
           THEN
              MOVE 0 TO EXPECTED-DIGIT
           ELSE
              SUBTRACT CHECK-REMAINDER FROM 11 GIVING EXPECTED-DIGIT
           END-IF.
           IF EXPECTED-DIGIT = 10
           THEN
              GOBACK
           END-IF.

       VALIDATE-COMPARE.
           IF REF-DIGIT(LS-REF-LENGTH) = EXPECTED-DIGIT
           THEN
              MOVE "Y" TO LS-RESULT
           END-IF.
           GOBACK.

       END PROGRAM BILLCHK.
