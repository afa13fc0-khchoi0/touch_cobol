       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANREF.
       AUTHOR. KA HOU, CHOI.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  CLOCK-STAMP                         PIC 9(14).
       01  LAST-ISSUED-STAMP                   PIC 9(14) VALUE 0.
       01  LAST-ISSUED-SEQ                     PIC 9(7) VALUE 0.
       01  REFERENCE-BUILD.
           02 REF-SOURCE                       PIC X(4).
           02 REF-STAMP                        PIC 9(14).
           02 REF-SEQ                          PIC 9(6).

       LINKAGE SECTION.
       01  LS-SOURCE                           PIC X(4).
       01  LS-TRANS-REF                        PIC X(24).

       PROCEDURE DIVISION USING LS-SOURCE LS-TRANS-REF.
       ISSUE-TRANS-REF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CLOCK-STAMP.
           IF CLOCK-STAMP > LAST-ISSUED-STAMP
           THEN
              MOVE CLOCK-STAMP TO LAST-ISSUED-STAMP
              MOVE 1 TO LAST-ISSUED-SEQ
           ELSE
              ADD 1 TO LAST-ISSUED-SEQ
              IF LAST-ISSUED-SEQ > 999999
              THEN
                 ADD 1 TO LAST-ISSUED-STAMP
                 MOVE 1 TO LAST-ISSUED-SEQ
              END-IF
           END-IF.

           MOVE LS-SOURCE         TO REF-SOURCE.
           MOVE LAST-ISSUED-STAMP TO REF-STAMP.
           MOVE LAST-ISSUED-SEQ   TO REF-SEQ.
           MOVE REFERENCE-BUILD   TO LS-TRANS-REF.
           GOBACK.

       END PROGRAM TRANREF.
