           02 JRNL-AMOUNT                      PIC 9(5)V9(2).
           02 JRNL-SIGN                        PIC X.
           02 JRNL-BALANCE                     PIC 9(13)V9(2).
           02 JRNL-TRANS-REF                   PIC X(24).

       WORKING-STORAGE SECTION.
       01  JOURNAL-FILE-DSN                    PIC X(40).
              VALUE " BALANCE: ".
           02 JD-SIGN                          PIC X.
           02 JD-BALANCE                       PIC 9(13).9(2).
           02 JD-PREFIX-6                      PIC X(5)
              VALUE " REF ".
           02 JD-TRANS-REF                     PIC X(24).

       PROCEDURE DIVISION.
       INITIALIZE-FILE-NAMES.
           MOVE JRNL-AMOUNT     TO JD-AMOUNT.
           MOVE JRNL-SIGN       TO JD-SIGN.
           MOVE JRNL-BALANCE    TO JD-BALANCE.
           MOVE JRNL-TRANS-REF  TO JD-TRANS-REF.
           DISPLAY "=====> " JOURNAL-DISPLAY-BUFFER.
           ADD 1 TO MATCHED-ENTRY-COUNT.
           GO TO SCAN-JOURNAL-FILE-LOOP.
