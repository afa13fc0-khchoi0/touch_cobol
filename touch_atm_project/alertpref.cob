           02 APREF-LARGE-DEBIT-THRESHOLD      PIC 9(5)V9(2).
           02 APREF-HOLD-RELEASE-FLAG          PIC X.
              88 APREF-WANTS-HOLD-RELEASE      VALUE "Y".
           02 APREF-STMT-DELIVERY              PIC X.
              88 APREF-WANTS-CONSOLIDATED      VALUE "C".

       FD  NEW-ALERT-PREFS-FILE.
       01  NEW-ALERT-PREFS-RECORD              PIC X(28).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
       01  ENTRY-LARGE-DEBIT-THRESHOLD         PIC 9(5)V9(2).
       01  ENTRY-HOLD-RELEASE-FLAG             PIC X.
           88 ENTRY-HOLD-FLAG-VALID            VALUE "Y", "N".
       01  ENTRY-STMT-DELIVERY                 PIC X.
           88 ENTRY-STMT-DELIVERY-VALID        VALUE "C", "P".

       01  CUSTOMER-LOOKUP-FLAG                PIC X VALUE "N".
           88 CUSTOMER-IS-ON-FILE              VALUE "Y".
              GO TO INPUT-PREFERENCES
           END-IF.

           DISPLAY "=> STATEMENT DELIVERY: C CONSOLIDATED ACROSS ALL "
              "HOLDINGS, P ONE STATEMENT PER ACCOUNT"
           ACCEPT ENTRY-STMT-DELIVERY.
           INSPECT ENTRY-STMT-DELIVERY CONVERTING "cp" TO "CP".

           IF NOT ENTRY-STMT-DELIVERY-VALID
           THEN
              DISPLAY "=> INVALID INPUT"
              GO TO INPUT-PREFERENCES
           END-IF.

           GO TO REBUILD-PREFS-FILE.

       INPUT-DELETE-PREFERENCES.
                    TO APREF-LARGE-DEBIT-THRESHOLD
                 MOVE ENTRY-HOLD-RELEASE-FLAG
                    TO APREF-HOLD-RELEASE-FLAG
                 MOVE ENTRY-STMT-DELIVERY
                    TO APREF-STMT-DELIVERY
                 WRITE NEW-ALERT-PREFS-RECORD
                    FROM ALERT-PREFS-RECORD
              END-IF
                 TO APREF-LARGE-DEBIT-THRESHOLD
              MOVE ENTRY-HOLD-RELEASE-FLAG
                 TO APREF-HOLD-RELEASE-FLAG
              MOVE ENTRY-STMT-DELIVERY
                 TO APREF-STMT-DELIVERY
              WRITE NEW-ALERT-PREFS-RECORD FROM ALERT-PREFS-RECORD
           END-IF.
           CLOSE NEW-ALERT-PREFS-FILE.
