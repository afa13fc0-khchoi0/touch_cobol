              88 CARD-IS-ACTIVE                VALUE "A".
              88 CARD-IS-LOST                  VALUE "L".
              88 CARD-IS-CANCELLED             VALUE "C".
           02 CARDHOLDER-CUST-NUMBER           PIC 9(8).
           02 CARDHOLDER-LANGUAGE              PIC X(2).

       FD  EMBOSSING-FILE.
       01  EMBOSSING-RECORD.
