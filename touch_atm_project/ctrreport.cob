           02 MSTR-ACCT-STATUS                 PIC X.
           02 MSTR-ACCT-OVERDRAFT-LIMIT        PIC 9(9)V9(2).
           02 MSTR-CUST-NUMBER                 PIC 9(8).
           02 MSTR-PRODUCT-CODE                PIC X(2).

       FD  SORTED-TRANS-FILE.
       01  SORTED-TRANS-RECORD.
           02 SORTED-TRANS-AMOUNT              PIC 9(5)V9(2).
           02 SORTED-TRANS-TIMESTAMP           PIC 9(14).
           02 SORTED-TRANS-CARDHOLDER-ID       PIC X(2).
           02 SORTED-TRANS-REF                 PIC X(24).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
