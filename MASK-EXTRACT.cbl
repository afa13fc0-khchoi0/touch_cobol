           02 MSTR-ACCT-STATUS PIC X.
           02 MSTR-ACCT-OVERDRAFT-LIMIT PIC 9(9)V9(2).
           02 MSTR-CUST-NUMBER PIC 9(8).
           02 MSTR-PRODUCT-CODE PIC X(2).

       FD  TEST-MASTER-FILE.
       01  TEST-MASTER-RECORD PIC X(80).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
