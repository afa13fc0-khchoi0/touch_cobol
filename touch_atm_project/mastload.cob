           02 MSTR-ACCT-STATUS                 PIC X.
           02 MSTR-ACCT-OVERDRAFT-LIMIT        PIC 9(9)V9(2).
           02 MSTR-CUST-NUMBER                 PIC 9(8).
           02 MSTR-PRODUCT-CODE                PIC X(2).

       FD  INDEXED-MASTER-FILE.
       01  INDEXED-MASTER-RECORD.
           02 IDX-ACCT-STATUS                  PIC X.
           02 IDX-ACCT-OVERDRAFT-LIMIT         PIC 9(9)V9(2).
           02 IDX-CUST-NUMBER                  PIC 9(8).
           02 IDX-PRODUCT-CODE                 PIC X(2).

       WORKING-STORAGE SECTION.
       01  MASTER-FILE-DSN                     PIC X(40).
           MOVE MSTR-ACCT-OVERDRAFT-LIMIT
              TO IDX-ACCT-OVERDRAFT-LIMIT.
           MOVE MSTR-CUST-NUMBER           TO IDX-CUST-NUMBER.
           MOVE MSTR-PRODUCT-CODE          TO IDX-PRODUCT-CODE.
           WRITE INDEXED-MASTER-RECORD
              INVALID KEY
                 DISPLAY "=====> DUPLICATE ACCOUNT "
