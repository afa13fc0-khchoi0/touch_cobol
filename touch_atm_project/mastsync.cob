           02 UPDATED-ACCT-STATUS              PIC X.
           02 UPDATED-ACCT-OVERDRAFT-LIMIT     PIC 9(9)V9(2).
           02 UPDATED-CUST-NUMBER              PIC 9(8).
           02 UPDATED-PRODUCT-CODE             PIC X(2).

       FD  INDEXED-MASTER-FILE.
       01  INDEXED-MASTER-RECORD.
           02 IDX-ACCT-STATUS                  PIC X.
           02 IDX-ACCT-OVERDRAFT-LIMIT         PIC 9(9)V9(2).
           02 IDX-CUST-NUMBER                  PIC 9(8).
           02 IDX-PRODUCT-CODE                 PIC X(2).

       WORKING-STORAGE SECTION.
       01  UPDATED-MASTER-FILE-DSN             PIC X(40).
