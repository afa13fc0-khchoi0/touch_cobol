           02 IDX-ACCT-STATUS                  PIC X.
           02 IDX-ACCT-OVERDRAFT-LIMIT         PIC 9(9)V9(2).
           02 IDX-CUST-NUMBER                  PIC 9(8).
           02 IDX-PRODUCT-CODE                 PIC X(2).

       WORKING-STORAGE SECTION.
       01  INDEXED-MASTER-STATUS               PIC X(2).

       LINKAGE SECTION.
       01  LS-ACCT-KEY                         PIC 9(16).
       01  LS-MASTER-REC                       PIC X(80).
       01  LS-RESULT                           PIC X.

       PROCEDURE DIVISION USING LS-ACCT-KEY LS-MASTER-REC LS-RESULT.
