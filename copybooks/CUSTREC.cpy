000080*    2026-08-22  IIRO  INITIAL VERSION - CARRIES THE ACCOUNT     *
000090*                      NAME AND PER-STAR/PER-TREE RATES FOR THE  *
000100*                      BILLING EXTRACT AND INVOICING RUN.        *
000102*    2026-10-15  IIRO  ADDED THE MONTHLY SPENDING LIMIT. ZERO    *
000104*                      MEANS NO LIMIT. TREESTARS HOLDS AN ORDER  *
000106*                      THAT WOULD TAKE THE ACCOUNT'S MONTH-TO-   *
000108*                      DATE CHARGES PAST IT.                     *
000110*****************************************************************
000120 01  CUSTOMER-RECORD.
000130     05  CUST-ACCT-CODE          PIC X(04).
000140     05  CUST-ACCT-NAME          PIC X(30).
000150     05  CUST-STAR-RATE          PIC 9(03)V9(02).
000160     05  CUST-TREE-RATE          PIC 9(05)V9(02).
000165     05  CUST-MONTH-LIMIT        PIC 9(07)V9(02).
000170     05  FILLER                  PIC X(25).
