000010*****************************************************************
000020*    HELDREC.CPY                                                 *
000030*    PRINT SHOP HELD ORDER RECORD LAYOUT                         *
000040*    ONE RECORD = ONE ORDER TREESTARS DID NOT PRINT BECAUSE IT   *
000050*    WOULD HAVE TAKEN ITS ACCOUNT'S MONTH-TO-DATE CHARGES PAST   *
000060*    THE MONTHLY SPENDING LIMIT ON THE CUSTOMER MASTER. CARRIES  *
000070*    THE FIGURES THE DECISION WAS MADE ON AND THE ORDER IMAGE    *
000080*    AS IT ARRIVED, SO TREERELEASE CAN PUT THE ORDER BACK INTO   *
000090*    THE NEXT DAY'S QUEUE UNCHANGED ONCE FINANCE APPROVES IT.    *
000100*    KEYED FOR RELEASE BY RUN DATE + ORDER SEQUENCE NUMBER.      *
000110*                                                                *
000120*    MODIFICATION HISTORY                                       *
000130*    2026-10-15  IIRO  INITIAL VERSION.                          *
000140*****************************************************************
000150 01  HELD-RECORD.
000160     05  HLD-RUN-DATE            PIC 9(08).
000170     05  HLD-ORDER-SEQ           PIC 9(04).
000180     05  HLD-JOB-NAME            PIC X(08).
000190     05  HLD-ACCT-CODE           PIC X(04).
000200     05  HLD-MONTH-LIMIT         PIC 9(07)V9(02).
000210     05  HLD-MTD-CHARGES         PIC 9(07)V9(02).
000220     05  HLD-ORDER-COST          PIC 9(07)V9(02).
000230     05  HLD-ORDER-STARS         PIC 9(06).
000240     05  HLD-ORDER-IMAGE         PIC X(80).
000250     05  FILLER                  PIC X(23).
