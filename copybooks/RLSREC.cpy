000010*****************************************************************
000020*    RLSREC.CPY                                                  *
000030*    PRINT SHOP HELD ORDER RELEASE CARD LAYOUT                   *
000040*    ONE RECORD = ONE HELD ORDER FINANCE HAS APPROVED FOR        *
000050*    PRINTING, NAMED BY THE RUN DATE AND SEQUENCE NUMBER IT WAS  *
000060*    HELD UNDER (AS SHOWN ON THE 'HELD' ACK SLIP), WITH THE JOB  *
000070*    NAME AS A CROSS-CHECK AND THE APPROVER'S INITIALS, WHICH    *
000080*    ARE REQUIRED. READ BY TREERELEASE.                          *
000081*                                                                *
000082*    TREERELEASE REJECT CODES (PRINTED ON THE RLSAUDIT REPORT):  *
000083*      01 HELD DATE/SEQ NOT NUMERIC  02 APPROVER INITIALS BLANK  *
000084*      03 DUPLICATE CARD FOR ORDER   04 DECK TABLE FULL          *
000085*      05 NO SUCH HELD ORDER         06 JOB NAME MISMATCH        *
000090*                                                                *
000100*    MODIFICATION HISTORY                                       *
000110*    2026-10-15  IIRO  INITIAL VERSION.                          *
000120*****************************************************************
000130 01  RELEASE-CARD.
000140     05  RLS-HELD-DATE           PIC X(08).
000150     05  RLS-ORDER-SEQ           PIC X(04).
000160     05  RLS-JOB-NAME            PIC X(08).
000170     05  RLS-APPROVER            PIC X(03).
000180     05  RLS-NOTE                PIC X(30).
000190     05  FILLER                  PIC X(27).
