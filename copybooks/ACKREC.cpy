000100*    2026-09-02  IIRO  INITIAL VERSION - LIFTED FROM THE INLINE  *
000110*                      LAYOUT IN TREESTARS SO THE TREEDAILY      *
000120*                      STATUS SUMMARY CAN READ THE SAME RECORD.  *
000122*    2026-10-15  IIRO  NEW STATUS 'HELD' - THE ORDER WAS NOT     *
000124*                      PRINTED BECAUSE IT WOULD PASS ITS         *
000126*                      ACCOUNT'S MONTHLY SPENDING LIMIT. IT      *
000128*                      WAITS ON HELDORD FOR A TREERELEASE CARD.  *
000130*****************************************************************
000140 01  ACK-RECORD.
000150     05  ACK-ORDER-SEQ            PIC 9(04).
