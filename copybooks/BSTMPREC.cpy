000120*    2026-09-02  IIRO  INITIAL VERSION - REPLACES THE MANUAL     *
000130*                      DATASET DELETE THAT ONCE CLEARED THE      *
000140*                      EXTRACT BEFORE TREEBILL HAD RUN.          *
000142*    2026-10-15  IIRO  BST-ADJ-COUNT - ADJTRAN ADJUSTMENT CARDS  *
000144*                      THE RUN READ (POSTED OR REJECTED), SO     *
000146*                      TREECLOSE CAN PROVE THE ADJUSTMENTS WERE  *
000148*                      STATEMENTED TOO.                          *
000150*****************************************************************
000160 01  BILL-STAMP-RECORD.
000170     05  BST-STMT-DATE           PIC 9(08).
000190     05  BST-EXTRACT-COUNT       PIC 9(04).
000200     05  BST-BILLED-COUNT        PIC 9(04).
000210     05  BST-UNMATCHED-COUNT     PIC 9(04).
000215     05  BST-ADJ-COUNT           PIC 9(04).
000220     05  FILLER                  PIC X(48).
