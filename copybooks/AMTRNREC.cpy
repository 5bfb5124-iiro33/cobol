000010*****************************************************************
000020*    AMTRNREC.CPY                                                *
000030*    PRINT SHOP ARTWORK MASTER TRANSACTION RECORD LAYOUT         *
000040*    ONE RECORD = ONE ADD/CHANGE/DELETE AGAINST THE ARTMAST      *
000050*    ARTWORK MASTER, KEYED BY ARTWORK NAME. AN ADD CARRIES ONE   *
000060*    ROW: ROW 01 STARTS A NEW PATTERN, EACH LATER ROW MUST BE    *
000070*    THE NEXT ROW OF A PATTERN ALREADY ON THE MASTER (OR ADDED   *
000080*    EARLIER IN THE SAME DECK). A CHANGE REPLACES THE GRID OF    *
000090*    ONE EXISTING ROW. A DELETE REMOVES THE WHOLE PATTERN AND    *
000100*    LEAVES THE ROW NUMBER BLANK. GRID CELLS ARE '*' OR BLANK.   *
000110*                                                                *
000120*    REJECT REASON CODES (THE AMR-REASON-CODE VALUES WRITTEN     *
000130*    BY THE TREEART EDIT):                                       *
000140*      01 FUNCTION NOT A/C/D      02 ARTWORK NAME BLANK          *
000150*      03 ROW NOT 01-20           04 ROW NUMBER ON A DELETE      *
000160*      05 ADD OF EXISTING ART     06 ARTWORK NOT ON MASTER       *
000170*      07 ROW NOT THE NEXT ROW    08 ROW NOT ON THE ARTWORK      *
000180*      09 GRID MARK NOT '*'       10 MASTER TABLE FULL           *
000190*                                                                *
000200*    MODIFICATION HISTORY                                       *
000210*    2026-10-15  IIRO  INITIAL VERSION.                          *
000220*****************************************************************
000230 01  ART-TRAN-RECORD.
000240     05  AMT-FUNC-CODE           PIC X(01).
000250         88  AMT-FUNC-ADD        VALUE 'A'.
000260         88  AMT-FUNC-CHANGE     VALUE 'C'.
000270         88  AMT-FUNC-DELETE     VALUE 'D'.
000280         88  AMT-FUNC-VALID      VALUES 'A' 'C' 'D'.
000290     05  AMT-ART-NAME            PIC X(08).
000300     05  AMT-ROW-NUM             PIC X(02).
000310     05  AMT-ROW-GRID            PIC X(40).
000320     05  FILLER                  PIC X(29).
