000010*****************************************************************
000020*    ARTREC.CPY                                                  *
000030*    PRINT SHOP ARTWORK MASTER RECORD LAYOUT                     *
000040*    ONE RECORD = ONE ROW OF ONE NAMED ARTWORK PATTERN. A        *
000050*    PATTERN IS ALL THE RECORDS CARRYING ITS NAME, ROWS NUMBERED *
000060*    FROM 01 DOWN WITHOUT GAPS (20 ROWS AT MOST). GRID           *
000070*    CELLS MARKED '*' PRINT WITH THE ORDER'S FILL CHARACTER;     *
000080*    BLANK CELLS PRINT AS SPACES. THE PATTERN IS AS WIDE AS ITS  *
000090*    RIGHTMOST MARKED CELL IN ANY ROW. MAINTAINED ONLY BY        *
000100*    TREEART; READ BY TREESTARS (SHAPE CODE 'A' ON THE ORDER)    *
000110*    AND TREEPROJ.                                               *
000120*                                                                *
000130*    MODIFICATION HISTORY                                       *
000140*    2026-10-15  IIRO  INITIAL VERSION.                          *
000150*****************************************************************
000160 01  ARTWORK-RECORD.
000170     05  ART-NAME                PIC X(08).
000180     05  ART-ROW-NUM             PIC 9(02).
000190     05  ART-ROW-GRID            PIC X(40).
000200     05  FILLER                  PIC X(30).
