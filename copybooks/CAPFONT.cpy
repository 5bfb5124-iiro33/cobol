000010*****************************************************************
000020*    CAPFONT.CPY                                                 *
000030*    5 X 5 BLOCK-LETTER FONT FOR BANNER CAPTIONS                 *
000040*    ONE ENTRY = ONE CHARACTER (A-Z, 0-9 AND SPACE) FOLLOWED BY  *
000050*    ITS FIVE GLYPH ROWS. CELLS MARKED '*' PRINT WITH THE        *
000060*    ORDER'S FILL CHARACTER. SHARED BY TREESTARS, WHICH DRAWS    *
000070*    THE CAPTIONS, AND TREEPROJ, WHICH COUNTS THEIR INK AHEAD    *
000080*    OF THE RUN, SO THE TWO CANNOT DRIFT APART.                  *
000090*                                                                *
000100*    MODIFICATION HISTORY                                       *
000110*    2026-10-15  IIRO  INITIAL VERSION - LIFTED OUT OF TREESTARS *
000120*                      WORKING-STORAGE UNCHANGED.                *
000130*****************************************************************
000140 01  BLOCK-FONT-VALUES.
000150     05  FILLER                  PIC X(01) VALUE 'A'.
000160     05  FILLER                  PIC X(05) VALUE ' *** '.
000170     05  FILLER                  PIC X(05) VALUE '*   *'.
000180     05  FILLER                  PIC X(05) VALUE '*****'.
000190     05  FILLER                  PIC X(05) VALUE '*   *'.
000200     05  FILLER                  PIC X(05) VALUE '*   *'.
000210     05  FILLER                  PIC X(01) VALUE 'B'.
000220     05  FILLER                  PIC X(05) VALUE '**** '.
000230     05  FILLER                  PIC X(05) VALUE '*   *'.
000240     05  FILLER                  PIC X(05) VALUE '**** '.
000250     05  FILLER                  PIC X(05) VALUE '*   *'.
000260     05  FILLER                  PIC X(05) VALUE '**** '.
000270     05  FILLER                  PIC X(01) VALUE 'C'.
000280     05  FILLER                  PIC X(05) VALUE ' ****'.
000290     05  FILLER                  PIC X(05) VALUE '*    '.
000300     05  FILLER                  PIC X(05) VALUE '*    '.
000310     05  FILLER                  PIC X(05) VALUE '*    '.
000320     05  FILLER                  PIC X(05) VALUE ' ****'.
000330     05  FILLER                  PIC X(01) VALUE 'D'.
000340     05  FILLER                  PIC X(05) VALUE '**** '.
000350     05  FILLER                  PIC X(05) VALUE '*   *'.
000360     05  FILLER                  PIC X(05) VALUE '*   *'.
000370     05  FILLER                  PIC X(05) VALUE '*   *'.
000380     05  FILLER                  PIC X(05) VALUE '**** '.
000390     05  FILLER                  PIC X(01) VALUE 'E'.
000400     05  FILLER                  PIC X(05) VALUE '*****'.
000410     05  FILLER                  PIC X(05) VALUE '*    '.
000420     05  FILLER                  PIC X(05) VALUE '**** '.
000430     05  FILLER                  PIC X(05) VALUE '*    '.
000440     05  FILLER                  PIC X(05) VALUE '*****'.
000450     05  FILLER                  PIC X(01) VALUE 'F'.
000460     05  FILLER                  PIC X(05) VALUE '*****'.
000470     05  FILLER                  PIC X(05) VALUE '*    '.
000480     05  FILLER                  PIC X(05) VALUE '**** '.
000490     05  FILLER                  PIC X(05) VALUE '*    '.
000500     05  FILLER                  PIC X(05) VALUE '*    '.
000510     05  FILLER                  PIC X(01) VALUE 'G'.
000520     05  FILLER                  PIC X(05) VALUE ' ****'.
000530     05  FILLER                  PIC X(05) VALUE '*    '.
000540     05  FILLER                  PIC X(05) VALUE '*  **'.
000550     05  FILLER                  PIC X(05) VALUE '*   *'.
000560     05  FILLER                  PIC X(05) VALUE ' *** '.
000570     05  FILLER                  PIC X(01) VALUE 'H'.
000580     05  FILLER                  PIC X(05) VALUE '*   *'.
000590     05  FILLER                  PIC X(05) VALUE '*   *'.
000600     05  FILLER                  PIC X(05) VALUE '*****'.
000610     05  FILLER                  PIC X(05) VALUE '*   *'.
000620     05  FILLER                  PIC X(05) VALUE '*   *'.
000630     05  FILLER                  PIC X(01) VALUE 'I'.
000640     05  FILLER                  PIC X(05) VALUE '*****'.
000650     05  FILLER                  PIC X(05) VALUE '  *  '.
000660     05  FILLER                  PIC X(05) VALUE '  *  '.
000670     05  FILLER                  PIC X(05) VALUE '  *  '.
000680     05  FILLER                  PIC X(05) VALUE '*****'.
000690     05  FILLER                  PIC X(01) VALUE 'J'.
000700     05  FILLER                  PIC X(05) VALUE '*****'.
000710     05  FILLER                  PIC X(05) VALUE '   * '.
000720     05  FILLER                  PIC X(05) VALUE '   * '.
000730     05  FILLER                  PIC X(05) VALUE '*  * '.
000740     05  FILLER                  PIC X(05) VALUE ' **  '.
000750     05  FILLER                  PIC X(01) VALUE 'K'.
000760     05  FILLER                  PIC X(05) VALUE '*   *'.
000770     05  FILLER                  PIC X(05) VALUE '*  * '.
000780     05  FILLER                  PIC X(05) VALUE '***  '.
000790     05  FILLER                  PIC X(05) VALUE '*  * '.
000800     05  FILLER                  PIC X(05) VALUE '*   *'.
000810     05  FILLER                  PIC X(01) VALUE 'L'.
000820     05  FILLER                  PIC X(05) VALUE '*    '.
000830     05  FILLER                  PIC X(05) VALUE '*    '.
000840     05  FILLER                  PIC X(05) VALUE '*    '.
000850     05  FILLER                  PIC X(05) VALUE '*    '.
000860     05  FILLER                  PIC X(05) VALUE '*****'.
000870     05  FILLER                  PIC X(01) VALUE 'M'.
000880     05  FILLER                  PIC X(05) VALUE '*   *'.
000890     05  FILLER                  PIC X(05) VALUE '** **'.
000900     05  FILLER                  PIC X(05) VALUE '* * *'.
000910     05  FILLER                  PIC X(05) VALUE '*   *'.
000920     05  FILLER                  PIC X(05) VALUE '*   *'.
000930     05  FILLER                  PIC X(01) VALUE 'N'.
000940     05  FILLER                  PIC X(05) VALUE '*   *'.
000950     05  FILLER                  PIC X(05) VALUE '**  *'.
000960     05  FILLER                  PIC X(05) VALUE '* * *'.
000970     05  FILLER                  PIC X(05) VALUE '*  **'.
000980     05  FILLER                  PIC X(05) VALUE '*   *'.
000990     05  FILLER                  PIC X(01) VALUE 'O'.
001000     05  FILLER                  PIC X(05) VALUE ' *** '.
001010     05  FILLER                  PIC X(05) VALUE '*   *'.
001020     05  FILLER                  PIC X(05) VALUE '*   *'.
001030     05  FILLER                  PIC X(05) VALUE '*   *'.
001040     05  FILLER                  PIC X(05) VALUE ' *** '.
001050     05  FILLER                  PIC X(01) VALUE 'P'.
001060     05  FILLER                  PIC X(05) VALUE '**** '.
001070     05  FILLER                  PIC X(05) VALUE '*   *'.
001080     05  FILLER                  PIC X(05) VALUE '**** '.
001090     05  FILLER                  PIC X(05) VALUE '*    '.
001100     05  FILLER                  PIC X(05) VALUE '*    '.
001110     05  FILLER                  PIC X(01) VALUE 'Q'.
001120     05  FILLER                  PIC X(05) VALUE ' *** '.
001130     05  FILLER                  PIC X(05) VALUE '*   *'.
001140     05  FILLER                  PIC X(05) VALUE '* * *'.
001150     05  FILLER                  PIC X(05) VALUE '*  * '.
001160     05  FILLER                  PIC X(05) VALUE ' ** *'.
001170     05  FILLER                  PIC X(01) VALUE 'R'.
001180     05  FILLER                  PIC X(05) VALUE '**** '.
001190     05  FILLER                  PIC X(05) VALUE '*   *'.
001200     05  FILLER                  PIC X(05) VALUE '**** '.
001210     05  FILLER                  PIC X(05) VALUE '*  * '.
001220     05  FILLER                  PIC X(05) VALUE '*   *'.
001230     05  FILLER                  PIC X(01) VALUE 'S'.
001240     05  FILLER                  PIC X(05) VALUE ' ****'.
001250     05  FILLER                  PIC X(05) VALUE '*    '.
001260     05  FILLER                  PIC X(05) VALUE ' *** '.
001270     05  FILLER                  PIC X(05) VALUE '    *'.
001280     05  FILLER                  PIC X(05) VALUE '**** '.
001290     05  FILLER                  PIC X(01) VALUE 'T'.
001300     05  FILLER                  PIC X(05) VALUE '*****'.
001310     05  FILLER                  PIC X(05) VALUE '  *  '.
001320     05  FILLER                  PIC X(05) VALUE '  *  '.
001330     05  FILLER                  PIC X(05) VALUE '  *  '.
001340     05  FILLER                  PIC X(05) VALUE '  *  '.
001350     05  FILLER                  PIC X(01) VALUE 'U'.
001360     05  FILLER                  PIC X(05) VALUE '*   *'.
001370     05  FILLER                  PIC X(05) VALUE '*   *'.
001380     05  FILLER                  PIC X(05) VALUE '*   *'.
001390     05  FILLER                  PIC X(05) VALUE '*   *'.
001400     05  FILLER                  PIC X(05) VALUE ' *** '.
001410     05  FILLER                  PIC X(01) VALUE 'V'.
001420     05  FILLER                  PIC X(05) VALUE '*   *'.
001430     05  FILLER                  PIC X(05) VALUE '*   *'.
001440     05  FILLER                  PIC X(05) VALUE '*   *'.
001450     05  FILLER                  PIC X(05) VALUE ' * * '.
001460     05  FILLER                  PIC X(05) VALUE '  *  '.
001470     05  FILLER                  PIC X(01) VALUE 'W'.
001480     05  FILLER                  PIC X(05) VALUE '*   *'.
001490     05  FILLER                  PIC X(05) VALUE '*   *'.
001500     05  FILLER                  PIC X(05) VALUE '* * *'.
001510     05  FILLER                  PIC X(05) VALUE '** **'.
001520     05  FILLER                  PIC X(05) VALUE '*   *'.
001530     05  FILLER                  PIC X(01) VALUE 'X'.
001540     05  FILLER                  PIC X(05) VALUE '*   *'.
001550     05  FILLER                  PIC X(05) VALUE ' * * '.
001560     05  FILLER                  PIC X(05) VALUE '  *  '.
001570     05  FILLER                  PIC X(05) VALUE ' * * '.
001580     05  FILLER                  PIC X(05) VALUE '*   *'.
001590     05  FILLER                  PIC X(01) VALUE 'Y'.
001600     05  FILLER                  PIC X(05) VALUE '*   *'.
001610     05  FILLER                  PIC X(05) VALUE ' * * '.
001620     05  FILLER                  PIC X(05) VALUE '  *  '.
001630     05  FILLER                  PIC X(05) VALUE '  *  '.
001640     05  FILLER                  PIC X(05) VALUE '  *  '.
001650     05  FILLER                  PIC X(01) VALUE 'Z'.
001660     05  FILLER                  PIC X(05) VALUE '*****'.
001670     05  FILLER                  PIC X(05) VALUE '   * '.
001680     05  FILLER                  PIC X(05) VALUE '  *  '.
001690     05  FILLER                  PIC X(05) VALUE ' *   '.
001700     05  FILLER                  PIC X(05) VALUE '*****'.
001710     05  FILLER                  PIC X(01) VALUE '0'.
001720     05  FILLER                  PIC X(05) VALUE ' *** '.
001730     05  FILLER                  PIC X(05) VALUE '*  **'.
001740     05  FILLER                  PIC X(05) VALUE '* * *'.
001750     05  FILLER                  PIC X(05) VALUE '**  *'.
001760     05  FILLER                  PIC X(05) VALUE ' *** '.
001770     05  FILLER                  PIC X(01) VALUE '1'.
001780     05  FILLER                  PIC X(05) VALUE '  *  '.
001790     05  FILLER                  PIC X(05) VALUE ' **  '.
001800     05  FILLER                  PIC X(05) VALUE '  *  '.
001810     05  FILLER                  PIC X(05) VALUE '  *  '.
001820     05  FILLER                  PIC X(05) VALUE '*****'.
001830     05  FILLER                  PIC X(01) VALUE '2'.
001840     05  FILLER                  PIC X(05) VALUE ' *** '.
001850     05  FILLER                  PIC X(05) VALUE '*   *'.
001860     05  FILLER                  PIC X(05) VALUE '  ** '.
001870     05  FILLER                  PIC X(05) VALUE ' *   '.
001880     05  FILLER                  PIC X(05) VALUE '*****'.
001890     05  FILLER                  PIC X(01) VALUE '3'.
001900     05  FILLER                  PIC X(05) VALUE '**** '.
001910     05  FILLER                  PIC X(05) VALUE '    *'.
001920     05  FILLER                  PIC X(05) VALUE ' *** '.
001930     05  FILLER                  PIC X(05) VALUE '    *'.
001940     05  FILLER                  PIC X(05) VALUE '**** '.
001950     05  FILLER                  PIC X(01) VALUE '4'.
001960     05  FILLER                  PIC X(05) VALUE '*   *'.
001970     05  FILLER                  PIC X(05) VALUE '*   *'.
001980     05  FILLER                  PIC X(05) VALUE '*****'.
001990     05  FILLER                  PIC X(05) VALUE '    *'.
002000     05  FILLER                  PIC X(05) VALUE '    *'.
002010     05  FILLER                  PIC X(01) VALUE '5'.
002020     05  FILLER                  PIC X(05) VALUE '*****'.
002030     05  FILLER                  PIC X(05) VALUE '*    '.
002040     05  FILLER                  PIC X(05) VALUE '**** '.
002050     05  FILLER                  PIC X(05) VALUE '    *'.
002060     05  FILLER                  PIC X(05) VALUE '**** '.
002070     05  FILLER                  PIC X(01) VALUE '6'.
002080     05  FILLER                  PIC X(05) VALUE ' *** '.
002090     05  FILLER                  PIC X(05) VALUE '*    '.
002100     05  FILLER                  PIC X(05) VALUE '**** '.
002110     05  FILLER                  PIC X(05) VALUE '*   *'.
002120     05  FILLER                  PIC X(05) VALUE ' *** '.
002130     05  FILLER                  PIC X(01) VALUE '7'.
002140     05  FILLER                  PIC X(05) VALUE '*****'.
002150     05  FILLER                  PIC X(05) VALUE '    *'.
002160     05  FILLER                  PIC X(05) VALUE '   * '.
002170     05  FILLER                  PIC X(05) VALUE '  *  '.
002180     05  FILLER                  PIC X(05) VALUE ' *   '.
002190     05  FILLER                  PIC X(01) VALUE '8'.
002200     05  FILLER                  PIC X(05) VALUE ' *** '.
002210     05  FILLER                  PIC X(05) VALUE '*   *'.
002220     05  FILLER                  PIC X(05) VALUE ' *** '.
002230     05  FILLER                  PIC X(05) VALUE '*   *'.
002240     05  FILLER                  PIC X(05) VALUE ' *** '.
002250     05  FILLER                  PIC X(01) VALUE '9'.
002260     05  FILLER                  PIC X(05) VALUE ' *** '.
002270     05  FILLER                  PIC X(05) VALUE '*   *'.
002280     05  FILLER                  PIC X(05) VALUE ' ****'.
002290     05  FILLER                  PIC X(05) VALUE '    *'.
002300     05  FILLER                  PIC X(05) VALUE ' *** '.
002310     05  FILLER                  PIC X(01) VALUE SPACE.
002320     05  FILLER                  PIC X(05) VALUE '     '.
002330     05  FILLER                  PIC X(05) VALUE '     '.
002340     05  FILLER                  PIC X(05) VALUE '     '.
002350     05  FILLER                  PIC X(05) VALUE '     '.
002360     05  FILLER                  PIC X(05) VALUE '     '.
002370 01  BLOCK-FONT-TABLE REDEFINES BLOCK-FONT-VALUES.
002380     05  FONT-ENTRY OCCURS 37 TIMES.
002390         10  FONT-CHAR           PIC X(01).
002400         10  FONT-ROW OCCURS 5 TIMES
002410                                 PIC X(05).
