000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TreeProj.
000030 AUTHOR. IIRO.
000040 INSTALLATION. PRINT-SHOP-DP.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* 2026-10-15 IIRO  ORIGINAL VERSION. PRE-RUN CAPACITY AND
000110*                  RIBBON PROJECTION, RUN AFTER THE TREESTAND
000120*                  MERGE AND AHEAD OF TREESTARS. WORKS THE
000130*                  MERGED ORDER FILE THROUGH THE SAME DEFAULTS,
000140*                  EDITS, RUSH-FIRST DISPATCH, PAGE BREAKS AND
000150*                  SHAPE ROWS TREESTARS USES, WITHOUT PRINTING
000160*                  ANYTHING, AND PROJECTS PAGES PER DESTINATION
000170*                  AND STAR (INK) DRAW PER FILL CHARACTER. THE
000180*                  DRAW IS CHECKED AGAINST THE RIBBON STOCK
000190*                  MASTER SO A SYMBOL THAT WOULD RUN DRY OR
000200*                  FALL UNDER ITS REORDER POINT IS FLAGGED
000210*                  BEFORE THE RUN INSTEAD OF BY TREESTOCK AFTER
000220*                  A DEPARTMENT'S BANNERS PRINTED HALF BLANK.
000230*                  ENDS RC 8 WHEN A SYMBOL WOULD RUN DRY AND
000240*                  RC 4 WHEN ONE WOULD ONLY FALL UNDER ITS
000250*                  REORDER POINT OR HAS NO STOCK RECORD.
000251* 2026-10-15 IIRO  PROJECTS SHAPE CODE 'A' CUSTOM ARTWORK ORDERS
000252*                  FROM THE ARTMAST ARTWORK MASTER, AS TREESTARS
000253*                  NOW PRINTS THEM: THE PATTERN'S ROWS, ITS MARKED
000254*                  CELLS AS INK, AND THE SAME UNKNOWN-ARTWORK AND
000255*                  PRINT-LINE-WIDTH EDITS.
000260*----------------------------------------------------------------
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT ORDER-FILE ASSIGN TO ORDERS
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS ORD-FILE-STATUS.
000340
000350     SELECT STOCK-FILE ASSIGN TO STOCKMST
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS STCK-FILE-STATUS.
000380
000390     SELECT OPTIONAL USAGE-FILE ASSIGN TO USAGEXT
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS USAGE-FILE-STATUS.
000411     SELECT ARTWORK-FILE ASSIGN TO ARTMAST
000412         ORGANIZATION IS SEQUENTIAL
000413         FILE STATUS IS ART-FILE-STATUS.
000420
000430     SELECT REPORT-FILE ASSIGN TO PROJRPT
000440         ORGANIZATION IS SEQUENTIAL.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480*----------------------------------------------------------------
000490* ORDER-FILE - THE DAY'S MERGED ORDER FILE AS TREESTAND LEFT IT
000500* FOR TREESTARS. READ ONLY. A MISSING FILE PROJECTS AN EMPTY
000510* RUN.
000520*----------------------------------------------------------------
000530 FD  ORDER-FILE
000540     RECORDING MODE IS F
000550     LABEL RECORDS ARE STANDARD
000560     RECORD CONTAINS 80 CHARACTERS.
000570     COPY ORDREC.
000580
000590*----------------------------------------------------------------
000600* STOCK-FILE - THE CURRENT RIBBON STOCK MASTER, ONE RECORD PER
000610* FILL CHARACTER. READ ONLY - TREESTOCK ALONE POSTS TO IT.
000620*----------------------------------------------------------------
000630 FD  STOCK-FILE
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD
000660     RECORD CONTAINS 80 CHARACTERS.
000670     COPY STOCKREC.
000680
000690*----------------------------------------------------------------
000700* USAGE-FILE - ANY DRAW EARLIER TREESTARS RUNS LEFT ON USAGEXT
000710* THAT TREESTOCK HAS NOT POSTED YET. IT IS ALREADY OFF THE
000720* RIBBON, SO IT COMES OFF THE MASTER'S ON-HAND FIGURE BEFORE THE
000730* PROJECTION IS CHECKED. READ ONLY - THE EXTRACT IS NOT EMPTIED.
000740*----------------------------------------------------------------
000750 FD  USAGE-FILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE OMITTED
000780     RECORD CONTAINS 80 CHARACTERS.
000790     COPY USAGEREC.
000791*----------------------------------------------------------------
000792* ARTWORK-FILE - THE TREEART ARTWORK MASTER THE SHAPE 'A' ORDERS
000793* PRINT FROM. READ ONLY. A MISSING MASTER MEANS NO ARTWORK IS ON
000794* FILE, SO EVERY SHAPE 'A' ORDER IS A REJECT.
000795*----------------------------------------------------------------
000796 FD  ARTWORK-FILE
000797     RECORDING MODE IS F
000798     LABEL RECORDS ARE STANDARD
000799     RECORD CONTAINS 80 CHARACTERS.
000800     COPY ARTREC.
000801
000810*----------------------------------------------------------------
000820* REPORT-FILE - THE PROJECTION REPORT, 132-BYTE PRINT LINE WITH
000830* AN ASA CARRIAGE-CONTROL BYTE: PAGES PER DESTINATION, DRAW PER
000840* SYMBOL AGAINST STOCK, AND THE FLAGS THE OPERATOR ACTS ON
000850* BEFORE RELEASING TREESTARS.
000860*----------------------------------------------------------------
000870 FD  REPORT-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE OMITTED
000900     RECORD CONTAINS 132 CHARACTERS.
000910 01  REPORT-RECORD.
000920     05  RPT-CC                  PIC X(01).
000930     05  RPT-LINE                PIC X(131).
000940
000950 WORKING-STORAGE SECTION.
000960 01  ORDERS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000970     88  ORDERS-EOF              VALUE 'Y'.
000980 01  STCK-EOF-SWITCH             PIC X(01) VALUE 'N'.
000990     88  STCK-EOF                VALUE 'Y'.
001000 01  USAGE-EOF-SWITCH            PIC X(01) VALUE 'N'.
001010     88  USAGE-EOF               VALUE 'Y'.
001011 01  ART-EOF-SWITCH              PIC X(01) VALUE 'N'.
001012     88  ART-EOF                 VALUE 'Y'.
001013 01  ART-FOUND-SWITCH            PIC X(01) VALUE 'N'.
001014     88  ART-FOUND               VALUE 'Y'.
001020 01  ORDER-VALID-SWITCH          PIC X(01) VALUE 'Y'.
001030     88  ORDER-IS-VALID          VALUE 'Y'.
001040 01  SYMBOL-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001050     88  SYMBOL-FOUND            VALUE 'Y'.
001060 01  STOCK-FOUND-SWITCH          PIC X(01) VALUE 'N'.
001070     88  STOCK-FOUND             VALUE 'Y'.
001080 01  DEST-FOUND-SWITCH           PIC X(01) VALUE 'N'.
001090     88  DEST-FOUND              VALUE 'Y'.
001100 01  ORD-FILE-STATUS             PIC X(02) VALUE '00'.
001110 01  STCK-FILE-STATUS            PIC X(02) VALUE '00'.
001120 01  USAGE-FILE-STATUS           PIC X(02) VALUE '00'.
001121 01  ART-FILE-STATUS             PIC X(02) VALUE '00'.
001130
001140*----------------------------------------------------------------
001150* ORDER SIZING - THE SAME WORK FIELDS, DEFAULTS AND SHAPE CODES
001160* TREESTARS SIZES AN ORDER WITH.
001170*----------------------------------------------------------------
001180 01  ROW                         PIC 99 VALUE 1.
001190 01  NUM-STARS                   PIC 99 VALUE 1.
001200 01  HEIGHT-NUM                  PIC 99 VALUE 10.
001210 01  CANOPY-BASE-NUM             PIC 99 VALUE 10.
001220 01  TRUNK-ROW                   PIC 99 VALUE 0.
001230 01  TRUNK-HEIGHT-NUM            PIC 99 VALUE 0.
001240 01  TRUNK-WIDTH-NUM             PIC 99 VALUE 0.
001250 01  ROW-WIDTH-NUM               PIC 99 VALUE 0.
001260 01  FOREST-COUNT-NUM            PIC 99 VALUE 1.
001270 01  FOREST-GAP-NUM              PIC 99 VALUE 0.
001280 01  FILL-CHAR-NUM               PIC X(01) VALUE '*'.
001290 01  ROUTE-DEST-NAME             PIC X(08) VALUE SPACES.
001300 01  SHAPE-CODE-NUM              PIC X(01) VALUE 'T'.
001310     88  SHAPE-IS-TREE            VALUE 'T'.
001320     88  SHAPE-IS-STAR            VALUE 'S'.
001330     88  SHAPE-IS-BELL            VALUE 'B'.
001340     88  SHAPE-IS-DIAMOND         VALUE 'D'.
001350     88  SHAPE-IS-WREATH          VALUE 'W'.
001351     88  SHAPE-IS-ARTWORK         VALUE 'A'.
001352     88  VALID-SHAPE-CODE         VALUES 'T' 'S' 'B' 'D' 'W' 'A'.
001370 01  SHAPE-TOP-NUM               PIC 99 VALUE 0.
001380 01  ORDER-STARS-USED            PIC 9(06) VALUE 0.
001390 01  SYMBOL-ADD-AMT              PIC 9(06) VALUE 0.
001400
001410*----------------------------------------------------------------
001420* PAGINATION - MIRRORS 2500-SET-ORDER-ROUTING AND
001430* 5600-WRITE-PRINT-LINE IN TREESTARS: THE HEADER IS THE FIRST OF
001440* THE PAGE-DEPTH LINES, A DESTINATION CHANGE ALWAYS STARTS A
001450* FRESH PAGE, AND SO DOES AN ORDER THAT WILL NOT FIT IN THE
001460* LINES LEFT ON THE PAGE IN PROGRESS.
001470*----------------------------------------------------------------
001480 01  PAGE-DEPTH-NUM              PIC 9(03) VALUE 60.
001490 01  PAGE-NUM                    PIC 9(04) VALUE 0.
001500 01  LINE-COUNT                  PIC 9(03) VALUE 0.
001510 01  PAGE-EJECT-SWITCH           PIC X(01) VALUE 'N'.
001520     88  PAGE-EJECT-WANTED        VALUE 'Y'.
001530 01  LAST-ROUTE-DEST             PIC X(08) VALUE SPACES.
001540 01  ORDER-ROWS-NEEDED           PIC 9(03) VALUE 0.
001550 01  PLACE-ROW-CTR               PIC 9(03) VALUE 0.
001560
001570*----------------------------------------------------------------
001580* ORDER QUEUE - LOADED AND DISPATCHED RUSH-FIRST EXACTLY AS THE
001590* TREESTARS QUEUE IS, SINCE THE DISPATCH ORDER DECIDES WHERE THE
001600* PAGE BREAKS FALL. ORDERS PAST THE TABLE LIMIT ARE THE ONES
001610* TREESTARS WILL REJECT, SO THEY ARE COUNTED AS REJECTS HERE.
001620*----------------------------------------------------------------
001630 01  ORDER-QUEUE-MAX             PIC 9(04) VALUE 999.
001640 01  OQ-COUNT                    PIC 9(04) VALUE 0.
001650 01  OQ-IDX                      PIC 9(04) VALUE 0.
001660 01  QUEUE-PHASE-NUM             PIC 9(01) VALUE 1.
001670 01  QUEUE-FOUND-SWITCH          PIC X(01) VALUE 'N'.
001680     88  QUEUE-FOUND              VALUE 'Y'.
001690 01  ORDER-QUEUE-TABLE.
001700     05  OQ-ENTRY OCCURS 999 TIMES
001710                                 PIC X(80).
001720
001730*----------------------------------------------------------------
001740* DESTINATION TABLE - PROJECTED ORDERS, ROWS AND PAGES PER
001750* ROUTE, BOUND IN FIRST-SEEN (DISPATCH) ORDER. A PAGE BELONGS TO
001760* THE ROUTE IN FORCE WHEN IT STARTS.
001770*----------------------------------------------------------------
001780 01  DEST-TABLE-MAX              PIC 9(02) VALUE 50.
001790 01  DEST-COUNT                  PIC 9(02) VALUE 0.
001800 01  DEST-IDX                    PIC 9(02) VALUE 0.
001810 01  CUR-DEST-IDX                PIC 9(02) VALUE 0.
001820 01  DEST-TABLE.
001830     05  DEST-ENTRY OCCURS 50 TIMES.
001840         10  DT-DEST-NAME        PIC X(08).
001850         10  DT-ORDER-COUNT      PIC 9(04).
001860         10  DT-ROW-COUNT        PIC 9(06).
001870         10  DT-PAGE-COUNT       PIC 9(04).
001880
001890*----------------------------------------------------------------
001900* SYMBOL TABLE - PROJECTED DRAW PER FILL CHARACTER, BOUND IN
001910* FIRST-SEEN ORDER, SAME 20-SYMBOL LIMIT AS THE TREESTARS TALLY.
001920*----------------------------------------------------------------
001930 01  SYMBOL-TABLE-MAX            PIC 9(02) VALUE 20.
001940 01  SYMBOL-COUNT                PIC 9(02) VALUE 0.
001950 01  SYMBOL-IDX                  PIC 9(02) VALUE 0.
001960 01  SYMBOL-USAGE-TABLE.
001970     05  SYM-ENTRY OCCURS 20 TIMES.
001980         10  SYM-FILL-CHAR       PIC X(01).
001990         10  SYM-STARS-USED      PIC 9(08).
002000
002010*----------------------------------------------------------------
002020* STOCK TABLE - THE RIBBON STOCK MASTER, ON HAND NET OF ANY
002030* UNPOSTED USAGE EXTRACT DRAW.
002040*----------------------------------------------------------------
002050 01  STOCK-TABLE-MAX             PIC 9(02) VALUE 20.
002060 01  STOCK-COUNT                 PIC 9(02) VALUE 0.
002070 01  STOCK-IDX                   PIC 9(02) VALUE 0.
002080 01  FOUND-STOCK-IDX             PIC 9(02) VALUE 0.
002090 01  STOCK-TABLE.
002100     05  STOCK-ENTRY OCCURS 20 TIMES.
002110         10  ST-FILL-CHAR        PIC X(01).
002120         10  ST-DESC             PIC X(20).
002130         10  ST-ON-HAND          PIC 9(08).
002140         10  ST-REORDER-POINT    PIC 9(08).
002141*----------------------------------------------------------------
002142* ARTWORK TABLE - THE ARTMAST PATTERNS, MEASURED AS TREESTARS
002143* MEASURES THEM: MARKED CELLS PER ROW, ROWS AND WIDTH PER PATTERN.
002144*----------------------------------------------------------------
002145 01  ART-TABLE-MAX               PIC 9(02) VALUE 50.
002146 01  ART-COUNT                   PIC 9(02) VALUE 0.
002147 01  ART-IDX                     PIC 9(02) VALUE 0.
002148 01  ART-FOUND-IDX               PIC 9(02) VALUE 0.
002149 01  ART-CELL                    PIC 9(02) VALUE 0.
002150 01  ART-ROWS-NUM                PIC 9(02) VALUE 0.
002151 01  ART-WIDTH-NUM               PIC 9(02) VALUE 0.
002152 01  ART-NAME-WORK               PIC X(08) VALUE SPACES.
002153 01  ARTWORK-TABLE.
002154     05  AW-ENTRY OCCURS 50 TIMES.
002155         10  AW-ART-NAME         PIC X(08).
002156         10  AW-ROW-COUNT        PIC 9(02).
002157         10  AW-WIDTH            PIC 9(02).
002158         10  AW-ROW-CELLS OCCURS 20 TIMES
002159                                 PIC 9(02).
002160
002161*----------------------------------------------------------------
002170* CAPTION INK - THE CAPTION IS COUNTED CELL BY CELL FROM THE SAME
002180* BLOCK FONT TREESTARS PRINTS IT WITH.
002190*----------------------------------------------------------------
002200 01  CAPTION-LEN                 PIC 99 VALUE 0.
002210 01  CAP-IDX                     PIC 99 VALUE 0.
002220 01  CAP-ROW                     PIC 99 VALUE 0.
002230 01  CAP-CELL                    PIC 99 VALUE 0.
002240 01  CAPTION-CELL-CTR            PIC 9(03) VALUE 0.
002250 01  CAPTION-GLYPH-CHAR          PIC X(01) VALUE SPACE.
002260 01  FONT-IDX                    PIC 99 VALUE 0.
002270 01  FONT-FOUND-SWITCH           PIC X(01) VALUE 'N'.
002280     88  FONT-FOUND               VALUE 'Y'.
002290
002300     COPY CAPFONT.
002310
002320 01  ORDERS-READ                 PIC 9(04) VALUE 0.
002330 01  ORDERS-PROJECTED            PIC 9(04) VALUE 0.
002340 01  ORDERS-REJECTED             PIC 9(04) VALUE 0.
002350 01  RUSH-PROJECTED              PIC 9(04) VALUE 0.
002360 01  TOTAL-PAGES                 PIC 9(04) VALUE 0.
002370 01  TOTAL-STARS-PROJECTED       PIC 9(08) VALUE 0.
002380 01  USAGE-RECORDS-NETTED        PIC 9(04) VALUE 0.
002390 01  DRY-SYMBOL-COUNT            PIC 9(04) VALUE 0.
002400 01  REORDER-SYMBOL-COUNT        PIC 9(04) VALUE 0.
002410 01  UNSTOCKED-SYMBOL-COUNT      PIC 9(04) VALUE 0.
002420 01  STOCK-AFTER-AMT             PIC 9(08) VALUE 0.
002430 01  SHORT-DRAW-AMT              PIC 9(08) VALUE 0.
002440
002450 01  EDIT-COUNT-4                PIC ZZZ9.
002460 01  EDIT-COUNT-6                PIC ZZZZZ9.
002470 01  EDIT-COUNT-8                PIC ZZZZZZZ9.
002480 01  RUN-DATE                    PIC 9(08) VALUE 0.
002490 01  RUN-TIME                    PIC 9(08) VALUE 0.
002500
002510 PROCEDURE DIVISION.
002520*----------------------------------------------------------------
002530* 0000-MAINLINE - LOAD THE STOCK AND THE ORDER QUEUE, PROJECT
002540* EVERY ORDER IN DISPATCH ORDER, THEN REPORT PAGES AND DRAW.
002550*----------------------------------------------------------------
002560 0000-MAINLINE.
002570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002580     PERFORM 2000-PROJECT-ONE-ORDER THRU 2000-EXIT
002590         UNTIL ORDERS-EOF.
002600     PERFORM 6000-REPORT-DESTINATIONS THRU 6000-EXIT.
002610     PERFORM 6500-REPORT-SYMBOLS THRU 6500-EXIT.
002620     PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT.
002630     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002640     IF DRY-SYMBOL-COUNT > ZERO
002650         MOVE 8 TO RETURN-CODE
002660         DISPLAY 'TREEPROJ - ' DRY-SYMBOL-COUNT
002670             ' SYMBOL(S) WOULD RUN DRY - RC 8'
002680     ELSE
002690         IF REORDER-SYMBOL-COUNT > ZERO
002700                 OR UNSTOCKED-SYMBOL-COUNT > ZERO
002710             MOVE 4 TO RETURN-CODE
002720             DISPLAY 'TREEPROJ - SYMBOL(S) UNDER REORDER POINT '
002730                 'OR OFF THE STOCK MASTER - RC 4'
002740         END-IF
002750     END-IF.
002760     STOP RUN.
002770
002780*----------------------------------------------------------------
002790* 1000-INITIALIZE.
002800*----------------------------------------------------------------
002810 1000-INITIALIZE.
002820     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
002830     ACCEPT RUN-TIME FROM TIME.
002840     OPEN OUTPUT REPORT-FILE.
002850     PERFORM 7100-WRITE-HEADER THRU 7100-EXIT.
002860     PERFORM 1100-LOAD-STOCK THRU 1100-EXIT.
002870     PERFORM 1200-NET-UNPOSTED-USAGE THRU 1200-EXIT.
002871     PERFORM 1400-LOAD-ARTWORK THRU 1400-EXIT.
002880     PERFORM 1300-LOAD-ORDER-QUEUE THRU 1300-EXIT.
002890     PERFORM 2100-NEXT-ORDER THRU 2100-EXIT.
002900 1000-EXIT.
002910     EXIT.
002920
002930*----------------------------------------------------------------
002940* 1100-LOAD-STOCK - PULL THE STOCK MASTER INTO THE TABLE. A
002950* MISSING MASTER LEAVES EVERY SYMBOL UNSTOCKED.
002960*----------------------------------------------------------------
002970 1100-LOAD-STOCK.
002980     OPEN INPUT STOCK-FILE.
002990     IF STCK-FILE-STATUS = '35'
003000         GO TO 1100-EXIT
003010     END-IF.
003020     PERFORM 1110-READ-STOCK THRU 1110-EXIT.
003030     PERFORM 1120-STORE-STOCK THRU 1120-EXIT
003040         UNTIL STCK-EOF.
003050     CLOSE STOCK-FILE.
003060 1100-EXIT.
003070     EXIT.
003080
003090 1110-READ-STOCK.
003100     READ STOCK-FILE
003110         AT END
003120             MOVE 'Y' TO STCK-EOF-SWITCH
003130     END-READ.
003140 1110-EXIT.
003150     EXIT.
003160
003170 1120-STORE-STOCK.
003180     IF STOCK-COUNT < STOCK-TABLE-MAX
003190         ADD 1 TO STOCK-COUNT
003200         MOVE STK-FILL-CHAR TO ST-FILL-CHAR(STOCK-COUNT)
003210         MOVE STK-DESC TO ST-DESC(STOCK-COUNT)
003220         MOVE STK-ON-HAND TO ST-ON-HAND(STOCK-COUNT)
003230         MOVE STK-REORDER-POINT TO
003240             ST-REORDER-POINT(STOCK-COUNT)
003250     ELSE
003260         DISPLAY 'TREEPROJ STOCK MASTER EXCEEDS TABLE OF '
003270             STOCK-TABLE-MAX ' - SYMBOL ' STK-FILL-CHAR
003280             ' IGNORED'
003290     END-IF.
003300     PERFORM 1110-READ-STOCK THRU 1110-EXIT.
003310 1120-EXIT.
003320     EXIT.
003330
003340*----------------------------------------------------------------
003350* 1200-NET-UNPOSTED-USAGE - TAKE DRAW STILL WAITING ON USAGEXT
003360* OFF THE ON-HAND FIGURES, FLOORED AT ZERO THE WAY TREESTOCK
003370* POSTS IT. A MISSING OR EMPTY EXTRACT NETS NOTHING.
003380*----------------------------------------------------------------
003390 1200-NET-UNPOSTED-USAGE.
003400     OPEN INPUT USAGE-FILE.
003410     IF USAGE-FILE-STATUS = '05' OR USAGE-FILE-STATUS = '35'
003420         CLOSE USAGE-FILE
003430         GO TO 1200-EXIT
003440     END-IF.
003450     PERFORM 1210-READ-USAGE THRU 1210-EXIT.
003460     PERFORM 1220-NET-ONE-USAGE THRU 1220-EXIT
003470         UNTIL USAGE-EOF.
003480     CLOSE USAGE-FILE.
003490 1200-EXIT.
003500     EXIT.
003510
003520 1210-READ-USAGE.
003530     READ USAGE-FILE
003540         AT END
003550             MOVE 'Y' TO USAGE-EOF-SWITCH
003560     END-READ.
003570 1210-EXIT.
003580     EXIT.
003590
003600 1220-NET-ONE-USAGE.
003610     ADD 1 TO USAGE-RECORDS-NETTED.
003620     PERFORM 1230-NET-ONE-STOCK THRU 1230-EXIT
003630         VARYING STOCK-IDX FROM 1 BY 1
003640         UNTIL STOCK-IDX > STOCK-COUNT.
003650     PERFORM 1210-READ-USAGE THRU 1210-EXIT.
003660 1220-EXIT.
003670     EXIT.
003680
003690 1230-NET-ONE-STOCK.
003700     IF ST-FILL-CHAR(STOCK-IDX) = USG-FILL-CHAR
003710         IF USG-STARS-USED > ST-ON-HAND(STOCK-IDX)
003720             MOVE ZERO TO ST-ON-HAND(STOCK-IDX)
003730         ELSE
003740             SUBTRACT USG-STARS-USED
003750                 FROM ST-ON-HAND(STOCK-IDX)
003760         END-IF
003770     END-IF.
003780 1230-EXIT.
003790     EXIT.
003800
003810*----------------------------------------------------------------
003820* 1300-LOAD-ORDER-QUEUE - PULL THE WHOLE ORDER FILE INTO THE
003830* QUEUE TABLE FOR THE RUSH-FIRST DISPATCH. A MISSING ORDER FILE
003840* PROJECTS NOTHING.
003850*----------------------------------------------------------------
003860 1300-LOAD-ORDER-QUEUE.
003870     OPEN INPUT ORDER-FILE.
003880     IF ORD-FILE-STATUS = '35'
003890         MOVE 'Y' TO ORDERS-EOF-SWITCH
003900         GO TO 1300-EXIT
003910     END-IF.
003920     PERFORM 1310-READ-ORDER-FILE THRU 1310-EXIT.
003930     PERFORM 1320-STORE-ONE-ORDER THRU 1320-EXIT
003940         UNTIL ORDERS-EOF.
003950     CLOSE ORDER-FILE.
003960     MOVE 'N' TO ORDERS-EOF-SWITCH.
003970     MOVE 1 TO QUEUE-PHASE-NUM.
003980     MOVE ZERO TO OQ-IDX.
003990 1300-EXIT.
004000     EXIT.
004010
004020 1310-READ-ORDER-FILE.
004030     READ ORDER-FILE
004040         AT END
004050             MOVE 'Y' TO ORDERS-EOF-SWITCH
004060     END-READ.
004070 1310-EXIT.
004080     EXIT.
004090
004100 1320-STORE-ONE-ORDER.
004110     ADD 1 TO ORDERS-READ.
004120     IF OQ-COUNT < ORDER-QUEUE-MAX
004130         ADD 1 TO OQ-COUNT
004140         MOVE ORDER-RECORD TO OQ-ENTRY(OQ-COUNT)
004150     ELSE
004160         ADD 1 TO ORDERS-REJECTED
004170     END-IF.
004180     PERFORM 1310-READ-ORDER-FILE THRU 1310-EXIT.
004190 1320-EXIT.
004200     EXIT.
004201*----------------------------------------------------------------
004202* 1400-LOAD-ARTWORK - PULL THE ARTWORK MASTER INTO THE TABLE,
004203* COUNTING EACH ROW'S MARKED CELLS AND WIDENING THE PATTERN TO
004204* ITS RIGHTMOST MARKED CELL. ROWS TREESTARS WOULD NOT LOAD ARE
004205* SKIPPED HERE TOO.
004206*----------------------------------------------------------------
004207 1400-LOAD-ARTWORK.
004208     OPEN INPUT ARTWORK-FILE.
004209     IF ART-FILE-STATUS = '35'
004210         GO TO 1400-EXIT
004211     END-IF.
004212     PERFORM 1410-READ-ARTWORK THRU 1410-EXIT.
004213     PERFORM 1420-STORE-ARTWORK-ROW THRU 1420-EXIT
004214         UNTIL ART-EOF.
004215     CLOSE ARTWORK-FILE.
004216 1400-EXIT.
004217     EXIT.
004218
004219 1410-READ-ARTWORK.
004220     READ ARTWORK-FILE
004221         AT END
004222             MOVE 'Y' TO ART-EOF-SWITCH
004223     END-READ.
004224 1410-EXIT.
004225     EXIT.
004226
004227 1420-STORE-ARTWORK-ROW.
004228     IF ART-NAME = SPACES
004229             OR ART-ROW-NUM IS NOT NUMERIC
004230             OR ART-ROW-NUM < 1
004231             OR ART-ROW-NUM > 20
004232         GO TO 1420-READ-NEXT
004233     END-IF.
004234     MOVE ART-NAME TO ART-NAME-WORK.
004235     PERFORM 2250-FIND-ARTWORK THRU 2250-EXIT.
004236     IF NOT ART-FOUND
004237         IF ART-COUNT < ART-TABLE-MAX
004238             ADD 1 TO ART-COUNT
004239             MOVE ART-COUNT TO ART-FOUND-IDX
004240             MOVE ART-NAME TO AW-ART-NAME(ART-COUNT)
004241             MOVE ZERO TO AW-ROW-COUNT(ART-COUNT)
004242             MOVE ZERO TO AW-WIDTH(ART-COUNT)
004243             PERFORM 1430-CLEAR-ONE-ROW THRU 1430-EXIT
004244                 VARYING ROW FROM 1 BY 1 UNTIL ROW > 20
004245         ELSE
004246             DISPLAY 'TREEPROJ ARTWORK MASTER EXCEEDS TABLE OF '
004247                 ART-TABLE-MAX ' - ARTWORK ' ART-NAME ' IGNORED'
004248             GO TO 1420-READ-NEXT
004249         END-IF
004250     END-IF.
004251     MOVE ART-ROW-NUM TO ROW.
004252     MOVE ZERO TO AW-ROW-CELLS(ART-FOUND-IDX, ROW).
004253     PERFORM 1440-MEASURE-ONE-CELL THRU 1440-EXIT
004254         VARYING ART-CELL FROM 1 BY 1 UNTIL ART-CELL > 40.
004255     IF ROW > AW-ROW-COUNT(ART-FOUND-IDX)
004256         MOVE ROW TO AW-ROW-COUNT(ART-FOUND-IDX)
004257     END-IF.
004258 1420-READ-NEXT.
004259     PERFORM 1410-READ-ARTWORK THRU 1410-EXIT.
004260 1420-EXIT.
004261     EXIT.
004262
004263 1430-CLEAR-ONE-ROW.
004264     MOVE ZERO TO AW-ROW-CELLS(ART-FOUND-IDX, ROW).
004265 1430-EXIT.
004266     EXIT.
004267
004268 1440-MEASURE-ONE-CELL.
004269     IF ART-ROW-GRID(ART-CELL:1) = '*'
004270         ADD 1 TO AW-ROW-CELLS(ART-FOUND-IDX, ROW)
004271         IF ART-CELL > AW-WIDTH(ART-FOUND-IDX)
004272             MOVE ART-CELL TO AW-WIDTH(ART-FOUND-IDX)
004273         END-IF
004274     END-IF.
004275 1440-EXIT.
004276     EXIT.
004277
004278*----------------------------------------------------------------
004279* 2000-PROJECT-ONE-ORDER - SIZE THE ORDER WITH THE TREESTARS
004280* DEFAULTS, DROP IT IF THE TREESTARS EDIT WOULD, AND OTHERWISE
004281* PLACE ITS ROWS ON THE PROJECTED PAGES AND COUNT ITS INK.
004282*----------------------------------------------------------------
004283 2000-PROJECT-ONE-ORDER.
004284     MOVE 10 TO HEIGHT-NUM.
004290     MOVE 10 TO CANOPY-BASE-NUM.
004300     MOVE ZERO TO TRUNK-HEIGHT-NUM.
004310     MOVE ZERO TO TRUNK-WIDTH-NUM.
004320     MOVE 1 TO FOREST-COUNT-NUM.
004330     MOVE ZERO TO FOREST-GAP-NUM.
004340     MOVE '*' TO FILL-CHAR-NUM.
004350     IF ORD-HEIGHT IS NUMERIC
004360         MOVE ORD-HEIGHT TO HEIGHT-NUM
004370     END-IF.
004380     IF ORD-CANOPY-BASE IS NUMERIC
004390         MOVE ORD-CANOPY-BASE TO CANOPY-BASE-NUM
004400     END-IF.
004410     IF ORD-TRUNK-HEIGHT IS NUMERIC
004420         MOVE ORD-TRUNK-HEIGHT TO TRUNK-HEIGHT-NUM
004430     END-IF.
004440     IF ORD-TRUNK-WIDTH IS NUMERIC
004450         MOVE ORD-TRUNK-WIDTH TO TRUNK-WIDTH-NUM
004460     END-IF.
004470     IF ORD-FOREST-COUNT IS NUMERIC AND ORD-FOREST-COUNT > ZERO
004480         MOVE ORD-FOREST-COUNT TO FOREST-COUNT-NUM
004490     END-IF.
004500     IF ORD-FOREST-GAP IS NUMERIC
004510         MOVE ORD-FOREST-GAP TO FOREST-GAP-NUM
004520     END-IF.
004530     IF ORD-FILL-CHAR NOT = SPACE
004540         MOVE ORD-FILL-CHAR TO FILL-CHAR-NUM
004550     END-IF.
004560     MOVE 'T' TO SHAPE-CODE-NUM.
004570     IF ORD-SHAPE-CODE NOT = SPACE
004580         MOVE ORD-SHAPE-CODE TO SHAPE-CODE-NUM
004590     END-IF.
004600     IF NOT SHAPE-IS-TREE
004610         MOVE ZERO TO TRUNK-HEIGHT-NUM
004620         MOVE ZERO TO TRUNK-WIDTH-NUM
004630         IF ORD-CANOPY-BASE IS NOT NUMERIC
004640                 AND ORD-HEIGHT IS NUMERIC
004650             MOVE HEIGHT-NUM TO CANOPY-BASE-NUM
004660         END-IF
004670     END-IF.
004680     PERFORM 2200-EDIT-ORDER THRU 2200-EXIT.
004690     IF NOT ORDER-IS-VALID
004700         ADD 1 TO ORDERS-REJECTED
004710         GO TO 2000-READ-NEXT
004720     END-IF.
004730     ADD 1 TO ORDERS-PROJECTED.
004740     IF ORD-PRIORITY = 'R'
004750         ADD 1 TO RUSH-PROJECTED
004760     END-IF.
004770     PERFORM 2500-SET-ORDER-ROUTING THRU 2500-EXIT.
004780     PERFORM 5000-PLACE-ORDER-ROWS THRU 5000-EXIT.
004790     MOVE ZERO TO ORDER-STARS-USED.
004800     PERFORM 3000-COUNT-SHAPE THRU 3000-EXIT.
004810     PERFORM 4500-COUNT-CAPTION THRU 4500-EXIT.
004820     ADD ORDER-STARS-USED TO TOTAL-STARS-PROJECTED.
004830 2000-READ-NEXT.
004840     PERFORM 2100-NEXT-ORDER THRU 2100-EXIT.
004850 2000-EXIT.
004860     EXIT.
004870
004880*----------------------------------------------------------------
004890* 2100-NEXT-ORDER - RUSH PASS FIRST, THEN THE ARRIVAL-ORDER PASS,
004900* AS 2100-READ-ORDER DISPATCHES THEM IN TREESTARS.
004910*----------------------------------------------------------------
004920 2100-NEXT-ORDER.
004930     MOVE 'N' TO QUEUE-FOUND-SWITCH.
004940     PERFORM 2110-SCAN-QUEUE THRU 2110-EXIT
004950         UNTIL QUEUE-FOUND OR ORDERS-EOF.
004960 2100-EXIT.
004970     EXIT.
004980
004990 2110-SCAN-QUEUE.
005000     ADD 1 TO OQ-IDX.
005010     IF OQ-IDX > OQ-COUNT
005020         IF QUEUE-PHASE-NUM = 1
005030             MOVE 2 TO QUEUE-PHASE-NUM
005040             MOVE ZERO TO OQ-IDX
005050         ELSE
005060             MOVE 'Y' TO ORDERS-EOF-SWITCH
005070         END-IF
005080         GO TO 2110-EXIT
005090     END-IF.
005100     MOVE OQ-ENTRY(OQ-IDX) TO ORDER-RECORD.
005110     IF QUEUE-PHASE-NUM = 1 AND ORD-PRIORITY = 'R'
005120         MOVE 'Y' TO QUEUE-FOUND-SWITCH
005130     END-IF.
005140     IF QUEUE-PHASE-NUM = 2 AND ORD-PRIORITY NOT = 'R'
005150         MOVE 'Y' TO QUEUE-FOUND-SWITCH
005160     END-IF.
005170 2110-EXIT.
005180     EXIT.
005190
005200*----------------------------------------------------------------
005210* 2200-EDIT-ORDER - THE TREESTARS ORDER EDIT, CHECK FOR CHECK. AN
005220* ORDER IT WOULD REJECT PRINTS NOTHING AND DRAWS NO INK, SO IT
005230* IS ONLY COUNTED. THE REASON ITSELF IS TREESTARS' TO REPORT.
005240*----------------------------------------------------------------
005250 2200-EDIT-ORDER.
005260     MOVE 'Y' TO ORDER-VALID-SWITCH.
005270     IF ORD-HEIGHT NOT = SPACES AND ORD-HEIGHT IS NOT NUMERIC
005280         MOVE 'N' TO ORDER-VALID-SWITCH
005290     END-IF.
005300     IF ORD-CANOPY-BASE NOT = SPACES
005310             AND ORD-CANOPY-BASE IS NOT NUMERIC
005320         MOVE 'N' TO ORDER-VALID-SWITCH
005330     END-IF.
005340     IF ORD-TRUNK-HEIGHT NOT = SPACES
005350             AND ORD-TRUNK-HEIGHT IS NOT NUMERIC
005360         MOVE 'N' TO ORDER-VALID-SWITCH
005370     END-IF.
005380     IF ORD-TRUNK-WIDTH NOT = SPACES
005390             AND ORD-TRUNK-WIDTH IS NOT NUMERIC
005400         MOVE 'N' TO ORDER-VALID-SWITCH
005410     END-IF.
005420     IF ORD-FOREST-COUNT NOT = SPACES
005430             AND ORD-FOREST-COUNT IS NOT NUMERIC
005440         MOVE 'N' TO ORDER-VALID-SWITCH
005450     END-IF.
005460     IF ORD-FOREST-GAP NOT = SPACES
005470             AND ORD-FOREST-GAP IS NOT NUMERIC
005480         MOVE 'N' TO ORDER-VALID-SWITCH
005490     END-IF.
005500     IF NOT VALID-SHAPE-CODE
005510         MOVE 'N' TO ORDER-VALID-SWITCH
005520     END-IF.
005530     IF NOT ORDER-IS-VALID
005540         GO TO 2200-EXIT
005550     END-IF.
005551     IF SHAPE-IS-ARTWORK
005552         MOVE ORD-ART-NAME TO ART-NAME-WORK
005553         PERFORM 2250-FIND-ARTWORK THRU 2250-EXIT
005554         IF NOT ART-FOUND
005555             MOVE 'N' TO ORDER-VALID-SWITCH
005556             GO TO 2200-EXIT
005557         END-IF
005558         MOVE AW-ROW-COUNT(ART-FOUND-IDX) TO ART-ROWS-NUM
005559         MOVE AW-WIDTH(ART-FOUND-IDX) TO ART-WIDTH-NUM
005560         IF FOREST-GAP-NUM > 20
005561                 OR FOREST-COUNT-NUM * ART-WIDTH-NUM
005562                     + (FOREST-COUNT-NUM - 1) * FOREST-GAP-NUM
005563                     > 131
005564             MOVE 'N' TO ORDER-VALID-SWITCH
005565         END-IF
005566         GO TO 2200-EXIT
005567     END-IF.
005568     IF HEIGHT-NUM = ZERO OR CANOPY-BASE-NUM = ZERO
005570         MOVE 'N' TO ORDER-VALID-SWITCH
005580         GO TO 2200-EXIT
005590     END-IF.
005600     IF CANOPY-BASE-NUM < HEIGHT-NUM
005610             OR CANOPY-BASE-NUM > 20
005620             OR (2 * HEIGHT-NUM - 1) > 20
005630         MOVE 'N' TO ORDER-VALID-SWITCH
005640     END-IF.
005650     IF SHAPE-IS-STAR AND (2 * HEIGHT-NUM + 3) > 20
005660         MOVE 'N' TO ORDER-VALID-SWITCH
005670     END-IF.
005680     IF TRUNK-WIDTH-NUM > 20
005690             OR (TRUNK-HEIGHT-NUM > ZERO
005695                 AND TRUNK-WIDTH-NUM = ZERO)
005700         MOVE 'N' TO ORDER-VALID-SWITCH
005710     END-IF.
005720     IF FOREST-GAP-NUM > 20
005730             OR FOREST-COUNT-NUM * (20 + 20 + FOREST-GAP-NUM)
005735                 > 131
005740         MOVE 'N' TO ORDER-VALID-SWITCH
005750     END-IF.
005760 2200-EXIT.
005770     EXIT.
005771*----------------------------------------------------------------
005772* 2250-FIND-ARTWORK - LOOK ART-NAME-WORK UP IN THE ARTWORK TABLE,
005773* LEAVING ITS SLOT IN ART-FOUND-IDX.
005774*----------------------------------------------------------------
005775 2250-FIND-ARTWORK.
005776     MOVE 'N' TO ART-FOUND-SWITCH.
005777     MOVE ZERO TO ART-FOUND-IDX.
005778     PERFORM 2255-MATCH-ONE-ARTWORK THRU 2255-EXIT
005779         VARYING ART-IDX FROM 1 BY 1
005780         UNTIL ART-IDX > ART-COUNT OR ART-FOUND.
005781 2250-EXIT.
005782     EXIT.
005783
005784 2255-MATCH-ONE-ARTWORK.
005785     IF AW-ART-NAME(ART-IDX) = ART-NAME-WORK
005786         MOVE ART-IDX TO ART-FOUND-IDX
005787         MOVE 'Y' TO ART-FOUND-SWITCH
005788     END-IF.
005789 2255-EXIT.
005790     EXIT.
005791
005792*----------------------------------------------------------------
005800* 2500-SET-ORDER-ROUTING - THE ORDER'S ROUTE, ITS ROW COUNT BY
005810* SHAPE (PLUS FIVE CAPTION ROWS), AND WHETHER IT STARTS ON A
005820* FRESH PAGE - THE SAME RULES AS TREESTARS 2500-SET-ORDER-ROUTING.
005830*----------------------------------------------------------------
005840 2500-SET-ORDER-ROUTING.
005850     IF ORD-DEST-NAME = SPACES
005860         MOVE '(SHOP)' TO ROUTE-DEST-NAME
005870     ELSE
005880         MOVE ORD-DEST-NAME TO ROUTE-DEST-NAME
005890     END-IF.
005900     EVALUATE TRUE
005910         WHEN SHAPE-IS-STAR
005920             COMPUTE ORDER-ROWS-NEEDED = 2 * HEIGHT-NUM - 1
005930         WHEN SHAPE-IS-BELL
005940             COMPUTE ORDER-ROWS-NEEDED = HEIGHT-NUM + 1
005950         WHEN SHAPE-IS-DIAMOND OR SHAPE-IS-WREATH
005960             COMPUTE ORDER-ROWS-NEEDED = 2 * HEIGHT-NUM - 1
005961         WHEN SHAPE-IS-ARTWORK
005962             MOVE ART-ROWS-NUM TO ORDER-ROWS-NEEDED
005970         WHEN OTHER
005980             COMPUTE ORDER-ROWS-NEEDED = HEIGHT-NUM
005990                 + TRUNK-HEIGHT-NUM
006000     END-EVALUATE.
006010     IF ORD-CAPTION NOT = SPACES
006020         ADD 5 TO ORDER-ROWS-NEEDED
006030     END-IF.
006040     IF PAGE-NUM = ZERO
006050             OR ROUTE-DEST-NAME NOT = LAST-ROUTE-DEST
006060             OR ORDER-ROWS-NEEDED > (PAGE-DEPTH-NUM - LINE-COUNT)
006070         MOVE 'Y' TO PAGE-EJECT-SWITCH
006080     END-IF.
006090     MOVE ROUTE-DEST-NAME TO LAST-ROUTE-DEST.
006100     PERFORM 5800-FIND-DEST THRU 5800-EXIT.
006110     IF CUR-DEST-IDX > ZERO
006120         ADD 1 TO DT-ORDER-COUNT(CUR-DEST-IDX)
006130         ADD ORDER-ROWS-NEEDED TO DT-ROW-COUNT(CUR-DEST-IDX)
006140     END-IF.
006150 2500-EXIT.
006160     EXIT.
006170
006180*----------------------------------------------------------------
006190* 3000-COUNT-SHAPE - COUNT THE ORDER'S INK ROW BY ROW, WALKING
006200* THE SAME ROWS THE TREESTARS SHAPE PARAGRAPHS DRAW. EVERY ROW
006210* IS REPEATED ONCE PER FOREST COPY.
006220*----------------------------------------------------------------
006230 3000-COUNT-SHAPE.
006240     EVALUATE TRUE
006250         WHEN SHAPE-IS-STAR
006260             PERFORM 3200-COUNT-STAR THRU 3200-EXIT
006270         WHEN SHAPE-IS-BELL
006280             PERFORM 3300-COUNT-BELL THRU 3300-EXIT
006290         WHEN SHAPE-IS-DIAMOND
006300             PERFORM 3400-COUNT-DIAMOND THRU 3400-EXIT
006310         WHEN SHAPE-IS-WREATH
006320             PERFORM 3500-COUNT-WREATH THRU 3500-EXIT
006321         WHEN SHAPE-IS-ARTWORK
006322             PERFORM 3600-COUNT-ARTWORK THRU 3600-EXIT
006330         WHEN OTHER
006340             PERFORM 3010-COUNT-TREE THRU 3010-EXIT
006350     END-EVALUATE.
006360 3000-EXIT.
006370     EXIT.
006380
006390*----------------------------------------------------------------
006400* 3010-COUNT-TREE - THE CANOPY ROWS, THEN THE TRUNK ROWS.
006410*----------------------------------------------------------------
006420 3010-COUNT-TREE.
006430     PERFORM 3100-COUNT-CANOPY-ROW THRU 3100-EXIT
006440         VARYING ROW FROM 1 BY 1 UNTIL ROW > HEIGHT-NUM.
006450     PERFORM 4000-COUNT-TRUNK-ROW THRU 4000-EXIT
006460         VARYING TRUNK-ROW FROM 1 BY 1
006470         UNTIL TRUNK-ROW > TRUNK-HEIGHT-NUM.
006480 3010-EXIT.
006490     EXIT.
006500
006510 3100-COUNT-CANOPY-ROW.
006520     COMPUTE ROW-WIDTH-NUM = 2 * ROW - 1.
006530     PERFORM 3900-COUNT-ONE-ROW THRU 3900-EXIT.
006540 3100-EXIT.
006550     EXIT.
006560
006570*----------------------------------------------------------------
006580* 3200-COUNT-STAR - UPPER POINT, RAY ROW, LOWER POINT.
006590*----------------------------------------------------------------
006600 3200-COUNT-STAR.
006610     COMPUTE SHAPE-TOP-NUM = HEIGHT-NUM - 1.
006620     PERFORM 3210-COUNT-POINT-ROW THRU 3210-EXIT
006630         VARYING ROW FROM 1 BY 1 UNTIL ROW > SHAPE-TOP-NUM.
006640     COMPUTE ROW-WIDTH-NUM = 2 * HEIGHT-NUM + 3.
006650     PERFORM 3900-COUNT-ONE-ROW THRU 3900-EXIT.
006660     PERFORM 3210-COUNT-POINT-ROW THRU 3210-EXIT
006670         VARYING ROW FROM SHAPE-TOP-NUM BY -1 UNTIL ROW < 1.
006680 3200-EXIT.
006690     EXIT.
006700
006710 3210-COUNT-POINT-ROW.
006720     COMPUTE ROW-WIDTH-NUM = 2 * ROW - 1.
006730     PERFORM 3900-COUNT-ONE-ROW THRU 3900-EXIT.
006740 3210-EXIT.
006750     EXIT.
006760
006770*----------------------------------------------------------------
006780* 3300-COUNT-BELL - DOME, FULL-WIDTH LIP, ONE-CHARACTER CLAPPER.
006790*----------------------------------------------------------------
006800 3300-COUNT-BELL.
006810     COMPUTE SHAPE-TOP-NUM = HEIGHT-NUM - 1.
006820     PERFORM 3210-COUNT-POINT-ROW THRU 3210-EXIT
006830         VARYING ROW FROM 1 BY 1 UNTIL ROW > SHAPE-TOP-NUM.
006840     COMPUTE ROW-WIDTH-NUM = 2 * HEIGHT-NUM - 1.
006850     PERFORM 3900-COUNT-ONE-ROW THRU 3900-EXIT.
006860     MOVE 1 TO ROW-WIDTH-NUM.
006870     PERFORM 3900-COUNT-ONE-ROW THRU 3900-EXIT.
006880 3300-EXIT.
006890     EXIT.
006900
006910*----------------------------------------------------------------
006920* 3400-COUNT-DIAMOND - THE CANOPY TRIANGLE AND ITS MIRROR.
006930*----------------------------------------------------------------
006940 3400-COUNT-DIAMOND.
006950     PERFORM 3210-COUNT-POINT-ROW THRU 3210-EXIT
006960         VARYING ROW FROM 1 BY 1 UNTIL ROW > HEIGHT-NUM.
006970     COMPUTE SHAPE-TOP-NUM = HEIGHT-NUM - 1.
006980     PERFORM 3210-COUNT-POINT-ROW THRU 3210-EXIT
006990         VARYING ROW FROM SHAPE-TOP-NUM BY -1 UNTIL ROW < 1.
007000 3400-EXIT.
007010     EXIT.
007020
007030*----------------------------------------------------------------
007040* 3500-COUNT-WREATH - THE DIAMOND OUTLINE; A HOLLOW ROW CARRIES
007050* ONLY ITS FOUR SIDE CHARACTERS.
007060*----------------------------------------------------------------
007070 3500-COUNT-WREATH.
007080     PERFORM 3510-COUNT-WREATH-ROW THRU 3510-EXIT
007090         VARYING ROW FROM 1 BY 1 UNTIL ROW > HEIGHT-NUM.
007100     COMPUTE SHAPE-TOP-NUM = HEIGHT-NUM - 1.
007110     PERFORM 3510-COUNT-WREATH-ROW THRU 3510-EXIT
007120         VARYING ROW FROM SHAPE-TOP-NUM BY -1 UNTIL ROW < 1.
007130 3500-EXIT.
007140     EXIT.
007150
007160 3510-COUNT-WREATH-ROW.
007170     IF (2 * ROW - 1) < 5
007180         COMPUTE ROW-WIDTH-NUM = 2 * ROW - 1
007190     ELSE
007200         MOVE 4 TO ROW-WIDTH-NUM
007210     END-IF.
007220     PERFORM 3900-COUNT-ONE-ROW THRU 3900-EXIT.
007230 3510-EXIT.
007240     EXIT.
007241*----------------------------------------------------------------
007242* 3600-COUNT-ARTWORK - EACH ROW OF THE ORDER'S PATTERN DRAWS ITS
007243* MARKED CELLS.
007244*----------------------------------------------------------------
007245 3600-COUNT-ARTWORK.
007246     PERFORM 3610-COUNT-ARTWORK-ROW THRU 3610-EXIT
007247         VARYING ROW FROM 1 BY 1 UNTIL ROW > ART-ROWS-NUM.
007248 3600-EXIT.
007249     EXIT.
007250
007251 3610-COUNT-ARTWORK-ROW.
007252     MOVE AW-ROW-CELLS(ART-FOUND-IDX, ROW) TO ROW-WIDTH-NUM.
007253     PERFORM 3900-COUNT-ONE-ROW THRU 3900-EXIT.
007254 3610-EXIT.
007255     EXIT.
007256
007260*----------------------------------------------------------------
007270* 3900-COUNT-ONE-ROW - ONE SHAPE ROW'S INK ACROSS ALL THE FOREST
007280* COPIES, AS 5000-EMIT-ROW COUNTS IT.
007290*----------------------------------------------------------------
007300 3900-COUNT-ONE-ROW.
007310     COMPUTE SYMBOL-ADD-AMT = ROW-WIDTH-NUM * FOREST-COUNT-NUM.
007320     ADD SYMBOL-ADD-AMT TO ORDER-STARS-USED.
007330     PERFORM 5900-TALLY-SYMBOL THRU 5900-EXIT.
007340 3900-EXIT.
007350     EXIT.
007360
007370 4000-COUNT-TRUNK-ROW.
007380     MOVE TRUNK-WIDTH-NUM TO ROW-WIDTH-NUM.
007390     PERFORM 3900-COUNT-ONE-ROW THRU 3900-EXIT.
007400 4000-EXIT.
007410     EXIT.
007420
007430*----------------------------------------------------------------
007440* 4500-COUNT-CAPTION - THE CAPTION'S GLYPH CELLS, ONCE FOR THE
007450* WHOLE GROUP (THE CAPTION IS NOT REPEATED PER FOREST COPY), UP
007460* TO ITS LAST NON-BLANK CHARACTER.
007470*----------------------------------------------------------------
007480 4500-COUNT-CAPTION.
007490     MOVE ZERO TO CAPTION-LEN.
007500     PERFORM 4520-SIZE-CAPTION THRU 4520-EXIT
007510         VARYING CAP-IDX FROM 1 BY 1 UNTIL CAP-IDX > 12.
007520     IF CAPTION-LEN = ZERO
007530         GO TO 4500-EXIT
007540     END-IF.
007550     MOVE ZERO TO CAPTION-CELL-CTR.
007560     PERFORM 4540-COUNT-ONE-GLYPH THRU 4540-EXIT
007570         VARYING CAP-IDX FROM 1 BY 1
007580         UNTIL CAP-IDX > CAPTION-LEN.
007590     MOVE CAPTION-CELL-CTR TO SYMBOL-ADD-AMT.
007600     ADD SYMBOL-ADD-AMT TO ORDER-STARS-USED.
007610     PERFORM 5900-TALLY-SYMBOL THRU 5900-EXIT.
007620 4500-EXIT.
007630     EXIT.
007640
007650 4520-SIZE-CAPTION.
007660     IF ORD-CAPTION(CAP-IDX:1) NOT = SPACE
007670         MOVE CAP-IDX TO CAPTION-LEN
007680     END-IF.
007690 4520-EXIT.
007700     EXIT.
007710
007720 4540-COUNT-ONE-GLYPH.
007730     MOVE ORD-CAPTION(CAP-IDX:1) TO CAPTION-GLYPH-CHAR.
007740     MOVE 'N' TO FONT-FOUND-SWITCH.
007750     PERFORM 4550-MATCH-ONE-GLYPH THRU 4550-EXIT
007760         VARYING FONT-IDX FROM 1 BY 1
007770         UNTIL FONT-IDX > 37 OR FONT-FOUND.
007780 4540-EXIT.
007790     EXIT.
007800
007810 4550-MATCH-ONE-GLYPH.
007820     IF FONT-CHAR(FONT-IDX) = CAPTION-GLYPH-CHAR
007830         MOVE 'Y' TO FONT-FOUND-SWITCH
007840         PERFORM 4560-COUNT-GLYPH-ROW THRU 4560-EXIT
007850             VARYING CAP-ROW FROM 1 BY 1 UNTIL CAP-ROW > 5
007860     END-IF.
007870 4550-EXIT.
007880     EXIT.
007890
007900 4560-COUNT-GLYPH-ROW.
007910     PERFORM 4570-COUNT-ONE-CELL THRU 4570-EXIT
007920         VARYING CAP-CELL FROM 1 BY 1 UNTIL CAP-CELL > 5.
007930 4560-EXIT.
007940     EXIT.
007950
007960 4570-COUNT-ONE-CELL.
007970     IF FONT-ROW(FONT-IDX, CAP-ROW)(CAP-CELL:1) = '*'
007980         ADD 1 TO CAPTION-CELL-CTR
007990     END-IF.
008000 4570-EXIT.
008010     EXIT.
008020
008030*----------------------------------------------------------------
008040* 5000-PLACE-ORDER-ROWS - LAY THE ORDER'S ROWS ONTO THE
008050* PROJECTED PAGES ONE LINE AT A TIME, SO AN ORDER TALLER THAN A
008060* PAGE SPILLS ONTO AS MANY PAGES AS IT WILL IN THE SPOOL.
008070*----------------------------------------------------------------
008080 5000-PLACE-ORDER-ROWS.
008090     PERFORM 5100-PLACE-ONE-ROW THRU 5100-EXIT
008100         VARYING PLACE-ROW-CTR FROM 1 BY 1
008110         UNTIL PLACE-ROW-CTR > ORDER-ROWS-NEEDED.
008120 5000-EXIT.
008130     EXIT.
008140
008150 5100-PLACE-ONE-ROW.
008160     IF PAGE-EJECT-WANTED
008170             OR PAGE-NUM = ZERO
008180             OR LINE-COUNT NOT < PAGE-DEPTH-NUM
008190         PERFORM 5700-START-NEW-PAGE THRU 5700-EXIT
008200         MOVE 'N' TO PAGE-EJECT-SWITCH
008210     END-IF.
008220     ADD 1 TO LINE-COUNT.
008230 5100-EXIT.
008240     EXIT.
008250
008260*----------------------------------------------------------------
008270* 5700-START-NEW-PAGE - ONE MORE PAGE FOR THE ROUTE IN FORCE. THE
008280* HEADER TAKES THE PAGE'S FIRST LINE.
008290*----------------------------------------------------------------
008300 5700-START-NEW-PAGE.
008310     ADD 1 TO PAGE-NUM.
008320     ADD 1 TO TOTAL-PAGES.
008330     MOVE 1 TO LINE-COUNT.
008340     IF CUR-DEST-IDX > ZERO
008350         ADD 1 TO DT-PAGE-COUNT(CUR-DEST-IDX)
008360     END-IF.
008370 5700-EXIT.
008380     EXIT.
008390
008400*----------------------------------------------------------------
008410* 5800-FIND-DEST - BIND THE ORDER'S ROUTE TO ITS SLOT IN THE
008420* DESTINATION TABLE, ADDING IT IN FIRST-SEEN ORDER. A ROUTE PAST
008430* THE TABLE LIMIT STILL COUNTS IN THE RUN TOTALS.
008440*----------------------------------------------------------------
008450 5800-FIND-DEST.
008460     MOVE ZERO TO CUR-DEST-IDX.
008470     MOVE 'N' TO DEST-FOUND-SWITCH.
008480     PERFORM 5810-MATCH-ONE-DEST THRU 5810-EXIT
008490         VARYING DEST-IDX FROM 1 BY 1
008500         UNTIL DEST-IDX > DEST-COUNT OR DEST-FOUND.
008510     IF NOT DEST-FOUND
008520         IF DEST-COUNT < DEST-TABLE-MAX
008530             ADD 1 TO DEST-COUNT
008540             MOVE DEST-COUNT TO CUR-DEST-IDX
008550             MOVE ROUTE-DEST-NAME TO DT-DEST-NAME(DEST-COUNT)
008560             MOVE ZERO TO DT-ORDER-COUNT(DEST-COUNT)
008570             MOVE ZERO TO DT-ROW-COUNT(DEST-COUNT)
008580             MOVE ZERO TO DT-PAGE-COUNT(DEST-COUNT)
008590         ELSE
008600             DISPLAY 'TREEPROJ DESTINATION TABLE FULL - '
008610                 ROUTE-DEST-NAME ' NOT LISTED'
008620         END-IF
008630     END-IF.
008640 5800-EXIT.
008650     EXIT.
008660
008670 5810-MATCH-ONE-DEST.
008680     IF DT-DEST-NAME(DEST-IDX) = ROUTE-DEST-NAME
008690         MOVE DEST-IDX TO CUR-DEST-IDX
008700         MOVE 'Y' TO DEST-FOUND-SWITCH
008710     END-IF.
008720 5810-EXIT.
008730     EXIT.
008740
008750*----------------------------------------------------------------
008760* 5900-TALLY-SYMBOL - ADD SYMBOL-ADD-AMT TO THE PROJECTED DRAW
008770* FOR THE ORDER'S FILL CHARACTER, BINDING A NEW SLOT IN
008780* FIRST-SEEN ORDER.
008790*----------------------------------------------------------------
008800 5900-TALLY-SYMBOL.
008810     MOVE 'N' TO SYMBOL-FOUND-SWITCH.
008820     PERFORM 5910-MATCH-ONE-SYMBOL THRU 5910-EXIT
008830         VARYING SYMBOL-IDX FROM 1 BY 1
008840         UNTIL SYMBOL-IDX > SYMBOL-COUNT OR SYMBOL-FOUND.
008850     IF NOT SYMBOL-FOUND
008860         IF SYMBOL-COUNT < SYMBOL-TABLE-MAX
008870             ADD 1 TO SYMBOL-COUNT
008880             MOVE FILL-CHAR-NUM TO SYM-FILL-CHAR(SYMBOL-COUNT)
008890             MOVE SYMBOL-ADD-AMT TO SYM-STARS-USED(SYMBOL-COUNT)
008900         ELSE
008910             DISPLAY 'TREEPROJ SYMBOL TABLE FULL - DRAW FOR '
008920                 FILL-CHAR-NUM ' NOT PROJECTED'
008930         END-IF
008940     END-IF.
008950 5900-EXIT.
008960     EXIT.
008970
008980 5910-MATCH-ONE-SYMBOL.
008990     IF SYM-FILL-CHAR(SYMBOL-IDX) = FILL-CHAR-NUM
009000         ADD SYMBOL-ADD-AMT TO SYM-STARS-USED(SYMBOL-IDX)
009010         MOVE 'Y' TO SYMBOL-FOUND-SWITCH
009020     END-IF.
009030 5910-EXIT.
009040     EXIT.
009050
009060*----------------------------------------------------------------
009070* 6000-REPORT-DESTINATIONS - PROJECTED ORDERS, ROWS AND PAGES FOR
009080* EACH ROUTE, IN DISPATCH ORDER.
009090*----------------------------------------------------------------
009100 6000-REPORT-DESTINATIONS.
009110     MOVE SPACES TO RPT-LINE.
009120     MOVE '0' TO RPT-CC.
009130     STRING 'PROJECTED PAGES BY DESTINATION' DELIMITED BY SIZE
009140         INTO RPT-LINE
009150     END-STRING.
009160     WRITE REPORT-RECORD.
009170     MOVE SPACES TO RPT-LINE.
009180     MOVE ' ' TO RPT-CC.
009190     STRING '  DEST      ORDERS    ROWS   PAGES' DELIMITED BY SIZE
009200         INTO RPT-LINE
009210     END-STRING.
009220     WRITE REPORT-RECORD.
009230     PERFORM 6100-REPORT-ONE-DEST THRU 6100-EXIT
009240         VARYING DEST-IDX FROM 1 BY 1
009250         UNTIL DEST-IDX > DEST-COUNT.
009260 6000-EXIT.
009270     EXIT.
009280
009290 6100-REPORT-ONE-DEST.
009300     MOVE SPACES TO RPT-LINE.
009310     MOVE ' ' TO RPT-CC.
009320     MOVE DT-ORDER-COUNT(DEST-IDX) TO EDIT-COUNT-4.
009330     STRING '  ' DELIMITED BY SIZE
009340         DT-DEST-NAME(DEST-IDX) DELIMITED BY SIZE
009350         '    ' DELIMITED BY SIZE
009360         EDIT-COUNT-4 DELIMITED BY SIZE
009370         INTO RPT-LINE
009380     END-STRING.
009390     MOVE DT-ROW-COUNT(DEST-IDX) TO EDIT-COUNT-6.
009400     MOVE EDIT-COUNT-6 TO RPT-LINE(21:6).
009410     MOVE DT-PAGE-COUNT(DEST-IDX) TO EDIT-COUNT-4.
009420     MOVE EDIT-COUNT-4 TO RPT-LINE(31:4).
009430     WRITE REPORT-RECORD.
009440 6100-EXIT.
009450     EXIT.
009460
009470*----------------------------------------------------------------
009480* 6500-REPORT-SYMBOLS - ONE LINE PER SYMBOL THE RUN WOULD DRAW:
009490* PROJECTED DRAW, ON HAND (NET OF UNPOSTED USAGE), WHAT WOULD BE
009500* LEFT, THE REORDER POINT, AND A FLAG WHEN THE DRAW WOULD TAKE
009510* THE RIBBON PAST EMPTY OR UNDER ITS REORDER POINT.
009520*----------------------------------------------------------------
009530 6500-REPORT-SYMBOLS.
009540     MOVE SPACES TO RPT-LINE.
009550     MOVE '0' TO RPT-CC.
009560     STRING 'PROJECTED DRAW BY SYMBOL' DELIMITED BY SIZE
009570         INTO RPT-LINE
009580     END-STRING.
009590     WRITE REPORT-RECORD.
009600     MOVE SPACES TO RPT-LINE.
009610     MOVE ' ' TO RPT-CC.
009620     STRING '  SYM DESCRIPTION               DRAW   ON HAND'
009630         DELIMITED BY SIZE
009640         '     AFTER   REORDER AT' DELIMITED BY SIZE
009650         INTO RPT-LINE
009660     END-STRING.
009670     WRITE REPORT-RECORD.
009680     PERFORM 6600-REPORT-ONE-SYMBOL THRU 6600-EXIT
009690         VARYING SYMBOL-IDX FROM 1 BY 1
009700         UNTIL SYMBOL-IDX > SYMBOL-COUNT.
009710 6500-EXIT.
009720     EXIT.
009730
009740 6600-REPORT-ONE-SYMBOL.
009750     MOVE 'N' TO STOCK-FOUND-SWITCH.
009760     MOVE ZERO TO FOUND-STOCK-IDX.
009770     PERFORM 6610-MATCH-ONE-STOCK THRU 6610-EXIT
009780         VARYING STOCK-IDX FROM 1 BY 1
009790         UNTIL STOCK-IDX > STOCK-COUNT OR STOCK-FOUND.
009800     MOVE SPACES TO RPT-LINE.
009810     MOVE ' ' TO RPT-CC.
009820     MOVE SYM-STARS-USED(SYMBOL-IDX) TO EDIT-COUNT-8.
009830     IF NOT STOCK-FOUND
009840         ADD 1 TO UNSTOCKED-SYMBOL-COUNT
009850         STRING '  ' DELIMITED BY SIZE
009860             SYM-FILL-CHAR(SYMBOL-IDX) DELIMITED BY SIZE
009870             '   (NO STOCK RECORD)     ' DELIMITED BY SIZE
009880             EDIT-COUNT-8 DELIMITED BY SIZE
009890             INTO RPT-LINE
009900         END-STRING
009910         MOVE '** NO STOCK RECORD **' TO RPT-LINE(72:21)
009920         WRITE REPORT-RECORD
009930         GO TO 6600-EXIT
009940     END-IF.
009950     STRING '  ' DELIMITED BY SIZE
009960         SYM-FILL-CHAR(SYMBOL-IDX) DELIMITED BY SIZE
009970         '   ' DELIMITED BY SIZE
009980         ST-DESC(FOUND-STOCK-IDX) DELIMITED BY SIZE
009990         '  ' DELIMITED BY SIZE
010000         EDIT-COUNT-8 DELIMITED BY SIZE
010010         INTO RPT-LINE
010020     END-STRING.
010030     MOVE ST-ON-HAND(FOUND-STOCK-IDX) TO EDIT-COUNT-8.
010040     MOVE EDIT-COUNT-8 TO RPT-LINE(40:8).
010050     MOVE ST-REORDER-POINT(FOUND-STOCK-IDX) TO EDIT-COUNT-8.
010060     MOVE EDIT-COUNT-8 TO RPT-LINE(62:8).
010070     IF SYM-STARS-USED(SYMBOL-IDX) > ST-ON-HAND(FOUND-STOCK-IDX)
010080         ADD 1 TO DRY-SYMBOL-COUNT
010090         COMPUTE SHORT-DRAW-AMT = SYM-STARS-USED(SYMBOL-IDX)
010100             - ST-ON-HAND(FOUND-STOCK-IDX)
010110         MOVE ZERO TO STOCK-AFTER-AMT
010120         MOVE STOCK-AFTER-AMT TO EDIT-COUNT-8
010130         MOVE EDIT-COUNT-8 TO RPT-LINE(51:8)
010140         MOVE SHORT-DRAW-AMT TO EDIT-COUNT-8
010150         STRING '** RUNS DRY - SHORT ' DELIMITED BY SIZE
010160             EDIT-COUNT-8 DELIMITED BY SIZE
010170             ' **' DELIMITED BY SIZE
010180             INTO RPT-LINE(72:31)
010190         END-STRING
010200     ELSE
010210         COMPUTE STOCK-AFTER-AMT = ST-ON-HAND(FOUND-STOCK-IDX)
010220             - SYM-STARS-USED(SYMBOL-IDX)
010230         MOVE STOCK-AFTER-AMT TO EDIT-COUNT-8
010240         MOVE EDIT-COUNT-8 TO RPT-LINE(51:8)
010250         IF STOCK-AFTER-AMT < ST-REORDER-POINT(FOUND-STOCK-IDX)
010260             ADD 1 TO REORDER-SYMBOL-COUNT
010270             MOVE '** UNDER REORDER POINT **' TO RPT-LINE(72:25)
010280         END-IF
010290     END-IF.
010300     WRITE REPORT-RECORD.
010310 6600-EXIT.
010320     EXIT.
010330
010340 6610-MATCH-ONE-STOCK.
010350     IF ST-FILL-CHAR(STOCK-IDX) = SYM-FILL-CHAR(SYMBOL-IDX)
010360         MOVE STOCK-IDX TO FOUND-STOCK-IDX
010370         MOVE 'Y' TO STOCK-FOUND-SWITCH
010380     END-IF.
010390 6610-EXIT.
010400     EXIT.
010410
010420*----------------------------------------------------------------
010430* 7100-WRITE-HEADER.
010440*----------------------------------------------------------------
010450 7100-WRITE-HEADER.
010460     MOVE SPACES TO RPT-LINE.
010470     MOVE '1' TO RPT-CC.
010480     STRING 'TREEPROJ PRE-RUN CAPACITY AND RIBBON PROJECTION  '
010490         DELIMITED BY SIZE
010500         RUN-DATE DELIMITED BY SIZE
010510         INTO RPT-LINE
010520     END-STRING.
010530     WRITE REPORT-RECORD.
010540 7100-EXIT.
010550     EXIT.
010560
010570*----------------------------------------------------------------
010580* 7000-WRITE-TRAILER - THE PROJECTION TOTALS. THE PAGE TOTAL
010590* INCLUDES THE ONE-PAGE TREESTARS RUN SUMMARY.
010600*----------------------------------------------------------------
010610 7000-WRITE-TRAILER.
010620     ADD 1 TO TOTAL-PAGES.
010630     MOVE SPACES TO RPT-LINE.
010640     MOVE '0' TO RPT-CC.
010650     MOVE ORDERS-READ TO EDIT-COUNT-4.
010660     STRING 'ORDERS READ ............... ' DELIMITED BY SIZE
010670         EDIT-COUNT-4 DELIMITED BY SIZE
010680         INTO RPT-LINE
010690     END-STRING.
010700     WRITE REPORT-RECORD.
010710
010720     MOVE SPACES TO RPT-LINE.
010730     MOVE ' ' TO RPT-CC.
010740     MOVE ORDERS-PROJECTED TO EDIT-COUNT-4.
010750     STRING 'ORDERS PROJECTED TO PRINT . ' DELIMITED BY SIZE
010760         EDIT-COUNT-4 DELIMITED BY SIZE
010770         INTO RPT-LINE
010780     END-STRING.
010790     WRITE REPORT-RECORD.
010800
010810     MOVE SPACES TO RPT-LINE.
010820     MOVE RUSH-PROJECTED TO EDIT-COUNT-4.
010830     STRING 'RUSH ORDERS ............... ' DELIMITED BY SIZE
010840         EDIT-COUNT-4 DELIMITED BY SIZE
010850         INTO RPT-LINE
010860     END-STRING.
010870     WRITE REPORT-RECORD.
010880
010890     MOVE SPACES TO RPT-LINE.
010900     MOVE ORDERS-REJECTED TO EDIT-COUNT-4.
010910     STRING 'ORDERS THAT WILL REJECT ... ' DELIMITED BY SIZE
010920         EDIT-COUNT-4 DELIMITED BY SIZE
010930         INTO RPT-LINE
010940     END-STRING.
010950     WRITE REPORT-RECORD.
010960
010970     MOVE SPACES TO RPT-LINE.
010980     MOVE TOTAL-PAGES TO EDIT-COUNT-4.
010990     STRING 'PROJECTED SPOOL PAGES ..... ' DELIMITED BY SIZE
011000         EDIT-COUNT-4 DELIMITED BY SIZE
011010         INTO RPT-LINE
011020     END-STRING.
011030     WRITE REPORT-RECORD.
011040
011050     MOVE SPACES TO RPT-LINE.
011060     MOVE TOTAL-STARS-PROJECTED TO EDIT-COUNT-8.
011070     STRING 'PROJECTED STAR (INK) DRAW . ' DELIMITED BY SIZE
011080         EDIT-COUNT-8 DELIMITED BY SIZE
011090         INTO RPT-LINE
011100     END-STRING.
011110     WRITE REPORT-RECORD.
011120
011130     MOVE SPACES TO RPT-LINE.
011140     MOVE USAGE-RECORDS-NETTED TO EDIT-COUNT-4.
011150     STRING 'UNPOSTED USAGE NETTED ..... ' DELIMITED BY SIZE
011160         EDIT-COUNT-4 DELIMITED BY SIZE
011170         INTO RPT-LINE
011180     END-STRING.
011190     WRITE REPORT-RECORD.
011200
011210     MOVE SPACES TO RPT-LINE.
011220     MOVE DRY-SYMBOL-COUNT TO EDIT-COUNT-4.
011230     STRING 'SYMBOLS THAT WOULD RUN DRY  ' DELIMITED BY SIZE
011240         EDIT-COUNT-4 DELIMITED BY SIZE
011250         INTO RPT-LINE
011260     END-STRING.
011270     WRITE REPORT-RECORD.
011280
011290     MOVE SPACES TO RPT-LINE.
011300     MOVE REORDER-SYMBOL-COUNT TO EDIT-COUNT-4.
011310     STRING 'SYMBOLS UNDER REORDER POINT ' DELIMITED BY SIZE
011320         EDIT-COUNT-4 DELIMITED BY SIZE
011330         INTO RPT-LINE
011340     END-STRING.
011350     WRITE REPORT-RECORD.
011360
011370     MOVE SPACES TO RPT-LINE.
011380     MOVE UNSTOCKED-SYMBOL-COUNT TO EDIT-COUNT-4.
011390     STRING 'SYMBOLS WITH NO STOCK ..... ' DELIMITED BY SIZE
011400         EDIT-COUNT-4 DELIMITED BY SIZE
011410         INTO RPT-LINE
011420     END-STRING.
011430     WRITE REPORT-RECORD.
011440
011450     MOVE SPACES TO RPT-LINE.
011460     STRING 'RUN DATE/TIME ' DELIMITED BY SIZE
011470         RUN-DATE DELIMITED BY SIZE
011480         ' / ' DELIMITED BY SIZE
011490         RUN-TIME DELIMITED BY SIZE
011500         INTO RPT-LINE
011510     END-STRING.
011520     WRITE REPORT-RECORD.
011530 7000-EXIT.
011540     EXIT.
011550
011560*----------------------------------------------------------------
011570* 9000-TERMINATE.
011580*----------------------------------------------------------------
011590 9000-TERMINATE.
011600     CLOSE REPORT-FILE.
011610 9000-EXIT.
011620     EXIT.
