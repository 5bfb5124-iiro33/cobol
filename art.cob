000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TreeArt.
000030 AUTHOR. IIRO.
000040 INSTALLATION. PRINT-SHOP-DP.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* 2026-10-15 IIRO  ORIGINAL VERSION. BATCH MAINTENANCE FOR THE
000110*                  ARTMAST ARTWORK MASTER - THE LIBRARY OF NAMED
000120*                  PATTERNS TREESTARS PRINTS FOR SHAPE CODE 'A'.
000130*                  READS A TRANSACTION DECK OF ADD/CHANGE/DELETE
000140*                  CARDS KEYED BY ARTWORK NAME (ONE GRID ROW PER
000150*                  ADD OR CHANGE, SEE AMTRNREC), REJECTS BAD
000160*                  CARDS TO A LOG, PRINTS A BEFORE/AFTER AUDIT
000170*                  OF EVERY ROW TOUCHED, AND THEN A PROOF OF
000180*                  EVERY PATTERN ON THE NEW MASTER DRAWN AS IT
000190*                  WILL PRINT, WITH ITS SIZE AND STAR COUNT, SO
000200*                  THE DEPARTMENT SIGNS THE ARTWORK OFF BEFORE
000210*                  THE NEW MASTER IS CATALOGED.
000220*----------------------------------------------------------------
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT ARTWORK-FILE ASSIGN TO ARTMAST
000280         ORGANIZATION IS SEQUENTIAL
000290         FILE STATUS IS ART-FILE-STATUS.
000300
000310     SELECT TRAN-FILE ASSIGN TO ARTTRAN
000320         ORGANIZATION IS SEQUENTIAL.
000330
000340     SELECT NEW-MASTER-FILE ASSIGN TO ARTNEW
000350         ORGANIZATION IS SEQUENTIAL.
000360
000370     SELECT MAINT-REJECT-FILE ASSIGN TO AMREJLOG
000380         ORGANIZATION IS SEQUENTIAL.
000390
000400     SELECT PROOF-FILE ASSIGN TO AMPROOF
000410         ORGANIZATION IS SEQUENTIAL.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450*----------------------------------------------------------------
000460* ARTWORK-FILE - THE CURRENT ARTWORK MASTER, ONE RECORD PER
000470* PATTERN ROW. A MISSING FILE (FIRST-EVER MAINTENANCE RUN) IS
000480* TREATED AS AN EMPTY MASTER SO THE OPENING DECK OF ADDS CAN
000490* BUILD IT.
000500*----------------------------------------------------------------
000510 FD  ARTWORK-FILE
000520     RECORDING MODE IS F
000530     LABEL RECORDS ARE STANDARD
000540     RECORD CONTAINS 80 CHARACTERS.
000550     COPY ARTREC.
000560
000570*----------------------------------------------------------------
000580* TRAN-FILE - THE MAINTENANCE DECK, ONE ADD/CHANGE/DELETE PER
000590* RECORD, APPLIED IN DECK ORDER.
000600*----------------------------------------------------------------
000610 FD  TRAN-FILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD
000640     RECORD CONTAINS 80 CHARACTERS.
000650     COPY AMTRNREC.
000660
000670*----------------------------------------------------------------
000680* NEW-MASTER-FILE - THE UPDATED MASTER, WRITTEN IN FULL AFTER
000690* THE WHOLE DECK HAS BEEN APPLIED, EACH PATTERN'S ROWS IN ROW
000700* ORDER. THE OLD MASTER IS LEFT UNTOUCHED, SO A BAD RUN IS
000710* BACKED OUT BY NOT CATALOGING THE NEW GENERATION.
000720*----------------------------------------------------------------
000730 FD  NEW-MASTER-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 80 CHARACTERS.
000770 01  NEW-MASTER-RECORD.
000780     05  NEW-ART-NAME            PIC X(08).
000790     05  NEW-ROW-NUM             PIC 9(02).
000800     05  NEW-ROW-GRID            PIC X(40).
000810     05  FILLER                  PIC X(30).
000820
000830*----------------------------------------------------------------
000840* MAINT-REJECT-FILE - ONE RECORD PER TRANSACTION TURNED AWAY BY
000850* 2200-EDIT-TRAN, WITH THE REASON. THE CODE LIST IS DOCUMENTED
000860* IN AMTRNREC.
000870*----------------------------------------------------------------
000880 FD  MAINT-REJECT-FILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE OMITTED
000910     RECORD CONTAINS 80 CHARACTERS.
000920 01  MAINT-REJECT-RECORD.
000930     05  AMR-FUNC-CODE           PIC X(01).
000940     05  AMR-ART-NAME            PIC X(08).
000950     05  AMR-ROW-NUM             PIC X(02).
000960     05  AMR-REASON-CODE         PIC 9(02).
000970     05  AMR-REASON-TEXT         PIC X(40).
000980     05  FILLER                  PIC X(27).
000990
001000*----------------------------------------------------------------
001010* PROOF-FILE - THE AUDIT AND PROOF REPORT, 132-BYTE PRINT LINE
001020* WITH AN ASA CARRIAGE-CONTROL BYTE. THE AUDIT LISTS EVERY ROW
001030* THE DECK TOUCHED AS IT WAS AND AS IT NOW IS; THE PROOF DRAWS
001040* EVERY PATTERN ON THE NEW MASTER, '*' FOR EACH CELL THAT WILL
001050* PRINT WITH THE ORDER'S FILL CHARACTER.
001060*----------------------------------------------------------------
001070 FD  PROOF-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE OMITTED
001100     RECORD CONTAINS 132 CHARACTERS.
001110 01  PROOF-RECORD.
001120     05  PRF-CC                  PIC X(01).
001130     05  PRF-LINE                PIC X(131).
001140
001150 WORKING-STORAGE SECTION.
001160 01  ART-EOF-SWITCH              PIC X(01) VALUE 'N'.
001170     88  ART-EOF                 VALUE 'Y'.
001180 01  TRAN-EOF-SWITCH             PIC X(01) VALUE 'N'.
001190     88  TRAN-EOF                VALUE 'Y'.
001200 01  TRAN-VALID-SWITCH           PIC X(01) VALUE 'Y'.
001210     88  TRAN-IS-VALID           VALUE 'Y'.
001220 01  ART-FOUND-SWITCH            PIC X(01) VALUE 'N'.
001230     88  ART-FOUND               VALUE 'Y'.
001240 01  GRID-BAD-SWITCH             PIC X(01) VALUE 'N'.
001250     88  GRID-IS-BAD             VALUE 'Y'.
001260 01  ART-FILE-STATUS             PIC X(02) VALUE '00'.
001270
001280 01  REJECT-REASON-TEXT          PIC X(40) VALUE SPACES.
001290 01  REJECT-REASON-CODE          PIC 9(02) VALUE 0.
001300
001310*----------------------------------------------------------------
001320* ARTWORK MASTER TABLE - THE WHOLE MASTER IS LOADED AT STARTUP,
001330* THE DECK IS APPLIED AGAINST THE TABLE, AND THE SURVIVORS ARE
001340* WRITTEN OUT AS THE NEW GENERATION. DELETED PATTERNS ARE
001350* FLAGGED RATHER THAN SQUEEZED OUT SO A DELETE-THEN-ADD DECK
001360* STILL APPLIES IN ORDER. SAME 50-PATTERN, 20-ROW LIMITS AS
001370* TREESTARS. AT-STATUS-TAG IS WHAT THE PROOF CALLS THE PATTERN:
001380* ON FILE, ADDED OR CHANGED.
001390*----------------------------------------------------------------
001400 01  ART-TABLE-MAX               PIC 9(02) VALUE 50.
001410 01  ART-COUNT                   PIC 9(02) VALUE 0.
001420 01  ART-IDX                     PIC 9(02) VALUE 0.
001430 01  FOUND-IDX                   PIC 9(02) VALUE 0.
001440 01  ROW-IDX                     PIC 9(02) VALUE 0.
001450 01  CELL-IDX                    PIC 9(02) VALUE 0.
001460 01  AUDIT-ROW-NUM               PIC 9(02) VALUE 0.
001470 01  TRAN-ROW-NUM                PIC 9(02) VALUE 0.
001480 01  NEXT-ROW-NUM                PIC 9(02) VALUE 0.
001490 01  ART-NAME-WORK               PIC X(08) VALUE SPACES.
001500 01  ARTWORK-TABLE.
001510     05  AT-ENTRY OCCURS 50 TIMES.
001520         10  AT-ART-NAME         PIC X(08).
001530         10  AT-ROW-COUNT        PIC 9(02).
001540         10  AT-STATUS-TAG       PIC X(08).
001550         10  AT-DELETE-SWITCH    PIC X(01).
001560         10  AT-ROWS.
001570             15  AT-ROW-GRID OCCURS 20 TIMES
001580                                 PIC X(40).
001590
001600*----------------------------------------------------------------
001610* PROOF MEASUREMENTS - THE PATTERN'S PRINTED WIDTH (ITS RIGHTMOST
001620* MARKED CELL IN ANY ROW) AND ITS MARKED CELLS, WHICH ARE THE
001630* STARS ONE COPY OF IT DRAWS.
001640*----------------------------------------------------------------
001650 01  PROOF-WIDTH                 PIC 9(02) VALUE 0.
001660 01  PROOF-CELLS                 PIC 9(04) VALUE 0.
001670 01  PROOF-RULER                 PIC X(40) VALUE
001680     '....+....1....+....2....+....3....+....4'.
001690
001700 01  TRANS-READ-COUNT            PIC 9(04) VALUE 0.
001710 01  ROWS-ADDED                  PIC 9(04) VALUE 0.
001720 01  ROWS-CHANGED                PIC 9(04) VALUE 0.
001730 01  ARTWORK-DELETED             PIC 9(04) VALUE 0.
001740 01  TRANS-REJECTED              PIC 9(04) VALUE 0.
001750 01  ARTWORK-WRITTEN             PIC 9(04) VALUE 0.
001760
001770 01  AUDIT-TAG                   PIC X(08) VALUE SPACES.
001780 01  EDIT-COUNT-4                PIC ZZZ9.
001790 01  EDIT-ROW-2                  PIC Z9.
001800 01  EDIT-WIDTH-2                PIC Z9.
001810 01  RUN-DATE                    PIC 9(08) VALUE 0.
001820 01  RUN-TIME                    PIC 9(08) VALUE 0.
001830
001840 PROCEDURE DIVISION.
001850*----------------------------------------------------------------
001860* 0000-MAINLINE - LOAD THE MASTER, APPLY THE WHOLE DECK, WRITE
001870* THE NEW GENERATION, PROOF IT, AND WRITE THE TRAILER.
001880*----------------------------------------------------------------
001890 0000-MAINLINE.
001900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001910     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
001920         UNTIL TRAN-EOF.
001930     PERFORM 6000-WRITE-NEW-MASTER THRU 6000-EXIT.
001940     PERFORM 6500-PRINT-PROOFS THRU 6500-EXIT.
001950     PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT.
001960     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001970     STOP RUN.
001980
001990*----------------------------------------------------------------
002000* 1000-INITIALIZE.
002010*----------------------------------------------------------------
002020 1000-INITIALIZE.
002030     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
002040     ACCEPT RUN-TIME FROM TIME.
002050     OPEN INPUT ARTWORK-FILE.
002060     IF ART-FILE-STATUS = '35'
002070         MOVE 'Y' TO ART-EOF-SWITCH
002080     END-IF.
002090     OPEN INPUT TRAN-FILE.
002100     OPEN OUTPUT NEW-MASTER-FILE.
002110     OPEN OUTPUT MAINT-REJECT-FILE.
002120     OPEN OUTPUT PROOF-FILE.
002130     PERFORM 7100-WRITE-HEADER THRU 7100-EXIT.
002140     PERFORM 1100-LOAD-ARTWORK THRU 1100-EXIT.
002150     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
002160 1000-EXIT.
002170     EXIT.
002180
002190*----------------------------------------------------------------
002200* 1100-LOAD-ARTWORK - PULL THE ARTWORK MASTER INTO THE TABLE,
002210* GATHERING EACH PATTERN'S ROWS UNDER ITS NAME.
002220*----------------------------------------------------------------
002230 1100-LOAD-ARTWORK.
002240     IF NOT ART-EOF
002250         PERFORM 1110-READ-ARTWORK THRU 1110-EXIT
002260         PERFORM 1120-STORE-ARTWORK-ROW THRU 1120-EXIT
002270             UNTIL ART-EOF
002280     END-IF.
002290 1100-EXIT.
002300     EXIT.
002310
002320 1110-READ-ARTWORK.
002330     READ ARTWORK-FILE
002340         AT END
002350             MOVE 'Y' TO ART-EOF-SWITCH
002360     END-READ.
002370 1110-EXIT.
002380     EXIT.
002390
002400*----------------------------------------------------------------
002410* 1120-STORE-ARTWORK-ROW - FILE ONE MASTER ROW UNDER ITS
002420* PATTERN, STARTING A TABLE ENTRY THE FIRST TIME THE NAME IS
002430* SEEN. A ROW WITH NO NAME OR A ROW NUMBER OUTSIDE 01-20 CANNOT
002440* BE PLACED AND IS LEFT OFF THE NEW MASTER.
002450*----------------------------------------------------------------
002460 1120-STORE-ARTWORK-ROW.
002470     IF ART-NAME = SPACES
002480             OR ART-ROW-NUM IS NOT NUMERIC
002490             OR ART-ROW-NUM < 1
002500             OR ART-ROW-NUM > 20
002510         DISPLAY 'TREEART MASTER ROW ' ART-NAME ' '
002520             ART-ROW-NUM ' IS NOT A ROW 01-20 - IGNORED'
002530         GO TO 1120-READ-NEXT
002540     END-IF.
002550     MOVE ART-NAME TO ART-NAME-WORK.
002560     PERFORM 2250-FIND-ARTWORK THRU 2250-EXIT.
002570     IF NOT ART-FOUND
002580         IF ART-COUNT < ART-TABLE-MAX
002590             ADD 1 TO ART-COUNT
002600             MOVE ART-COUNT TO FOUND-IDX
002610             MOVE ART-NAME TO AT-ART-NAME(ART-COUNT)
002620             MOVE ZERO TO AT-ROW-COUNT(ART-COUNT)
002630             MOVE 'ON FILE' TO AT-STATUS-TAG(ART-COUNT)
002640             MOVE 'N' TO AT-DELETE-SWITCH(ART-COUNT)
002650             MOVE SPACES TO AT-ROWS(ART-COUNT)
002660         ELSE
002670             DISPLAY 'TREEART ARTWORK MASTER EXCEEDS TABLE OF '
002680                 ART-TABLE-MAX ' - ARTWORK ' ART-NAME
002690                 ' IGNORED'
002700             GO TO 1120-READ-NEXT
002710         END-IF
002720     END-IF.
002730     MOVE ART-ROW-GRID TO AT-ROW-GRID(FOUND-IDX, ART-ROW-NUM).
002740     IF ART-ROW-NUM > AT-ROW-COUNT(FOUND-IDX)
002750         MOVE ART-ROW-NUM TO AT-ROW-COUNT(FOUND-IDX)
002760     END-IF.
002770 1120-READ-NEXT.
002780     PERFORM 1110-READ-ARTWORK THRU 1110-EXIT.
002790 1120-EXIT.
002800     EXIT.
002810
002820*----------------------------------------------------------------
002830* 2000-PROCESS-TRANS - ONE TRANSACTION: EDIT IT, APPLY IT TO THE
002840* TABLE IF IT PASSED, AND READ THE NEXT.
002850*----------------------------------------------------------------
002860 2000-PROCESS-TRANS.
002870     ADD 1 TO TRANS-READ-COUNT.
002880     PERFORM 2200-EDIT-TRAN THRU 2200-EXIT.
002890     IF TRAN-IS-VALID
002900         EVALUATE TRUE
002910             WHEN AMT-FUNC-ADD
002920                 PERFORM 3000-APPLY-ADD THRU 3000-EXIT
002930             WHEN AMT-FUNC-CHANGE
002940                 PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
002950             WHEN AMT-FUNC-DELETE
002960                 PERFORM 3200-APPLY-DELETE THRU 3200-EXIT
002970         END-EVALUATE
002980     END-IF.
002990     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
003000 2000-EXIT.
003010     EXIT.
003020
003030 2100-READ-TRAN.
003040     READ TRAN-FILE
003050         AT END
003060             MOVE 'Y' TO TRAN-EOF-SWITCH
003070     END-READ.
003080 2100-EXIT.
003090     EXIT.
003100
003110*----------------------------------------------------------------
003120* 2200-EDIT-TRAN - GUARD EVERY CARD BEFORE IT TOUCHES THE
003130* MASTER, ONE CHECK AT A TIME, SO A MISKEYED ROW IS REJECTED WITH
003140* A REASON INSTEAD OF PRINTING ON SOMEBODY'S BANNER. ROWS ARE
003150* ADDED STRICTLY IN ORDER SO A PATTERN NEVER HAS A GAP IN IT.
003160*----------------------------------------------------------------
003170 2200-EDIT-TRAN.
003180     MOVE 'Y' TO TRAN-VALID-SWITCH.
003190     MOVE SPACES TO REJECT-REASON-TEXT.
003200     MOVE ZERO TO REJECT-REASON-CODE.
003210     MOVE ZERO TO TRAN-ROW-NUM.
003220
003230     IF NOT AMT-FUNC-VALID
003240         MOVE 'N' TO TRAN-VALID-SWITCH
003250         MOVE 01 TO REJECT-REASON-CODE
003260         MOVE 'FUNCTION CODE IS NOT ONE OF A C D' TO
003270             REJECT-REASON-TEXT
003280     END-IF.
003290
003300     IF TRAN-IS-VALID
003310         IF AMT-ART-NAME = SPACES
003320             MOVE 'N' TO TRAN-VALID-SWITCH
003330             MOVE 02 TO REJECT-REASON-CODE
003340             MOVE 'ARTWORK NAME IS BLANK' TO
003350                 REJECT-REASON-TEXT
003360         END-IF
003370     END-IF.
003380
003390     IF TRAN-IS-VALID
003400         IF NOT AMT-FUNC-DELETE
003410             IF AMT-ROW-NUM IS NOT NUMERIC
003420                     OR AMT-ROW-NUM = '00'
003430                     OR AMT-ROW-NUM > '20'
003440                 MOVE 'N' TO TRAN-VALID-SWITCH
003450                 MOVE 03 TO REJECT-REASON-CODE
003460                 MOVE 'ROW NUMBER IS NOT 01 THROUGH 20' TO
003470                     REJECT-REASON-TEXT
003480             ELSE
003490                 MOVE AMT-ROW-NUM TO TRAN-ROW-NUM
003500             END-IF
003510         END-IF
003520     END-IF.
003530
003540     IF TRAN-IS-VALID
003550         IF AMT-FUNC-DELETE AND AMT-ROW-NUM NOT = SPACES
003560             MOVE 'N' TO TRAN-VALID-SWITCH
003570             MOVE 04 TO REJECT-REASON-CODE
003580             MOVE 'ROW NUMBER GIVEN ON A DELETE' TO
003590                 REJECT-REASON-TEXT
003600         END-IF
003610     END-IF.
003620
003630     IF TRAN-IS-VALID
003640         MOVE AMT-ART-NAME TO ART-NAME-WORK
003650         PERFORM 2250-FIND-ARTWORK THRU 2250-EXIT
003660         IF AMT-FUNC-ADD AND TRAN-ROW-NUM = 1 AND ART-FOUND
003670             MOVE 'N' TO TRAN-VALID-SWITCH
003680             MOVE 05 TO REJECT-REASON-CODE
003690             MOVE 'ADD OF ARTWORK ALREADY ON THE MASTER' TO
003700                 REJECT-REASON-TEXT
003710         END-IF
003720     END-IF.
003730
003740     IF TRAN-IS-VALID
003750         IF NOT (AMT-FUNC-ADD AND TRAN-ROW-NUM = 1)
003760                 AND NOT ART-FOUND
003770             MOVE 'N' TO TRAN-VALID-SWITCH
003780             MOVE 06 TO REJECT-REASON-CODE
003790             MOVE 'ARTWORK IS NOT ON THE MASTER' TO
003800                 REJECT-REASON-TEXT
003810         END-IF
003820     END-IF.
003830
003840     IF TRAN-IS-VALID
003850         IF AMT-FUNC-ADD AND TRAN-ROW-NUM > 1
003860             COMPUTE NEXT-ROW-NUM = AT-ROW-COUNT(FOUND-IDX) + 1
003870             IF TRAN-ROW-NUM NOT = NEXT-ROW-NUM
003880                 MOVE 'N' TO TRAN-VALID-SWITCH
003890                 MOVE 07 TO REJECT-REASON-CODE
003900                 MOVE 'ROW IS NOT THE NEXT ROW OF THE ARTWORK'
003910                     TO REJECT-REASON-TEXT
003920             END-IF
003930         END-IF
003940     END-IF.
003950
003960     IF TRAN-IS-VALID
003970         IF AMT-FUNC-CHANGE
003980                 AND TRAN-ROW-NUM > AT-ROW-COUNT(FOUND-IDX)
003990             MOVE 'N' TO TRAN-VALID-SWITCH
004000             MOVE 08 TO REJECT-REASON-CODE
004010             MOVE 'ROW IS NOT ON THE ARTWORK' TO
004020                 REJECT-REASON-TEXT
004030         END-IF
004040     END-IF.
004050
004060     IF TRAN-IS-VALID
004070         IF NOT AMT-FUNC-DELETE
004080             MOVE 'N' TO GRID-BAD-SWITCH
004090             PERFORM 2270-CHECK-ONE-CELL THRU 2270-EXIT
004100                 VARYING CELL-IDX FROM 1 BY 1
004110                 UNTIL CELL-IDX > 40
004120             IF GRID-IS-BAD
004130                 MOVE 'N' TO TRAN-VALID-SWITCH
004140                 MOVE 09 TO REJECT-REASON-CODE
004150                 MOVE 'GRID CELL IS NOT AN ASTERISK OR BLANK' TO
004160                     REJECT-REASON-TEXT
004170             END-IF
004180         END-IF
004190     END-IF.
004200
004210     IF TRAN-IS-VALID
004220         IF AMT-FUNC-ADD AND TRAN-ROW-NUM = 1
004230                 AND ART-COUNT NOT < ART-TABLE-MAX
004240             MOVE 'N' TO TRAN-VALID-SWITCH
004250             MOVE 10 TO REJECT-REASON-CODE
004260             MOVE 'MASTER TABLE CAPACITY OF 50 EXCEEDED' TO
004270                 REJECT-REASON-TEXT
004280         END-IF
004290     END-IF.
004300
004310     IF NOT TRAN-IS-VALID
004320         ADD 1 TO TRANS-REJECTED
004330         DISPLAY 'TREEART TRANSACTION ' AMT-FUNC-CODE ' ('
004340             AMT-ART-NAME ' ' AMT-ROW-NUM ') REJECTED - '
004350             REJECT-REASON-TEXT
004360         PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
004370     END-IF.
004380 2200-EXIT.
004390     EXIT.
004400
004410*----------------------------------------------------------------
004420* 2250-FIND-ARTWORK - LOOK ART-NAME-WORK UP IN THE TABLE,
004430* IGNORING PATTERNS ALREADY DELETED BY AN EARLIER CARD IN THE
004440* SAME DECK.
004450*----------------------------------------------------------------
004460 2250-FIND-ARTWORK.
004470     MOVE 'N' TO ART-FOUND-SWITCH.
004480     MOVE ZERO TO FOUND-IDX.
004490     PERFORM 2260-MATCH-ONE-ARTWORK THRU 2260-EXIT
004500         VARYING ART-IDX FROM 1 BY 1
004510         UNTIL ART-IDX > ART-COUNT OR ART-FOUND.
004520 2250-EXIT.
004530     EXIT.
004540
004550 2260-MATCH-ONE-ARTWORK.
004560     IF AT-ART-NAME(ART-IDX) = ART-NAME-WORK
004570             AND AT-DELETE-SWITCH(ART-IDX) NOT = 'Y'
004580         MOVE ART-IDX TO FOUND-IDX
004590         MOVE 'Y' TO ART-FOUND-SWITCH
004600     END-IF.
004610 2260-EXIT.
004620     EXIT.
004630
004640 2270-CHECK-ONE-CELL.
004650     IF AMT-ROW-GRID(CELL-IDX:1) NOT = '*'
004660             AND AMT-ROW-GRID(CELL-IDX:1) NOT = SPACE
004670         MOVE 'Y' TO GRID-BAD-SWITCH
004680     END-IF.
004690 2270-EXIT.
004700     EXIT.
004710
004720*----------------------------------------------------------------
004730* 2400-WRITE-REJECT - LOG THE REJECTED TRANSACTION SO THE
004740* BAD-DECK HISTORY SURVIVES PAST THE OPERATOR CONSOLE.
004750*----------------------------------------------------------------
004760 2400-WRITE-REJECT.
004770     MOVE SPACES TO MAINT-REJECT-RECORD.
004780     MOVE AMT-FUNC-CODE TO AMR-FUNC-CODE.
004790     MOVE AMT-ART-NAME TO AMR-ART-NAME.
004800     MOVE AMT-ROW-NUM TO AMR-ROW-NUM.
004810     MOVE REJECT-REASON-CODE TO AMR-REASON-CODE.
004820     MOVE REJECT-REASON-TEXT TO AMR-REASON-TEXT.
004830     WRITE MAINT-REJECT-RECORD.
004840 2400-EXIT.
004850     EXIT.
004860
004870*----------------------------------------------------------------
004880* 3000-APPLY-ADD - ROW 01 OPENS A NEW PATTERN IN THE NEXT FREE
004890* SLOT; A LATER ROW EXTENDS THE PATTERN IT NAMES. AUDITED AS AN
004900* AFTER IMAGE ONLY (THERE IS NO BEFORE).
004910*----------------------------------------------------------------
004920 3000-APPLY-ADD.
004930     IF TRAN-ROW-NUM = 1
004940         ADD 1 TO ART-COUNT
004950         MOVE ART-COUNT TO FOUND-IDX
004960         MOVE AMT-ART-NAME TO AT-ART-NAME(ART-COUNT)
004970         MOVE ZERO TO AT-ROW-COUNT(ART-COUNT)
004980         MOVE 'ADDED' TO AT-STATUS-TAG(ART-COUNT)
004990         MOVE 'N' TO AT-DELETE-SWITCH(ART-COUNT)
005000         MOVE SPACES TO AT-ROWS(ART-COUNT)
005010     END-IF.
005020     IF AT-STATUS-TAG(FOUND-IDX) = 'ON FILE'
005030         MOVE 'CHANGED' TO AT-STATUS-TAG(FOUND-IDX)
005040     END-IF.
005050     MOVE AMT-ROW-GRID TO AT-ROW-GRID(FOUND-IDX, TRAN-ROW-NUM).
005060     MOVE TRAN-ROW-NUM TO AT-ROW-COUNT(FOUND-IDX).
005070     ADD 1 TO ROWS-ADDED.
005080     MOVE 'ADDED' TO AUDIT-TAG.
005090     MOVE TRAN-ROW-NUM TO AUDIT-ROW-NUM.
005100     PERFORM 5000-AUDIT-ONE-ROW THRU 5000-EXIT.
005110 3000-EXIT.
005120     EXIT.
005130
005140*----------------------------------------------------------------
005150* 3100-APPLY-CHANGE - BEFORE IMAGE OF THE ROW, THE CARD'S GRID,
005160* THEN THE AFTER IMAGE. THE WHOLE ROW IS REPLACED, SO A BLANK
005170* GRID LEAVES A BLANK ROW IN THE PATTERN.
005180*----------------------------------------------------------------
005190 3100-APPLY-CHANGE.
005200     MOVE TRAN-ROW-NUM TO AUDIT-ROW-NUM.
005210     MOVE 'BEFORE' TO AUDIT-TAG.
005220     PERFORM 5000-AUDIT-ONE-ROW THRU 5000-EXIT.
005230     MOVE AMT-ROW-GRID TO AT-ROW-GRID(FOUND-IDX, TRAN-ROW-NUM).
005240     IF AT-STATUS-TAG(FOUND-IDX) = 'ON FILE'
005250         MOVE 'CHANGED' TO AT-STATUS-TAG(FOUND-IDX)
005260     END-IF.
005270     ADD 1 TO ROWS-CHANGED.
005280     MOVE 'AFTER' TO AUDIT-TAG.
005290     PERFORM 5000-AUDIT-ONE-ROW THRU 5000-EXIT.
005300 3100-EXIT.
005310     EXIT.
005320
005330*----------------------------------------------------------------
005340* 3200-APPLY-DELETE - FLAG THE PATTERN OUT OF THE NEW
005350* GENERATION, AUDITED AS A BEFORE IMAGE OF EVERY ROW (THERE IS
005360* NO AFTER).
005370*----------------------------------------------------------------
005380 3200-APPLY-DELETE.
005390     MOVE 'DELETED' TO AUDIT-TAG.
005400     PERFORM 5000-AUDIT-ONE-ROW THRU 5000-EXIT
005410         VARYING AUDIT-ROW-NUM FROM 1 BY 1
005420         UNTIL AUDIT-ROW-NUM > AT-ROW-COUNT(FOUND-IDX).
005430     MOVE 'Y' TO AT-DELETE-SWITCH(FOUND-IDX).
005440     ADD 1 TO ARTWORK-DELETED.
005450 3200-EXIT.
005460     EXIT.
005470
005480*----------------------------------------------------------------
005490* 5000-AUDIT-ONE-ROW - ONE AUDIT LINE: THE ACTION TAG, THE
005500* PATTERN AT FOUND-IDX AND ROW AUDIT-ROW-NUM OF ITS GRID,
005510* BRACKETED SO TRAILING BLANK CELLS SHOW.
005520*----------------------------------------------------------------
005530 5000-AUDIT-ONE-ROW.
005540     MOVE SPACES TO PRF-LINE.
005550     MOVE ' ' TO PRF-CC.
005560     MOVE AUDIT-ROW-NUM TO EDIT-ROW-2.
005570     STRING '  ' DELIMITED BY SIZE
005580         AUDIT-TAG DELIMITED BY SIZE
005590         ' ' DELIMITED BY SIZE
005600         AT-ART-NAME(FOUND-IDX) DELIMITED BY SIZE
005610         '  ROW ' DELIMITED BY SIZE
005620         EDIT-ROW-2 DELIMITED BY SIZE
005630         '  |' DELIMITED BY SIZE
005640         AT-ROW-GRID(FOUND-IDX, AUDIT-ROW-NUM) DELIMITED BY SIZE
005650         '|' DELIMITED BY SIZE
005660         INTO PRF-LINE
005670     END-STRING.
005680     WRITE PROOF-RECORD.
005690 5000-EXIT.
005700     EXIT.
005710
005720*----------------------------------------------------------------
005730* 6000-WRITE-NEW-MASTER - EVERY SURVIVING PATTERN OUT TO THE NEW
005740* GENERATION, ROW BY ROW, IN THE ORDER THE MASTER ARRIVED PLUS
005750* ADDS AT THE END.
005760*----------------------------------------------------------------
005770 6000-WRITE-NEW-MASTER.
005780     PERFORM 6100-WRITE-ONE-ARTWORK THRU 6100-EXIT
005790         VARYING ART-IDX FROM 1 BY 1
005800         UNTIL ART-IDX > ART-COUNT.
005810 6000-EXIT.
005820     EXIT.
005830
005840 6100-WRITE-ONE-ARTWORK.
005850     IF AT-DELETE-SWITCH(ART-IDX) = 'Y'
005860         GO TO 6100-EXIT
005870     END-IF.
005880     ADD 1 TO ARTWORK-WRITTEN.
005890     PERFORM 6110-WRITE-ONE-ROW THRU 6110-EXIT
005900         VARYING ROW-IDX FROM 1 BY 1
005910         UNTIL ROW-IDX > AT-ROW-COUNT(ART-IDX).
005920 6100-EXIT.
005930     EXIT.
005940
005950 6110-WRITE-ONE-ROW.
005960     MOVE SPACES TO NEW-MASTER-RECORD.
005970     MOVE AT-ART-NAME(ART-IDX) TO NEW-ART-NAME.
005980     MOVE ROW-IDX TO NEW-ROW-NUM.
005990     MOVE AT-ROW-GRID(ART-IDX, ROW-IDX) TO NEW-ROW-GRID.
006000     WRITE NEW-MASTER-RECORD.
006010 6110-EXIT.
006020     EXIT.
006030
006040*----------------------------------------------------------------
006050* 6500-PRINT-PROOFS - A FRESH PAGE, THEN EVERY PATTERN ON THE
006060* NEW MASTER DRAWN ROW BY ROW UNDER A COLUMN RULER, WITH THE
006070* WIDTH AND STAR COUNT TREESTARS WILL SIZE AND CHARGE IT BY.
006080*----------------------------------------------------------------
006090 6500-PRINT-PROOFS.
006100     MOVE SPACES TO PRF-LINE.
006110     MOVE '1' TO PRF-CC.
006120     STRING 'TREEART ARTWORK PROOF  ' DELIMITED BY SIZE
006130         RUN-DATE DELIMITED BY SIZE
006140         INTO PRF-LINE
006150     END-STRING.
006160     WRITE PROOF-RECORD.
006170     PERFORM 6600-PROOF-ONE-ARTWORK THRU 6600-EXIT
006180         VARYING ART-IDX FROM 1 BY 1
006190         UNTIL ART-IDX > ART-COUNT.
006200 6500-EXIT.
006210     EXIT.
006220
006230*----------------------------------------------------------------
006240* 6600-PROOF-ONE-ARTWORK - MEASURE THE PATTERN, PRINT ITS TITLE
006250* LINE AND RULER, THEN ITS ROWS.
006260*----------------------------------------------------------------
006270 6600-PROOF-ONE-ARTWORK.
006280     IF AT-DELETE-SWITCH(ART-IDX) = 'Y'
006290         GO TO 6600-EXIT
006300     END-IF.
006310     MOVE ZERO TO PROOF-WIDTH.
006320     MOVE ZERO TO PROOF-CELLS.
006330     PERFORM 6610-MEASURE-ONE-CELL THRU 6610-EXIT
006340         VARYING ROW-IDX FROM 1 BY 1
006350         UNTIL ROW-IDX > AT-ROW-COUNT(ART-IDX)
006360         AFTER CELL-IDX FROM 1 BY 1 UNTIL CELL-IDX > 40.
006370
006380     MOVE SPACES TO PRF-LINE.
006390     MOVE '0' TO PRF-CC.
006400     MOVE AT-ROW-COUNT(ART-IDX) TO EDIT-ROW-2.
006410     MOVE PROOF-WIDTH TO EDIT-WIDTH-2.
006420     MOVE PROOF-CELLS TO EDIT-COUNT-4.
006430     STRING 'ARTWORK ' DELIMITED BY SIZE
006440         AT-ART-NAME(ART-IDX) DELIMITED BY SIZE
006450         '  ' DELIMITED BY SIZE
006460         AT-STATUS-TAG(ART-IDX) DELIMITED BY SIZE
006470         '  ROWS ' DELIMITED BY SIZE
006480         EDIT-ROW-2 DELIMITED BY SIZE
006490         '  WIDTH ' DELIMITED BY SIZE
006500         EDIT-WIDTH-2 DELIMITED BY SIZE
006510         '  STARS PER COPY ' DELIMITED BY SIZE
006520         EDIT-COUNT-4 DELIMITED BY SIZE
006530         INTO PRF-LINE
006540     END-STRING.
006550     WRITE PROOF-RECORD.
006560
006570     MOVE SPACES TO PRF-LINE.
006580     MOVE ' ' TO PRF-CC.
006590     STRING '          |' DELIMITED BY SIZE
006600         PROOF-RULER DELIMITED BY SIZE
006610         '|' DELIMITED BY SIZE
006620         INTO PRF-LINE
006630     END-STRING.
006640     WRITE PROOF-RECORD.
006650     PERFORM 6620-PROOF-ONE-ROW THRU 6620-EXIT
006660         VARYING ROW-IDX FROM 1 BY 1
006670         UNTIL ROW-IDX > AT-ROW-COUNT(ART-IDX).
006680 6600-EXIT.
006690     EXIT.
006700
006710 6610-MEASURE-ONE-CELL.
006720     IF AT-ROW-GRID(ART-IDX, ROW-IDX)(CELL-IDX:1) = '*'
006730         ADD 1 TO PROOF-CELLS
006740         IF CELL-IDX > PROOF-WIDTH
006750             MOVE CELL-IDX TO PROOF-WIDTH
006760         END-IF
006770     END-IF.
006780 6610-EXIT.
006790     EXIT.
006800
006810 6620-PROOF-ONE-ROW.
006820     MOVE SPACES TO PRF-LINE.
006830     MOVE ' ' TO PRF-CC.
006840     MOVE ROW-IDX TO EDIT-ROW-2.
006850     STRING '  ROW ' DELIMITED BY SIZE
006860         EDIT-ROW-2 DELIMITED BY SIZE
006870         '  |' DELIMITED BY SIZE
006880         AT-ROW-GRID(ART-IDX, ROW-IDX) DELIMITED BY SIZE
006890         '|' DELIMITED BY SIZE
006900         INTO PRF-LINE
006910     END-STRING.
006920     WRITE PROOF-RECORD.
006930 6620-EXIT.
006940     EXIT.
006950
006960*----------------------------------------------------------------
006970* 7100-WRITE-HEADER.
006980*----------------------------------------------------------------
006990 7100-WRITE-HEADER.
007000     MOVE SPACES TO PRF-LINE.
007010     MOVE '1' TO PRF-CC.
007020     STRING 'TREEART ARTWORK MASTER MAINTENANCE AUDIT  '
007030         DELIMITED BY SIZE
007040         RUN-DATE DELIMITED BY SIZE
007050         INTO PRF-LINE
007060     END-STRING.
007070     WRITE PROOF-RECORD.
007080 7100-EXIT.
007090     EXIT.
007100
007110*----------------------------------------------------------------
007120* 7000-WRITE-TRAILER - THE COUNT SUMMARY SIGNED OFF WITH THE
007130* PROOF PAGES.
007140*----------------------------------------------------------------
007150 7000-WRITE-TRAILER.
007160     MOVE SPACES TO PRF-LINE.
007170     MOVE '0' TO PRF-CC.
007180     MOVE TRANS-READ-COUNT TO EDIT-COUNT-4.
007190     STRING 'TRANSACTIONS READ ......... ' DELIMITED BY SIZE
007200         EDIT-COUNT-4 DELIMITED BY SIZE
007210         INTO PRF-LINE
007220     END-STRING.
007230     WRITE PROOF-RECORD.
007240
007250     MOVE SPACES TO PRF-LINE.
007260     MOVE ' ' TO PRF-CC.
007270     MOVE ROWS-ADDED TO EDIT-COUNT-4.
007280     STRING 'ROWS ADDED ................ ' DELIMITED BY SIZE
007290         EDIT-COUNT-4 DELIMITED BY SIZE
007300         INTO PRF-LINE
007310     END-STRING.
007320     WRITE PROOF-RECORD.
007330
007340     MOVE SPACES TO PRF-LINE.
007350     MOVE ROWS-CHANGED TO EDIT-COUNT-4.
007360     STRING 'ROWS CHANGED .............. ' DELIMITED BY SIZE
007370         EDIT-COUNT-4 DELIMITED BY SIZE
007380         INTO PRF-LINE
007390     END-STRING.
007400     WRITE PROOF-RECORD.
007410
007420     MOVE SPACES TO PRF-LINE.
007430     MOVE ARTWORK-DELETED TO EDIT-COUNT-4.
007440     STRING 'ARTWORK DELETED ........... ' DELIMITED BY SIZE
007450         EDIT-COUNT-4 DELIMITED BY SIZE
007460         INTO PRF-LINE
007470     END-STRING.
007480     WRITE PROOF-RECORD.
007490
007500     MOVE SPACES TO PRF-LINE.
007510     MOVE TRANS-REJECTED TO EDIT-COUNT-4.
007520     STRING 'TRANSACTIONS REJECTED ..... ' DELIMITED BY SIZE
007530         EDIT-COUNT-4 DELIMITED BY SIZE
007540         INTO PRF-LINE
007550     END-STRING.
007560     WRITE PROOF-RECORD.
007570
007580     MOVE SPACES TO PRF-LINE.
007590     MOVE ARTWORK-WRITTEN TO EDIT-COUNT-4.
007600     STRING 'ARTWORK ON NEW MASTER ..... ' DELIMITED BY SIZE
007610         EDIT-COUNT-4 DELIMITED BY SIZE
007620         INTO PRF-LINE
007630     END-STRING.
007640     WRITE PROOF-RECORD.
007650
007660     MOVE SPACES TO PRF-LINE.
007670     STRING 'RUN DATE/TIME ' DELIMITED BY SIZE
007680         RUN-DATE DELIMITED BY SIZE
007690         ' / ' DELIMITED BY SIZE
007700         RUN-TIME DELIMITED BY SIZE
007710         INTO PRF-LINE
007720     END-STRING.
007730     WRITE PROOF-RECORD.
007740 7000-EXIT.
007750     EXIT.
007760
007770*----------------------------------------------------------------
007780* 9000-TERMINATE.
007790*----------------------------------------------------------------
007800 9000-TERMINATE.
007810     CLOSE ARTWORK-FILE.
007820     CLOSE TRAN-FILE.
007830     CLOSE NEW-MASTER-FILE.
007840     CLOSE MAINT-REJECT-FILE.
007850     CLOSE PROOF-FILE.
007860 9000-EXIT.
007870     EXIT.
