000150*                  SYMBOL AT OR BELOW ITS REORDER POINT - SO
000160*                  PURCHASING STOPS DISCOVERING AN EMPTY RIBBON
000170*                  WHEN AN ORDER PRINTS BLANK.
000180* 2026-10-15 IIRO  POSTS STARTED AND ENDED EVENTS (RETURN CODE
000190*                  AND KEY COUNTS) TO THE SHARED CYCLCTL CYCLE-
000200*                  CONTROL LEDGER. REFUSES TO RUN - RC 12 - UNLESS
000210*                  TREESTARS HAS ENDED CLEAN FOR THE BUSINESS
000220*                  DATE, AND - RC 16 - IF THIS STEP ALREADY HAS
000230*                  AND THE CYCLPARM CARD DOES NOT NAME IT FOR A
000240*                  RERUN.
000250*----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT USAGE-FILE ASSIGN TO USAGEXT
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS USAGE-FILE-STATUS.
000330
000340     SELECT STOCK-FILE ASSIGN TO STOCKMST
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS STCK-FILE-STATUS.
000370
000380     SELECT NEW-STOCK-FILE ASSIGN TO STOCKNEW
000390         ORGANIZATION IS SEQUENTIAL.
000400
000410     SELECT REPORT-FILE ASSIGN TO STOCKRPT
000420         ORGANIZATION IS SEQUENTIAL.
000430
000440     SELECT CYCLE-FILE ASSIGN TO CYCLCTL
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CY-KEY
000480         FILE STATUS IS CYC-FILE-STATUS.
000490
000500     SELECT CYCLE-PARM-FILE ASSIGN TO CYCLPARM
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS CYC-PARM-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560*----------------------------------------------------------------
000570* USAGE-FILE - THE PER-SYMBOL INK DRAW EXTENDED BY EACH
000580* TREESTARS RUN SINCE THE LAST POSTING. EMPTIED HERE AFTER THE
000590* POSTING SUCCEEDS - THIS IS THE ONLY PLACE ALLOWED TO EMPTY
000600* USAGEXT, SO NO PRINT RUN'S DRAW IS EVER WIPED UNPOSTED. A
000610* MISSING OR EMPTY FILE POSTS NOTHING BUT STILL PRINTS THE
000620* STOCK REPORT.
000630*----------------------------------------------------------------
000640 FD  USAGE-FILE
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE OMITTED
000670     RECORD CONTAINS 80 CHARACTERS.
000680     COPY USAGEREC.
000690
000700*----------------------------------------------------------------
000710* STOCK-FILE - THE CURRENT RIBBON STOCK MASTER, ONE RECORD PER
000720* FILL CHARACTER.
000730*----------------------------------------------------------------
000740 FD  STOCK-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD
000770     RECORD CONTAINS 80 CHARACTERS.
000780     COPY STOCKREC.
000790
000800*----------------------------------------------------------------
000810* NEW-STOCK-FILE - THE UPDATED STOCK GENERATION, WRITTEN IN FULL
000820* AFTER THE USAGE IS POSTED. A RUN THAT DIES BEFORE THE USAGE
000830* EXTRACT IS CLEARED (THE LAST STEP) IS SIMPLY RERUN - THE
000840* EXTRACT IS STILL INTACT AND THIS FILE IS REWRITTEN. ONCE THE
000850* EXTRACT IS CLEARED THE POSTING IS COMMITTED AND THE NEW
000860* GENERATION MUST BE CATALOGED: THE DRAW IT ABSORBED IS NO
000870* LONGER ON THE EXTRACT TO REPOST.
000880*----------------------------------------------------------------
000890 FD  NEW-STOCK-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD
000920     RECORD CONTAINS 80 CHARACTERS.
000930 01  NEW-STOCK-RECORD.
000940     05  NEW-FILL-CHAR           PIC X(01).
000950     05  NEW-DESC                PIC X(20).
000960     05  NEW-ON-HAND             PIC 9(08).
000970     05  NEW-REORDER-POINT       PIC 9(08).
000980     05  FILLER                  PIC X(43).
000990
001000*----------------------------------------------------------------
001010* REPORT-FILE - THE STOCK REPORT, 132-BYTE PRINT LINE WITH AN
001020* ASA CARRIAGE-CONTROL BYTE: ON HAND PER SYMBOL, REORDER FLAGS,
001030* AND USAGE THAT MATCHED NO STOCK RECORD.
001040*----------------------------------------------------------------
001050 FD  REPORT-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE OMITTED
001080     RECORD CONTAINS 132 CHARACTERS.
001090 01  REPORT-RECORD.
001100     05  RPT-CC                  PIC X(01).
001110     05  RPT-LINE                PIC X(131).
001120
001130*----------------------------------------------------------------
001140* CYCLE-FILE - THE SHARED CYCLE-CONTROL LEDGER (SEE CYCLREC),
001150* CHECKED BEFORE THIS STEP STARTS AND POSTED AT START AND END.
001160*----------------------------------------------------------------
001170 FD  CYCLE-FILE
001180     RECORD CONTAINS 120 CHARACTERS.
001190     COPY CYCLREC.
001200
001210*----------------------------------------------------------------
001220* CYCLE-PARM-FILE - THE OPTIONAL BUSINESS DATE / RERUN CARD.
001230*----------------------------------------------------------------
001240 FD  CYCLE-PARM-FILE
001250     RECORDING MODE IS F
001260     LABEL RECORDS ARE STANDARD
001270     RECORD CONTAINS 80 CHARACTERS.
001280     COPY CYCPREC.
001290
001300 WORKING-STORAGE SECTION.
001310 01  USAGE-EOF-SWITCH            PIC X(01) VALUE 'N'.
001320     88  USAGE-EOF               VALUE 'Y'.
001330 01  USAGE-MISSING-SWITCH        PIC X(01) VALUE 'N'.
001340     88  USAGE-MISSING           VALUE 'Y'.
001350 01  STCK-EOF-SWITCH             PIC X(01) VALUE 'N'.
001360     88  STCK-EOF                VALUE 'Y'.
001370 01  SYMBOL-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001380     88  SYMBOL-FOUND            VALUE 'Y'.
001390 01  USAGE-FILE-STATUS           PIC X(02) VALUE '00'.
001400 01  STCK-FILE-STATUS            PIC X(02) VALUE '00'.
001410
001420*----------------------------------------------------------------
001430* STOCK TABLE - THE WHOLE MASTER IS LOADED AT STARTUP, USAGE IS
001440* POSTED AGAINST IT, AND THE TABLE IS WRITTEN OUT AS THE NEW
001450* GENERATION. ONE SLOT PER FILL CHARACTER, SAME 20-SYMBOL LIMIT
001460* AS THE TREESTARS USAGE TALLY.
001470*----------------------------------------------------------------
001480 01  STOCK-TABLE-MAX             PIC 9(02) VALUE 20.
001490 01  STOCK-COUNT                 PIC 9(02) VALUE 0.
001500 01  STOCK-IDX                   PIC 9(02) VALUE 0.
001510 01  STOCK-TABLE.
001520     05  STOCK-ENTRY OCCURS 20 TIMES.
001530         10  ST-FILL-CHAR        PIC X(01).
001540         10  ST-DESC             PIC X(20).
001550         10  ST-ON-HAND          PIC 9(08).
001560         10  ST-REORDER-POINT    PIC 9(08).
001570         10  ST-POSTED-USAGE     PIC 9(08).
001580
001590 01  USAGE-RECORDS-READ          PIC 9(04) VALUE 0.
001600 01  UNKNOWN-SYMBOL-COUNT        PIC 9(04) VALUE 0.
001610 01  REORDER-FLAG-COUNT          PIC 9(04) VALUE 0.
001620 01  SHORT-DRAW-AMT              PIC 9(08) VALUE 0.
001630
001640 01  EDIT-COUNT-4                PIC ZZZ9.
001650 01  EDIT-COUNT-6                PIC ZZZZZ9.
001660 01  EDIT-COUNT-8                PIC ZZZZZZZ9.
001670 01  RUN-DATE                    PIC 9(08) VALUE 0.
001680 01  RUN-TIME                    PIC 9(08) VALUE 0.
001690
001700*----------------------------------------------------------------
001710* CYCLE CONTROL - THIS STEP'S LEDGER NAME, AND THE STEP THAT MUST
001720* HAVE ENDED CLEAN FOR THE SAME BUSINESS DATE BEFORE IT STARTS.
001730*----------------------------------------------------------------
001740 01  CYC-STEP-NAME               PIC X(10) VALUE 'TREESTOCK'.
001750 01  CYC-PRED-NAME               PIC X(10) VALUE 'TREESTARS'.
001760 01  CYC-BUS-DATE                PIC 9(08) VALUE 0.
001770 01  CYC-FILE-STATUS             PIC X(02) VALUE '00'.
001780 01  CYC-PARM-STATUS             PIC X(02) VALUE '00'.
001790 01  CYC-SCAN-DONE-SWITCH        PIC X(01) VALUE 'N'.
001800     88  CYC-SCAN-DONE           VALUE 'Y'.
001810 01  CYC-RERUN-SWITCH            PIC X(01) VALUE 'N'.
001820     88  CYC-RERUN-ALLOWED       VALUE 'Y'.
001830 01  CYC-REFUSED-SWITCH          PIC X(01) VALUE 'N'.
001840     88  CYC-REFUSED             VALUE 'Y'.
001850 01  CYC-SCAN-STEP               PIC X(10) VALUE SPACES.
001860 01  CYC-LAST-EVENT              PIC X(01) VALUE SPACE.
001870 01  CYC-LAST-RC                 PIC 9(03) VALUE 0.
001880 01  CYC-LAST-SEQ                PIC 9(03) VALUE 0.
001890 01  CYC-NEXT-SEQ                PIC 9(03) VALUE 0.
001900 01  CYC-EVENT-CODE              PIC X(01) VALUE SPACE.
001910 01  CYC-EVENT-RC                PIC 9(03) VALUE 0.
001920 01  CYC-REFUSE-RC               PIC 9(03) VALUE 0.
001930 01  CYC-NOTE                    PIC X(30) VALUE SPACES.
001940 01  CYC-KEY-COUNTS.
001950     05  CYC-KEY-COUNT OCCURS 3 TIMES.
001960         10  CYC-COUNT-LABEL     PIC X(08).
001970         10  CYC-COUNT-VALUE     PIC 9(07).
001980
001990 PROCEDURE DIVISION.
002000*----------------------------------------------------------------
002010* 0000-MAINLINE - LOAD THE STOCK MASTER, POST THE RUN'S USAGE
002020* AGAINST IT, WRITE THE NEW GENERATION AND THE STOCK REPORT.
002030*----------------------------------------------------------------
002040 0000-MAINLINE.
002050     PERFORM 0100-CHECK-CYCLE THRU 0100-EXIT.
002060     IF CYC-REFUSED
002070         MOVE CYC-REFUSE-RC TO RETURN-CODE
002080         STOP RUN
002090     END-IF.
002100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002110     PERFORM 2000-POST-ONE-USAGE THRU 2000-EXIT
002120         UNTIL USAGE-EOF.
002130     PERFORM 6000-WRITE-NEW-STOCK THRU 6000-EXIT.
002140     PERFORM 5000-REPORT-STOCK THRU 5000-EXIT.
002150     PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT.
002160     PERFORM 8000-CLEAR-USAGE-EXTRACT THRU 8000-EXIT.
002170     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002180     PERFORM 0900-END-CYCLE THRU 0900-EXIT.
002190     STOP RUN.
002200
002210*----------------------------------------------------------------
002220* 0100-CHECK-CYCLE - TAKE THE BUSINESS DATE FROM THE CYCLPARM
002230* CARD (TODAY IF NONE), THEN REFUSE - RC 12 - IF THE PREDECESSOR
002240* HAS NOT ENDED CLEAN FOR THAT DATE, OR - RC 16 - IF THIS STEP
002250* ALREADY HAS AND THE CARD DOES NOT NAME IT FOR A RERUN. THE
002260* START, OR THE REFUSAL, IS POSTED TO THE LEDGER.
002270*----------------------------------------------------------------
002280 0100-CHECK-CYCLE.
002290     ACCEPT CYC-BUS-DATE FROM DATE YYYYMMDD.
002300     MOVE SPACES TO CYC-KEY-COUNTS.
002310     MOVE ZERO TO CYC-COUNT-VALUE(1).
002320     MOVE ZERO TO CYC-COUNT-VALUE(2).
002330     MOVE ZERO TO CYC-COUNT-VALUE(3).
002340     OPEN INPUT CYCLE-PARM-FILE.
002350     IF CYC-PARM-STATUS NOT = '35'
002360         READ CYCLE-PARM-FILE
002370             AT END
002380                 MOVE SPACES TO CYCLE-PARM-RECORD
002390         END-READ
002400         IF CYP-BUS-DATE IS NUMERIC
002410             MOVE CYP-BUS-DATE TO CYC-BUS-DATE
002420         END-IF
002430         IF CYP-RERUN-STEP = CYC-STEP-NAME
002440             MOVE 'Y' TO CYC-RERUN-SWITCH
002450         END-IF
002460         CLOSE CYCLE-PARM-FILE
002470     END-IF.
002480     OPEN I-O CYCLE-FILE.
002490     IF CYC-FILE-STATUS = '35'
002500         OPEN OUTPUT CYCLE-FILE
002510         CLOSE CYCLE-FILE
002520         OPEN I-O CYCLE-FILE
002530     END-IF.
002540     IF CYC-PRED-NAME NOT = SPACES
002550         MOVE CYC-PRED-NAME TO CYC-SCAN-STEP
002560         PERFORM 0110-SCAN-STEP THRU 0110-EXIT
002570         IF CYC-LAST-EVENT NOT = 'E' OR CYC-LAST-RC > 4
002580             MOVE 'Y' TO CYC-REFUSED-SWITCH
002590             MOVE 12 TO CYC-REFUSE-RC
002600             STRING CYC-PRED-NAME DELIMITED BY SPACE
002610                 ' HAS NOT ENDED CLEAN' DELIMITED BY SIZE
002620                 INTO CYC-NOTE
002630             END-STRING
002640         END-IF
002650     END-IF.
002660     MOVE CYC-STEP-NAME TO CYC-SCAN-STEP.
002670     PERFORM 0110-SCAN-STEP THRU 0110-EXIT.
002680     COMPUTE CYC-NEXT-SEQ = CYC-LAST-SEQ + 1.
002690     IF NOT CYC-REFUSED
002700             AND CYC-LAST-EVENT = 'E' AND CYC-LAST-RC NOT > 4
002710         IF CYC-RERUN-ALLOWED
002720             MOVE 'RERUN BY CYCLPARM OVERRIDE' TO CYC-NOTE
002730         ELSE
002740             MOVE 'Y' TO CYC-REFUSED-SWITCH
002750             MOVE 16 TO CYC-REFUSE-RC
002760             MOVE 'ALREADY ENDED CLEAN - NO RERUN' TO CYC-NOTE
002770         END-IF
002780     END-IF.
002790     IF CYC-REFUSED
002800         MOVE 'R' TO CYC-EVENT-CODE
002810         MOVE CYC-REFUSE-RC TO CYC-EVENT-RC
002820         PERFORM 0130-WRITE-CYCLE-EVENT THRU 0130-EXIT
002830         CLOSE CYCLE-FILE
002840         DISPLAY 'TREESTOCK REFUSED FOR ' CYC-BUS-DATE
002850             ' - ' CYC-NOTE
002860     ELSE
002870         MOVE 'S' TO CYC-EVENT-CODE
002880         MOVE ZERO TO CYC-EVENT-RC
002890         PERFORM 0130-WRITE-CYCLE-EVENT THRU 0130-EXIT
002900     END-IF.
002910 0100-EXIT.
002920     EXIT.
002930
002940*----------------------------------------------------------------
002950* 0110-SCAN-STEP - WALK ONE STEP'S EVENTS FOR THE BUSINESS DATE,
002960* KEEPING THE LATEST STARTED/ENDED EVENT WITH ITS RETURN CODE, AND
002970* THE HIGHEST EVENT SEQUENCE USED. NO EVENTS LEAVES THE LAST EVENT
002980* BLANK - NEVER STARTED.
002990*----------------------------------------------------------------
003000 0110-SCAN-STEP.
003010     MOVE SPACE TO CYC-LAST-EVENT.
003020     MOVE ZERO TO CYC-LAST-RC.
003030     MOVE ZERO TO CYC-LAST-SEQ.
003040     MOVE 'N' TO CYC-SCAN-DONE-SWITCH.
003050     MOVE CYC-BUS-DATE TO CY-BUS-DATE.
003060     MOVE CYC-SCAN-STEP TO CY-STEP-NAME.
003070     MOVE ZERO TO CY-EVENT-SEQ.
003080     START CYCLE-FILE KEY NOT < CY-KEY
003090         INVALID KEY
003100             MOVE 'Y' TO CYC-SCAN-DONE-SWITCH
003110     END-START.
003120     IF NOT CYC-SCAN-DONE
003130         PERFORM 0120-READ-NEXT-CYCLE THRU 0120-EXIT
003140     END-IF.
003150     PERFORM 0115-SCAN-ONE-EVENT THRU 0115-EXIT
003160         UNTIL CYC-SCAN-DONE.
003170 0110-EXIT.
003180     EXIT.
003190
003200 0115-SCAN-ONE-EVENT.
003210     IF CY-BUS-DATE NOT = CYC-BUS-DATE
003220             OR CY-STEP-NAME NOT = CYC-SCAN-STEP
003230         MOVE 'Y' TO CYC-SCAN-DONE-SWITCH
003240         GO TO 0115-EXIT
003250     END-IF.
003260     MOVE CY-EVENT-SEQ TO CYC-LAST-SEQ.
003270     IF CY-EVENT-STARTED OR CY-EVENT-ENDED
003280         MOVE CY-EVENT TO CYC-LAST-EVENT
003290         MOVE CY-RETURN-CODE TO CYC-LAST-RC
003300     END-IF.
003310     PERFORM 0120-READ-NEXT-CYCLE THRU 0120-EXIT.
003320 0115-EXIT.
003330     EXIT.
003340
003350 0120-READ-NEXT-CYCLE.
003360     READ CYCLE-FILE NEXT RECORD
003370         AT END
003380             MOVE 'Y' TO CYC-SCAN-DONE-SWITCH
003390     END-READ.
003400 0120-EXIT.
003410     EXIT.
003420
003430*----------------------------------------------------------------
003440* 0130-WRITE-CYCLE-EVENT - POST ONE EVENT UNDER THE NEXT SEQUENCE
003450* NUMBER FOR THIS STEP AND BUSINESS DATE.
003460*----------------------------------------------------------------
003470 0130-WRITE-CYCLE-EVENT.
003480     MOVE SPACES TO CYCLE-CONTROL-RECORD.
003490     MOVE CYC-BUS-DATE TO CY-BUS-DATE.
003500     MOVE CYC-STEP-NAME TO CY-STEP-NAME.
003510     MOVE CYC-NEXT-SEQ TO CY-EVENT-SEQ.
003520     MOVE CYC-EVENT-CODE TO CY-EVENT.
003530     ACCEPT CY-EVENT-DATE FROM DATE YYYYMMDD.
003540     ACCEPT CY-EVENT-TIME FROM TIME.
003550     MOVE CYC-EVENT-RC TO CY-RETURN-CODE.
003560     MOVE CYC-RERUN-SWITCH TO CY-RERUN-FLAG.
003570     MOVE CYC-KEY-COUNTS TO CY-KEY-COUNTS.
003580     MOVE CYC-NOTE TO CY-NOTE.
003590     WRITE CYCLE-CONTROL-RECORD
003600         INVALID KEY
003610             DISPLAY 'TREESTOCK CYCLE LEDGER WRITE FAILED - KEY '
003620                 CY-KEY
003630     END-WRITE.
003640     ADD 1 TO CYC-NEXT-SEQ.
003650 0130-EXIT.
003660     EXIT.
003670
003680*----------------------------------------------------------------
003690* 0900-END-CYCLE - POST THE ENDED EVENT WITH THE STEP'S RETURN
003700* CODE AND ITS KEY COUNTS, AND CLOSE THE LEDGER.
003710*----------------------------------------------------------------
003720 0900-END-CYCLE.
003730     MOVE 'USAGE' TO CYC-COUNT-LABEL(1).
003740     MOVE USAGE-RECORDS-READ TO CYC-COUNT-VALUE(1).
003750     MOVE 'UNKNOWN' TO CYC-COUNT-LABEL(2).
003760     MOVE UNKNOWN-SYMBOL-COUNT TO CYC-COUNT-VALUE(2).
003770     MOVE 'REORDER' TO CYC-COUNT-LABEL(3).
003780     MOVE REORDER-FLAG-COUNT TO CYC-COUNT-VALUE(3).
003790     MOVE 'E' TO CYC-EVENT-CODE.
003800     MOVE RETURN-CODE TO CYC-EVENT-RC.
003810     MOVE SPACES TO CYC-NOTE.
003820     PERFORM 0130-WRITE-CYCLE-EVENT THRU 0130-EXIT.
003830     CLOSE CYCLE-FILE.
003840 0900-EXIT.
003850     EXIT.
003860
003870*----------------------------------------------------------------
003880* 1000-INITIALIZE.
003890*----------------------------------------------------------------
003900 1000-INITIALIZE.
003910     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
003920     ACCEPT RUN-TIME FROM TIME.
003930     OPEN INPUT STOCK-FILE.
003940     IF STCK-FILE-STATUS = '35'
003950         MOVE 'Y' TO STCK-EOF-SWITCH
003960     END-IF.
003970     OPEN INPUT USAGE-FILE.
003980     IF USAGE-FILE-STATUS = '35'
003990         MOVE 'Y' TO USAGE-EOF-SWITCH
004000         MOVE 'Y' TO USAGE-MISSING-SWITCH
004010     END-IF.
004020     OPEN OUTPUT NEW-STOCK-FILE.
004030     OPEN OUTPUT REPORT-FILE.
004040     PERFORM 7100-WRITE-HEADER THRU 7100-EXIT.
004050     PERFORM 1100-LOAD-STOCK THRU 1100-EXIT.
004060     IF NOT USAGE-EOF
004070         PERFORM 2100-READ-USAGE THRU 2100-EXIT
004080     END-IF.
004090 1000-EXIT.
004100     EXIT.
004110
004120*----------------------------------------------------------------
004130* 1100-LOAD-STOCK - PULL THE STOCK MASTER INTO THE TABLE.
004140*----------------------------------------------------------------
004150 1100-LOAD-STOCK.
004160     IF NOT STCK-EOF
004170         PERFORM 1110-READ-STOCK THRU 1110-EXIT
004180         PERFORM 1120-STORE-STOCK THRU 1120-EXIT
004190             UNTIL STCK-EOF
004200     END-IF.
004210 1100-EXIT.
004220     EXIT.
004230
004240 1110-READ-STOCK.
004250     READ STOCK-FILE
004260         AT END
004270             MOVE 'Y' TO STCK-EOF-SWITCH
004280     END-READ.
004290 1110-EXIT.
004300     EXIT.
004310
004320 1120-STORE-STOCK.
004330     IF STOCK-COUNT < STOCK-TABLE-MAX
004340         ADD 1 TO STOCK-COUNT
004350         MOVE STK-FILL-CHAR TO ST-FILL-CHAR(STOCK-COUNT)
004360         MOVE STK-DESC TO ST-DESC(STOCK-COUNT)
004370         MOVE STK-ON-HAND TO ST-ON-HAND(STOCK-COUNT)
004380         MOVE STK-REORDER-POINT TO
004390             ST-REORDER-POINT(STOCK-COUNT)
004400         MOVE ZERO TO ST-POSTED-USAGE(STOCK-COUNT)
004410     ELSE
004420         DISPLAY 'TREESTOCK STOCK MASTER EXCEEDS TABLE OF '
004430             STOCK-TABLE-MAX ' - SYMBOL ' STK-FILL-CHAR
004440             ' IGNORED'
004450     END-IF.
004460     PERFORM 1110-READ-STOCK THRU 1110-EXIT.
004470 1120-EXIT.
004480     EXIT.
004490
004500*----------------------------------------------------------------
004510* 2000-POST-ONE-USAGE - ONE USAGE EXTRACT RECORD AGAINST ITS
004520* SYMBOL'S STOCK. A DRAW PAST THE STOCK ON HAND POSTS TO ZERO
004530* RATHER THAN WRAPPING - THE REPORT SHOWS THE SHORTFALL. USAGE
004540* FOR A SYMBOL NOT ON THE MASTER IS LISTED SO PURCHASING KNOWS
004550* A RIBBON IS BEING DRAWN DOWN OFF THE BOOKS.
004560*----------------------------------------------------------------
004570 2000-POST-ONE-USAGE.
004580     ADD 1 TO USAGE-RECORDS-READ.
004590     MOVE 'N' TO SYMBOL-FOUND-SWITCH.
004600     PERFORM 2200-MATCH-ONE-STOCK THRU 2200-EXIT
004610         VARYING STOCK-IDX FROM 1 BY 1
004620         UNTIL STOCK-IDX > STOCK-COUNT OR SYMBOL-FOUND.
004630     IF NOT SYMBOL-FOUND
004640         ADD 1 TO UNKNOWN-SYMBOL-COUNT
004650         PERFORM 2300-REPORT-UNKNOWN-SYMBOL THRU 2300-EXIT
004660     END-IF.
004670     PERFORM 2100-READ-USAGE THRU 2100-EXIT.
004680 2000-EXIT.
004690     EXIT.
004700
004710 2100-READ-USAGE.
004720     READ USAGE-FILE
004730         AT END
004740             MOVE 'Y' TO USAGE-EOF-SWITCH
004750     END-READ.
004760 2100-EXIT.
004770     EXIT.
004780
004790 2200-MATCH-ONE-STOCK.
004800     IF ST-FILL-CHAR(STOCK-IDX) = USG-FILL-CHAR
004810         MOVE 'Y' TO SYMBOL-FOUND-SWITCH
004820         ADD USG-STARS-USED TO ST-POSTED-USAGE(STOCK-IDX)
004830         IF USG-STARS-USED > ST-ON-HAND(STOCK-IDX)
004840             COMPUTE SHORT-DRAW-AMT = USG-STARS-USED
004850                 - ST-ON-HAND(STOCK-IDX)
004860             MOVE ZERO TO ST-ON-HAND(STOCK-IDX)
004870             PERFORM 2400-REPORT-SHORT-DRAW THRU 2400-EXIT
004880         ELSE
004890             SUBTRACT USG-STARS-USED
004900                 FROM ST-ON-HAND(STOCK-IDX)
004910         END-IF
004920     END-IF.
004930 2200-EXIT.
004940     EXIT.
004950
004960 2300-REPORT-UNKNOWN-SYMBOL.
004970     MOVE SPACES TO RPT-LINE.
004980     MOVE ' ' TO RPT-CC.
004990     MOVE USG-STARS-USED TO EDIT-COUNT-6.
005000     STRING '  USAGE FOR SYMBOL ' DELIMITED BY SIZE
005010         USG-FILL-CHAR DELIMITED BY SIZE
005020         ' (' DELIMITED BY SIZE
005030         EDIT-COUNT-6 DELIMITED BY SIZE
005040         ' STARS) MATCHES NO STOCK RECORD' DELIMITED BY SIZE
005050         INTO RPT-LINE
005060     END-STRING.
005070     WRITE REPORT-RECORD.
005080 2300-EXIT.
005090     EXIT.
005100
005110 2400-REPORT-SHORT-DRAW.
005120     MOVE SPACES TO RPT-LINE.
005130     MOVE ' ' TO RPT-CC.
005140     MOVE SHORT-DRAW-AMT TO EDIT-COUNT-8.
005150     STRING '  SYMBOL ' DELIMITED BY SIZE
005160         USG-FILL-CHAR DELIMITED BY SIZE
005170         ' DRAWN ' DELIMITED BY SIZE
005180         EDIT-COUNT-8 DELIMITED BY SIZE
005190         ' STARS PAST STOCK ON HAND - POSTED TO ZERO'
005200         DELIMITED BY SIZE
005210         INTO RPT-LINE
005220     END-STRING.
005230     WRITE REPORT-RECORD.
005240 2400-EXIT.
005250     EXIT.
005260
005270*----------------------------------------------------------------
005280* 5000-REPORT-STOCK - ONE LINE PER STOCK SYMBOL: USAGE POSTED,
005290* ON HAND, REORDER POINT, AND THE REORDER FLAG PURCHASING ACTS
005300* ON WHEN ON HAND IS AT OR BELOW THE REORDER POINT.
005310*----------------------------------------------------------------
005320 5000-REPORT-STOCK.
005330     MOVE SPACES TO RPT-LINE.
005340     MOVE '0' TO RPT-CC.
005350     STRING '  SYM DESCRIPTION             POSTED   ON HAND'
005360         DELIMITED BY SIZE
005370         '   REORDER AT' DELIMITED BY SIZE
005380         INTO RPT-LINE
005390     END-STRING.
005400     WRITE REPORT-RECORD.
005410     PERFORM 5100-REPORT-ONE-STOCK THRU 5100-EXIT
005420         VARYING STOCK-IDX FROM 1 BY 1
005430         UNTIL STOCK-IDX > STOCK-COUNT.
005440 5000-EXIT.
005450     EXIT.
005460
005470 5100-REPORT-ONE-STOCK.
005480     MOVE SPACES TO RPT-LINE.
005490     MOVE ' ' TO RPT-CC.
005500     MOVE ST-POSTED-USAGE(STOCK-IDX) TO EDIT-COUNT-8.
005510     STRING '  ' DELIMITED BY SIZE
005520         ST-FILL-CHAR(STOCK-IDX) DELIMITED BY SIZE
005530         '   ' DELIMITED BY SIZE
005540         ST-DESC(STOCK-IDX) DELIMITED BY SIZE
005550         '  ' DELIMITED BY SIZE
005560         EDIT-COUNT-8 DELIMITED BY SIZE
005570         INTO RPT-LINE
005580     END-STRING.
005590     MOVE ST-ON-HAND(STOCK-IDX) TO EDIT-COUNT-8.
005600     MOVE EDIT-COUNT-8 TO RPT-LINE(38:8).
005610     MOVE ST-REORDER-POINT(STOCK-IDX) TO EDIT-COUNT-8.
005620     MOVE EDIT-COUNT-8 TO RPT-LINE(49:8).
005630     IF ST-ON-HAND(STOCK-IDX)
005640             NOT > ST-REORDER-POINT(STOCK-IDX)
005650         ADD 1 TO REORDER-FLAG-COUNT
005660         MOVE '** REORDER **' TO RPT-LINE(60:13)
005670     END-IF.
005680     WRITE REPORT-RECORD.
005690 5100-EXIT.
005700     EXIT.
005710
005720*----------------------------------------------------------------
005730* 6000-WRITE-NEW-STOCK - THE POSTED TABLE OUT AS THE NEW STOCK
005740* GENERATION, IN MASTER ORDER.
005750*----------------------------------------------------------------
005760 6000-WRITE-NEW-STOCK.
005770     PERFORM 6100-WRITE-ONE-STOCK THRU 6100-EXIT
005780         VARYING STOCK-IDX FROM 1 BY 1
005790         UNTIL STOCK-IDX > STOCK-COUNT.
005800 6000-EXIT.
005810     EXIT.
005820
005830 6100-WRITE-ONE-STOCK.
005840     MOVE SPACES TO NEW-STOCK-RECORD.
005850     MOVE ST-FILL-CHAR(STOCK-IDX) TO NEW-FILL-CHAR.
005860     MOVE ST-DESC(STOCK-IDX) TO NEW-DESC.
005870     MOVE ST-ON-HAND(STOCK-IDX) TO NEW-ON-HAND.
005880     MOVE ST-REORDER-POINT(STOCK-IDX) TO NEW-REORDER-POINT.
005890     WRITE NEW-STOCK-RECORD.
005900 6100-EXIT.
005910     EXIT.
005920
005930*----------------------------------------------------------------
005940* 7100-WRITE-HEADER.
005950*----------------------------------------------------------------
005960 7100-WRITE-HEADER.
005970     MOVE SPACES TO RPT-LINE.
005980     MOVE '1' TO RPT-CC.
005990     STRING 'TREESTOCK CONSUMABLES INVENTORY  '
006000         DELIMITED BY SIZE
006010         RUN-DATE DELIMITED BY SIZE
006020         INTO RPT-LINE
006030     END-STRING.
006040     WRITE REPORT-RECORD.
006050 7100-EXIT.
006060     EXIT.
006070
006080*----------------------------------------------------------------
006090* 7000-WRITE-TRAILER - THE POSTING COUNTS. REORDER FLAGS ARE
006100* ALSO FLASHED ON THE CONSOLE SO PURCHASING HEARS ABOUT A LOW
006110* RIBBON BEFORE THE REPORT REACHES THEM.
006120*----------------------------------------------------------------
006130 7000-WRITE-TRAILER.
006140     MOVE SPACES TO RPT-LINE.
006150     MOVE '0' TO RPT-CC.
006160     MOVE USAGE-RECORDS-READ TO EDIT-COUNT-4.
006170     STRING 'USAGE RECORDS POSTED ...... ' DELIMITED BY SIZE
006180         EDIT-COUNT-4 DELIMITED BY SIZE
006190         INTO RPT-LINE
006200     END-STRING.
006210     WRITE REPORT-RECORD.
006220
006230     MOVE SPACES TO RPT-LINE.
006240     MOVE ' ' TO RPT-CC.
006250     MOVE UNKNOWN-SYMBOL-COUNT TO EDIT-COUNT-4.
006260     STRING 'UNKNOWN SYMBOLS ........... ' DELIMITED BY SIZE
006270         EDIT-COUNT-4 DELIMITED BY SIZE
006280         INTO RPT-LINE
006290     END-STRING.
006300     WRITE REPORT-RECORD.
006310
006320     MOVE SPACES TO RPT-LINE.
006330     MOVE REORDER-FLAG-COUNT TO EDIT-COUNT-4.
006340     STRING 'SYMBOLS AT REORDER POINT .. ' DELIMITED BY SIZE
006350         EDIT-COUNT-4 DELIMITED BY SIZE
006360         INTO RPT-LINE
006370     END-STRING.
006380     WRITE REPORT-RECORD.
006390
006400     IF REORDER-FLAG-COUNT > ZERO
006410         DISPLAY 'TREESTOCK - ' REORDER-FLAG-COUNT
006420             ' SYMBOL(S) AT OR BELOW REORDER POINT'
006430     END-IF.
006440
006450     MOVE SPACES TO RPT-LINE.
006460     STRING 'RUN DATE/TIME ' DELIMITED BY SIZE
006470         RUN-DATE DELIMITED BY SIZE
006480         ' / ' DELIMITED BY SIZE
006490         RUN-TIME DELIMITED BY SIZE
006500         INTO RPT-LINE
006510     END-STRING.
006520     WRITE REPORT-RECORD.
006530 7000-EXIT.
006540     EXIT.
006550
006560*----------------------------------------------------------------
006570* 8000-CLEAR-USAGE-EXTRACT - THE DRAW IS POSTED AND ON THE NEW
006580* STOCK GENERATION, SO THE EXTRACT STARTS OVER EMPTY FOR THE
006590* NEXT PRINT RUN TO EXTEND. THIS CLEAR IS THE RUN'S COMMIT
006600* POINT - FROM HERE THE NEW GENERATION MUST BE CATALOGED, SINCE
006610* THE DRAW IT ABSORBED CAN NO LONGER BE REPOSTED. A MISSING
006620* EXTRACT IS LEFT ALONE.
006630*----------------------------------------------------------------
006640 8000-CLEAR-USAGE-EXTRACT.
006650     IF USAGE-MISSING
006660         GO TO 8000-EXIT
006670     END-IF.
006680     CLOSE USAGE-FILE.
006690     OPEN OUTPUT USAGE-FILE.
006700     CLOSE USAGE-FILE.
006710 8000-EXIT.
006720     EXIT.
006730
006740*----------------------------------------------------------------
006750* 9000-TERMINATE.
006760*----------------------------------------------------------------
006770 9000-TERMINATE.
006780     CLOSE STOCK-FILE.
006790     CLOSE NEW-STOCK-FILE.
006800     CLOSE REPORT-FILE.
006810 9000-EXIT.
006820     EXIT.
