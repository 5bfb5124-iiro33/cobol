001180*                  DESTINATION SO THE TREEDAILY END-OF-DAY
001190*                  SUMMARY CAN MERGE THEM WITH THE ACK SLIPS BY
001200*                  DESTINATION.
001210* 2026-10-15 IIRO  MOVED THE CAPTION BLOCK FONT OUT TO THE
001220*                  CAPFONT COPYBOOK SO THE TREEPROJ PRE-RUN
001230*                  PROJECTION COUNTS CAPTION INK FROM THE SAME
001240*                  GLYPHS THIS PROGRAM PRINTS.
001250* 2026-10-15 IIRO  ORDERS ARE NOW CHECKED AGAINST THEIR ACCOUNT'S
001260*                  MONTHLY SPENDING LIMIT ON THE CUSTOMER MASTER
001270*                  BEFORE PRINTING. THE ACCOUNT'S MONTH-TO-DATE
001280*                  BILLING EXTRACT CHARGES (PRICED AT THE CUSTRATE
001290*                  RATE IN FORCE, AS TREEBILL PRICES THEM) PLUS
001300*                  THE ORDER'S OWN PROJECTED COST MAY NOT PASS THE
001310*                  LIMIT; AN ORDER THAT WOULD IS WRITTEN TO THE
001320*                  HELDORD HELD-ORDER FILE WITH A 'HELD' ACK SLIP
001330*                  INSTEAD OF PRINTING, AND WAITS THERE FOR A
001340*                  TREERELEASE CARD. A RELEASED ORDER CARRIES ITS
001350*                  APPROVER'S INITIALS AND IS NOT HELD AGAIN. THE
001360*                  HELD COUNT IS ON THE TRAILER, CHECKPOINT AND
001370*                  THE RUN STATUS RECORD.
001380* 2026-10-15 IIRO  POSTS STARTED AND ENDED EVENTS (RETURN CODE
001390*                  AND KEY COUNTS) TO THE SHARED CYCLCTL CYCLE-
001400*                  CONTROL LEDGER. REFUSES TO RUN - RC 12 - UNLESS
001410*                  TREESTAND HAS ENDED CLEAN FOR THE BUSINESS
001420*                  DATE, AND - RC 16 - IF THIS STEP ALREADY HAS
001430*                  AND THE CYCLPARM CARD DOES NOT NAME IT FOR A
001440*                  RERUN.
001450* 2026-10-15 IIRO  THE ORDER HISTORY RECORD NOW CARRIES THE TIME
001460*                  OF DAY THE ORDER FINISHED BESIDE THE RUN DATE,
001470*                  WITH THE ORDER'S SUBMISSION DATE/TIME AND ITS
001480*                  PRIORITY, FOR THE TREESERVICE TURNAROUND
001490*                  REPORT.
001500* 2026-10-15 IIRO  ADDED A PROOF RUN MODE FOR DEPARTMENT SIGN-OFF
001510*                  AHEAD OF PRODUCTION, SELECTED BY 'PROOF' ON THE
001520*                  OPTIONAL STARPARM RUN PARAMETER CARD. A PROOF
001530*                  EDITS AND RENDERS THE ORDERS TO THE PROOFOUT
001540*                  DATASET, EVERY PAGE HEADED 'PROOF - NOT FOR
001550*                  PRODUCTION', AND WRITES ONE PROOF SLIP PER
001560*                  DESTINATION TO PROOFSLP LISTING EACH ORDER'S
001570*                  PROJECTED PAGES AND STARS. IT WRITES NOTHING
001580*                  TO PRTOUT, BILLEXT, USAGEXT, ORDHIST, RUNHIST,
001590*                  THE CHECKPOINT, RUNSTAT, REJLOG, ACKFILE,
001600*                  HELDORD OR THE CYCLE LEDGER.
001610* 2026-10-15 IIRO  ADDED SHAPE CODE 'A' - CUSTOM ARTWORK. THE
001620*                  ORDER NAMES A PATTERN ON THE ARTMAST ARTWORK
001630*                  MASTER (MAINTAINED BY TREEART), AND EACH MARKED
001640*                  CELL OF ITS GRID PRINTS WITH THE ORDER'S FILL
001650*                  CHARACTER, IN FOREST COPIES AS WIDE AS THE
001660*                  PATTERN, WITH THE CAPTION CENTERED UNDER THEM.
001670*                  STARS ARE THE MARKED CELLS. AN ORDER NAMING
001680*                  ARTWORK NOT ON THE MASTER IS REJECTED (REASON
001690*                  18), AS IS ONE WHOSE COPIES WILL NOT FIT THE
001700*                  PRINT LINE (REASON 19).
001710*----------------------------------------------------------------
001720
001730 ENVIRONMENT DIVISION.
001740 INPUT-OUTPUT SECTION.
001750 FILE-CONTROL.
001760     SELECT ORDER-FILE ASSIGN TO ORDERS
001770         ORGANIZATION IS SEQUENTIAL.
001780
001790     SELECT PRINT-FILE ASSIGN TO PRTOUT
001800         ORGANIZATION IS SEQUENTIAL
001810         FILE STATUS IS PRT-FILE-STATUS.
001820
001830     SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO CKPTFILE
001840         ORGANIZATION IS SEQUENTIAL
001850         FILE STATUS IS CKPT-FILE-STATUS.
001860
001870     SELECT REJECT-FILE ASSIGN TO REJLOG
001880         ORGANIZATION IS SEQUENTIAL
001890         FILE STATUS IS REJ-FILE-STATUS.
001900
001910     SELECT BILLING-FILE ASSIGN TO BILLEXT
001920         ORGANIZATION IS SEQUENTIAL
001930         FILE STATUS IS BILL-FILE-STATUS.
001940     SELECT CUSTOMER-FILE ASSIGN TO CUSTMAST
001950         ORGANIZATION IS SEQUENTIAL
001960         FILE STATUS IS CUST-FILE-STATUS.
001970
001980     SELECT RATE-FILE ASSIGN TO CUSTRATE
001990         ORGANIZATION IS SEQUENTIAL
002000         FILE STATUS IS RATE-FILE-STATUS.
002010
002020     SELECT OPTIONAL REPRINT-FILE ASSIGN TO RPRTREQ
002030         ORGANIZATION IS SEQUENTIAL
002040         FILE STATUS IS RPRT-FILE-STATUS.
002050
002060     SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
002070         ORGANIZATION IS SEQUENTIAL
002080         FILE STATUS IS RUNH-FILE-STATUS.
002090
002100     SELECT ACK-FILE ASSIGN TO ACKFILE
002110         ORGANIZATION IS SEQUENTIAL
002120         FILE STATUS IS ACK-FILE-STATUS.
002130
002140     SELECT USAGE-FILE ASSIGN TO USAGEXT
002150         ORGANIZATION IS SEQUENTIAL
002160         FILE STATUS IS USAGE-FILE-STATUS.
002170
002180     SELECT ORDER-HISTORY-FILE ASSIGN TO ORDHIST
002190         ORGANIZATION IS INDEXED
002200         ACCESS MODE IS RANDOM
002210         RECORD KEY IS OH-KEY
002220         FILE STATUS IS OHIST-FILE-STATUS.
002230
002240     SELECT RUN-STATUS-FILE ASSIGN TO RUNSTAT
002250         ORGANIZATION IS SEQUENTIAL
002260         FILE STATUS IS RSTA-FILE-STATUS.
002270     SELECT HELD-FILE ASSIGN TO HELDORD
002280         ORGANIZATION IS SEQUENTIAL
002290         FILE STATUS IS HELD-FILE-STATUS.
002300
002310     SELECT CYCLE-FILE ASSIGN TO CYCLCTL
002320         ORGANIZATION IS INDEXED
002330         ACCESS MODE IS DYNAMIC
002340         RECORD KEY IS CY-KEY
002350         FILE STATUS IS CYC-FILE-STATUS.
002360
002370     SELECT CYCLE-PARM-FILE ASSIGN TO CYCLPARM
002380         ORGANIZATION IS SEQUENTIAL
002390         FILE STATUS IS CYC-PARM-STATUS.
002400
002410     SELECT RUN-PARM-FILE ASSIGN TO STARPARM
002420         ORGANIZATION IS SEQUENTIAL
002430         FILE STATUS IS RUN-PARM-STATUS.
002440
002450     SELECT PROOF-FILE ASSIGN TO PROOFOUT
002460         ORGANIZATION IS SEQUENTIAL
002470         FILE STATUS IS PROOF-FILE-STATUS.
002480
002490     SELECT SLIP-FILE ASSIGN TO PROOFSLP
002500         ORGANIZATION IS SEQUENTIAL
002510         FILE STATUS IS SLIP-FILE-STATUS.
002520     SELECT ARTWORK-FILE ASSIGN TO ARTMAST
002530         ORGANIZATION IS SEQUENTIAL
002540         FILE STATUS IS ART-FILE-STATUS.
002550
002560 I-O-CONTROL.
002570     SAME RECORD AREA FOR PRINT-FILE PROOF-FILE.
002580
002590 DATA DIVISION.
002600 FILE SECTION.
002610*----------------------------------------------------------------
002620* ORDER-FILE - ONE RECORD PER REQUESTED BANNER/CARD TREE.
002630*----------------------------------------------------------------
002640 FD  ORDER-FILE
002650     RECORDING MODE IS F
002660     LABEL RECORDS ARE STANDARD
002670     RECORD CONTAINS 80 CHARACTERS.
002680     COPY ORDREC.
002690
002700*----------------------------------------------------------------
002710* PRINT-FILE - SPOOLED PRINT OUTPUT, 132-BYTE PRINT LINE WITH
002720* AN ASA CARRIAGE-CONTROL BYTE IN POSITION ONE.
002730*----------------------------------------------------------------
002740 FD  PRINT-FILE
002750     RECORDING MODE IS F
002760     LABEL RECORDS ARE OMITTED
002770     RECORD CONTAINS 132 CHARACTERS.
002780 01  PRINT-RECORD.
002790     05  PRINT-CC                PIC X(01).
002800     05  PRINT-LINE               PIC X(131).
002810
002820*----------------------------------------------------------------
002830* CHECKPOINT-FILE - RECORDS THE LAST ORDER AND ROW COMPLETED SO
002840* A CANCELLED RUN CAN BE RESTARTED WITHOUT REPRINTING WORK THAT
002850* ALREADY REACHED THE SPOOL.
002860*----------------------------------------------------------------
002870 FD  CHECKPOINT-FILE
002880     RECORDING MODE IS F
002890     LABEL RECORDS ARE OMITTED
002900     RECORD CONTAINS 80 CHARACTERS.
002910 01  CHECKPOINT-RECORD.
002920     05  CKPT-ORDER-SEQ           PIC 9(04).
002930     05  CKPT-ROW-NUM             PIC 9(04).
002940     05  CKPT-TREES-COMPLETED     PIC 9(04).
002950     05  CKPT-STARS-USED          PIC 9(06).
002960     05  CKPT-REJECT-COUNT        PIC 9(04).
002970     05  CKPT-ORDER-STARS         PIC 9(06).
002980     05  CKPT-RUSH-COMPLETED      PIC 9(04).
002990     05  CKPT-REPRINTS-DONE       PIC 9(04).
003000     05  CKPT-REPRINT-STARS       PIC 9(06).
003010     05  CKPT-HELD-COUNT          PIC 9(04).
003020     05  FILLER                   PIC X(34).
003030
003040*----------------------------------------------------------------
003050* REJECT-FILE - ONE RECORD PER ORDER REJECTED BY 2200-EDIT-ORDER,
003060* SO MALFORMED OR OVERSIZED SIZE REQUESTS ARE LOGGED RATHER THAN
003070* ONLY FLASHED ON THE OPERATOR CONSOLE.
003080*----------------------------------------------------------------
003090 FD  REJECT-FILE
003100     RECORDING MODE IS F
003110     LABEL RECORDS ARE OMITTED
003120     RECORD CONTAINS 80 CHARACTERS.
003130     COPY REJREC.
003140
003150*----------------------------------------------------------------
003160* BILLING-FILE - ONE RECORD PER COMPLETED ORDER, EXTENDED ACROSS
003170* RUNS SO A MONTH OF CHARGE-BACK DETAIL ACCUMULATES FOR THE
003180* TREEBILL INVOICING PROGRAM.
003190*----------------------------------------------------------------
003200 FD  BILLING-FILE
003210     RECORDING MODE IS F
003220     LABEL RECORDS ARE OMITTED
003230     RECORD CONTAINS 80 CHARACTERS.
003240     COPY BILLREC.
003250*----------------------------------------------------------------
003260* CUSTOMER-FILE - CHARGE-BACK ACCOUNT MASTER, READ AT STARTUP FOR
003270* EACH ACCOUNT'S MONTHLY SPENDING LIMIT AND MASTER RATES. A
003280* MISSING MASTER MEANS NO LIMITS ARE CHECKED.
003290*----------------------------------------------------------------
003300 FD  CUSTOMER-FILE
003310     RECORDING MODE IS F
003320     LABEL RECORDS ARE STANDARD
003330     RECORD CONTAINS 80 CHARACTERS.
003340     COPY CUSTREC.
003350
003360*----------------------------------------------------------------
003370* RATE-FILE - THE TREEMAINT RATE HISTORY, SO MONTH-TO-DATE
003380* CHARGES AND THE ORDER IN HAND ARE PRICED AT THE RATE IN FORCE
003390* ON THEIR RUN DATES, AS TREEBILL WILL PRICE THEM.
003400*----------------------------------------------------------------
003410 FD  RATE-FILE
003420     RECORDING MODE IS F
003430     LABEL RECORDS ARE STANDARD
003440     RECORD CONTAINS 80 CHARACTERS.
003450     COPY RATEREC.
003460
003470*----------------------------------------------------------------
003480* REPRINT-FILE - OPTIONAL REQUEST FILE NAMING ORDERS TO REPRINT.
003490* WHEN PRESENT AND NON-EMPTY THE RUN PRINTS ONLY THE REQUESTED
003500* ORDERS, COUNTED APART FROM THE NORMAL PRODUCTION FIGURES SO
003510* REPRINTS DO NOT INFLATE THE BILLING TOTALS. A REQUEST MATCHES
003520* ON JOB NAME, ON ORDER SEQUENCE NUMBER, OR BOTH.
003530*----------------------------------------------------------------
003540 FD  REPRINT-FILE
003550     RECORDING MODE IS F
003560     LABEL RECORDS ARE OMITTED
003570     RECORD CONTAINS 80 CHARACTERS.
003580 01  REPRINT-REQUEST-RECORD.
003590     05  RPR-JOB-NAME             PIC X(08).
003600     05  RPR-ORDER-SEQ            PIC X(04).
003610     05  FILLER                   PIC X(68).
003620
003630*----------------------------------------------------------------
003640* RUN-HISTORY-FILE - ONE RECORD APPENDED PER RUN SO PRODUCTION
003650* FIGURES OUTLIVE THE PRINTED TRAILER PAGE. READ BY THE
003660* TREETREND WEEKLY PRODUCTION TREND REPORT.
003670*----------------------------------------------------------------
003680 FD  RUN-HISTORY-FILE
003690     RECORDING MODE IS F
003700     LABEL RECORDS ARE OMITTED
003710     RECORD CONTAINS 200 CHARACTERS.
003720     COPY RUNHREC.
003730
003740*----------------------------------------------------------------
003750* ACK-FILE - ONE ACKNOWLEDGMENT SLIP PER ORDER PROCESSED, WITH
003760* THE DESTINATION IT BELONGS TO, SO EACH DEPARTMENT GETS BACK
003770* AN ACCEPTED-OR-REJECTED ANSWER (AND THE SEQUENCE NUMBER IT
003780* PRINTED UNDER) WITH ITS OUTPUT INSTEAD OF PHONING THE SHOP.
003790*----------------------------------------------------------------
003800 FD  ACK-FILE
003810     RECORDING MODE IS F
003820     LABEL RECORDS ARE OMITTED
003830     RECORD CONTAINS 80 CHARACTERS.
003840     COPY ACKREC.
003850
003860*----------------------------------------------------------------
003870* USAGE-FILE - ONE RECORD PER FILL CHARACTER USED THIS RUN, WITH
003880* ITS STAR (INK) DRAW, WRITTEN AT END OF RUN FOR THE TREESTOCK
003890* INVENTORY POSTING.
003900*----------------------------------------------------------------
003910 FD  USAGE-FILE
003920     RECORDING MODE IS F
003930     LABEL RECORDS ARE OMITTED
003940     RECORD CONTAINS 80 CHARACTERS.
003950     COPY USAGEREC.
003960
003970*----------------------------------------------------------------
003980* ORDER-HISTORY-FILE - INDEXED, KEYED ON JOB NAME + RUN DATE +
003990* SEQUENCE NUMBER. ONE RECORD POSTED PER ORDER FINISHED OR
004000* REJECTED, FOR THE TREEINQ INQUIRY PROGRAM. CUMULATIVE ACROSS
004010* RUNS; A RESTARTED ORDER REWRITES ITS OWN RECORD.
004020*----------------------------------------------------------------
004030 FD  ORDER-HISTORY-FILE
004040     RECORD CONTAINS 100 CHARACTERS.
004050     COPY OHISTREC.
004060
004070*----------------------------------------------------------------
004080* RUN-STATUS-FILE - ONE-RECORD MACHINE-READABLE RUN STATUS FOR
004090* TREERECON AND THE SCHEDULER: WRITTEN INCOMPLETE AT STARTUP,
004100* REWRITTEN COMPLETE AT CLEAN END OF RUN. REPLACES THE TRAILER
004110* SCRAPE OFF PRTOUT.
004120*----------------------------------------------------------------
004130 FD  RUN-STATUS-FILE
004140     RECORDING MODE IS F
004150     LABEL RECORDS ARE OMITTED
004160     RECORD CONTAINS 80 CHARACTERS.
004170     COPY RSTATREC.
004180*----------------------------------------------------------------
004190* HELD-FILE - ONE RECORD PER ORDER HELD OVER ITS ACCOUNT'S
004200* MONTHLY SPENDING LIMIT, WITH THE ORDER IMAGE, FOR TREERELEASE.
004210* EXTENDED ACROSS RUNS; A MISSING FILE IS CREATED FRESH.
004220*----------------------------------------------------------------
004230 FD  HELD-FILE
004240     RECORDING MODE IS F
004250     LABEL RECORDS ARE OMITTED
004260     RECORD CONTAINS 160 CHARACTERS.
004270     COPY HELDREC.
004280
004290*----------------------------------------------------------------
004300* CYCLE-FILE - THE SHARED CYCLE-CONTROL LEDGER (SEE CYCLREC),
004310* CHECKED BEFORE THIS STEP STARTS AND POSTED AT START AND END.
004320*----------------------------------------------------------------
004330 FD  CYCLE-FILE
004340     RECORD CONTAINS 120 CHARACTERS.
004350     COPY CYCLREC.
004360
004370*----------------------------------------------------------------
004380* CYCLE-PARM-FILE - THE OPTIONAL BUSINESS DATE / RERUN CARD.
004390*----------------------------------------------------------------
004400 FD  CYCLE-PARM-FILE
004410     RECORDING MODE IS F
004420     LABEL RECORDS ARE STANDARD
004430     RECORD CONTAINS 80 CHARACTERS.
004440     COPY CYCPREC.
004450
004460*----------------------------------------------------------------
004470* RUN-PARM-FILE - THE OPTIONAL TREESTARS RUN PARAMETER CARD.
004480* 'PROOF' IN COLUMNS 1-5 SELECTS A PROOF RUN; A BLANK MODE (OR NO
004490* CARD) IS THE NORMAL PRODUCTION RUN.
004500*----------------------------------------------------------------
004510 FD  RUN-PARM-FILE
004520     RECORDING MODE IS F
004530     LABEL RECORDS ARE STANDARD
004540     RECORD CONTAINS 80 CHARACTERS.
004550 01  RUN-PARM-RECORD.
004560     05  PRM-RUN-MODE             PIC X(05).
004570     05  FILLER                   PIC X(75).
004580
004590*----------------------------------------------------------------
004600* PROOF-FILE - A PROOF RUN'S RENDERED ORDERS, KEPT OFF THE
004610* PRODUCTION SPOOL. IT SHARES PRINT-FILE'S RECORD AREA, SO THE
004620* LINE BUILT IN PRINT-RECORD IS WRITTEN TO WHICHEVER FILE THE
004630* RUN HAS OPEN.
004640*----------------------------------------------------------------
004650 FD  PROOF-FILE
004660     RECORDING MODE IS F
004670     LABEL RECORDS ARE OMITTED
004680     RECORD CONTAINS 132 CHARACTERS.
004690 01  PROOF-RECORD                 PIC X(132).
004700
004710*----------------------------------------------------------------
004720* SLIP-FILE - A PROOF RUN'S SIGN-OFF SLIPS, ONE PER DESTINATION,
004730* SAME 132-BYTE PRINT LINE WITH ITS ASA CONTROL BYTE.
004740*----------------------------------------------------------------
004750 FD  SLIP-FILE
004760     RECORDING MODE IS F
004770     LABEL RECORDS ARE OMITTED
004780     RECORD CONTAINS 132 CHARACTERS.
004790 01  SLIP-RECORD.
004800     05  SLIP-CC                  PIC X(01).
004810     05  SLIP-LINE                PIC X(131).
004820*----------------------------------------------------------------
004830* ARTWORK-FILE - THE TREEART ARTWORK MASTER, ONE RECORD PER ROW
004840* OF EACH NAMED PATTERN, LOADED WHOLE AT STARTUP FOR SHAPE 'A'
004850* ORDERS. A MISSING MASTER MEANS NO ARTWORK IS ON FILE.
004860*----------------------------------------------------------------
004870 FD  ARTWORK-FILE
004880     RECORDING MODE IS F
004890     LABEL RECORDS ARE STANDARD
004900     RECORD CONTAINS 80 CHARACTERS.
004910     COPY ARTREC.
004920
004930 WORKING-STORAGE SECTION.
004940 01  ORDERS-EOF-SWITCH            PIC X(01) VALUE 'N'.
004950     88  ORDERS-EOF               VALUE 'Y'.
004960 01  ORDER-VALID-SWITCH           PIC X(01) VALUE 'Y'.
004970     88  ORDER-IS-VALID           VALUE 'Y'.
004980
004990 01  ORDER-SEQ-NUM               PIC 9(04) VALUE 0.
005000 01  REJECT-REASON-TEXT          PIC X(40) VALUE SPACES.
005010 01  REJECT-REASON-CODE          PIC 9(02) VALUE 0.
005020*----------------------------------------------------------------
005030* PER-REASON REJECT TALLIES FOR THE RUN HISTORY RECORD. THE
005040* SUBSCRIPT IS THE REASON CODE - SEE THE CODE LIST IN RUNHREC.
005050*----------------------------------------------------------------
005060 01  REASON-TALLY-TABLE.
005070     05  REASON-TALLY OCCURS 20 TIMES
005080                                 PIC 9(04) VALUE ZERO.
005090
005100*----------------------------------------------------------------
005110* PER-SYMBOL USAGE TALLIES - ONE SLOT PER FILL CHARACTER SEEN
005120* THIS RUN, BOUND IN FIRST-SEEN ORDER, WRITTEN TO THE USAGE
005130* EXTRACT AT END OF RUN. REPRINT INK IS TALLIED TOO - IT DRAWS
005140* DOWN THE RIBBON ALL THE SAME. THE TALLIES ARE NOT CARRIED IN
005150* THE CHECKPOINT, SO A RESTARTED RUN'S EXTRACT COVERS ONLY THE
005160* INK DRAWN AFTER THE RESTART.
005170*----------------------------------------------------------------
005180 01  SYMBOL-TABLE-MAX            PIC 9(02) VALUE 20.
005190 01  SYMBOL-COUNT                PIC 9(02) VALUE 0.
005200 01  SYMBOL-IDX                  PIC 9(02) VALUE 0.
005210 01  SYMBOL-ADD-AMT              PIC 9(06) VALUE 0.
005220 01  SYMBOL-FOUND-SWITCH         PIC X(01) VALUE 'N'.
005230     88  SYMBOL-FOUND             VALUE 'Y'.
005240 01  SYMBOL-USAGE-TABLE.
005250     05  SYM-ENTRY OCCURS 20 TIMES.
005260         10  SYM-FILL-CHAR       PIC X(01).
005270         10  SYM-STARS-USED      PIC 9(06).
005280
005290 01  ROW                         PIC 99 VALUE 1.
005300 01  NUM-SPACES                  PIC 99 VALUE 0.
005310 01  NUM-STARS                   PIC 99 VALUE 1.
005320 01  HEIGHT-NUM                  PIC 99 VALUE 10.
005330 01  CANOPY-BASE-NUM             PIC 99 VALUE 10.
005340 01  TRUNK-ROW                   PIC 99 VALUE 0.
005350 01  TRUNK-HEIGHT-NUM            PIC 99 VALUE 0.
005360 01  TRUNK-WIDTH-NUM             PIC 99 VALUE 0.
005370 01  TRUNK-MARGIN-NUM            PIC 99 VALUE 0.
005380 01  TRUNK-MARGIN-CALC           PIC S999 VALUE 0.
005390 01  ROW-MARGIN-NUM              PIC 99 VALUE 0.
005400 01  ROW-WIDTH-NUM               PIC 99 VALUE 0.
005410 01  LINE-PTR                    PIC 9(04) VALUE 1.
005420 01  SPACE-FILLER                PIC X(20) VALUE ALL ' '.
005430 01  STAR-FILLER                 PIC X(20) VALUE ALL '*'.
005440
005450 01  TREES-COMPLETED             PIC 9(04) VALUE 0.
005460 01  TOTAL-STARS-USED            PIC 9(06) VALUE 0.
005470 01  ORDER-STARS-USED            PIC 9(06) VALUE 0.
005480 01  REJECT-COUNT                PIC 9(04) VALUE 0.
005490 01  RUN-DATE                    PIC 9(08) VALUE 0.
005500 01  RUN-TIME                    PIC 9(08) VALUE 0.
005510 01  ORDER-DONE-TIME             PIC 9(08) VALUE 0.
005520 01  EDIT-COUNT-4                PIC ZZZ9.
005530 01  EDIT-COUNT-6                PIC ZZZZZ9.
005540
005550 01  CKPT-FILE-STATUS            PIC X(02) VALUE '00'.
005560 01  PRT-FILE-STATUS             PIC X(02) VALUE '00'.
005570 01  REJ-FILE-STATUS             PIC X(02) VALUE '00'.
005580 01  BILL-FILE-STATUS            PIC X(02) VALUE '00'.
005590 01  RPRT-FILE-STATUS            PIC X(02) VALUE '00'.
005600 01  RUNH-FILE-STATUS            PIC X(02) VALUE '00'.
005610 01  ACK-FILE-STATUS             PIC X(02) VALUE '00'.
005620 01  USAGE-FILE-STATUS           PIC X(02) VALUE '00'.
005630 01  OHIST-FILE-STATUS           PIC X(02) VALUE '00'.
005640 01  ORDER-PAGE-COUNT            PIC 9(04) VALUE 0.
005650 01  RSTA-FILE-STATUS            PIC X(02) VALUE '00'.
005660 01  CUST-FILE-STATUS            PIC X(02) VALUE '00'.
005670 01  RATE-FILE-STATUS            PIC X(02) VALUE '00'.
005680 01  HELD-FILE-STATUS            PIC X(02) VALUE '00'.
005690 01  ART-FILE-STATUS             PIC X(02) VALUE '00'.
005700 01  RUN-COMPLETE-SWITCH         PIC X(01) VALUE 'N'.
005710     88  RUN-COMPLETED            VALUE 'Y'.
005720 01  RUN-ERROR-SWITCH            PIC X(01) VALUE 'N'.
005730     88  RUN-HAD-ERROR            VALUE 'Y'.
005740 01  ACK-STATUS-VAL              PIC X(08) VALUE SPACES.
005750 01  RPRT-EOF-SWITCH             PIC X(01) VALUE 'N'.
005760     88  RPRT-EOF                 VALUE 'Y'.
005770 01  RESTART-ORDER-NUM           PIC 9(04) VALUE 0.
005780 01  RESTART-ROW-NUM             PIC 9(04) VALUE 0.
005790 01  RESTART-ORDER-STARS         PIC 9(06) VALUE 0.
005800 01  COMPOSITE-ROW-NUM           PIC 9(04) VALUE 0.
005810 01  SKIP-ROW-SWITCH             PIC X(01) VALUE 'N'.
005820     88  SKIP-THIS-ROW            VALUE 'Y'.
005830
005840 01  FOREST-COUNT-NUM            PIC 99 VALUE 1.
005850 01  FOREST-GAP-NUM              PIC 99 VALUE 0.
005860 01  FOREST-CTR                  PIC 99 VALUE 0.
005870
005880 01  FILL-CHAR-NUM               PIC X(01) VALUE '*'.
005890 01  FILL-IDX                    PIC 99 VALUE 0.
005900 01  ROUTE-DEST-NAME             PIC X(08) VALUE SPACES.
005910
005920*----------------------------------------------------------------
005930* PAGINATION CONTROLS - EVERY SPOOL LINE GOES THROUGH
005940* 5600-WRITE-PRINT-LINE, WHICH COUNTS LINES AGAINST THE PAGE
005950* DEPTH AND STARTS EACH PAGE WITH A HEADER CARRYING THE ROUTE,
005960* JOB NAME, RUN DATE AND PAGE NUMBER. THE HEADER DOUBLES AS THE
005970* 'ROUTE TO:' LINE THE TREEBURST BURSTER KEYS ON, SO EVERY PAGE
005980* OF A MULTI-PAGE ORDER CARRIES ITS OWN ROUTING.
005990*----------------------------------------------------------------
006000 01  PAGE-DEPTH-NUM              PIC 9(03) VALUE 60.
006010 01  PAGE-NUM                    PIC 9(04) VALUE 0.
006020 01  LINE-COUNT                  PIC 9(03) VALUE 0.
006030 01  PAGE-EJECT-SWITCH           PIC X(01) VALUE 'N'.
006040     88  PAGE-EJECT-WANTED        VALUE 'Y'.
006050 01  PRINT-JOB-NAME              PIC X(08) VALUE SPACES.
006060 01  LAST-ROUTE-DEST             PIC X(08) VALUE SPACES.
006070 01  ORDER-ROWS-NEEDED           PIC 9(03) VALUE 0.
006080 01  EDIT-PAGE-4                 PIC ZZZ9.
006090 01  HELD-PRINT-LINE             PIC X(131) VALUE SPACES.
006100
006110 01  SHAPE-CODE-NUM              PIC X(01) VALUE 'T'.
006120     88  SHAPE-IS-TREE            VALUE 'T'.
006130     88  SHAPE-IS-STAR            VALUE 'S'.
006140     88  SHAPE-IS-BELL            VALUE 'B'.
006150     88  SHAPE-IS-DIAMOND         VALUE 'D'.
006160     88  SHAPE-IS-WREATH          VALUE 'W'.
006170     88  SHAPE-IS-ARTWORK         VALUE 'A'.
006180     88  VALID-SHAPE-CODE         VALUES 'T' 'S' 'B' 'D' 'W' 'A'.
006190 01  SHAPE-ROW-CTR               PIC 9(04) VALUE 0.
006200 01  SHAPE-MARGIN-CALC           PIC S999 VALUE 0.
006210 01  SHAPE-TOP-NUM               PIC 99 VALUE 0.
006220 01  ROW-HOLE-NUM                PIC 99 VALUE 0.
006230 01  ROW-SIDE-NUM                PIC 99 VALUE 0.
006240
006250*----------------------------------------------------------------
006260* ORDER QUEUE TABLE - THE DAY'S ORDERS ARE LOADED HERE AT
006270* STARTUP AND DISPATCHED IN TWO PASSES: RUSH ORDERS ('R' IN THE
006280* PRIORITY BYTE) FIRST, THEN THE REST, EACH PASS IN ARRIVAL
006290* ORDER. THE SEQUENCING IS DETERMINISTIC, SO CHECKPOINT ORDER
006300* NUMBERS STAY VALID ACROSS A RESTART OF THE SAME ORDER FILE.
006310*----------------------------------------------------------------
006320 01  ORDER-QUEUE-MAX             PIC 9(04) VALUE 999.
006330 01  OQ-COUNT                    PIC 9(04) VALUE 0.
006340 01  OQ-IDX                      PIC 9(04) VALUE 0.
006350 01  QUEUE-DROP-CTR              PIC 9(04) VALUE 0.
006360 01  QUEUE-PHASE-NUM             PIC 9(01) VALUE 1.
006370 01  QUEUE-FOUND-SWITCH          PIC X(01) VALUE 'N'.
006380     88  QUEUE-FOUND              VALUE 'Y'.
006390 01  RUSH-ORDER-SWITCH           PIC X(01) VALUE 'N'.
006400     88  RUSH-ORDER               VALUE 'Y'.
006410 01  RUSH-COMPLETED              PIC 9(04) VALUE 0.
006420 01  ORDER-QUEUE-TABLE.
006430     05  OQ-ENTRY OCCURS 999 TIMES
006440                                 PIC X(80).
006450
006460*----------------------------------------------------------------
006470* REPRINT REQUEST TABLE - LOADED FROM THE OPTIONAL RPRTREQ FILE.
006480* A NON-EMPTY TABLE PUTS THE RUN IN REPRINT MODE.
006490*----------------------------------------------------------------
006500 01  REPRINT-TABLE-MAX           PIC 9(03) VALUE 100.
006510 01  RPR-COUNT                   PIC 9(03) VALUE 0.
006520 01  RPR-IDX                     PIC 9(03) VALUE 0.
006530 01  REPRINT-RUN-SWITCH          PIC X(01) VALUE 'N'.
006540     88  REPRINT-RUN              VALUE 'Y'.
006550 01  REPRINT-MATCH-SWITCH        PIC X(01) VALUE 'N'.
006560     88  REPRINT-MATCHED          VALUE 'Y'.
006570 01  REPRINTS-COMPLETED          PIC 9(04) VALUE 0.
006580 01  REPRINT-STARS-USED          PIC 9(06) VALUE 0.
006590 01  REPRINT-REQUEST-TABLE.
006600     05  RPR-ENTRY OCCURS 100 TIMES.
006610         10  RPRT-JOB-NAME       PIC X(08).
006620         10  RPRT-ORDER-SEQ      PIC X(04).
006630
006640
006650*----------------------------------------------------------------
006660* CAPTION RENDERING - 5 X 5 BLOCK-LETTER FONT (A-Z, 0-9 AND
006670* SPACE) AND THE WORK FIELDS USED TO CENTER THE CAPTION UNDER
006680* THE SHAPE. GLYPH CELLS MARKED '*' PRINT WITH THE ORDER'S OWN
006690* FILL CHARACTER; CHARACTERS NOT IN THE FONT PRINT AS BLANKS.
006700* THE FONT ITSELF LIVES IN CAPFONT, SHARED WITH THE TREEPROJ
006710* PROJECTION SO ITS CAPTION INK COUNT MATCHES WHAT PRINTS HERE.
006720*----------------------------------------------------------------
006730 01  CAPTION-LEN                 PIC 99 VALUE 0.
006740 01  CAP-IDX                     PIC 99 VALUE 0.
006750 01  CAP-ROW                     PIC 99 VALUE 0.
006760 01  CAP-CELL                    PIC 99 VALUE 0.
006770 01  CAP-COL                     PIC 9(03) VALUE 0.
006780 01  CAPTION-WIDTH               PIC 9(03) VALUE 0.
006790 01  GROUP-WIDTH-NUM             PIC 9(03) VALUE 0.
006800 01  CAPTION-MARGIN              PIC 9(03) VALUE 0.
006810 01  CAPTION-MARGIN-CALC         PIC S9(03) VALUE 0.
006820 01  CAPTION-ROW-BASE            PIC 9(04) VALUE 0.
006830 01  CAPTION-CELL-CTR            PIC 9(03) VALUE 0.
006840 01  CAPTION-GLYPH-CHAR          PIC X(01) VALUE SPACE.
006850 01  FONT-IDX                    PIC 99 VALUE 0.
006860 01  FONT-FOUND-SWITCH           PIC X(01) VALUE 'N'.
006870     88  FONT-FOUND               VALUE 'Y'.
006880
006890     COPY CAPFONT.
006900*----------------------------------------------------------------
006910* MONTHLY SPENDING LIMITS - ONE ENTRY PER ACCOUNT ON THE CUSTOMER
006920* MASTER THAT CARRIES A LIMIT, WITH ITS MASTER RATES AND ITS
006930* MONTH-TO-DATE CHARGES: PRICED FROM THE BILLING EXTRACT AT
006940* STARTUP, THEN RAISED AS EACH ORDER IN THIS RUN IS BILLED. SAME
006950* 50-ACCOUNT LIMIT AS TREEBILL. ACCOUNTS WITH NO LIMIT (ZERO) ARE
006960* NOT LOADED AND ARE NEVER HELD.
006970*----------------------------------------------------------------
006980 01  CUST-EOF-SWITCH             PIC X(01) VALUE 'N'.
006990     88  CUST-EOF                VALUE 'Y'.
007000 01  RATE-EOF-SWITCH             PIC X(01) VALUE 'N'.
007010     88  RATE-EOF                VALUE 'Y'.
007020 01  BILL-EOF-SWITCH             PIC X(01) VALUE 'N'.
007030     88  BILL-EOF                VALUE 'Y'.
007040 01  LIMIT-TABLE-MAX             PIC 9(02) VALUE 50.
007050 01  LIMIT-COUNT                 PIC 9(02) VALUE 0.
007060 01  LIMIT-IDX                   PIC 9(02) VALUE 0.
007070 01  LIMIT-FOUND-IDX             PIC 9(02) VALUE 0.
007080 01  LIMIT-ACCT-WORK             PIC X(04) VALUE SPACES.
007090 01  LIMIT-FOUND-SWITCH          PIC X(01) VALUE 'N'.
007100     88  LIMIT-FOUND              VALUE 'Y'.
007110 01  LIMIT-TABLE.
007120     05  LMT-ENTRY OCCURS 50 TIMES.
007130         10  LMT-ACCT-CODE       PIC X(04).
007140         10  LMT-STAR-RATE       PIC 9(03)V9(02).
007150         10  LMT-TREE-RATE       PIC 9(05)V9(02).
007160         10  LMT-MONTH-LIMIT     PIC 9(07)V9(02).
007170         10  LMT-MTD-CHARGES     PIC 9(07)V9(02).
007180*----------------------------------------------------------------
007190* ARTWORK TABLE - THE ARTMAST PATTERNS, LOADED AT STARTUP. EACH
007200* ROW KEEPS ITS GRID AND ITS MARKED-CELL COUNT (THE STARS ONE COPY
007210* OF THE ROW DRAWS); EACH PATTERN KEEPS ITS ROW COUNT AND ITS
007220* WIDTH, THE RIGHTMOST MARKED CELL IN ANY ROW, WHICH IS THE WIDTH
007230* OF ONE FOREST COPY. ART-FOUND-IDX POINTS AT THE PATTERN OF THE
007240* ORDER IN HAND.
007250*----------------------------------------------------------------
007260 01  ART-EOF-SWITCH              PIC X(01) VALUE 'N'.
007270     88  ART-EOF                  VALUE 'Y'.
007280 01  ART-FOUND-SWITCH            PIC X(01) VALUE 'N'.
007290     88  ART-FOUND                VALUE 'Y'.
007300 01  ART-TABLE-MAX               PIC 9(02) VALUE 50.
007310 01  ART-COUNT                   PIC 9(02) VALUE 0.
007320 01  ART-IDX                     PIC 9(02) VALUE 0.
007330 01  ART-FOUND-IDX               PIC 9(02) VALUE 0.
007340 01  ART-CELL                    PIC 9(02) VALUE 0.
007350 01  ART-ROWS-NUM                PIC 9(02) VALUE 0.
007360 01  ART-WIDTH-NUM               PIC 9(02) VALUE 0.
007370 01  ART-LINE-WORK               PIC X(40) VALUE SPACES.
007380 01  ART-NAME-WORK               PIC X(08) VALUE SPACES.
007390 01  ARTWORK-TABLE.
007400     05  AW-ENTRY OCCURS 50 TIMES.
007410         10  AW-ART-NAME         PIC X(08).
007420         10  AW-ROW-COUNT        PIC 9(02).
007430         10  AW-WIDTH            PIC 9(02).
007440         10  AW-ROW OCCURS 20 TIMES.
007450             15  AW-ROW-GRID     PIC X(40).
007460             15  AW-ROW-CELLS    PIC 9(02).
007470
007480*----------------------------------------------------------------
007490* RATE HISTORY TABLE - THE CUSTRATE ENTRIES FOR LIMITED ACCOUNTS.
007500* THE LATEST ENTRY DATED ON OR BEFORE A CHARGE'S RUN DATE WINS;
007510* WITH NO ENTRY THE MASTER RATES APPLY, AS IN TREEBILL.
007520*----------------------------------------------------------------
007530 01  RATE-TABLE-MAX              PIC 9(03) VALUE 200.
007540 01  RATE-COUNT                  PIC 9(03) VALUE 0.
007550 01  RATE-IDX                    PIC 9(03) VALUE 0.
007560 01  RATE-HISTORY-TABLE.
007570     05  RATE-ENTRY OCCURS 200 TIMES.
007580         10  RTE-ACCT-CODE       PIC X(04).
007590         10  RTE-EFF-DATE        PIC 9(08).
007600         10  RTE-STAR-RATE       PIC 9(03)V9(02).
007610         10  RTE-TREE-RATE       PIC 9(05)V9(02).
007620
007630*----------------------------------------------------------------
007640* PRICING AND HOLD WORK FIELDS. THE MONTH IS THE RUN DATE'S
007650* YYYYMM; EXTRACT RECORDS FROM ANY OTHER MONTH DO NOT COUNT.
007660*----------------------------------------------------------------
007670 01  RUN-MONTH-NUM               PIC 9(06) VALUE 0.
007680 01  BILL-MONTH-NUM              PIC 9(06) VALUE 0.
007690 01  PRICE-RUN-DATE              PIC 9(08) VALUE 0.
007700 01  PRICE-STARS-NUM             PIC 9(06) VALUE 0.
007710 01  PRICE-TREES-NUM             PIC 9(02) VALUE 0.
007720 01  USE-STAR-RATE               PIC 9(03)V9(02) VALUE 0.
007730 01  USE-TREE-RATE               PIC 9(05)V9(02) VALUE 0.
007740 01  BEST-EFF-DATE               PIC 9(08) VALUE 0.
007750 01  STAR-CHARGE-AMT             PIC 9(07)V9(02) VALUE 0.
007760 01  TREE-CHARGE-AMT             PIC 9(07)V9(02) VALUE 0.
007770 01  PRICE-CHARGE-AMT            PIC 9(07)V9(02) VALUE 0.
007780 01  PROJECTED-STARS             PIC 9(06) VALUE 0.
007790 01  HELD-COUNT                  PIC 9(04) VALUE 0.
007800 01  ORDER-HELD-SWITCH           PIC X(01) VALUE 'N'.
007810     88  ORDER-IS-HELD            VALUE 'Y'.
007820
007830*----------------------------------------------------------------
007840* CYCLE CONTROL - THIS STEP'S LEDGER NAME, AND THE STEP THAT MUST
007850* HAVE ENDED CLEAN FOR THE SAME BUSINESS DATE BEFORE IT STARTS.
007860*----------------------------------------------------------------
007870 01  CYC-STEP-NAME               PIC X(10) VALUE 'TREESTARS'.
007880 01  CYC-PRED-NAME               PIC X(10) VALUE 'TREESTAND'.
007890 01  CYC-BUS-DATE                PIC 9(08) VALUE 0.
007900 01  CYC-FILE-STATUS             PIC X(02) VALUE '00'.
007910 01  CYC-PARM-STATUS             PIC X(02) VALUE '00'.
007920 01  CYC-SCAN-DONE-SWITCH        PIC X(01) VALUE 'N'.
007930     88  CYC-SCAN-DONE           VALUE 'Y'.
007940 01  CYC-RERUN-SWITCH            PIC X(01) VALUE 'N'.
007950     88  CYC-RERUN-ALLOWED       VALUE 'Y'.
007960 01  CYC-REFUSED-SWITCH          PIC X(01) VALUE 'N'.
007970     88  CYC-REFUSED             VALUE 'Y'.
007980 01  CYC-SCAN-STEP               PIC X(10) VALUE SPACES.
007990 01  CYC-LAST-EVENT              PIC X(01) VALUE SPACE.
008000 01  CYC-LAST-RC                 PIC 9(03) VALUE 0.
008010 01  CYC-LAST-SEQ                PIC 9(03) VALUE 0.
008020 01  CYC-NEXT-SEQ                PIC 9(03) VALUE 0.
008030 01  CYC-EVENT-CODE              PIC X(01) VALUE SPACE.
008040 01  CYC-EVENT-RC                PIC 9(03) VALUE 0.
008050 01  CYC-REFUSE-RC               PIC 9(03) VALUE 0.
008060 01  CYC-NOTE                    PIC X(30) VALUE SPACES.
008070 01  CYC-KEY-COUNTS.
008080     05  CYC-KEY-COUNT OCCURS 3 TIMES.
008090         10  CYC-COUNT-LABEL     PIC X(08).
008100         10  CYC-COUNT-VALUE     PIC 9(07).
008110
008120*----------------------------------------------------------------
008130* PROOF RUN - SELECTED BY THE STARPARM CARD. EACH ORDER A PROOF
008140* EDITS GETS ONE SLIP TABLE ENTRY (IN PLACE OF ITS ACK SLIP AND
008150* ORDER HISTORY RECORD); THE TABLE IS PRINTED AT END OF RUN AS
008160* ONE SLIP PER DESTINATION, IN DESTINATION NAME ORDER. THE TABLE
008170* IS AS DEEP AS THE ORDER QUEUE.
008180*----------------------------------------------------------------
008190 01  RUN-PARM-STATUS             PIC X(02) VALUE '00'.
008200 01  PROOF-FILE-STATUS           PIC X(02) VALUE '00'.
008210 01  SLIP-FILE-STATUS            PIC X(02) VALUE '00'.
008220 01  PROOF-RUN-SWITCH            PIC X(01) VALUE 'N'.
008230     88  PROOF-RUN                VALUE 'Y'.
008240 01  RUN-PARM-BAD-SWITCH         PIC X(01) VALUE 'N'.
008250     88  RUN-PARM-BAD             VALUE 'Y'.
008260 01  OVER-LIMIT-SWITCH           PIC X(01) VALUE 'N'.
008270     88  ORDER-OVER-LIMIT         VALUE 'Y'.
008280 01  SLIP-TABLE-MAX              PIC 9(04) VALUE 999.
008290 01  SLIP-COUNT                  PIC 9(04) VALUE 0.
008300 01  SLIP-IDX                    PIC 9(04) VALUE 0.
008310 01  SLIP-LAST-DEST              PIC X(08) VALUE LOW-VALUES.
008320 01  SLIP-NEXT-DEST              PIC X(08) VALUE HIGH-VALUES.
008330 01  SLIP-PAGE-NUM               PIC 9(04) VALUE 0.
008340 01  SLIP-LINE-COUNT             PIC 9(03) VALUE 0.
008350 01  SLIP-ORDERS                 PIC 9(04) VALUE 0.
008360 01  SLIP-PAGES                  PIC 9(06) VALUE 0.
008370 01  SLIP-STARS                  PIC 9(07) VALUE 0.
008380 01  SLIP-WORK-LINE              PIC X(131) VALUE SPACES.
008390 01  EDIT-COUNT-7                PIC ZZZZZZ9.
008400 01  PROOF-SLIP-TABLE.
008410     05  PS-ENTRY OCCURS 999 TIMES.
008420         10  PS-DEST-NAME        PIC X(08).
008430         10  PS-ORDER-SEQ        PIC 9(04).
008440         10  PS-JOB-NAME         PIC X(08).
008450         10  PS-SHAPE-CODE       PIC X(01).
008460         10  PS-PRIORITY         PIC X(01).
008470         10  PS-STATUS           PIC X(09).
008480         10  PS-PAGES            PIC 9(04).
008490         10  PS-STARS            PIC 9(06).
008500         10  PS-REASON-TEXT      PIC X(40).
008510 01  SLIP-DETAIL-LINE.
008520     05  SD-ORDER-SEQ            PIC ZZZ9.
008530     05  FILLER                  PIC X(02) VALUE SPACES.
008540     05  SD-JOB-NAME             PIC X(08).
008550     05  FILLER                  PIC X(04) VALUE SPACES.
008560     05  SD-SHAPE-CODE           PIC X(01).
008570     05  FILLER                  PIC X(04) VALUE SPACES.
008580     05  SD-PRIORITY             PIC X(01).
008590     05  FILLER                  PIC X(03) VALUE SPACES.
008600     05  SD-STATUS               PIC X(09).
008610     05  FILLER                  PIC X(02) VALUE SPACES.
008620     05  SD-PAGES                PIC ZZZ9.
008630     05  FILLER                  PIC X(02) VALUE SPACES.
008640     05  SD-STARS                PIC ZZZZZ9.
008650     05  FILLER                  PIC X(02) VALUE SPACES.
008660     05  SD-REASON-TEXT          PIC X(40).
008670     05  FILLER                  PIC X(39) VALUE SPACES.
008680
008690 PROCEDURE DIVISION.
008700*----------------------------------------------------------------
008710* 0000-MAINLINE - WORK THE WHOLE ORDER QUEUE, ONE TREE PER
008720* RECORD, INSTEAD OF STOPPING AFTER A SINGLE TREE.
008730*----------------------------------------------------------------
008740 0000-MAINLINE.
008750     PERFORM 0050-READ-RUN-PARM THRU 0050-EXIT.
008760     IF RUN-PARM-BAD
008770         MOVE 8 TO RETURN-CODE
008780         STOP RUN
008790     END-IF.
008800     IF NOT PROOF-RUN
008810         PERFORM 0100-CHECK-CYCLE THRU 0100-EXIT
008820     END-IF.
008830     IF CYC-REFUSED
008840         MOVE CYC-REFUSE-RC TO RETURN-CODE
008850         STOP RUN
008860     END-IF.
008870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008880     PERFORM 2000-PROCESS-ORDERS THRU 2000-EXIT
008890         UNTIL ORDERS-EOF.
008900     PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT.
008910     PERFORM 7500-WRITE-RUN-HISTORY THRU 7500-EXIT.
008920     PERFORM 7600-WRITE-USAGE-EXTRACT THRU 7600-EXIT.
008930     IF PROOF-RUN
008940         PERFORM 7900-WRITE-PROOF-SLIPS THRU 7900-EXIT
008950     END-IF.
008960     PERFORM 7800-CHECK-FILE-HEALTH THRU 7800-EXIT.
008970     IF NOT RUN-HAD-ERROR
008980         MOVE 'Y' TO RUN-COMPLETE-SWITCH
008990     END-IF.
009000     PERFORM 6100-CLEAR-CHECKPOINT THRU 6100-EXIT.
009010     PERFORM 7700-WRITE-RUN-STATUS THRU 7700-EXIT.
009020     PERFORM 9000-TERMINATE THRU 9000-EXIT.
009030     IF RUN-HAD-ERROR
009040         MOVE 8 TO RETURN-CODE
009050         DISPLAY 'TREESTARS RUN DID NOT COMPLETE CLEANLY - RC 8'
009060     ELSE
009070         IF REJECT-COUNT > ZERO
009080             MOVE 4 TO RETURN-CODE
009090             DISPLAY 'TREESTARS ENDED WITH ' REJECT-COUNT
009100                 ' REJECT(S) - RC 4'
009110         END-IF
009120     END-IF.
009130     IF NOT PROOF-RUN
009140         PERFORM 0900-END-CYCLE THRU 0900-EXIT
009150     END-IF.
009160     STOP RUN.
009170
009180*----------------------------------------------------------------
009190* 0050-READ-RUN-PARM - THE OPTIONAL STARPARM CARD. 'PROOF' PUTS
009200* THE RUN IN PROOF MODE; NO CARD OR A BLANK MODE IS PRODUCTION.
009210* ANY OTHER MODE REFUSES THE RUN - RC 8 - BEFORE ANYTHING IS
009220* OPENED, RATHER THAN GUESS WHICH RUN THE OPERATOR MEANT. A PROOF
009230* IS NOT A STEP OF THE CYCLE: IT IS NEITHER CHECKED AGAINST NOR
009240* POSTED TO THE LEDGER, SO IT CAN RUN AT ANY TIME OF DAY AND
009250* NEVER MARKS THE PRODUCTION STEP AS DONE.
009260*----------------------------------------------------------------
009270 0050-READ-RUN-PARM.
009280     MOVE SPACES TO RUN-PARM-RECORD.
009290     OPEN INPUT RUN-PARM-FILE.
009300     IF RUN-PARM-STATUS NOT = '35'
009310         READ RUN-PARM-FILE
009320             AT END
009330                 MOVE SPACES TO RUN-PARM-RECORD
009340         END-READ
009350         CLOSE RUN-PARM-FILE
009360     END-IF.
009370     IF PRM-RUN-MODE = 'PROOF'
009380         MOVE 'Y' TO PROOF-RUN-SWITCH
009390         DISPLAY 'TREESTARS PROOF MODE - OUTPUT TO PROOFOUT AND '
009400             'PROOFSLP ONLY'
009410     ELSE
009420         IF PRM-RUN-MODE NOT = SPACES
009430             MOVE 'Y' TO RUN-PARM-BAD-SWITCH
009440             DISPLAY 'TREESTARS REFUSED - STARPARM RUN MODE '
009450                 PRM-RUN-MODE ' IS NOT PROOF OR BLANK - RC 8'
009460         END-IF
009470     END-IF.
009480 0050-EXIT.
009490     EXIT.
009500*----------------------------------------------------------------
009510* 0100-CHECK-CYCLE - TAKE THE BUSINESS DATE FROM THE CYCLPARM
009520* CARD (TODAY IF NONE), THEN REFUSE - RC 12 - IF THE PREDECESSOR
009530* HAS NOT ENDED CLEAN FOR THAT DATE, OR - RC 16 - IF THIS STEP
009540* ALREADY HAS AND THE CARD DOES NOT NAME IT FOR A RERUN. THE
009550* START, OR THE REFUSAL, IS POSTED TO THE LEDGER.
009560*----------------------------------------------------------------
009570 0100-CHECK-CYCLE.
009580     ACCEPT CYC-BUS-DATE FROM DATE YYYYMMDD.
009590     MOVE SPACES TO CYC-KEY-COUNTS.
009600     MOVE ZERO TO CYC-COUNT-VALUE(1).
009610     MOVE ZERO TO CYC-COUNT-VALUE(2).
009620     MOVE ZERO TO CYC-COUNT-VALUE(3).
009630     OPEN INPUT CYCLE-PARM-FILE.
009640     IF CYC-PARM-STATUS NOT = '35'
009650         READ CYCLE-PARM-FILE
009660             AT END
009670                 MOVE SPACES TO CYCLE-PARM-RECORD
009680         END-READ
009690         IF CYP-BUS-DATE IS NUMERIC
009700             MOVE CYP-BUS-DATE TO CYC-BUS-DATE
009710         END-IF
009720         IF CYP-RERUN-STEP = CYC-STEP-NAME
009730             MOVE 'Y' TO CYC-RERUN-SWITCH
009740         END-IF
009750         CLOSE CYCLE-PARM-FILE
009760     END-IF.
009770     OPEN I-O CYCLE-FILE.
009780     IF CYC-FILE-STATUS = '35'
009790         OPEN OUTPUT CYCLE-FILE
009800         CLOSE CYCLE-FILE
009810         OPEN I-O CYCLE-FILE
009820     END-IF.
009830     IF CYC-PRED-NAME NOT = SPACES
009840         MOVE CYC-PRED-NAME TO CYC-SCAN-STEP
009850         PERFORM 0110-SCAN-STEP THRU 0110-EXIT
009860         IF CYC-LAST-EVENT NOT = 'E' OR CYC-LAST-RC > 4
009870             MOVE 'Y' TO CYC-REFUSED-SWITCH
009880             MOVE 12 TO CYC-REFUSE-RC
009890             STRING CYC-PRED-NAME DELIMITED BY SPACE
009900                 ' HAS NOT ENDED CLEAN' DELIMITED BY SIZE
009910                 INTO CYC-NOTE
009920             END-STRING
009930         END-IF
009940     END-IF.
009950     MOVE CYC-STEP-NAME TO CYC-SCAN-STEP.
009960     PERFORM 0110-SCAN-STEP THRU 0110-EXIT.
009970     COMPUTE CYC-NEXT-SEQ = CYC-LAST-SEQ + 1.
009980     IF NOT CYC-REFUSED
009990             AND CYC-LAST-EVENT = 'E' AND CYC-LAST-RC NOT > 4
010000         IF CYC-RERUN-ALLOWED
010010             MOVE 'RERUN BY CYCLPARM OVERRIDE' TO CYC-NOTE
010020         ELSE
010030             MOVE 'Y' TO CYC-REFUSED-SWITCH
010040             MOVE 16 TO CYC-REFUSE-RC
010050             MOVE 'ALREADY ENDED CLEAN - NO RERUN' TO CYC-NOTE
010060         END-IF
010070     END-IF.
010080     IF CYC-REFUSED
010090         MOVE 'R' TO CYC-EVENT-CODE
010100         MOVE CYC-REFUSE-RC TO CYC-EVENT-RC
010110         PERFORM 0130-WRITE-CYCLE-EVENT THRU 0130-EXIT
010120         CLOSE CYCLE-FILE
010130         DISPLAY 'TREESTARS REFUSED FOR ' CYC-BUS-DATE
010140             ' - ' CYC-NOTE
010150     ELSE
010160         MOVE 'S' TO CYC-EVENT-CODE
010170         MOVE ZERO TO CYC-EVENT-RC
010180         PERFORM 0130-WRITE-CYCLE-EVENT THRU 0130-EXIT
010190     END-IF.
010200 0100-EXIT.
010210     EXIT.
010220
010230*----------------------------------------------------------------
010240* 0110-SCAN-STEP - WALK ONE STEP'S EVENTS FOR THE BUSINESS DATE,
010250* KEEPING THE LATEST STARTED/ENDED EVENT WITH ITS RETURN CODE, AND
010260* THE HIGHEST EVENT SEQUENCE USED. NO EVENTS LEAVES THE LAST EVENT
010270* BLANK - NEVER STARTED.
010280*----------------------------------------------------------------
010290 0110-SCAN-STEP.
010300     MOVE SPACE TO CYC-LAST-EVENT.
010310     MOVE ZERO TO CYC-LAST-RC.
010320     MOVE ZERO TO CYC-LAST-SEQ.
010330     MOVE 'N' TO CYC-SCAN-DONE-SWITCH.
010340     MOVE CYC-BUS-DATE TO CY-BUS-DATE.
010350     MOVE CYC-SCAN-STEP TO CY-STEP-NAME.
010360     MOVE ZERO TO CY-EVENT-SEQ.
010370     START CYCLE-FILE KEY NOT < CY-KEY
010380         INVALID KEY
010390             MOVE 'Y' TO CYC-SCAN-DONE-SWITCH
010400     END-START.
010410     IF NOT CYC-SCAN-DONE
010420         PERFORM 0120-READ-NEXT-CYCLE THRU 0120-EXIT
010430     END-IF.
010440     PERFORM 0115-SCAN-ONE-EVENT THRU 0115-EXIT
010450         UNTIL CYC-SCAN-DONE.
010460 0110-EXIT.
010470     EXIT.
010480
010490 0115-SCAN-ONE-EVENT.
010500     IF CY-BUS-DATE NOT = CYC-BUS-DATE
010510             OR CY-STEP-NAME NOT = CYC-SCAN-STEP
010520         MOVE 'Y' TO CYC-SCAN-DONE-SWITCH
010530         GO TO 0115-EXIT
010540     END-IF.
010550     MOVE CY-EVENT-SEQ TO CYC-LAST-SEQ.
010560     IF CY-EVENT-STARTED OR CY-EVENT-ENDED
010570         MOVE CY-EVENT TO CYC-LAST-EVENT
010580         MOVE CY-RETURN-CODE TO CYC-LAST-RC
010590     END-IF.
010600     PERFORM 0120-READ-NEXT-CYCLE THRU 0120-EXIT.
010610 0115-EXIT.
010620     EXIT.
010630
010640 0120-READ-NEXT-CYCLE.
010650     READ CYCLE-FILE NEXT RECORD
010660         AT END
010670             MOVE 'Y' TO CYC-SCAN-DONE-SWITCH
010680     END-READ.
010690 0120-EXIT.
010700     EXIT.
010710
010720*----------------------------------------------------------------
010730* 0130-WRITE-CYCLE-EVENT - POST ONE EVENT UNDER THE NEXT SEQUENCE
010740* NUMBER FOR THIS STEP AND BUSINESS DATE.
010750*----------------------------------------------------------------
010760 0130-WRITE-CYCLE-EVENT.
010770     MOVE SPACES TO CYCLE-CONTROL-RECORD.
010780     MOVE CYC-BUS-DATE TO CY-BUS-DATE.
010790     MOVE CYC-STEP-NAME TO CY-STEP-NAME.
010800     MOVE CYC-NEXT-SEQ TO CY-EVENT-SEQ.
010810     MOVE CYC-EVENT-CODE TO CY-EVENT.
010820     ACCEPT CY-EVENT-DATE FROM DATE YYYYMMDD.
010830     ACCEPT CY-EVENT-TIME FROM TIME.
010840     MOVE CYC-EVENT-RC TO CY-RETURN-CODE.
010850     MOVE CYC-RERUN-SWITCH TO CY-RERUN-FLAG.
010860     MOVE CYC-KEY-COUNTS TO CY-KEY-COUNTS.
010870     MOVE CYC-NOTE TO CY-NOTE.
010880     WRITE CYCLE-CONTROL-RECORD
010890         INVALID KEY
010900             DISPLAY 'TREESTARS CYCLE LEDGER WRITE FAILED - KEY '
010910                 CY-KEY
010920     END-WRITE.
010930     ADD 1 TO CYC-NEXT-SEQ.
010940 0130-EXIT.
010950     EXIT.
010960
010970*----------------------------------------------------------------
010980* 0900-END-CYCLE - POST THE ENDED EVENT WITH THE STEP'S RETURN
010990* CODE AND ITS KEY COUNTS, AND CLOSE THE LEDGER.
011000*----------------------------------------------------------------
011010 0900-END-CYCLE.
011020     MOVE 'TREES' TO CYC-COUNT-LABEL(1).
011030     MOVE TREES-COMPLETED TO CYC-COUNT-VALUE(1).
011040     MOVE 'REJECTS' TO CYC-COUNT-LABEL(2).
011050     MOVE REJECT-COUNT TO CYC-COUNT-VALUE(2).
011060     MOVE 'HELD' TO CYC-COUNT-LABEL(3).
011070     MOVE HELD-COUNT TO CYC-COUNT-VALUE(3).
011080     MOVE 'E' TO CYC-EVENT-CODE.
011090     MOVE RETURN-CODE TO CYC-EVENT-RC.
011100     MOVE SPACES TO CYC-NOTE.
011110     PERFORM 0130-WRITE-CYCLE-EVENT THRU 0130-EXIT.
011120     CLOSE CYCLE-FILE.
011130 0900-EXIT.
011140     EXIT.
011150
011160*----------------------------------------------------------------
011170* 1000-INITIALIZE.
011180*----------------------------------------------------------------
011190 1000-INITIALIZE.
011200     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
011210     ACCEPT RUN-TIME FROM TIME.
011220     OPEN INPUT ORDER-FILE.
011230     MOVE 'N' TO ORDERS-EOF-SWITCH.
011240     MOVE ZERO TO ORDER-SEQ-NUM.
011250     PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT.
011260     PERFORM 1120-OPEN-PRINT-FILE THRU 1120-EXIT.
011270     PERFORM 1150-OPEN-REJECT-FILE THRU 1150-EXIT.
011280     PERFORM 1400-LOAD-SPENDING-LIMITS THRU 1400-EXIT.
011290     PERFORM 1500-LOAD-ARTWORK THRU 1500-EXIT.
011300     PERFORM 1170-OPEN-BILLING-FILE THRU 1170-EXIT.
011310     PERFORM 1180-OPEN-ACK-FILE THRU 1180-EXIT.
011320     PERFORM 1190-OPEN-ORDER-HISTORY THRU 1190-EXIT.
011330     PERFORM 7700-WRITE-RUN-STATUS THRU 7700-EXIT.
011340     PERFORM 1200-LOAD-ORDER-QUEUE THRU 1200-EXIT.
011350     PERFORM 1300-LOAD-REPRINT-REQUESTS THRU 1300-EXIT.
011360     PERFORM 2100-READ-ORDER THRU 2100-EXIT.
011370 1000-EXIT.
011380     EXIT.
011390
011400*----------------------------------------------------------------
011410* 1100-READ-CHECKPOINT - PICK UP WHERE A PRIOR, CANCELLED RUN
011420* LEFT OFF. NO CHECKPOINT FILE MEANS THIS IS A CLEAN RUN, SO THE
011430* WHOLE QUEUE IS PROCESSED FROM THE FIRST RECORD.
011440* A PROOF RUN ALWAYS STARTS FROM THE TOP AND LEAVES ANY
011450* PRODUCTION CHECKPOINT ALONE.
011460*----------------------------------------------------------------
011470 1100-READ-CHECKPOINT.
011480     MOVE ZERO TO RESTART-ORDER-NUM.
011490     MOVE ZERO TO RESTART-ROW-NUM.
011500     MOVE ZERO TO TREES-COMPLETED.
011510     MOVE ZERO TO TOTAL-STARS-USED.
011520     MOVE ZERO TO REJECT-COUNT.
011530     IF PROOF-RUN
011540         GO TO 1100-EXIT
011550     END-IF.
011560     OPEN INPUT CHECKPOINT-FILE.
011570     IF CKPT-FILE-STATUS = '05' OR CKPT-FILE-STATUS = '35'
011580         CONTINUE
011590     ELSE
011600         READ CHECKPOINT-FILE
011610             AT END
011620                 CONTINUE
011630             NOT AT END
011640                 MOVE CKPT-ORDER-SEQ TO RESTART-ORDER-NUM
011650                 MOVE CKPT-ROW-NUM TO RESTART-ROW-NUM
011660                 MOVE CKPT-TREES-COMPLETED TO TREES-COMPLETED
011670                 MOVE CKPT-STARS-USED TO TOTAL-STARS-USED
011680                 MOVE CKPT-REJECT-COUNT TO REJECT-COUNT
011690                 IF CKPT-ORDER-STARS IS NUMERIC
011700                     MOVE CKPT-ORDER-STARS TO RESTART-ORDER-STARS
011710                 END-IF
011720                 IF CKPT-RUSH-COMPLETED IS NUMERIC
011730                     MOVE CKPT-RUSH-COMPLETED TO RUSH-COMPLETED
011740                 END-IF
011750                 IF CKPT-REPRINTS-DONE IS NUMERIC
011760                     MOVE CKPT-REPRINTS-DONE TO
011770                         REPRINTS-COMPLETED
011780                 END-IF
011790                 IF CKPT-REPRINT-STARS IS NUMERIC
011800                     MOVE CKPT-REPRINT-STARS TO
011810                         REPRINT-STARS-USED
011820                 END-IF
011830                 IF CKPT-HELD-COUNT IS NUMERIC
011840                     MOVE CKPT-HELD-COUNT TO HELD-COUNT
011850                 END-IF
011860         END-READ
011870         CLOSE CHECKPOINT-FILE
011880     END-IF.
011890 1100-EXIT.
011900     EXIT.
011910
011920*----------------------------------------------------------------
011930* 1120-OPEN-PRINT-FILE - A CLEAN RUN STARTS THE SPOOL FILE OVER,
011940* BUT A RESTART MUST NOT TRUNCATE THE BANNERS A PRIOR, CANCELLED
011950* RUN ALREADY SENT TO THE SPOOL FOR ORDERS BEFORE THE CHECKPOINTED
011960* POINT, SO THOSE EXTEND THE EXISTING FILE INSTEAD. A PROOF RUN
011970* LEAVES THE SPOOL FILE ALONE AND OPENS ITS OWN PROOF AND SLIP
011980* DATASETS.
011990*----------------------------------------------------------------
012000 1120-OPEN-PRINT-FILE.
012010     IF PROOF-RUN
012020         OPEN OUTPUT PROOF-FILE
012030         OPEN OUTPUT SLIP-FILE
012040         GO TO 1120-EXIT
012050     END-IF.
012060     IF RESTART-ORDER-NUM > ZERO
012070         OPEN EXTEND PRINT-FILE
012080         IF PRT-FILE-STATUS = '35'
012090             OPEN OUTPUT PRINT-FILE
012100         END-IF
012110     ELSE
012120         OPEN OUTPUT PRINT-FILE
012130     END-IF.
012140 1120-EXIT.
012150     EXIT.
012160
012170*----------------------------------------------------------------
012180* 1150-OPEN-REJECT-FILE - A CLEAN RUN STARTS THE REJECT LOG OVER,
012190* BUT A RESTART MUST NOT TRUNCATE THE ENTRIES A PRIOR, CANCELLED
012200* RUN ALREADY LOGGED FOR ORDERS BEFORE THE CHECKPOINTED POINT, SO
012210* THOSE EXTEND THE EXISTING FILE INSTEAD. A PROOF RUN'S REJECTS
012220* GO ON ITS SLIPS, NOT THE LOG.
012230*----------------------------------------------------------------
012240 1150-OPEN-REJECT-FILE.
012250     IF PROOF-RUN
012260         GO TO 1150-EXIT
012270     END-IF.
012280     IF RESTART-ORDER-NUM > ZERO
012290         OPEN EXTEND REJECT-FILE
012300         IF REJ-FILE-STATUS = '35'
012310             OPEN OUTPUT REJECT-FILE
012320         END-IF
012330     ELSE
012340         OPEN OUTPUT REJECT-FILE
012350     END-IF.
012360 1150-EXIT.
012370     EXIT.
012380
012390*----------------------------------------------------------------
012400* 1170-OPEN-BILLING-FILE - THE BILLING EXTRACT ACCUMULATES A
012410* MONTH OF PER-ORDER CHARGE DETAIL FOR THE TREEBILL INVOICING
012420* RUN, SO EVERY RUN EXTENDS IT. A MISSING FILE (FIRST RUN OF THE
012430* MONTH, OR AFTER THE MONTHLY CLEAR) IS CREATED FRESH. A PROOF
012440* RUN BILLS NOTHING.
012450*----------------------------------------------------------------
012460 1170-OPEN-BILLING-FILE.
012470     IF PROOF-RUN
012480         GO TO 1170-EXIT
012490     END-IF.
012500     OPEN EXTEND BILLING-FILE.
012510     IF BILL-FILE-STATUS = '35'
012520         OPEN OUTPUT BILLING-FILE
012530     END-IF.
012540 1170-EXIT.
012550     EXIT.
012560
012570*----------------------------------------------------------------
012580* 1180-OPEN-ACK-FILE - LIKE THE REJECT LOG, A CLEAN RUN STARTS
012590* THE ACKNOWLEDGMENT FILE OVER AND A RESTART EXTENDS THE SLIPS
012600* THE PRIOR, CANCELLED RUN ALREADY WROTE. A PROOF RUN'S PROOF
012610* SLIPS TAKE THE PLACE OF ITS ACK SLIPS.
012620*----------------------------------------------------------------
012630 1180-OPEN-ACK-FILE.
012640     IF PROOF-RUN
012650         GO TO 1180-EXIT
012660     END-IF.
012670     IF RESTART-ORDER-NUM > ZERO
012680         OPEN EXTEND ACK-FILE
012690         IF ACK-FILE-STATUS = '35'
012700             OPEN OUTPUT ACK-FILE
012710         END-IF
012720     ELSE
012730         OPEN OUTPUT ACK-FILE
012740     END-IF.
012750 1180-EXIT.
012760     EXIT.
012770
012780*----------------------------------------------------------------
012790* 1190-OPEN-ORDER-HISTORY - THE ORDER HISTORY IS CUMULATIVE, SO
012800* EVERY RUN OPENS IT I-O AND ADDS (OR, ON A RESTART, REWRITES)
012810* ITS OWN RECORDS. A MISSING FILE (FIRST RUN ON A NEW SYSTEM)
012820* IS CREATED FRESH AND REOPENED. A PROOF RUN POSTS NO HISTORY.
012830*----------------------------------------------------------------
012840 1190-OPEN-ORDER-HISTORY.
012850     IF PROOF-RUN
012860         GO TO 1190-EXIT
012870     END-IF.
012880     OPEN I-O ORDER-HISTORY-FILE.
012890     IF OHIST-FILE-STATUS = '35'
012900         OPEN OUTPUT ORDER-HISTORY-FILE
012910         CLOSE ORDER-HISTORY-FILE
012920         OPEN I-O ORDER-HISTORY-FILE
012930     END-IF.
012940 1190-EXIT.
012950     EXIT.
012960
012970*----------------------------------------------------------------
012980* 1200-LOAD-ORDER-QUEUE - PULL THE WHOLE ORDER FILE INTO THE
012990* QUEUE TABLE SO RUSH ORDERS CAN BE DISPATCHED AHEAD OF THE
013000* REST. ORDERS PAST THE TABLE LIMIT ARE REJECTED TO THE REJECT
013010* LOG (ONCE, ON THE CLEAN RUN - A RESTART ALREADY LOGGED AND
013020* COUNTED THEM) SO THEY CANNOT VANISH SILENTLY.
013030*----------------------------------------------------------------
013040 1200-LOAD-ORDER-QUEUE.
013050     PERFORM 1210-READ-ORDER-FILE THRU 1210-EXIT.
013060     PERFORM 1220-STORE-ONE-ORDER THRU 1220-EXIT
013070         UNTIL ORDERS-EOF.
013080     MOVE 'N' TO ORDERS-EOF-SWITCH.
013090     MOVE ZERO TO ORDER-SEQ-NUM.
013100     MOVE 1 TO QUEUE-PHASE-NUM.
013110     MOVE ZERO TO OQ-IDX.
013120 1200-EXIT.
013130     EXIT.
013140
013150 1210-READ-ORDER-FILE.
013160     READ ORDER-FILE
013170         AT END
013180             MOVE 'Y' TO ORDERS-EOF-SWITCH
013190     END-READ.
013200 1210-EXIT.
013210     EXIT.
013220
013230 1220-STORE-ONE-ORDER.
013240     IF OQ-COUNT < ORDER-QUEUE-MAX
013250         ADD 1 TO OQ-COUNT
013260         MOVE ORDER-RECORD TO OQ-ENTRY(OQ-COUNT)
013270     ELSE
013280         ADD 1 TO QUEUE-DROP-CTR
013290         IF RESTART-ORDER-NUM = ZERO
013300             COMPUTE ORDER-SEQ-NUM = OQ-COUNT + QUEUE-DROP-CTR
013310             ADD 1 TO REJECT-COUNT
013320             MOVE 17 TO REJECT-REASON-CODE
013330             MOVE 'ORDER QUEUE CAPACITY OF 999 EXCEEDED' TO
013340                 REJECT-REASON-TEXT
013350             DISPLAY 'TREESTARS ORDER ' ORDER-SEQ-NUM ' ('
013360                 ORD-JOB-NAME ') REJECTED - ' REJECT-REASON-TEXT
013370             PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
013380         END-IF
013390     END-IF.
013400     PERFORM 1210-READ-ORDER-FILE THRU 1210-EXIT.
013410 1220-EXIT.
013420     EXIT.
013430
013440*----------------------------------------------------------------
013450* 1300-LOAD-REPRINT-REQUESTS - READ THE OPTIONAL REPRINT REQUEST
013460* FILE. A MISSING OR EMPTY FILE LEAVES THE RUN IN NORMAL
013470* PRODUCTION MODE; ONE OR MORE REQUESTS PUT IT IN REPRINT MODE.
013480* REQUESTS PAST THE TABLE LIMIT ARE FLAGGED ON THE CONSOLE.
013490* A PROOF RUN PROOFS THE WHOLE ORDER FILE AND IGNORES THE
013500* REQUEST FILE.
013510*----------------------------------------------------------------
013520 1300-LOAD-REPRINT-REQUESTS.
013530     IF PROOF-RUN
013540         GO TO 1300-EXIT
013550     END-IF.
013560     OPEN INPUT REPRINT-FILE.
013570     IF RPRT-FILE-STATUS = '05' OR RPRT-FILE-STATUS = '35'
013580         CONTINUE
013590     ELSE
013600         PERFORM 1310-READ-REPRINT-REQ THRU 1310-EXIT
013610         PERFORM 1320-STORE-REPRINT-REQ THRU 1320-EXIT
013620             UNTIL RPRT-EOF
013630     END-IF.
013640     CLOSE REPRINT-FILE.
013650     IF RPR-COUNT > ZERO
013660         MOVE 'Y' TO REPRINT-RUN-SWITCH
013670         DISPLAY 'TREESTARS REPRINT MODE - ' RPR-COUNT
013680             ' REQUEST(S) LOADED'
013690     END-IF.
013700 1300-EXIT.
013710     EXIT.
013720
013730 1310-READ-REPRINT-REQ.
013740     READ REPRINT-FILE
013750         AT END
013760             MOVE 'Y' TO RPRT-EOF-SWITCH
013770     END-READ.
013780 1310-EXIT.
013790     EXIT.
013800
013810 1320-STORE-REPRINT-REQ.
013820     IF RPR-COUNT < REPRINT-TABLE-MAX
013830         ADD 1 TO RPR-COUNT
013840         MOVE RPR-JOB-NAME TO RPRT-JOB-NAME(RPR-COUNT)
013850         MOVE RPR-ORDER-SEQ TO RPRT-ORDER-SEQ(RPR-COUNT)
013860     ELSE
013870         DISPLAY 'TREESTARS REPRINT REQUEST TABLE FULL - '
013880             'REQUEST FOR ' RPR-JOB-NAME ' IGNORED'
013890     END-IF.
013900     PERFORM 1310-READ-REPRINT-REQ THRU 1310-EXIT.
013910 1320-EXIT.
013920     EXIT.
013930*----------------------------------------------------------------
013940* 1400-LOAD-SPENDING-LIMITS - LOAD EVERY ACCOUNT THAT CARRIES A
013950* MONTHLY SPENDING LIMIT, THEN THE RATE HISTORY, THEN PRICE THIS
013960* MONTH'S BILLING EXTRACT RECORDS INTO EACH LIMITED ACCOUNT'S
013970* MONTH-TO-DATE CHARGES. THE EXTRACT IS READ HERE, BEFORE
013980* 1170-OPEN-BILLING-FILE REOPENS IT EXTEND, SO A RESTARTED RUN
013990* COUNTS THE ORDERS ITS CANCELLED ATTEMPT ALREADY BILLED. THE
014000* HELD-ORDER FILE IS OPENED HERE TOO.
014010*----------------------------------------------------------------
014020 1400-LOAD-SPENDING-LIMITS.
014030     COMPUTE RUN-MONTH-NUM = RUN-DATE / 100.
014040     PERFORM 1470-OPEN-HELD-FILE THRU 1470-EXIT.
014050     OPEN INPUT CUSTOMER-FILE.
014060     IF CUST-FILE-STATUS = '35'
014070         DISPLAY 'TREESTARS NO CUSTOMER MASTER - MONTHLY '
014080             'SPENDING LIMITS NOT CHECKED'
014090         GO TO 1400-EXIT
014100     END-IF.
014110     PERFORM 1410-READ-CUSTOMER THRU 1410-EXIT.
014120     PERFORM 1420-STORE-CUSTOMER THRU 1420-EXIT
014130         UNTIL CUST-EOF.
014140     CLOSE CUSTOMER-FILE.
014150     IF LIMIT-COUNT = ZERO
014160         GO TO 1400-EXIT
014170     END-IF.
014180
014190     OPEN INPUT RATE-FILE.
014200     IF RATE-FILE-STATUS NOT = '35'
014210         PERFORM 1430-READ-RATE THRU 1430-EXIT
014220         PERFORM 1440-STORE-RATE THRU 1440-EXIT
014230             UNTIL RATE-EOF
014240         CLOSE RATE-FILE
014250     END-IF.
014260
014270     OPEN INPUT BILLING-FILE.
014280     IF BILL-FILE-STATUS NOT = '35'
014290         PERFORM 1450-READ-BILLING THRU 1450-EXIT
014300         PERFORM 1460-PRICE-ONE-BILLING THRU 1460-EXIT
014310             UNTIL BILL-EOF
014320         CLOSE BILLING-FILE
014330     END-IF.
014340 1400-EXIT.
014350     EXIT.
014360
014370 1410-READ-CUSTOMER.
014380     READ CUSTOMER-FILE
014390         AT END
014400             MOVE 'Y' TO CUST-EOF-SWITCH
014410     END-READ.
014420 1410-EXIT.
014430     EXIT.
014440
014450 1420-STORE-CUSTOMER.
014460     IF CUST-MONTH-LIMIT IS NUMERIC AND CUST-MONTH-LIMIT > ZERO
014470         IF LIMIT-COUNT < LIMIT-TABLE-MAX
014480             ADD 1 TO LIMIT-COUNT
014490             MOVE CUST-ACCT-CODE TO LMT-ACCT-CODE(LIMIT-COUNT)
014500             MOVE CUST-STAR-RATE TO LMT-STAR-RATE(LIMIT-COUNT)
014510             MOVE CUST-TREE-RATE TO LMT-TREE-RATE(LIMIT-COUNT)
014520             MOVE CUST-MONTH-LIMIT TO LMT-MONTH-LIMIT(LIMIT-COUNT)
014530             MOVE ZERO TO LMT-MTD-CHARGES(LIMIT-COUNT)
014540         ELSE
014550             DISPLAY 'TREESTARS SPENDING LIMIT TABLE FULL - '
014560                 'LIMIT FOR ' CUST-ACCT-CODE ' NOT CHECKED'
014570         END-IF
014580     END-IF.
014590     PERFORM 1410-READ-CUSTOMER THRU 1410-EXIT.
014600 1420-EXIT.
014610     EXIT.
014620
014630 1430-READ-RATE.
014640     READ RATE-FILE
014650         AT END
014660             MOVE 'Y' TO RATE-EOF-SWITCH
014670     END-READ.
014680 1430-EXIT.
014690     EXIT.
014700
014710 1440-STORE-RATE.
014720     MOVE RT-ACCT-CODE TO LIMIT-ACCT-WORK.
014730     PERFORM 2810-FIND-LIMIT-ACCT THRU 2810-EXIT.
014740     IF LIMIT-FOUND
014750         IF RATE-COUNT < RATE-TABLE-MAX
014760             ADD 1 TO RATE-COUNT
014770             MOVE RT-ACCT-CODE TO RTE-ACCT-CODE(RATE-COUNT)
014780             MOVE RT-EFF-DATE TO RTE-EFF-DATE(RATE-COUNT)
014790             MOVE RT-STAR-RATE TO RTE-STAR-RATE(RATE-COUNT)
014800             MOVE RT-TREE-RATE TO RTE-TREE-RATE(RATE-COUNT)
014810         ELSE
014820             DISPLAY 'TREESTARS RATE HISTORY TABLE FULL - '
014830                 'RATE FOR ' RT-ACCT-CODE ' IGNORED'
014840         END-IF
014850     END-IF.
014860     PERFORM 1430-READ-RATE THRU 1430-EXIT.
014870 1440-EXIT.
014880     EXIT.
014890
014900 1450-READ-BILLING.
014910     READ BILLING-FILE
014920         AT END
014930             MOVE 'Y' TO BILL-EOF-SWITCH
014940     END-READ.
014950 1450-EXIT.
014960     EXIT.
014970
014980*----------------------------------------------------------------
014990* 1460-PRICE-ONE-BILLING - ADD ONE EXTRACT RECORD'S CHARGE TO ITS
015000* ACCOUNT'S MONTH-TO-DATE TOTAL, IF THE ACCOUNT HAS A LIMIT AND
015010* THE RECORD IS FROM THIS RUN'S MONTH.
015020*----------------------------------------------------------------
015030 1460-PRICE-ONE-BILLING.
015040     COMPUTE BILL-MONTH-NUM = BILL-RUN-DATE / 100.
015050     IF BILL-MONTH-NUM = RUN-MONTH-NUM
015060         MOVE BILL-ACCT-CODE TO LIMIT-ACCT-WORK
015070         PERFORM 2810-FIND-LIMIT-ACCT THRU 2810-EXIT
015080         IF LIMIT-FOUND
015090             MOVE BILL-RUN-DATE TO PRICE-RUN-DATE
015100             MOVE BILL-STARS-USED TO PRICE-STARS-NUM
015110             MOVE BILL-TREE-COUNT TO PRICE-TREES-NUM
015120             PERFORM 2840-PRICE-CHARGE THRU 2840-EXIT
015130             ADD PRICE-CHARGE-AMT TO
015140                 LMT-MTD-CHARGES(LIMIT-FOUND-IDX)
015150         END-IF
015160     END-IF.
015170     PERFORM 1450-READ-BILLING THRU 1450-EXIT.
015180 1460-EXIT.
015190     EXIT.
015200
015210*----------------------------------------------------------------
015220* 1470-OPEN-HELD-FILE - THE HELD-ORDER FILE ACCUMULATES UNTIL
015230* TREERELEASE WORKS IT OFF, SO EVERY RUN EXTENDS IT. A MISSING
015240* FILE IS CREATED FRESH. A PROOF RUN HOLDS NOTHING.
015250*----------------------------------------------------------------
015260 1470-OPEN-HELD-FILE.
015270     IF PROOF-RUN
015280         GO TO 1470-EXIT
015290     END-IF.
015300     OPEN EXTEND HELD-FILE.
015310     IF HELD-FILE-STATUS = '35'
015320         OPEN OUTPUT HELD-FILE
015330     END-IF.
015340 1470-EXIT.
015350     EXIT.
015360*----------------------------------------------------------------
015370* 1500-LOAD-ARTWORK - PULL THE ARTMAST ARTWORK MASTER INTO THE
015380* ARTWORK TABLE, MEASURING EACH ROW AS IT IS FILED. ANY CELL NOT
015390* MARKED '*' IS TAKEN AS BLANK. A ROW THAT CANNOT BE PLACED (NO
015400* NAME, ROW NOT 01-20, TABLE FULL) IS LEFT OUT WITH A MESSAGE.
015410*----------------------------------------------------------------
015420 1500-LOAD-ARTWORK.
015430     OPEN INPUT ARTWORK-FILE.
015440     IF ART-FILE-STATUS = '35'
015450         DISPLAY 'TREESTARS NO ARTWORK MASTER - SHAPE A ORDERS '
015460             'WILL BE REJECTED'
015470         GO TO 1500-EXIT
015480     END-IF.
015490     PERFORM 1510-READ-ARTWORK THRU 1510-EXIT.
015500     PERFORM 1520-STORE-ARTWORK-ROW THRU 1520-EXIT
015510         UNTIL ART-EOF.
015520     CLOSE ARTWORK-FILE.
015530 1500-EXIT.
015540     EXIT.
015550
015560 1510-READ-ARTWORK.
015570     READ ARTWORK-FILE
015580         AT END
015590             MOVE 'Y' TO ART-EOF-SWITCH
015600     END-READ.
015610 1510-EXIT.
015620     EXIT.
015630
015640 1520-STORE-ARTWORK-ROW.
015650     IF ART-NAME = SPACES
015660             OR ART-ROW-NUM IS NOT NUMERIC
015670             OR ART-ROW-NUM < 1
015680             OR ART-ROW-NUM > 20
015690         DISPLAY 'TREESTARS ARTWORK ROW ' ART-NAME ' '
015700             ART-ROW-NUM ' IS NOT A ROW 01-20 - IGNORED'
015710         GO TO 1520-READ-NEXT
015720     END-IF.
015730     MOVE ART-NAME TO ART-NAME-WORK.
015740     PERFORM 2250-FIND-ARTWORK THRU 2250-EXIT.
015750     IF NOT ART-FOUND
015760         IF ART-COUNT < ART-TABLE-MAX
015770             ADD 1 TO ART-COUNT
015780             MOVE ART-COUNT TO ART-FOUND-IDX
015790             MOVE ART-NAME TO AW-ART-NAME(ART-COUNT)
015800             MOVE ZERO TO AW-ROW-COUNT(ART-COUNT)
015810             MOVE ZERO TO AW-WIDTH(ART-COUNT)
015820             PERFORM 1530-CLEAR-ONE-ROW THRU 1530-EXIT
015830                 VARYING ROW FROM 1 BY 1 UNTIL ROW > 20
015840         ELSE
015850             DISPLAY 'TREESTARS ARTWORK TABLE FULL - ARTWORK '
015860                 ART-NAME ' NOT LOADED'
015870             GO TO 1520-READ-NEXT
015880         END-IF
015890     END-IF.
015900     MOVE ART-ROW-NUM TO ROW.
015910     MOVE ART-ROW-GRID TO ART-LINE-WORK.
015920     MOVE ZERO TO AW-ROW-CELLS(ART-FOUND-IDX, ROW).
015930     PERFORM 1540-MEASURE-ONE-CELL THRU 1540-EXIT
015940         VARYING ART-CELL FROM 1 BY 1 UNTIL ART-CELL > 40.
015950     MOVE ART-LINE-WORK TO AW-ROW-GRID(ART-FOUND-IDX, ROW).
015960     IF ROW > AW-ROW-COUNT(ART-FOUND-IDX)
015970         MOVE ROW TO AW-ROW-COUNT(ART-FOUND-IDX)
015980     END-IF.
015990 1520-READ-NEXT.
016000     PERFORM 1510-READ-ARTWORK THRU 1510-EXIT.
016010 1520-EXIT.
016020     EXIT.
016030
016040 1530-CLEAR-ONE-ROW.
016050     MOVE SPACES TO AW-ROW-GRID(ART-FOUND-IDX, ROW).
016060     MOVE ZERO TO AW-ROW-CELLS(ART-FOUND-IDX, ROW).
016070 1530-EXIT.
016080     EXIT.
016090
016100 1540-MEASURE-ONE-CELL.
016110     IF ART-LINE-WORK(ART-CELL:1) = '*'
016120         ADD 1 TO AW-ROW-CELLS(ART-FOUND-IDX, ROW)
016130         IF ART-CELL > AW-WIDTH(ART-FOUND-IDX)
016140             MOVE ART-CELL TO AW-WIDTH(ART-FOUND-IDX)
016150         END-IF
016160     ELSE
016170         MOVE SPACE TO ART-LINE-WORK(ART-CELL:1)
016180     END-IF.
016190 1540-EXIT.
016200     EXIT.
016210
016220*----------------------------------------------------------------
016230* 2000-PROCESS-ORDERS - BODY OF THE ORDER-QUEUE LOOP. THE ORDER
016240* RECORD FOR THIS ITERATION WAS ALREADY READ BY THE PRIOR PASS.
016250*----------------------------------------------------------------
016260 2000-PROCESS-ORDERS.
016270     ADD 1 TO ORDER-SEQ-NUM.
016280     MOVE ZERO TO ORDER-PAGE-COUNT.
016290     MOVE 10 TO HEIGHT-NUM.
016300     MOVE 10 TO CANOPY-BASE-NUM.
016310     MOVE ZERO TO TRUNK-HEIGHT-NUM.
016320     MOVE ZERO TO TRUNK-WIDTH-NUM.
016330     MOVE 1 TO FOREST-COUNT-NUM.
016340     MOVE ZERO TO FOREST-GAP-NUM.
016350     MOVE '*' TO FILL-CHAR-NUM.
016360     IF ORD-PRIORITY = 'R'
016370         MOVE 'Y' TO RUSH-ORDER-SWITCH
016380     ELSE
016390         MOVE 'N' TO RUSH-ORDER-SWITCH
016400     END-IF.
016410     IF ORD-HEIGHT IS NUMERIC
016420         MOVE ORD-HEIGHT TO HEIGHT-NUM
016430     END-IF.
016440     IF ORD-CANOPY-BASE IS NUMERIC
016450         MOVE ORD-CANOPY-BASE TO CANOPY-BASE-NUM
016460     END-IF.
016470     IF ORD-TRUNK-HEIGHT IS NUMERIC
016480         MOVE ORD-TRUNK-HEIGHT TO TRUNK-HEIGHT-NUM
016490     END-IF.
016500     IF ORD-TRUNK-WIDTH IS NUMERIC
016510         MOVE ORD-TRUNK-WIDTH TO TRUNK-WIDTH-NUM
016520     END-IF.
016530     IF ORD-FOREST-COUNT IS NUMERIC AND ORD-FOREST-COUNT > ZERO
016540         MOVE ORD-FOREST-COUNT TO FOREST-COUNT-NUM
016550     END-IF.
016560     IF ORD-FOREST-GAP IS NUMERIC
016570         MOVE ORD-FOREST-GAP TO FOREST-GAP-NUM
016580     END-IF.
016590     IF ORD-FILL-CHAR NOT = SPACE
016600         MOVE ORD-FILL-CHAR TO FILL-CHAR-NUM
016610     END-IF.
016620     MOVE 'T' TO SHAPE-CODE-NUM.
016630     IF ORD-SHAPE-CODE NOT = SPACE
016640         MOVE ORD-SHAPE-CODE TO SHAPE-CODE-NUM
016650     END-IF.
016660     IF NOT SHAPE-IS-TREE
016670         MOVE ZERO TO TRUNK-HEIGHT-NUM
016680         MOVE ZERO TO TRUNK-WIDTH-NUM
016690         IF ORD-CANOPY-BASE IS NOT NUMERIC
016700                 AND ORD-HEIGHT IS NUMERIC
016710             MOVE HEIGHT-NUM TO CANOPY-BASE-NUM
016720         END-IF
016730     END-IF.
016740     IF ORDER-SEQ-NUM = RESTART-ORDER-NUM
016750         MOVE RESTART-ORDER-STARS TO ORDER-STARS-USED
016760     ELSE
016770         MOVE ZERO TO ORDER-STARS-USED
016780     END-IF.
016790     MOVE 'N' TO REPRINT-MATCH-SWITCH.
016800     MOVE 'N' TO ORDER-HELD-SWITCH.
016810     MOVE 'N' TO OVER-LIMIT-SWITCH.
016820     IF REPRINT-RUN AND ORDER-SEQ-NUM >= RESTART-ORDER-NUM
016830         PERFORM 2700-CHECK-REPRINT-MATCH THRU 2700-EXIT
016840     END-IF.
016850     IF ORDER-SEQ-NUM < RESTART-ORDER-NUM
016860             OR (REPRINT-RUN AND NOT REPRINT-MATCHED)
016870         CONTINUE
016880     ELSE
016890         PERFORM 2200-EDIT-ORDER THRU 2200-EXIT
016900         IF ORDER-IS-VALID AND NOT REPRINT-RUN
016910             PERFORM 2800-CHECK-SPENDING-LIMIT THRU 2800-EXIT
016920         END-IF
016930         IF ORDER-IS-VALID AND NOT ORDER-IS-HELD
016940             PERFORM 2500-SET-ORDER-ROUTING THRU 2500-EXIT
016950             PERFORM 2300-BUILD-FILL-CHARS THRU 2300-EXIT
016960             PERFORM 3000-DISPLAY-TREE THRU 3000-EXIT
016970             PERFORM 4500-BUILD-CAPTION THRU 4500-EXIT
016980             IF REPRINT-RUN
016990                 ADD 1 TO REPRINTS-COMPLETED
017000                 MOVE 'REPRINT' TO ACK-STATUS-VAL
017010             ELSE
017020                 IF ORDER-OVER-LIMIT
017030                     MOVE 'HELD' TO ACK-STATUS-VAL
017040                 ELSE
017050                     ADD 1 TO TREES-COMPLETED
017060                     IF RUSH-ORDER
017070                         ADD 1 TO RUSH-COMPLETED
017080                     END-IF
017090                     PERFORM 2600-WRITE-BILLING THRU 2600-EXIT
017100                     MOVE 'ACCEPTED' TO ACK-STATUS-VAL
017110                 END-IF
017120             END-IF
017130             PERFORM 2900-WRITE-ACK THRU 2900-EXIT
017140         END-IF
017150     END-IF.
017160     PERFORM 2100-READ-ORDER THRU 2100-EXIT.
017170 2000-EXIT.
017180     EXIT.
017190
017200*----------------------------------------------------------------
017210* 2100-READ-ORDER - HAND THE NEXT QUEUED ORDER TO THE MAIN LOOP,
017220* RUSH PASS FIRST, THEN THE ARRIVAL-ORDER PASS. END OF THE
017230* SECOND PASS IS END OF THE QUEUE.
017240*----------------------------------------------------------------
017250 2100-READ-ORDER.
017260     MOVE 'N' TO QUEUE-FOUND-SWITCH.
017270     PERFORM 2110-SCAN-QUEUE THRU 2110-EXIT
017280         UNTIL QUEUE-FOUND OR ORDERS-EOF.
017290 2100-EXIT.
017300     EXIT.
017310
017320 2110-SCAN-QUEUE.
017330     ADD 1 TO OQ-IDX.
017340     IF OQ-IDX > OQ-COUNT
017350         IF QUEUE-PHASE-NUM = 1
017360             MOVE 2 TO QUEUE-PHASE-NUM
017370             MOVE ZERO TO OQ-IDX
017380         ELSE
017390             MOVE 'Y' TO ORDERS-EOF-SWITCH
017400         END-IF
017410         GO TO 2110-EXIT
017420     END-IF.
017430     MOVE OQ-ENTRY(OQ-IDX) TO ORDER-RECORD.
017440     IF QUEUE-PHASE-NUM = 1 AND ORD-PRIORITY = 'R'
017450         MOVE 'Y' TO QUEUE-FOUND-SWITCH
017460     END-IF.
017470     IF QUEUE-PHASE-NUM = 2 AND ORD-PRIORITY NOT = 'R'
017480         MOVE 'Y' TO QUEUE-FOUND-SWITCH
017490     END-IF.
017500 2110-EXIT.
017510     EXIT.
017520
017530*----------------------------------------------------------------
017540* 2200-EDIT-ORDER - GUARD THE DIMENSIONS THAT WILL LATER BE USED
017550* TO REFERENCE-MODIFY SPACE-FILLER/STAR-FILLER (BOTH PIC X(20))
017560* SO AN OVERSIZED ORDER IS REJECTED INSTEAD OF ABENDING THE JOB.
017570*----------------------------------------------------------------
017580 2200-EDIT-ORDER.
017590     MOVE 'Y' TO ORDER-VALID-SWITCH.
017600     MOVE SPACES TO REJECT-REASON-TEXT.
017610     MOVE ZERO TO REJECT-REASON-CODE.
017620
017630     IF ORD-HEIGHT NOT = SPACES AND ORD-HEIGHT IS NOT NUMERIC
017640         MOVE 'N' TO ORDER-VALID-SWITCH
017650         MOVE 01 TO REJECT-REASON-CODE
017660         MOVE 'HEIGHT IS NOT A VALID NUMBER' TO
017670             REJECT-REASON-TEXT
017680     END-IF.
017690
017700     IF ORDER-IS-VALID
017710         IF ORD-CANOPY-BASE NOT = SPACES
017720                 AND ORD-CANOPY-BASE IS NOT NUMERIC
017730             MOVE 'N' TO ORDER-VALID-SWITCH
017740             MOVE 02 TO REJECT-REASON-CODE
017750             MOVE 'CANOPY BASE IS NOT A VALID NUMBER' TO
017760                 REJECT-REASON-TEXT
017770         END-IF
017780     END-IF.
017790
017800     IF ORDER-IS-VALID
017810         IF ORD-TRUNK-HEIGHT NOT = SPACES
017820                 AND ORD-TRUNK-HEIGHT IS NOT NUMERIC
017830             MOVE 'N' TO ORDER-VALID-SWITCH
017840             MOVE 03 TO REJECT-REASON-CODE
017850             MOVE 'TRUNK HEIGHT IS NOT A VALID NUMBER' TO
017860                 REJECT-REASON-TEXT
017870         END-IF
017880     END-IF.
017890
017900     IF ORDER-IS-VALID
017910         IF ORD-TRUNK-WIDTH NOT = SPACES
017920                 AND ORD-TRUNK-WIDTH IS NOT NUMERIC
017930             MOVE 'N' TO ORDER-VALID-SWITCH
017940             MOVE 04 TO REJECT-REASON-CODE
017950             MOVE 'TRUNK WIDTH IS NOT A VALID NUMBER' TO
017960                 REJECT-REASON-TEXT
017970         END-IF
017980     END-IF.
017990
018000     IF ORDER-IS-VALID
018010         IF ORD-FOREST-COUNT NOT = SPACES
018020                 AND ORD-FOREST-COUNT IS NOT NUMERIC
018030             MOVE 'N' TO ORDER-VALID-SWITCH
018040             MOVE 05 TO REJECT-REASON-CODE
018050             MOVE 'FOREST COUNT IS NOT A VALID NUMBER' TO
018060                 REJECT-REASON-TEXT
018070         END-IF
018080     END-IF.
018090
018100     IF ORDER-IS-VALID
018110         IF ORD-FOREST-GAP NOT = SPACES
018120                 AND ORD-FOREST-GAP IS NOT NUMERIC
018130             MOVE 'N' TO ORDER-VALID-SWITCH
018140             MOVE 06 TO REJECT-REASON-CODE
018150             MOVE 'FOREST GAP IS NOT A VALID NUMBER' TO
018160                 REJECT-REASON-TEXT
018170         END-IF
018180     END-IF.
018190
018200     IF ORDER-IS-VALID
018210         IF NOT VALID-SHAPE-CODE
018220             MOVE 'N' TO ORDER-VALID-SWITCH
018230             MOVE 07 TO REJECT-REASON-CODE
018240             MOVE 'SHAPE CODE IS NOT ONE OF T S B D W A' TO
018250                 REJECT-REASON-TEXT
018260         END-IF
018270     END-IF.
018280     IF ORDER-IS-VALID AND SHAPE-IS-ARTWORK
018290         MOVE ORD-ART-NAME TO ART-NAME-WORK
018300         PERFORM 2250-FIND-ARTWORK THRU 2250-EXIT
018310         IF NOT ART-FOUND
018320             MOVE 'N' TO ORDER-VALID-SWITCH
018330             MOVE 18 TO REJECT-REASON-CODE
018340             MOVE 'ARTWORK NAME NOT ON THE ARTWORK MASTER' TO
018350                 REJECT-REASON-TEXT
018360         ELSE
018370             MOVE AW-ROW-COUNT(ART-FOUND-IDX) TO ART-ROWS-NUM
018380             MOVE AW-WIDTH(ART-FOUND-IDX) TO ART-WIDTH-NUM
018390         END-IF
018400     END-IF.
018410
018420     IF ORDER-IS-VALID AND NOT SHAPE-IS-ARTWORK
018430         IF HEIGHT-NUM = ZERO OR CANOPY-BASE-NUM = ZERO
018440             MOVE 'N' TO ORDER-VALID-SWITCH
018450             MOVE 08 TO REJECT-REASON-CODE
018460             MOVE 'HEIGHT/CANOPY BASE MUST BE NONZERO' TO
018470                 REJECT-REASON-TEXT
018480         END-IF
018490     END-IF.
018500
018510     IF ORDER-IS-VALID AND NOT SHAPE-IS-ARTWORK
018520         IF CANOPY-BASE-NUM < HEIGHT-NUM
018530             MOVE 'N' TO ORDER-VALID-SWITCH
018540             MOVE 09 TO REJECT-REASON-CODE
018550             MOVE 'CANOPY BASE NARROWER THAN HEIGHT' TO
018560                 REJECT-REASON-TEXT
018570         END-IF
018580     END-IF.
018590
018600     IF ORDER-IS-VALID AND NOT SHAPE-IS-ARTWORK
018610         IF CANOPY-BASE-NUM > 20
018620             MOVE 'N' TO ORDER-VALID-SWITCH
018630             MOVE 10 TO REJECT-REASON-CODE
018640             MOVE 'CANOPY BASE EXCEEDS FILLER LIMIT OF 20' TO
018650                 REJECT-REASON-TEXT
018660         END-IF
018670     END-IF.
018680
018690     IF ORDER-IS-VALID AND NOT SHAPE-IS-ARTWORK
018700         IF (2 * HEIGHT-NUM - 1) > 20
018710             MOVE 'N' TO ORDER-VALID-SWITCH
018720             MOVE 11 TO REJECT-REASON-CODE
018730             MOVE 'HEIGHT EXCEEDS MAXIMUM OF 10 ROWS' TO
018740                 REJECT-REASON-TEXT
018750         END-IF
018760     END-IF.
018770
018780     IF ORDER-IS-VALID
018790         IF SHAPE-IS-STAR AND (2 * HEIGHT-NUM + 3) > 20
018800             MOVE 'N' TO ORDER-VALID-SWITCH
018810             MOVE 12 TO REJECT-REASON-CODE
018820             MOVE 'STAR RAY WIDTH EXCEEDS FILLER LIMIT OF 20' TO
018830                 REJECT-REASON-TEXT
018840         END-IF
018850     END-IF.
018860
018870     IF ORDER-IS-VALID
018880         IF TRUNK-WIDTH-NUM > 20
018890             MOVE 'N' TO ORDER-VALID-SWITCH
018900             MOVE 13 TO REJECT-REASON-CODE
018910             MOVE 'TRUNK WIDTH EXCEEDS FILLER LIMIT OF 20' TO
018920                 REJECT-REASON-TEXT
018930         END-IF
018940     END-IF.
018950
018960     IF ORDER-IS-VALID
018970         IF TRUNK-HEIGHT-NUM > ZERO AND TRUNK-WIDTH-NUM = ZERO
018980             MOVE 'N' TO ORDER-VALID-SWITCH
018990             MOVE 14 TO REJECT-REASON-CODE
019000             MOVE 'TRUNK HEIGHT GIVEN WITHOUT A TRUNK WIDTH' TO
019010                 REJECT-REASON-TEXT
019020         END-IF
019030     END-IF.
019040
019050     IF ORDER-IS-VALID
019060         IF FOREST-GAP-NUM > 20
019070             MOVE 'N' TO ORDER-VALID-SWITCH
019080             MOVE 15 TO REJECT-REASON-CODE
019090             MOVE 'FOREST GAP EXCEEDS FILLER LIMIT OF 20' TO
019100                REJECT-REASON-TEXT
019110         END-IF
019120     END-IF.
019130
019140     IF ORDER-IS-VALID AND NOT SHAPE-IS-ARTWORK
019150         IF FOREST-COUNT-NUM * (20 + 20 + FOREST-GAP-NUM) > 131
019160             MOVE 'N' TO ORDER-VALID-SWITCH
019170             MOVE 16 TO REJECT-REASON-CODE
019180             MOVE 'FOREST COUNT EXCEEDS PRINT LINE WIDTH' TO
019190                REJECT-REASON-TEXT
019200         END-IF
019210     END-IF.
019220     IF ORDER-IS-VALID AND SHAPE-IS-ARTWORK
019230         IF FOREST-COUNT-NUM * ART-WIDTH-NUM
019240                 + (FOREST-COUNT-NUM - 1) * FOREST-GAP-NUM > 131
019250             MOVE 'N' TO ORDER-VALID-SWITCH
019260             MOVE 19 TO REJECT-REASON-CODE
019270             MOVE 'ARTWORK TOO WIDE FOR THE PRINT LINE' TO
019280                REJECT-REASON-TEXT
019290         END-IF
019300     END-IF.
019310
019320     IF NOT ORDER-IS-VALID
019330         ADD 1 TO REJECT-COUNT
019340         DISPLAY 'TREESTARS ORDER ' ORDER-SEQ-NUM ' ('
019350             ORD-JOB-NAME ') REJECTED - ' REJECT-REASON-TEXT
019360         PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
019370     END-IF.
019380 2200-EXIT.
019390     EXIT.
019400*----------------------------------------------------------------
019410* 2250-FIND-ARTWORK - LOOK ART-NAME-WORK UP IN THE ARTWORK TABLE,
019420* LEAVING ITS SLOT IN ART-FOUND-IDX.
019430*----------------------------------------------------------------
019440 2250-FIND-ARTWORK.
019450     MOVE 'N' TO ART-FOUND-SWITCH.
019460     MOVE ZERO TO ART-FOUND-IDX.
019470     PERFORM 2255-MATCH-ONE-ARTWORK THRU 2255-EXIT
019480         VARYING ART-IDX FROM 1 BY 1
019490         UNTIL ART-IDX > ART-COUNT OR ART-FOUND.
019500 2250-EXIT.
019510     EXIT.
019520
019530 2255-MATCH-ONE-ARTWORK.
019540     IF AW-ART-NAME(ART-IDX) = ART-NAME-WORK
019550         MOVE ART-IDX TO ART-FOUND-IDX
019560         MOVE 'Y' TO ART-FOUND-SWITCH
019570     END-IF.
019580 2255-EXIT.
019590     EXIT.
019600
019610*----------------------------------------------------------------
019620* 2300-BUILD-FILL-CHARS - SPREAD THE ORDER'S FILL CHARACTER ACROSS
019630* EVERY BYTE OF STAR-FILLER SO 5100-EMIT-ONE-COPY PRINTS THE TREE
019640* WITH WHATEVER SYMBOL THE ORDER ASKED FOR, DEFAULTING TO '*'.
019650*----------------------------------------------------------------
019660 2300-BUILD-FILL-CHARS.
019670     PERFORM 2310-SET-ONE-FILL-CHAR THRU 2310-EXIT
019680         VARYING FILL-IDX FROM 1 BY 1 UNTIL FILL-IDX > 20.
019690 2300-EXIT.
019700     EXIT.
019710
019720 2310-SET-ONE-FILL-CHAR.
019730     MOVE FILL-CHAR-NUM TO STAR-FILLER(FILL-IDX:1).
019740 2310-EXIT.
019750     EXIT.
019760
019770*----------------------------------------------------------------
019780* 2400-WRITE-REJECT - LOG THE REJECTED ORDER TO REJECT-FILE SO
019790* THE BAD-ORDER HISTORY SURVIVES PAST THE OPERATOR CONSOLE.
019800* A PROOF RUN LOGS NOTHING - THE REJECT GOES ON ITS PROOF SLIP.
019810*----------------------------------------------------------------
019820 2400-WRITE-REJECT.
019830     MOVE ORDER-SEQ-NUM TO RJ-ORDER-SEQ.
019840     MOVE ORD-JOB-NAME TO RJ-JOB-NAME.
019850     MOVE REJECT-REASON-TEXT TO RJ-REASON-TEXT.
019860     MOVE REJECT-REASON-CODE TO RJ-REASON-CODE.
019870     MOVE ORD-DEST-NAME TO RJ-DEST-NAME.
019880     IF REJECT-REASON-CODE > ZERO
019890             AND REJECT-REASON-CODE < 21
019900         ADD 1 TO REASON-TALLY(REJECT-REASON-CODE)
019910     END-IF.
019920     IF NOT PROOF-RUN
019930         WRITE REJECT-RECORD
019940     END-IF.
019950     MOVE 'REJECTED' TO ACK-STATUS-VAL.
019960     PERFORM 2900-WRITE-ACK THRU 2900-EXIT.
019970 2400-EXIT.
019980     EXIT.
019990
020000*----------------------------------------------------------------
020010* 2500-SET-ORDER-ROUTING - BIND THE ORDER'S ROUTE AND JOB NAME
020020* FOR THE PAGE HEADERS (WHICH DOUBLE AS THE 'ROUTE TO:' LINES
020030* THE TREEBURST BURSTER SPLITS ON - AN ORDER THAT NAMES NO
020040* DESTINATION ROUTES TO '(SHOP)', THE BURSTER'S CATCH-ALL), AND
020050* DECIDE WHETHER THE ORDER STARTS ON A FRESH PAGE: ALWAYS WHEN
020060* THE DESTINATION CHANGES, AND WHENEVER THE ORDER'S ROWS WOULD
020070* NOT FIT IN THE LINES REMAINING ON THE PAGE IN PROGRESS, SO NO
020080* SHAPE IS SPLIT ACROSS A PERFORATION THAT A FRESH PAGE WOULD
020090* AVOID.
020100*----------------------------------------------------------------
020110 2500-SET-ORDER-ROUTING.
020120     IF ORD-DEST-NAME = SPACES
020130         MOVE '(SHOP)' TO ROUTE-DEST-NAME
020140     ELSE
020150         MOVE ORD-DEST-NAME TO ROUTE-DEST-NAME
020160     END-IF.
020170     MOVE ORD-JOB-NAME TO PRINT-JOB-NAME.
020180     EVALUATE TRUE
020190         WHEN SHAPE-IS-STAR
020200             COMPUTE ORDER-ROWS-NEEDED = 2 * HEIGHT-NUM - 1
020210         WHEN SHAPE-IS-BELL
020220             COMPUTE ORDER-ROWS-NEEDED = HEIGHT-NUM + 1
020230         WHEN SHAPE-IS-DIAMOND OR SHAPE-IS-WREATH
020240             COMPUTE ORDER-ROWS-NEEDED = 2 * HEIGHT-NUM - 1
020250         WHEN SHAPE-IS-ARTWORK
020260             MOVE ART-ROWS-NUM TO ORDER-ROWS-NEEDED
020270         WHEN OTHER
020280             COMPUTE ORDER-ROWS-NEEDED = HEIGHT-NUM
020290                 + TRUNK-HEIGHT-NUM
020300     END-EVALUATE.
020310     IF ORD-CAPTION NOT = SPACES
020320         ADD 5 TO ORDER-ROWS-NEEDED
020330     END-IF.
020340     IF PAGE-NUM = ZERO
020350             OR ROUTE-DEST-NAME NOT = LAST-ROUTE-DEST
020360             OR ORDER-ROWS-NEEDED > (PAGE-DEPTH-NUM - LINE-COUNT)
020370         MOVE 'Y' TO PAGE-EJECT-SWITCH
020380     END-IF.
020390     MOVE ROUTE-DEST-NAME TO LAST-ROUTE-DEST.
020400 2500-EXIT.
020410     EXIT.
020420
020430*----------------------------------------------------------------
020440* 2600-WRITE-BILLING - ONE EXTRACT RECORD PER COMPLETED ORDER SO
020450* THE CHARGE TO EACH ACCOUNT TRACES TO THE INDIVIDUAL ORDERS
020460* THAT PRODUCED IT. AN ORDER WITH NO ACCOUNT CODE IS EXTRACTED
020470* WITH SPACES AND PICKED UP BY TREEBILL AS UNASSIGNED. A LIMITED
020480* ACCOUNT'S MONTH-TO-DATE CHARGES GO UP BY THE ORDER'S CHARGE SO
020490* THE NEXT ORDER ON THE ACCOUNT IS CHECKED AGAINST IT. A PROOF
020500* RUN WRITES NO EXTRACT BUT STILL RAISES THE MONTH-TO-DATE
020510* CHARGES, SO IT FLAGS THE SAME LATER ORDERS PRODUCTION WILL HOLD.
020520*----------------------------------------------------------------
020530 2600-WRITE-BILLING.
020540     MOVE SPACES TO BILLING-RECORD.
020550     MOVE RUN-DATE TO BILL-RUN-DATE.
020560     MOVE ORDER-SEQ-NUM TO BILL-ORDER-SEQ.
020570     MOVE ORD-ACCT-CODE TO BILL-ACCT-CODE.
020580     MOVE ORD-JOB-NAME TO BILL-JOB-NAME.
020590     MOVE FOREST-COUNT-NUM TO BILL-TREE-COUNT.
020600     MOVE ORDER-STARS-USED TO BILL-STARS-USED.
020610     IF NOT PROOF-RUN
020620         WRITE BILLING-RECORD
020630     END-IF.
020640     MOVE ORD-ACCT-CODE TO LIMIT-ACCT-WORK.
020650     PERFORM 2810-FIND-LIMIT-ACCT THRU 2810-EXIT.
020660     IF LIMIT-FOUND
020670         MOVE RUN-DATE TO PRICE-RUN-DATE
020680         MOVE ORDER-STARS-USED TO PRICE-STARS-NUM
020690         MOVE FOREST-COUNT-NUM TO PRICE-TREES-NUM
020700         PERFORM 2840-PRICE-CHARGE THRU 2840-EXIT
020710         ADD PRICE-CHARGE-AMT TO LMT-MTD-CHARGES(LIMIT-FOUND-IDX)
020720     END-IF.
020730 2600-EXIT.
020740     EXIT.
020750
020760*----------------------------------------------------------------
020770* 2700-CHECK-REPRINT-MATCH - DOES ANY REPRINT REQUEST NAME THE
020780* ORDER IN HAND? A REQUEST MATCHES ON JOB NAME, ON THE ORDER'S
020790* DISPATCH SEQUENCE NUMBER, OR BOTH.
020800*----------------------------------------------------------------
020810 2700-CHECK-REPRINT-MATCH.
020820     PERFORM 2710-MATCH-ONE-REQUEST THRU 2710-EXIT
020830         VARYING RPR-IDX FROM 1 BY 1
020840         UNTIL RPR-IDX > RPR-COUNT OR REPRINT-MATCHED.
020850 2700-EXIT.
020860     EXIT.
020870
020880 2710-MATCH-ONE-REQUEST.
020890     IF RPRT-JOB-NAME(RPR-IDX) NOT = SPACES
020900             AND RPRT-JOB-NAME(RPR-IDX) = ORD-JOB-NAME
020910         MOVE 'Y' TO REPRINT-MATCH-SWITCH
020920     END-IF.
020930     IF RPRT-ORDER-SEQ(RPR-IDX) IS NUMERIC
020940             AND RPRT-ORDER-SEQ(RPR-IDX) = ORDER-SEQ-NUM
020950         MOVE 'Y' TO REPRINT-MATCH-SWITCH
020960     END-IF.
020970 2710-EXIT.
020980     EXIT.
020990*----------------------------------------------------------------
021000* 2800-CHECK-SPENDING-LIMIT - WOULD THIS ORDER TAKE ITS ACCOUNT
021010* PAST THE MONTHLY SPENDING LIMIT? THE ORDER'S COST IS ITS
021020* PROJECTED STARS AND TREE COUNT PRICED AT TODAY'S RATE IN FORCE;
021030* IF THE MONTH-TO-DATE CHARGES PLUS THAT COST EXCEED THE LIMIT
021040* THE ORDER IS HELD - WRITTEN TO THE HELD-ORDER FILE WITH A
021050* 'HELD' ACK SLIP - AND NOT PRINTED. AN ORDER FINANCE ALREADY
021060* RELEASED (APPROVER'S INITIALS ON THE ORDER) IS NOT HELD AGAIN,
021070* NOR IS THE ORDER A RESTART RESUMES, WHICH WAS PAST THE CHECK
021080* WHEN IT BEGAN PRINTING. A PROOF RUN HOLDS NOTHING: THE ORDER
021090* IS RENDERED ANYWAY AND FLAGGED ON ITS PROOF SLIP AS ONE THE
021100* PRODUCTION RUN WILL HOLD.
021110*----------------------------------------------------------------
021120 2800-CHECK-SPENDING-LIMIT.
021130     IF ORD-RELEASE-INITS NOT = SPACES
021140             OR ORDER-SEQ-NUM = RESTART-ORDER-NUM
021150         GO TO 2800-EXIT
021160     END-IF.
021170     MOVE ORD-ACCT-CODE TO LIMIT-ACCT-WORK.
021180     PERFORM 2810-FIND-LIMIT-ACCT THRU 2810-EXIT.
021190     IF NOT LIMIT-FOUND
021200         GO TO 2800-EXIT
021210     END-IF.
021220     PERFORM 2820-PROJECT-ORDER-STARS THRU 2820-EXIT.
021230     MOVE RUN-DATE TO PRICE-RUN-DATE.
021240     MOVE PROJECTED-STARS TO PRICE-STARS-NUM.
021250     MOVE FOREST-COUNT-NUM TO PRICE-TREES-NUM.
021260     PERFORM 2840-PRICE-CHARGE THRU 2840-EXIT.
021270     IF LMT-MTD-CHARGES(LIMIT-FOUND-IDX) + PRICE-CHARGE-AMT
021280             NOT > LMT-MONTH-LIMIT(LIMIT-FOUND-IDX)
021290         GO TO 2800-EXIT
021300     END-IF.
021310     MOVE 'Y' TO ORDER-HELD-SWITCH.
021320     ADD 1 TO HELD-COUNT.
021330     MOVE ZERO TO REJECT-REASON-CODE.
021340     MOVE 'HELD - OVER MONTHLY SPENDING LIMIT' TO
021350         REJECT-REASON-TEXT.
021360     IF PROOF-RUN
021370         MOVE 'N' TO ORDER-HELD-SWITCH
021380         MOVE 'Y' TO OVER-LIMIT-SWITCH
021390         GO TO 2800-EXIT
021400     END-IF.
021410     DISPLAY 'TREESTARS ORDER ' ORDER-SEQ-NUM ' ('
021420         ORD-JOB-NAME ') HELD - ACCOUNT ' ORD-ACCT-CODE
021430         ' OVER MONTHLY SPENDING LIMIT'.
021440     PERFORM 2850-WRITE-HELD-ORDER THRU 2850-EXIT.
021450     MOVE 'HELD' TO ACK-STATUS-VAL.
021460     PERFORM 2900-WRITE-ACK THRU 2900-EXIT.
021470 2800-EXIT.
021480     EXIT.
021490
021500*----------------------------------------------------------------
021510* 2810-FIND-LIMIT-ACCT - LOOK LIMIT-ACCT-WORK UP IN THE SPENDING
021520* LIMIT TABLE, LEAVING ITS SLOT IN LIMIT-FOUND-IDX.
021530*----------------------------------------------------------------
021540 2810-FIND-LIMIT-ACCT.
021550     MOVE 'N' TO LIMIT-FOUND-SWITCH.
021560     MOVE ZERO TO LIMIT-FOUND-IDX.
021570     IF LIMIT-ACCT-WORK = SPACES
021580         GO TO 2810-EXIT
021590     END-IF.
021600     PERFORM 2815-MATCH-ONE-LIMIT THRU 2815-EXIT
021610         VARYING LIMIT-IDX FROM 1 BY 1
021620         UNTIL LIMIT-IDX > LIMIT-COUNT OR LIMIT-FOUND.
021630 2810-EXIT.
021640     EXIT.
021650
021660 2815-MATCH-ONE-LIMIT.
021670     IF LMT-ACCT-CODE(LIMIT-IDX) = LIMIT-ACCT-WORK
021680         MOVE LIMIT-IDX TO LIMIT-FOUND-IDX
021690         MOVE 'Y' TO LIMIT-FOUND-SWITCH
021700     END-IF.
021710 2815-EXIT.
021720     EXIT.
021730
021740*----------------------------------------------------------------
021750* 2820-PROJECT-ORDER-STARS - COUNT THE INK THE ORDER WILL USE
021760* BEFORE IT PRINTS, WALKING THE SAME ROWS THE 3000-SERIES SHAPE
021770* PARAGRAPHS DRAW (EACH ROW ONCE PER FOREST COPY) PLUS THE
021780* CAPTION'S GLYPH CELLS, SO THE PROJECTED COST IS WHAT THE
021790* BILLING EXTRACT WILL CARRY IF THE ORDER PRINTS.
021800*----------------------------------------------------------------
021810 2820-PROJECT-ORDER-STARS.
021820     MOVE ZERO TO PROJECTED-STARS.
021830     EVALUATE TRUE
021840         WHEN SHAPE-IS-STAR
021850             COMPUTE SHAPE-TOP-NUM = HEIGHT-NUM - 1
021860             PERFORM 2822-PROJECT-POINT-ROW THRU 2822-EXIT
021870                 VARYING ROW FROM 1 BY 1 UNTIL ROW > SHAPE-TOP-NUM
021880             COMPUTE ROW-WIDTH-NUM = 2 * HEIGHT-NUM + 3
021890             PERFORM 2828-PROJECT-ONE-ROW THRU 2828-EXIT
021900             PERFORM 2822-PROJECT-POINT-ROW THRU 2822-EXIT
021910                 VARYING ROW FROM SHAPE-TOP-NUM BY -1
021920                 UNTIL ROW < 1
021930         WHEN SHAPE-IS-BELL
021940             COMPUTE SHAPE-TOP-NUM = HEIGHT-NUM - 1
021950             PERFORM 2822-PROJECT-POINT-ROW THRU 2822-EXIT
021960                 VARYING ROW FROM 1 BY 1 UNTIL ROW > SHAPE-TOP-NUM
021970             COMPUTE ROW-WIDTH-NUM = 2 * HEIGHT-NUM - 1
021980             PERFORM 2828-PROJECT-ONE-ROW THRU 2828-EXIT
021990             MOVE 1 TO ROW-WIDTH-NUM
022000             PERFORM 2828-PROJECT-ONE-ROW THRU 2828-EXIT
022010         WHEN SHAPE-IS-DIAMOND
022020             PERFORM 2822-PROJECT-POINT-ROW THRU 2822-EXIT
022030                 VARYING ROW FROM 1 BY 1 UNTIL ROW > HEIGHT-NUM
022040             COMPUTE SHAPE-TOP-NUM = HEIGHT-NUM - 1
022050             PERFORM 2822-PROJECT-POINT-ROW THRU 2822-EXIT
022060                 VARYING ROW FROM SHAPE-TOP-NUM BY -1
022070                 UNTIL ROW < 1
022080         WHEN SHAPE-IS-WREATH
022090             PERFORM 2824-PROJECT-WREATH-ROW THRU 2824-EXIT
022100                 VARYING ROW FROM 1 BY 1 UNTIL ROW > HEIGHT-NUM
022110             COMPUTE SHAPE-TOP-NUM = HEIGHT-NUM - 1
022120             PERFORM 2824-PROJECT-WREATH-ROW THRU 2824-EXIT
022130                 VARYING ROW FROM SHAPE-TOP-NUM BY -1
022140                 UNTIL ROW < 1
022150         WHEN SHAPE-IS-ARTWORK
022160             PERFORM 2826-PROJECT-ARTWORK-ROW THRU 2826-EXIT
022170                 VARYING ROW FROM 1 BY 1 UNTIL ROW > ART-ROWS-NUM
022180         WHEN OTHER
022190             PERFORM 2822-PROJECT-POINT-ROW THRU 2822-EXIT
022200                 VARYING ROW FROM 1 BY 1 UNTIL ROW > HEIGHT-NUM
022210             MOVE TRUNK-WIDTH-NUM TO ROW-WIDTH-NUM
022220             PERFORM 2828-PROJECT-ONE-ROW THRU 2828-EXIT
022230                 VARYING TRUNK-ROW FROM 1 BY 1
022240                 UNTIL TRUNK-ROW > TRUNK-HEIGHT-NUM
022250     END-EVALUATE.
022260     PERFORM 2830-PROJECT-CAPTION THRU 2830-EXIT.
022270 2820-EXIT.
022280     EXIT.
022290
022300 2822-PROJECT-POINT-ROW.
022310     COMPUTE ROW-WIDTH-NUM = 2 * ROW - 1.
022320     PERFORM 2828-PROJECT-ONE-ROW THRU 2828-EXIT.
022330 2822-EXIT.
022340     EXIT.
022350
022360 2824-PROJECT-WREATH-ROW.
022370     IF (2 * ROW - 1) < 5
022380         COMPUTE ROW-WIDTH-NUM = 2 * ROW - 1
022390     ELSE
022400         MOVE 4 TO ROW-WIDTH-NUM
022410     END-IF.
022420     PERFORM 2828-PROJECT-ONE-ROW THRU 2828-EXIT.
022430 2824-EXIT.
022440     EXIT.
022450 2826-PROJECT-ARTWORK-ROW.
022460     MOVE AW-ROW-CELLS(ART-FOUND-IDX, ROW) TO ROW-WIDTH-NUM.
022470     PERFORM 2828-PROJECT-ONE-ROW THRU 2828-EXIT.
022480 2826-EXIT.
022490     EXIT.
022500
022510 2828-PROJECT-ONE-ROW.
022520     COMPUTE PROJECTED-STARS = PROJECTED-STARS
022530         + (ROW-WIDTH-NUM * FOREST-COUNT-NUM).
022540 2828-EXIT.
022550     EXIT.
022560
022570*----------------------------------------------------------------
022580* 2830-PROJECT-CAPTION - THE CAPTION'S GLYPH CELLS, ONCE FOR THE
022590* WHOLE GROUP, AS 4530-BUILD-CAPTION-ROW COUNTS THEM.
022600*----------------------------------------------------------------
022610 2830-PROJECT-CAPTION.
022620     MOVE ZERO TO CAPTION-LEN.
022630     PERFORM 4520-SIZE-CAPTION THRU 4520-EXIT
022640         VARYING CAP-IDX FROM 1 BY 1 UNTIL CAP-IDX > 12.
022650     IF CAPTION-LEN = ZERO
022660         GO TO 2830-EXIT
022670     END-IF.
022680     MOVE ZERO TO CAPTION-CELL-CTR.
022690     PERFORM 2832-PROJECT-ONE-GLYPH THRU 2832-EXIT
022700         VARYING CAP-IDX FROM 1 BY 1
022710         UNTIL CAP-IDX > CAPTION-LEN.
022720     ADD CAPTION-CELL-CTR TO PROJECTED-STARS.
022730 2830-EXIT.
022740     EXIT.
022750
022760 2832-PROJECT-ONE-GLYPH.
022770     MOVE ORD-CAPTION(CAP-IDX:1) TO CAPTION-GLYPH-CHAR.
022780     MOVE 'N' TO FONT-FOUND-SWITCH.
022790     PERFORM 2834-MATCH-PROJECT-GLYPH THRU 2834-EXIT
022800         VARYING FONT-IDX FROM 1 BY 1
022810         UNTIL FONT-IDX > 37 OR FONT-FOUND.
022820 2832-EXIT.
022830     EXIT.
022840
022850 2834-MATCH-PROJECT-GLYPH.
022860     IF FONT-CHAR(FONT-IDX) = CAPTION-GLYPH-CHAR
022870         MOVE 'Y' TO FONT-FOUND-SWITCH
022880         PERFORM 2836-PROJECT-GLYPH-CELL THRU 2836-EXIT
022890             VARYING CAP-ROW FROM 1 BY 1 UNTIL CAP-ROW > 5
022900             AFTER CAP-CELL FROM 1 BY 1 UNTIL CAP-CELL > 5
022910     END-IF.
022920 2834-EXIT.
022930     EXIT.
022940
022950 2836-PROJECT-GLYPH-CELL.
022960     IF FONT-ROW(FONT-IDX, CAP-ROW)(CAP-CELL:1) = '*'
022970         ADD 1 TO CAPTION-CELL-CTR
022980     END-IF.
022990 2836-EXIT.
023000     EXIT.
023010
023020*----------------------------------------------------------------
023030* 2840-PRICE-CHARGE - PRICE PRICE-STARS-NUM STARS AND
023040* PRICE-TREES-NUM TREES FOR THE LIMITED ACCOUNT AT
023050* LIMIT-FOUND-IDX, DATED PRICE-RUN-DATE, EXACTLY AS TREEBILL'S
023060* 3450-FIND-RATE-IN-FORCE WILL: THE MASTER RATES, OVERRIDDEN BY
023070* THE LATEST HISTORY ENTRY DATED ON OR BEFORE THE RUN DATE (AN
023080* EFFECTIVE DATE OF ZERO IS THE SEEDED PRE-CHANGE PAIR).
023090*----------------------------------------------------------------
023100 2840-PRICE-CHARGE.
023110     MOVE LMT-STAR-RATE(LIMIT-FOUND-IDX) TO USE-STAR-RATE.
023120     MOVE LMT-TREE-RATE(LIMIT-FOUND-IDX) TO USE-TREE-RATE.
023130     MOVE ZERO TO BEST-EFF-DATE.
023140     PERFORM 2845-TEST-ONE-RATE THRU 2845-EXIT
023150         VARYING RATE-IDX FROM 1 BY 1
023160         UNTIL RATE-IDX > RATE-COUNT.
023170     COMPUTE STAR-CHARGE-AMT = PRICE-STARS-NUM * USE-STAR-RATE.
023180     COMPUTE TREE-CHARGE-AMT = PRICE-TREES-NUM * USE-TREE-RATE.
023190     COMPUTE PRICE-CHARGE-AMT = STAR-CHARGE-AMT + TREE-CHARGE-AMT.
023200 2840-EXIT.
023210     EXIT.
023220
023230 2845-TEST-ONE-RATE.
023240     IF RTE-ACCT-CODE(RATE-IDX) = LMT-ACCT-CODE(LIMIT-FOUND-IDX)
023250             AND RTE-EFF-DATE(RATE-IDX) NOT > PRICE-RUN-DATE
023260             AND RTE-EFF-DATE(RATE-IDX) NOT < BEST-EFF-DATE
023270         MOVE RTE-EFF-DATE(RATE-IDX) TO BEST-EFF-DATE
023280         MOVE RTE-STAR-RATE(RATE-IDX) TO USE-STAR-RATE
023290         MOVE RTE-TREE-RATE(RATE-IDX) TO USE-TREE-RATE
023300     END-IF.
023310 2845-EXIT.
023320     EXIT.
023330
023340*----------------------------------------------------------------
023350* 2850-WRITE-HELD-ORDER - THE HELD ORDER, THE FIGURES IT WAS HELD
023360* ON, AND ITS IMAGE AS IT ARRIVED, FOR TREERELEASE.
023370*----------------------------------------------------------------
023380 2850-WRITE-HELD-ORDER.
023390     MOVE SPACES TO HELD-RECORD.
023400     MOVE RUN-DATE TO HLD-RUN-DATE.
023410     MOVE ORDER-SEQ-NUM TO HLD-ORDER-SEQ.
023420     MOVE ORD-JOB-NAME TO HLD-JOB-NAME.
023430     MOVE ORD-ACCT-CODE TO HLD-ACCT-CODE.
023440     MOVE LMT-MONTH-LIMIT(LIMIT-FOUND-IDX) TO HLD-MONTH-LIMIT.
023450     MOVE LMT-MTD-CHARGES(LIMIT-FOUND-IDX) TO HLD-MTD-CHARGES.
023460     MOVE PRICE-CHARGE-AMT TO HLD-ORDER-COST.
023470     MOVE PROJECTED-STARS TO HLD-ORDER-STARS.
023480     MOVE ORDER-RECORD TO HLD-ORDER-IMAGE.
023490     WRITE HELD-RECORD.
023500 2850-EXIT.
023510     EXIT.
023520
023530*----------------------------------------------------------------
023540* 2900-WRITE-ACK - ONE ACKNOWLEDGMENT SLIP FOR THE ORDER IN
023550* HAND. ACCEPTED AND REPRINT SLIPS CARRY THE SEQUENCE NUMBER
023560* THE ORDER PRINTED UNDER AND A ZERO REASON; REJECTED SLIPS
023570* CARRY THE EDIT REASON CODE AND TEXT; HELD SLIPS A ZERO CODE
023580* AND THE HOLD TEXT. THE DESTINATION LETS THE
023590* SLIPS BE SORTED BACK TO THE SUBMITTING DEPARTMENT WITH ITS
023600* OUTPUT. SLIPS ARE WRITTEN AT COMPLETION, SO A RESTART WRITES
023610* THE RESUMED ORDER'S SLIP AND NONE FOR THE ORDERS IT SKIPS.
023620* A PROOF RUN WRITES NO ACK SLIP OR ORDER HISTORY; THE ORDER GOES
023630* ON ITS PROOF SLIP INSTEAD.
023640*----------------------------------------------------------------
023650 2900-WRITE-ACK.
023660     IF PROOF-RUN
023670         PERFORM 2960-STORE-PROOF-SLIP THRU 2960-EXIT
023680         GO TO 2900-EXIT
023690     END-IF.
023700     MOVE SPACES TO ACK-RECORD.
023710     MOVE ORDER-SEQ-NUM TO ACK-ORDER-SEQ.
023720     MOVE ORD-JOB-NAME TO ACK-JOB-NAME.
023730     MOVE ORD-DEST-NAME TO ACK-DEST-NAME.
023740     MOVE ORD-SOURCE-CODE TO ACK-SOURCE-CODE.
023750     MOVE ORD-RESUB-SEQ TO ACK-RESUB-SEQ.
023760     MOVE ACK-STATUS-VAL TO ACK-STATUS.
023770     IF ACK-STATUS-VAL = 'REJECTED' OR ACK-STATUS-VAL = 'HELD'
023780         MOVE REJECT-REASON-CODE TO ACK-REASON-CODE
023790         MOVE REJECT-REASON-TEXT TO ACK-REASON-TEXT
023800     ELSE
023810         MOVE ZERO TO ACK-REASON-CODE
023820     END-IF.
023830     WRITE ACK-RECORD.
023840     PERFORM 2950-POST-ORDER-HISTORY THRU 2950-EXIT.
023850 2900-EXIT.
023860     EXIT.
023870
023880*----------------------------------------------------------------
023890* 2950-POST-ORDER-HISTORY - ONE KEYED HISTORY RECORD PER ORDER
023900* FINISHED OR REJECTED, WRITTEN WHEN THE ACK SLIP IS, STAMPED
023910* WITH THE TIME OF DAY IT FINISHED AND THE SUBMISSION DATE/TIME
023920* IT CAME IN WITH. A RESTART
023930* THAT RESUMES AN ORDER FINDS ITS KEY ALREADY ON FILE FROM A
023940* PRIOR ATTEMPT AND REWRITES IT. A REJECTED OR HELD ORDER PRINTED
023950* NOTHING, SO ITS PAGE COUNT IS ZERO; AN ORDER THAT SHARED THE
023960* PAGE IN PROGRESS STILL PRINTED ON ONE PAGE.
023970*----------------------------------------------------------------
023980 2950-POST-ORDER-HISTORY.
023990     MOVE SPACES TO ORDER-HISTORY-RECORD.
024000     MOVE ORD-JOB-NAME TO OH-JOB-NAME.
024010     MOVE RUN-DATE TO OH-RUN-DATE.
024020     MOVE ORDER-SEQ-NUM TO OH-ORDER-SEQ.
024030     MOVE ACK-STATUS-VAL TO OH-STATUS.
024040     MOVE ORD-DEST-NAME TO OH-DEST-NAME.
024050     ACCEPT ORDER-DONE-TIME FROM TIME.
024060     MOVE ORDER-DONE-TIME(1:4) TO OH-RUN-TIME.
024070     MOVE ORD-SUBMIT-DATE TO OH-SUBMIT-DATE.
024080     MOVE ORD-SUBMIT-TIME TO OH-SUBMIT-TIME.
024090     MOVE ORD-PRIORITY TO OH-PRIORITY.
024100     IF ACK-STATUS-VAL = 'REJECTED' OR ACK-STATUS-VAL = 'HELD'
024110         MOVE ZERO TO OH-PAGE-COUNT
024120         MOVE REJECT-REASON-CODE TO OH-REASON-CODE
024130         MOVE REJECT-REASON-TEXT TO OH-REASON-TEXT
024140     ELSE
024150         IF ORDER-PAGE-COUNT = ZERO
024160             MOVE 1 TO OH-PAGE-COUNT
024170         ELSE
024180             MOVE ORDER-PAGE-COUNT TO OH-PAGE-COUNT
024190         END-IF
024200         MOVE ZERO TO OH-REASON-CODE
024210     END-IF.
024220     WRITE ORDER-HISTORY-RECORD
024230         INVALID KEY
024240             REWRITE ORDER-HISTORY-RECORD
024250     END-WRITE.
024260 2950-EXIT.
024270     EXIT.
024280
024290*----------------------------------------------------------------
024300* 2960-STORE-PROOF-SLIP - ONE PROOF SLIP ENTRY FOR THE ORDER IN
024310* HAND, WITH THE PAGES AND STARS IT RENDERED - WHAT THE
024320* PRODUCTION RUN WILL PRINT AND BILL FOR IT. A REJECTED ORDER
024330* RENDERED NOTHING; AN ORDER THAT SHARED THE PAGE IN PROGRESS
024340* STILL TAKES ONE PAGE, AS IN THE ORDER HISTORY.
024350*----------------------------------------------------------------
024360 2960-STORE-PROOF-SLIP.
024370     IF SLIP-COUNT NOT < SLIP-TABLE-MAX
024380         DISPLAY 'TREESTARS PROOF SLIP TABLE FULL - ORDER '
024390             ORDER-SEQ-NUM ' (' ORD-JOB-NAME ') NOT ON A SLIP'
024400         GO TO 2960-EXIT
024410     END-IF.
024420     ADD 1 TO SLIP-COUNT.
024430     IF ORD-DEST-NAME = SPACES
024440         MOVE '(SHOP)' TO PS-DEST-NAME(SLIP-COUNT)
024450     ELSE
024460         MOVE ORD-DEST-NAME TO PS-DEST-NAME(SLIP-COUNT)
024470     END-IF.
024480     MOVE ORDER-SEQ-NUM TO PS-ORDER-SEQ(SLIP-COUNT).
024490     MOVE ORD-JOB-NAME TO PS-JOB-NAME(SLIP-COUNT).
024500     IF ORD-SHAPE-CODE = SPACE
024510         MOVE 'T' TO PS-SHAPE-CODE(SLIP-COUNT)
024520     ELSE
024530         MOVE ORD-SHAPE-CODE TO PS-SHAPE-CODE(SLIP-COUNT)
024540     END-IF.
024550     MOVE ORD-PRIORITY TO PS-PRIORITY(SLIP-COUNT).
024560     MOVE ZERO TO PS-PAGES(SLIP-COUNT).
024570     MOVE ZERO TO PS-STARS(SLIP-COUNT).
024580     MOVE SPACES TO PS-REASON-TEXT(SLIP-COUNT).
024590     IF ACK-STATUS-VAL = 'REJECTED'
024600         MOVE 'REJECTED' TO PS-STATUS(SLIP-COUNT)
024610         MOVE REJECT-REASON-TEXT TO PS-REASON-TEXT(SLIP-COUNT)
024620         GO TO 2960-EXIT
024630     END-IF.
024640     IF ACK-STATUS-VAL = 'HELD'
024650         MOVE 'WILL HOLD' TO PS-STATUS(SLIP-COUNT)
024660         MOVE REJECT-REASON-TEXT TO PS-REASON-TEXT(SLIP-COUNT)
024670     ELSE
024680         MOVE 'OK' TO PS-STATUS(SLIP-COUNT)
024690     END-IF.
024700     IF ORDER-PAGE-COUNT = ZERO
024710         MOVE 1 TO PS-PAGES(SLIP-COUNT)
024720     ELSE
024730         MOVE ORDER-PAGE-COUNT TO PS-PAGES(SLIP-COUNT)
024740     END-IF.
024750     MOVE ORDER-STARS-USED TO PS-STARS(SLIP-COUNT).
024760 2960-EXIT.
024770     EXIT.
024780
024790
024800*----------------------------------------------------------------
024810* 3000-DISPLAY-TREE - RENDER THE ORDER'S SHAPE. THE TREE KEEPS
024820* ITS ORIGINAL CANOPY/TRUNK ROW NUMBERING FOR CHECKPOINT
024830* COMPATIBILITY; THE CARD SHAPES NUMBER THEIR ROWS THROUGH
024840* SHAPE-ROW-CTR AND EMIT THROUGH 3900-EMIT-SHAPE-ROW.
024850*----------------------------------------------------------------
024860 3000-DISPLAY-TREE.
024870     MOVE ZERO TO SHAPE-ROW-CTR.
024880     EVALUATE TRUE
024890         WHEN SHAPE-IS-STAR
024900             PERFORM 3200-BUILD-STAR THRU 3200-EXIT
024910         WHEN SHAPE-IS-BELL
024920             PERFORM 3300-BUILD-BELL THRU 3300-EXIT
024930         WHEN SHAPE-IS-DIAMOND
024940             PERFORM 3400-BUILD-DIAMOND THRU 3400-EXIT
024950         WHEN SHAPE-IS-WREATH
024960             PERFORM 3500-BUILD-WREATH THRU 3500-EXIT
024970         WHEN SHAPE-IS-ARTWORK
024980             PERFORM 3600-BUILD-ARTWORK THRU 3600-EXIT
024990         WHEN OTHER
025000             PERFORM 3010-BUILD-TREE THRU 3010-EXIT
025010     END-EVALUATE.
025020 3000-EXIT.
025030     EXIT.
025040
025050*----------------------------------------------------------------
025060* 3010-BUILD-TREE - BUILD THE CANOPY, THEN A CENTERED TRUNK
025070* UNDERNEATH IT USING THE CANOPY'S WIDEST (FINAL) ROW AS THE
025080* CENTERING REFERENCE.
025090*----------------------------------------------------------------
025100 3010-BUILD-TREE.
025110     PERFORM 3100-BUILD-CANOPY-ROW THRU 3100-EXIT
025120         VARYING ROW FROM 1 BY 1 UNTIL ROW > HEIGHT-NUM.
025130
025140     COMPUTE NUM-STARS = 2 * HEIGHT-NUM - 1.
025150     IF TRUNK-WIDTH-NUM > NUM-STARS
025160         COMPUTE TRUNK-MARGIN-CALC = (CANOPY-BASE-NUM -
025170             HEIGHT-NUM) - ((TRUNK-WIDTH-NUM - NUM-STARS) / 2)
025180         IF TRUNK-MARGIN-CALC < ZERO
025190             MOVE ZERO TO TRUNK-MARGIN-NUM
025200         ELSE
025210             MOVE TRUNK-MARGIN-CALC TO TRUNK-MARGIN-NUM
025220         END-IF
025230     ELSE
025240         COMPUTE TRUNK-MARGIN-NUM = (CANOPY-BASE-NUM - HEIGHT-NUM)
025250             + ((NUM-STARS - TRUNK-WIDTH-NUM) / 2)
025260     END-IF.
025270
025280     PERFORM 4000-BUILD-TRUNK-ROW THRU 4000-EXIT
025290         VARYING TRUNK-ROW FROM 1 BY 1
025300         UNTIL TRUNK-ROW > TRUNK-HEIGHT-NUM.
025310 3010-EXIT.
025320     EXIT.
025330
025340 3100-BUILD-CANOPY-ROW.
025350     SUBTRACT ROW FROM CANOPY-BASE-NUM GIVING NUM-SPACES.
025360     COMPUTE NUM-STARS = 2 * ROW - 1.
025370     MOVE NUM-SPACES TO ROW-MARGIN-NUM.
025380     MOVE NUM-STARS TO ROW-WIDTH-NUM.
025390     MOVE ZERO TO ROW-HOLE-NUM.
025400     MOVE ROW TO COMPOSITE-ROW-NUM.
025410     MOVE 'N' TO SKIP-ROW-SWITCH.
025420     IF ORDER-SEQ-NUM = RESTART-ORDER-NUM
025430             AND COMPOSITE-ROW-NUM <= RESTART-ROW-NUM
025440         MOVE 'Y' TO SKIP-ROW-SWITCH
025450     END-IF.
025460     IF NOT SKIP-THIS-ROW
025470         PERFORM 5000-EMIT-ROW THRU 5000-EXIT
025480     END-IF.
025490 3100-EXIT.
025500     EXIT.
025510
025520*----------------------------------------------------------------
025530* 3200-BUILD-STAR - A FOUR-POINT STAR: AN UPPER POINT, A WIDE
025540* RAY ROW THROUGH THE MIDDLE, AND A MIRRORED LOWER POINT. THE
025550* RAY ROW OVERHANGS THE POINTS BY TWO FILL CHARACTERS EACH
025560* SIDE, PULLED LEFT TO THE MARGIN WHEN THE CANOPY BASE LEAVES
025570* NO ROOM.
025580*----------------------------------------------------------------
025590 3200-BUILD-STAR.
025600     COMPUTE SHAPE-TOP-NUM = HEIGHT-NUM - 1.
025610     PERFORM 3210-STAR-POINT-ROW THRU 3210-EXIT
025620         VARYING ROW FROM 1 BY 1 UNTIL ROW > SHAPE-TOP-NUM.
025630     COMPUTE SHAPE-MARGIN-CALC = CANOPY-BASE-NUM
025640         - HEIGHT-NUM - 2.
025650     IF SHAPE-MARGIN-CALC < ZERO
025660         MOVE ZERO TO ROW-MARGIN-NUM
025670     ELSE
025680         MOVE SHAPE-MARGIN-CALC TO ROW-MARGIN-NUM
025690     END-IF.
025700     COMPUTE ROW-WIDTH-NUM = 2 * HEIGHT-NUM + 3.
025710     MOVE ZERO TO ROW-HOLE-NUM.
025720     PERFORM 3900-EMIT-SHAPE-ROW THRU 3900-EXIT.
025730     PERFORM 3210-STAR-POINT-ROW THRU 3210-EXIT
025740         VARYING ROW FROM SHAPE-TOP-NUM BY -1 UNTIL ROW < 1.
025750 3200-EXIT.
025760     EXIT.
025770
025780 3210-STAR-POINT-ROW.
025790     SUBTRACT ROW FROM CANOPY-BASE-NUM GIVING ROW-MARGIN-NUM.
025800     COMPUTE ROW-WIDTH-NUM = 2 * ROW - 1.
025810     MOVE ZERO TO ROW-HOLE-NUM.
025820     PERFORM 3900-EMIT-SHAPE-ROW THRU 3900-EXIT.
025830 3210-EXIT.
025840     EXIT.
025850
025860*----------------------------------------------------------------
025870* 3300-BUILD-BELL - A TRIANGULAR DOME, A FULL-WIDTH LIP ROW,
025880* AND A ONE-CHARACTER CLAPPER CENTERED UNDER THE LIP.
025890*----------------------------------------------------------------
025900 3300-BUILD-BELL.
025910     COMPUTE SHAPE-TOP-NUM = HEIGHT-NUM - 1.
025920     PERFORM 3310-BELL-DOME-ROW THRU 3310-EXIT
025930         VARYING ROW FROM 1 BY 1 UNTIL ROW > SHAPE-TOP-NUM.
025940     SUBTRACT HEIGHT-NUM FROM CANOPY-BASE-NUM
025950         GIVING ROW-MARGIN-NUM.
025960     COMPUTE ROW-WIDTH-NUM = 2 * HEIGHT-NUM - 1.
025970     MOVE ZERO TO ROW-HOLE-NUM.
025980     PERFORM 3900-EMIT-SHAPE-ROW THRU 3900-EXIT.
025990     SUBTRACT 1 FROM CANOPY-BASE-NUM GIVING ROW-MARGIN-NUM.
026000     MOVE 1 TO ROW-WIDTH-NUM.
026010     MOVE ZERO TO ROW-HOLE-NUM.
026020     PERFORM 3900-EMIT-SHAPE-ROW THRU 3900-EXIT.
026030 3300-EXIT.
026040     EXIT.
026050
026060 3310-BELL-DOME-ROW.
026070     SUBTRACT ROW FROM CANOPY-BASE-NUM GIVING ROW-MARGIN-NUM.
026080     COMPUTE ROW-WIDTH-NUM = 2 * ROW - 1.
026090     MOVE ZERO TO ROW-HOLE-NUM.
026100     PERFORM 3900-EMIT-SHAPE-ROW THRU 3900-EXIT.
026110 3310-EXIT.
026120     EXIT.
026130
026140*----------------------------------------------------------------
026150* 3400-BUILD-DIAMOND - THE CANOPY TRIANGLE MIRRORED BELOW ITS
026160* WIDEST ROW.
026170*----------------------------------------------------------------
026180 3400-BUILD-DIAMOND.
026190     PERFORM 3410-DIAMOND-ROW THRU 3410-EXIT
026200         VARYING ROW FROM 1 BY 1 UNTIL ROW > HEIGHT-NUM.
026210     COMPUTE SHAPE-TOP-NUM = HEIGHT-NUM - 1.
026220     PERFORM 3410-DIAMOND-ROW THRU 3410-EXIT
026230         VARYING ROW FROM SHAPE-TOP-NUM BY -1 UNTIL ROW < 1.
026240 3400-EXIT.
026250     EXIT.
026260
026270 3410-DIAMOND-ROW.
026280     SUBTRACT ROW FROM CANOPY-BASE-NUM GIVING ROW-MARGIN-NUM.
026290     COMPUTE ROW-WIDTH-NUM = 2 * ROW - 1.
026300     MOVE ZERO TO ROW-HOLE-NUM.
026310     PERFORM 3900-EMIT-SHAPE-ROW THRU 3900-EXIT.
026320 3410-EXIT.
026330     EXIT.
026340
026350*----------------------------------------------------------------
026360* 3500-BUILD-WREATH - A DIAMOND OUTLINE LEFT HOLLOW WHEREVER
026370* THE ROW IS WIDE ENOUGH TO CARRY A CENTER GAP, GIVING A RING.
026380* EACH HOLLOW ROW PRINTS TWO FILL CHARACTERS ON EACH SIDE OF
026390* THE GAP.
026400*----------------------------------------------------------------
026410 3500-BUILD-WREATH.
026420     PERFORM 3510-WREATH-ROW THRU 3510-EXIT
026430         VARYING ROW FROM 1 BY 1 UNTIL ROW > HEIGHT-NUM.
026440     COMPUTE SHAPE-TOP-NUM = HEIGHT-NUM - 1.
026450     PERFORM 3510-WREATH-ROW THRU 3510-EXIT
026460         VARYING ROW FROM SHAPE-TOP-NUM BY -1 UNTIL ROW < 1.
026470 3500-EXIT.
026480     EXIT.
026490
026500 3510-WREATH-ROW.
026510     SUBTRACT ROW FROM CANOPY-BASE-NUM GIVING ROW-MARGIN-NUM.
026520     IF (2 * ROW - 1) < 5
026530         COMPUTE ROW-WIDTH-NUM = 2 * ROW - 1
026540         MOVE ZERO TO ROW-HOLE-NUM
026550     ELSE
026560         MOVE 4 TO ROW-WIDTH-NUM
026570         COMPUTE ROW-HOLE-NUM = 2 * ROW - 5
026580     END-IF.
026590     PERFORM 3900-EMIT-SHAPE-ROW THRU 3900-EXIT.
026600 3510-EXIT.
026610     EXIT.
026620*----------------------------------------------------------------
026630* 3600-BUILD-ARTWORK - THE ORDER'S ARTMAST PATTERN, ROW BY ROW,
026640* FLUSH LEFT. EACH ROW'S GRID, WITH ITS MARKED CELLS TURNED INTO
026650* THE FILL CHARACTER, IS LEFT IN ART-LINE-WORK FOR
026660* 5100-EMIT-ONE-COPY, AND ITS MARKED-CELL COUNT GOES THROUGH
026670* ROW-WIDTH-NUM SO THE STAR TOTALS AND SYMBOL TALLY COUNT INK,
026680* NOT COLUMNS.
026690*----------------------------------------------------------------
026700 3600-BUILD-ARTWORK.
026710     PERFORM 3610-ARTWORK-ROW THRU 3610-EXIT
026720         VARYING ROW FROM 1 BY 1 UNTIL ROW > ART-ROWS-NUM.
026730 3600-EXIT.
026740     EXIT.
026750
026760 3610-ARTWORK-ROW.
026770     MOVE AW-ROW-GRID(ART-FOUND-IDX, ROW) TO ART-LINE-WORK.
026780     INSPECT ART-LINE-WORK REPLACING ALL '*' BY FILL-CHAR-NUM.
026790     MOVE ZERO TO ROW-MARGIN-NUM.
026800     MOVE ZERO TO ROW-HOLE-NUM.
026810     MOVE AW-ROW-CELLS(ART-FOUND-IDX, ROW) TO ROW-WIDTH-NUM.
026820     PERFORM 3900-EMIT-SHAPE-ROW THRU 3900-EXIT.
026830 3610-EXIT.
026840     EXIT.
026850
026860*----------------------------------------------------------------
026870* 3900-EMIT-SHAPE-ROW - COMMON ROW GATE FOR THE CARD SHAPES:
026880* NUMBERS THE ROW FOR THE CHECKPOINT, SKIPS ROWS A PRIOR,
026890* CANCELLED RUN ALREADY SENT TO THE SPOOL, AND HANDS THE
026900* MARGIN/WIDTH/HOLE PATTERN TO 5000-EMIT-ROW.
026910*----------------------------------------------------------------
026920 3900-EMIT-SHAPE-ROW.
026930     ADD 1 TO SHAPE-ROW-CTR.
026940     MOVE SHAPE-ROW-CTR TO COMPOSITE-ROW-NUM.
026950     MOVE 'N' TO SKIP-ROW-SWITCH.
026960     IF ORDER-SEQ-NUM = RESTART-ORDER-NUM
026970             AND COMPOSITE-ROW-NUM <= RESTART-ROW-NUM
026980         MOVE 'Y' TO SKIP-ROW-SWITCH
026990     END-IF.
027000     IF NOT SKIP-THIS-ROW
027010         PERFORM 5000-EMIT-ROW THRU 5000-EXIT
027020     END-IF.
027030 3900-EXIT.
027040     EXIT.
027050
027060*----------------------------------------------------------------
027070* 4000-BUILD-TRUNK-ROW - ONE ROW OF THE TRUNK, CENTERED UNDER
027080* THE CANOPY.
027090*----------------------------------------------------------------
027100 4000-BUILD-TRUNK-ROW.
027110     MOVE TRUNK-MARGIN-NUM TO ROW-MARGIN-NUM.
027120     MOVE TRUNK-WIDTH-NUM TO ROW-WIDTH-NUM.
027130     MOVE ZERO TO ROW-HOLE-NUM.
027140     COMPUTE COMPOSITE-ROW-NUM = HEIGHT-NUM + TRUNK-ROW.
027150     MOVE 'N' TO SKIP-ROW-SWITCH.
027160     IF ORDER-SEQ-NUM = RESTART-ORDER-NUM
027170             AND COMPOSITE-ROW-NUM <= RESTART-ROW-NUM
027180         MOVE 'Y' TO SKIP-ROW-SWITCH
027190     END-IF.
027200     IF NOT SKIP-THIS-ROW
027210         PERFORM 5000-EMIT-ROW THRU 5000-EXIT
027220     END-IF.
027230 4000-EXIT.
027240     EXIT.
027250
027260*----------------------------------------------------------------
027270* 4500-BUILD-CAPTION - PRINT THE ORDER'S CAPTION IN 5X5 BLOCK
027280* LETTERS, CENTERED UNDER THE SHAPE (OR UNDER THE WHOLE GROUP
027290* OF FOREST COPIES), BUILT FROM THE ORDER'S FILL CHARACTER.
027300* A BLANK CAPTION PRINTS NOTHING. CAPTION ROWS CONTINUE THE
027310* ORDER'S CHECKPOINT ROW NUMBERING SO A RESTART DOES NOT PRINT
027320* THEM TWICE.
027330*----------------------------------------------------------------
027340 4500-BUILD-CAPTION.
027350     MOVE ZERO TO CAPTION-LEN.
027360     PERFORM 4520-SIZE-CAPTION THRU 4520-EXIT
027370         VARYING CAP-IDX FROM 1 BY 1 UNTIL CAP-IDX > 12.
027380     IF CAPTION-LEN = ZERO
027390         GO TO 4500-EXIT
027400     END-IF.
027410     IF SHAPE-IS-TREE
027420         COMPUTE CAPTION-ROW-BASE = HEIGHT-NUM
027430             + TRUNK-HEIGHT-NUM
027440     ELSE
027450         MOVE SHAPE-ROW-CTR TO CAPTION-ROW-BASE
027460     END-IF.
027470     COMPUTE GROUP-WIDTH-NUM = FOREST-COUNT-NUM
027480         * (CANOPY-BASE-NUM + HEIGHT-NUM - 1)
027490         + ((FOREST-COUNT-NUM - 1) * FOREST-GAP-NUM).
027500     IF SHAPE-IS-STAR
027510         ADD 2 TO GROUP-WIDTH-NUM
027520     END-IF.
027530     IF SHAPE-IS-ARTWORK
027540         COMPUTE GROUP-WIDTH-NUM =
027550             FOREST-COUNT-NUM * ART-WIDTH-NUM
027560             + ((FOREST-COUNT-NUM - 1) * FOREST-GAP-NUM)
027570     END-IF.
027580     COMPUTE CAPTION-WIDTH = 6 * CAPTION-LEN - 1.
027590     COMPUTE CAPTION-MARGIN-CALC =
027600         (GROUP-WIDTH-NUM - CAPTION-WIDTH) / 2.
027610     IF CAPTION-MARGIN-CALC < ZERO
027620         MOVE ZERO TO CAPTION-MARGIN
027630     ELSE
027640         MOVE CAPTION-MARGIN-CALC TO CAPTION-MARGIN
027650     END-IF.
027660     PERFORM 4530-BUILD-CAPTION-ROW THRU 4530-EXIT
027670         VARYING CAP-ROW FROM 1 BY 1 UNTIL CAP-ROW > 5.
027680 4500-EXIT.
027690     EXIT.
027700
027710 4520-SIZE-CAPTION.
027720     IF ORD-CAPTION(CAP-IDX:1) NOT = SPACE
027730         MOVE CAP-IDX TO CAPTION-LEN
027740     END-IF.
027750 4520-EXIT.
027760     EXIT.
027770
027780*----------------------------------------------------------------
027790* 4530-BUILD-CAPTION-ROW - ONE OF THE FIVE GLYPH ROWS: LAY EACH
027800* CAPTION CHARACTER'S FONT CELLS INTO THE PRINT LINE, SIX
027810* COLUMNS PER CHARACTER, AND CHECKPOINT THE ROW LIKE ANY OTHER.
027820*----------------------------------------------------------------
027830 4530-BUILD-CAPTION-ROW.
027840     COMPUTE COMPOSITE-ROW-NUM = CAPTION-ROW-BASE + CAP-ROW.
027850     MOVE 'N' TO SKIP-ROW-SWITCH.
027860     IF ORDER-SEQ-NUM = RESTART-ORDER-NUM
027870             AND COMPOSITE-ROW-NUM <= RESTART-ROW-NUM
027880         MOVE 'Y' TO SKIP-ROW-SWITCH
027890     END-IF.
027900     IF SKIP-THIS-ROW
027910         GO TO 4530-EXIT
027920     END-IF.
027930     MOVE SPACES TO PRINT-LINE.
027940     MOVE ' ' TO PRINT-CC.
027950     MOVE ZERO TO CAPTION-CELL-CTR.
027960     MOVE CAPTION-MARGIN TO CAP-COL.
027970     PERFORM 4540-LAY-ONE-GLYPH THRU 4540-EXIT
027980         VARYING CAP-IDX FROM 1 BY 1
027990         UNTIL CAP-IDX > CAPTION-LEN.
028000     PERFORM 5600-WRITE-PRINT-LINE THRU 5600-EXIT.
028010     IF REPRINT-RUN
028020         ADD CAPTION-CELL-CTR TO REPRINT-STARS-USED
028030     ELSE
028040         ADD CAPTION-CELL-CTR TO TOTAL-STARS-USED
028050     END-IF.
028060     ADD CAPTION-CELL-CTR TO ORDER-STARS-USED.
028070     MOVE CAPTION-CELL-CTR TO SYMBOL-ADD-AMT.
028080     PERFORM 5900-TALLY-SYMBOL-USAGE THRU 5900-EXIT.
028090     PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT.
028100 4530-EXIT.
028110     EXIT.
028120
028130 4540-LAY-ONE-GLYPH.
028140     MOVE ORD-CAPTION(CAP-IDX:1) TO CAPTION-GLYPH-CHAR.
028150     MOVE 'N' TO FONT-FOUND-SWITCH.
028160     PERFORM 4550-MATCH-ONE-GLYPH THRU 4550-EXIT
028170         VARYING FONT-IDX FROM 1 BY 1
028180         UNTIL FONT-IDX > 37 OR FONT-FOUND.
028190     ADD 6 TO CAP-COL.
028200 4540-EXIT.
028210     EXIT.
028220
028230 4550-MATCH-ONE-GLYPH.
028240     IF FONT-CHAR(FONT-IDX) = CAPTION-GLYPH-CHAR
028250         MOVE 'Y' TO FONT-FOUND-SWITCH
028260         PERFORM 4560-LAY-ONE-CELL THRU 4560-EXIT
028270             VARYING CAP-CELL FROM 1 BY 1 UNTIL CAP-CELL > 5
028280     END-IF.
028290 4550-EXIT.
028300     EXIT.
028310
028320 4560-LAY-ONE-CELL.
028330     IF FONT-ROW(FONT-IDX, CAP-ROW)(CAP-CELL:1) = '*'
028340         MOVE FILL-CHAR-NUM TO
028350             PRINT-LINE(CAP-COL + CAP-CELL : 1)
028360         ADD 1 TO CAPTION-CELL-CTR
028370     END-IF.
028380 4560-EXIT.
028390     EXIT.
028400
028410*----------------------------------------------------------------
028420* 5000-EMIT-ROW - ASSEMBLE ONE PRINT LINE FROM ROW-MARGIN-NUM
028430* BLANKS FOLLOWED BY ROW-WIDTH-NUM FILL CHARACTERS AND WRITE IT
028440* TO PRINT-FILE.
028450*----------------------------------------------------------------
028460 5000-EMIT-ROW.
028470     MOVE SPACES TO PRINT-LINE.
028480     MOVE ' ' TO PRINT-CC.
028490     MOVE 1 TO LINE-PTR.
028500     PERFORM 5100-EMIT-ONE-COPY THRU 5100-EXIT
028510         VARYING FOREST-CTR FROM 1 BY 1
028520         UNTIL FOREST-CTR > FOREST-COUNT-NUM.
028530     PERFORM 5600-WRITE-PRINT-LINE THRU 5600-EXIT.
028540     IF REPRINT-RUN
028550         COMPUTE REPRINT-STARS-USED = REPRINT-STARS-USED
028560             + (ROW-WIDTH-NUM * FOREST-COUNT-NUM)
028570     ELSE
028580         COMPUTE TOTAL-STARS-USED = TOTAL-STARS-USED
028590             + (ROW-WIDTH-NUM * FOREST-COUNT-NUM)
028600     END-IF.
028610     COMPUTE ORDER-STARS-USED = ORDER-STARS-USED
028620         + (ROW-WIDTH-NUM * FOREST-COUNT-NUM).
028630     COMPUTE SYMBOL-ADD-AMT = ROW-WIDTH-NUM * FOREST-COUNT-NUM.
028640     PERFORM 5900-TALLY-SYMBOL-USAGE THRU 5900-EXIT.
028650     PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT.
028660 5000-EXIT.
028670     EXIT.
028680
028690*----------------------------------------------------------------
028700* 5100-EMIT-ONE-COPY - ONE SIDE-BY-SIDE REPETITION OF THE
028710* CURRENT ROW'S MARGIN/FILL PATTERN, FOLLOWED BY THE FOREST GAP
028720* UNLESS THIS WAS THE LAST COPY ON THE LINE.
028730*----------------------------------------------------------------
028740 5100-EMIT-ONE-COPY.
028750     IF ROW-MARGIN-NUM > ZERO
028760         STRING SPACE-FILLER(1:ROW-MARGIN-NUM) DELIMITED BY SIZE
028770             INTO PRINT-LINE
028780             WITH POINTER LINE-PTR
028790         END-STRING
028800     END-IF.
028810     EVALUATE TRUE
028820         WHEN SHAPE-IS-ARTWORK
028830             IF ART-WIDTH-NUM > ZERO
028840                 STRING ART-LINE-WORK(1:ART-WIDTH-NUM)
028850                     DELIMITED BY SIZE
028860                     INTO PRINT-LINE
028870                     WITH POINTER LINE-PTR
028880                 END-STRING
028890             END-IF
028900         WHEN ROW-HOLE-NUM > ZERO
028910             COMPUTE ROW-SIDE-NUM = ROW-WIDTH-NUM / 2
028920             STRING STAR-FILLER(1:ROW-SIDE-NUM) DELIMITED BY SIZE
028930                 INTO PRINT-LINE
028940                 WITH POINTER LINE-PTR
028950             END-STRING
028960             STRING SPACE-FILLER(1:ROW-HOLE-NUM) DELIMITED BY SIZE
028970                 INTO PRINT-LINE
028980                 WITH POINTER LINE-PTR
028990             END-STRING
029000             STRING STAR-FILLER(1:ROW-SIDE-NUM) DELIMITED BY SIZE
029010                 INTO PRINT-LINE
029020                 WITH POINTER LINE-PTR
029030             END-STRING
029040         WHEN OTHER
029050             STRING STAR-FILLER(1:ROW-WIDTH-NUM) DELIMITED BY SIZE
029060                 INTO PRINT-LINE
029070                 WITH POINTER LINE-PTR
029080             END-STRING
029090     END-EVALUATE.
029100     IF FOREST-CTR < FOREST-COUNT-NUM AND FOREST-GAP-NUM > ZERO
029110         STRING SPACE-FILLER(1:FOREST-GAP-NUM) DELIMITED BY SIZE
029120             INTO PRINT-LINE
029130             WITH POINTER LINE-PTR
029140         END-STRING
029150     END-IF.
029160 5100-EXIT.
029170     EXIT.
029180
029190*----------------------------------------------------------------
029200* 5600-WRITE-PRINT-LINE - THE ONLY GATE TO THE SPOOL. STARTS A
029210* FRESH PAGE WHEN ONE WAS REQUESTED OR THE PAGE IS FULL, THEN
029220* WRITES THE LINE IN PRINT-LINE AS A SINGLE-SPACED DETAIL LINE
029230* AND COUNTS IT AGAINST THE PAGE DEPTH. A PROOF RUN WRITES THE
029240* SAME LINE TO THE PROOF FILE INSTEAD.
029250*----------------------------------------------------------------
029260 5600-WRITE-PRINT-LINE.
029270     IF PAGE-EJECT-WANTED
029280             OR PAGE-NUM = ZERO
029290             OR LINE-COUNT NOT < PAGE-DEPTH-NUM
029300         PERFORM 5700-START-NEW-PAGE THRU 5700-EXIT
029310         MOVE 'N' TO PAGE-EJECT-SWITCH
029320     END-IF.
029330     MOVE ' ' TO PRINT-CC.
029340     IF PROOF-RUN
029350         WRITE PROOF-RECORD
029360     ELSE
029370         WRITE PRINT-RECORD
029380     END-IF.
029390     ADD 1 TO LINE-COUNT.
029400 5600-EXIT.
029410     EXIT.
029420
029430*----------------------------------------------------------------
029440* 5700-START-NEW-PAGE - TOP-OF-FORM HEADER WITH THE ROUTE, JOB
029450* NAME, RUN DATE AND PAGE NUMBER. BECAUSE THE HEADER LEADS WITH
029460* 'ROUTE TO: ', EVERY PAGE OF A MULTI-PAGE ORDER CARRIES ITS
029470* OWN ROUTING AND THE TREEBURST BURSTER NEEDS NO OTHER MARKER.
029480* THE LINE IN PRINT-LINE IS HELD ASIDE WHILE THE HEADER IS
029490* BUILT AND PUT BACK AFTERWARDS. ON A PROOF RUN EVERY HEADER
029500* ALSO CARRIES THE PROOF WARNING, SO NO PAGE OF A PROOF CAN PASS
029510* FOR PRODUCTION OUTPUT.
029520*----------------------------------------------------------------
029530 5700-START-NEW-PAGE.
029540     MOVE PRINT-LINE TO HELD-PRINT-LINE.
029550     ADD 1 TO ORDER-PAGE-COUNT.
029560     ADD 1 TO PAGE-NUM.
029570     MOVE 1 TO LINE-COUNT.
029580     MOVE PAGE-NUM TO EDIT-PAGE-4.
029590     MOVE SPACES TO PRINT-LINE.
029600     MOVE '1' TO PRINT-CC.
029610     STRING 'ROUTE TO: ' DELIMITED BY SIZE
029620         ROUTE-DEST-NAME DELIMITED BY SIZE
029630         '  JOB: ' DELIMITED BY SIZE
029640         PRINT-JOB-NAME DELIMITED BY SIZE
029650         '  DATE ' DELIMITED BY SIZE
029660         RUN-DATE DELIMITED BY SIZE
029670         '  PAGE ' DELIMITED BY SIZE
029680         EDIT-PAGE-4 DELIMITED BY SIZE
029690         INTO PRINT-LINE
029700     END-STRING.
029710     IF PROOF-RUN
029720         MOVE '*** PROOF - NOT FOR PRODUCTION ***' TO
029730             PRINT-LINE(63:34)
029740         WRITE PROOF-RECORD
029750     ELSE
029760         WRITE PRINT-RECORD
029770     END-IF.
029780     MOVE HELD-PRINT-LINE TO PRINT-LINE.
029790 5700-EXIT.
029800     EXIT.
029810
029820*----------------------------------------------------------------
029830* 5900-TALLY-SYMBOL-USAGE - ADD SYMBOL-ADD-AMT TO THE TALLY FOR
029840* THE ORDER'S FILL CHARACTER, BINDING A NEW SLOT IN FIRST-SEEN
029850* ORDER. A RUN SOMEHOW USING MORE THAN 20 DISTINCT SYMBOLS
029860* FLASHES THE OVERFLOW ON THE CONSOLE RATHER THAN MISCOUNTING A
029870* BOUND SYMBOL.
029880*----------------------------------------------------------------
029890 5900-TALLY-SYMBOL-USAGE.
029900     MOVE 'N' TO SYMBOL-FOUND-SWITCH.
029910     PERFORM 5910-MATCH-ONE-SYMBOL THRU 5910-EXIT
029920         VARYING SYMBOL-IDX FROM 1 BY 1
029930         UNTIL SYMBOL-IDX > SYMBOL-COUNT OR SYMBOL-FOUND.
029940     IF NOT SYMBOL-FOUND
029950         IF SYMBOL-COUNT < SYMBOL-TABLE-MAX
029960             ADD 1 TO SYMBOL-COUNT
029970             MOVE FILL-CHAR-NUM TO SYM-FILL-CHAR(SYMBOL-COUNT)
029980             MOVE SYMBOL-ADD-AMT TO SYM-STARS-USED(SYMBOL-COUNT)
029990         ELSE
030000             DISPLAY 'TREESTARS SYMBOL TABLE FULL - USAGE FOR '
030010                 FILL-CHAR-NUM ' NOT EXTRACTED'
030020         END-IF
030030     END-IF.
030040 5900-EXIT.
030050     EXIT.
030060
030070 5910-MATCH-ONE-SYMBOL.
030080     IF SYM-FILL-CHAR(SYMBOL-IDX) = FILL-CHAR-NUM
030090         ADD SYMBOL-ADD-AMT TO SYM-STARS-USED(SYMBOL-IDX)
030100         MOVE 'Y' TO SYMBOL-FOUND-SWITCH
030110     END-IF.
030120 5910-EXIT.
030130     EXIT.
030140
030150*----------------------------------------------------------------
030160* 6000-WRITE-CHECKPOINT - RECORD THE ROW JUST PRINTED SO A
030170* RESTART KNOWS HOW FAR THIS ORDER GOT. THE FILE IS REWRITTEN IN
030180* FULL EACH TIME RATHER THAN UPDATED IN PLACE, SINCE IT ONLY
030190* EVER HOLDS ONE RECORD. A PROOF RUN TAKES NO CHECKPOINTS.
030200*----------------------------------------------------------------
030210 6000-WRITE-CHECKPOINT.
030220     IF PROOF-RUN
030230         GO TO 6000-EXIT
030240     END-IF.
030250     OPEN OUTPUT CHECKPOINT-FILE.
030260     MOVE ORDER-SEQ-NUM TO CKPT-ORDER-SEQ.
030270     MOVE COMPOSITE-ROW-NUM TO CKPT-ROW-NUM.
030280     MOVE TREES-COMPLETED TO CKPT-TREES-COMPLETED.
030290     MOVE TOTAL-STARS-USED TO CKPT-STARS-USED.
030300     MOVE REJECT-COUNT TO CKPT-REJECT-COUNT.
030310     MOVE ORDER-STARS-USED TO CKPT-ORDER-STARS.
030320     MOVE RUSH-COMPLETED TO CKPT-RUSH-COMPLETED.
030330     MOVE REPRINTS-COMPLETED TO CKPT-REPRINTS-DONE.
030340     MOVE REPRINT-STARS-USED TO CKPT-REPRINT-STARS.
030350     MOVE HELD-COUNT TO CKPT-HELD-COUNT.
030360     WRITE CHECKPOINT-RECORD.
030370     CLOSE CHECKPOINT-FILE.
030380 6000-EXIT.
030390     EXIT.
030400
030410*----------------------------------------------------------------
030420* 6100-CLEAR-CHECKPOINT - THE QUEUE FINISHED CLEANLY, SO THE
030430* NEXT RUN SHOULD START FROM THE TOP. AN EMPTY FILE READS BACK
030440* AS "NO RESTART POINT" IN 1100-READ-CHECKPOINT. A PROOF RUN
030450* MUST NOT CLEAR A PRODUCTION RUN'S RESTART POINT.
030460*----------------------------------------------------------------
030470 6100-CLEAR-CHECKPOINT.
030480     IF PROOF-RUN
030490         GO TO 6100-EXIT
030500     END-IF.
030510     OPEN OUTPUT CHECKPOINT-FILE.
030520     CLOSE CHECKPOINT-FILE.
030530 6100-EXIT.
030540     EXIT.
030550
030560*----------------------------------------------------------------
030570* 7000-WRITE-TRAILER - END-OF-RUN AUDIT PAGE FOR CROSS-CHARGING.
030580*----------------------------------------------------------------
030590 7000-WRITE-TRAILER.
030600     MOVE '(SHOP)' TO ROUTE-DEST-NAME.
030610     MOVE 'SUMMARY' TO PRINT-JOB-NAME.
030620     MOVE 'Y' TO PAGE-EJECT-SWITCH.
030630     MOVE SPACES TO PRINT-LINE.
030640     IF PROOF-RUN
030650         STRING 'TREESTARS PROOF RUN SUMMARY' DELIMITED BY SIZE
030660             INTO PRINT-LINE
030670         END-STRING
030680     ELSE
030690         STRING 'TREESTARS RUN SUMMARY' DELIMITED BY SIZE
030700             INTO PRINT-LINE
030710         END-STRING
030720     END-IF.
030730     PERFORM 5600-WRITE-PRINT-LINE THRU 5600-EXIT.
030740
030750     MOVE SPACES TO PRINT-LINE.
030760     MOVE ' ' TO PRINT-CC.
030770     MOVE TREES-COMPLETED TO EDIT-COUNT-4.
030780     STRING 'TREES COMPLETED .......... ' DELIMITED BY SIZE
030790         EDIT-COUNT-4 DELIMITED BY SIZE
030800         INTO PRINT-LINE
030810     END-STRING.
030820     PERFORM 5600-WRITE-PRINT-LINE THRU 5600-EXIT.
030830
030840     MOVE SPACES TO PRINT-LINE.
030850     MOVE RUSH-COMPLETED TO EDIT-COUNT-4.
030860     STRING 'RUSH ORDERS SERVICED ..... ' DELIMITED BY SIZE
030870         EDIT-COUNT-4 DELIMITED BY SIZE
030880         INTO PRINT-LINE
030890     END-STRING.
030900     PERFORM 5600-WRITE-PRINT-LINE THRU 5600-EXIT.
030910
030920     MOVE SPACES TO PRINT-LINE.
030930     MOVE REPRINTS-COMPLETED TO EDIT-COUNT-4.
030940     STRING 'REPRINTS COMPLETED ....... ' DELIMITED BY SIZE
030950         EDIT-COUNT-4 DELIMITED BY SIZE
030960         INTO PRINT-LINE
030970     END-STRING.
030980     PERFORM 5600-WRITE-PRINT-LINE THRU 5600-EXIT.
030990
031000     MOVE SPACES TO PRINT-LINE.
031010     MOVE REPRINT-STARS-USED TO EDIT-COUNT-6.
031020     STRING 'REPRINT STAR USAGE ....... ' DELIMITED BY SIZE
031030         EDIT-COUNT-6 DELIMITED BY SIZE
031040         INTO PRINT-LINE
031050     END-STRING.
031060     PERFORM 5600-WRITE-PRINT-LINE THRU 5600-EXIT.
031070
031080     MOVE SPACES TO PRINT-LINE.
031090     MOVE TOTAL-STARS-USED TO EDIT-COUNT-6.
031100     STRING 'TOTAL STAR (INK) USAGE ... ' DELIMITED BY SIZE
031110         EDIT-COUNT-6 DELIMITED BY SIZE
031120         INTO PRINT-LINE
031130     END-STRING.
031140     PERFORM 5600-WRITE-PRINT-LINE THRU 5600-EXIT.
031150
031160     MOVE SPACES TO PRINT-LINE.
031170     MOVE REJECT-COUNT TO EDIT-COUNT-4.
031180     STRING 'ORDERS REJECTED ........... ' DELIMITED BY SIZE
031190         EDIT-COUNT-4 DELIMITED BY SIZE
031200         INTO PRINT-LINE
031210     END-STRING.
031220     PERFORM 5600-WRITE-PRINT-LINE THRU 5600-EXIT.
031230
031240     MOVE SPACES TO PRINT-LINE.
031250     MOVE HELD-COUNT TO EDIT-COUNT-4.
031260     STRING 'ORDERS HELD (OVER LIMIT) . ' DELIMITED BY SIZE
031270         EDIT-COUNT-4 DELIMITED BY SIZE
031280         INTO PRINT-LINE
031290     END-STRING.
031300     PERFORM 5600-WRITE-PRINT-LINE THRU 5600-EXIT.
031310     MOVE SPACES TO PRINT-LINE.
031320     STRING 'RUN DATE/TIME ' DELIMITED BY SIZE
031330         RUN-DATE DELIMITED BY SIZE
031340         ' / ' DELIMITED BY SIZE
031350         RUN-TIME DELIMITED BY SIZE
031360         INTO PRINT-LINE
031370     END-STRING.
031380     PERFORM 5600-WRITE-PRINT-LINE THRU 5600-EXIT.
031390 7000-EXIT.
031400     EXIT.
031410
031420*----------------------------------------------------------------
031430* 7500-WRITE-RUN-HISTORY - APPEND THIS RUN'S SUMMARY FIGURES
031440* AND PER-REASON REJECT TALLIES TO THE PERMANENT RUN HISTORY SO
031450* THE TREETREND REPORT CAN ANSWER CONSUMPTION QUESTIONS WITHOUT
031460* THE OPERATOR'S SPIRAL NOTEBOOK. A MISSING FILE (FIRST RUN ON
031470* A NEW SYSTEM) IS CREATED FRESH. A PROOF RUN IS NOT PRODUCTION
031480* AND IS NOT RECORDED.
031490*----------------------------------------------------------------
031500 7500-WRITE-RUN-HISTORY.
031510     IF PROOF-RUN
031520         GO TO 7500-EXIT
031530     END-IF.
031540     OPEN EXTEND RUN-HISTORY-FILE.
031550     IF RUNH-FILE-STATUS = '35'
031560         OPEN OUTPUT RUN-HISTORY-FILE
031570     END-IF.
031580     MOVE SPACES TO RUN-HISTORY-RECORD.
031590     MOVE RUN-DATE TO RH-RUN-DATE.
031600     MOVE RUN-TIME TO RH-RUN-TIME.
031610     MOVE TREES-COMPLETED TO RH-TREES-COMPLETED.
031620     MOVE TOTAL-STARS-USED TO RH-STARS-USED.
031630     MOVE REJECT-COUNT TO RH-REJECT-COUNT.
031640     MOVE REPRINTS-COMPLETED TO RH-REPRINTS-DONE.
031650     MOVE REPRINT-STARS-USED TO RH-REPRINT-STARS.
031660     MOVE RUSH-COMPLETED TO RH-RUSH-COMPLETED.
031670     PERFORM 7510-MOVE-ONE-TALLY THRU 7510-EXIT
031680         VARYING FILL-IDX FROM 1 BY 1 UNTIL FILL-IDX > 20.
031690     WRITE RUN-HISTORY-RECORD.
031700     CLOSE RUN-HISTORY-FILE.
031710 7500-EXIT.
031720     EXIT.
031730
031740 7510-MOVE-ONE-TALLY.
031750     MOVE REASON-TALLY(FILL-IDX) TO RH-REASON-COUNT(FILL-IDX).
031760 7510-EXIT.
031770     EXIT.
031780
031790*----------------------------------------------------------------
031800* 7600-WRITE-USAGE-EXTRACT - ONE RECORD PER FILL CHARACTER USED
031810* THIS RUN, FOR THE TREESTOCK INVENTORY POSTING. THE EXTRACT IS
031820* EXTENDED, LIKE THE BILLING EXTRACT, SO A SECOND RUN BEFORE
031830* TREESTOCK POSTS (THE ORDINARY SAME-DAY REPRINT RUN) CANNOT
031840* WIPE UNPOSTED DRAW - TREESTOCK, ITS ONLY CONSUMER, EMPTIES IT
031850* AFTER POSTING. A MISSING FILE IS CREATED FRESH. A PROOF RUN'S
031860* INK IS NOT DRAWN AGAINST STOCK.
031870*----------------------------------------------------------------
031880 7600-WRITE-USAGE-EXTRACT.
031890     IF PROOF-RUN
031900         GO TO 7600-EXIT
031910     END-IF.
031920     OPEN EXTEND USAGE-FILE.
031930     IF USAGE-FILE-STATUS = '35'
031940         OPEN OUTPUT USAGE-FILE
031950     END-IF.
031960     PERFORM 7610-WRITE-ONE-USAGE THRU 7610-EXIT
031970         VARYING SYMBOL-IDX FROM 1 BY 1
031980         UNTIL SYMBOL-IDX > SYMBOL-COUNT.
031990     CLOSE USAGE-FILE.
032000 7600-EXIT.
032010     EXIT.
032020
032030 7610-WRITE-ONE-USAGE.
032040     MOVE SPACES TO USAGE-RECORD.
032050     MOVE RUN-DATE TO USG-RUN-DATE.
032060     MOVE RUN-TIME TO USG-RUN-TIME.
032070     MOVE SYM-FILL-CHAR(SYMBOL-IDX) TO USG-FILL-CHAR.
032080     MOVE SYM-STARS-USED(SYMBOL-IDX) TO USG-STARS-USED.
032090     WRITE USAGE-RECORD.
032100 7610-EXIT.
032110     EXIT.
032120
032130*----------------------------------------------------------------
032140* 7700-WRITE-RUN-STATUS - THE ONE-RECORD MACHINE-READABLE RUN
032150* STATUS. WRITTEN AT STARTUP WITH THE COMPLETE FLAG 'N' SO A
032160* CANCELLED RUN LEAVES ITS INCOMPLETE STATE ON FILE, AND AGAIN
032170* AT END OF RUN WITH THE FINAL FIGURES AND 'Y' WHEN EVERY FILE
032180* CAME THROUGH CLEAN. REWRITTEN IN FULL EACH TIME, LIKE THE
032190* CHECKPOINT, SINCE IT ONLY EVER HOLDS ONE RECORD. THE ORDER
032200* SEQUENCE STAMPED IS THE CHECKPOINTED ORDER THE RUN RESUMED
032210* FROM ON THE STARTUP RECORD (ZERO = CLEAN START), AND THE LAST
032220* ORDER DISPATCHED ON THE END-OF-RUN RECORD; A CANCELLED RUN'S
032230* EXACT ROW POSITION LIVES IN THE CHECKPOINT FILE ITSELF. A
032240* PROOF RUN LEAVES THE PRODUCTION RUN'S STATUS RECORD ALONE.
032250*----------------------------------------------------------------
032260 7700-WRITE-RUN-STATUS.
032270     IF PROOF-RUN
032280         GO TO 7700-EXIT
032290     END-IF.
032300     OPEN OUTPUT RUN-STATUS-FILE.
032310     MOVE SPACES TO RUN-STATUS-RECORD.
032320     MOVE RUN-DATE TO RS-RUN-DATE.
032330     MOVE RUN-TIME TO RS-RUN-TIME.
032340     MOVE RUN-COMPLETE-SWITCH TO RS-COMPLETE-FLAG.
032350     MOVE TREES-COMPLETED TO RS-TREES-COMPLETED.
032360     MOVE REJECT-COUNT TO RS-REJECT-COUNT.
032370     MOVE RUSH-COMPLETED TO RS-RUSH-COMPLETED.
032380     MOVE REPRINTS-COMPLETED TO RS-REPRINTS-DONE.
032390     MOVE TOTAL-STARS-USED TO RS-STARS-USED.
032400     MOVE REPRINT-STARS-USED TO RS-REPRINT-STARS.
032410     MOVE QUEUE-DROP-CTR TO RS-QUEUE-DROPS.
032420     MOVE HELD-COUNT TO RS-HELD-COUNT.
032430     IF ORDER-SEQ-NUM > ZERO
032440         MOVE ORDER-SEQ-NUM TO RS-CKPT-ORDER-SEQ
032450     ELSE
032460         MOVE RESTART-ORDER-NUM TO RS-CKPT-ORDER-SEQ
032470     END-IF.
032480     WRITE RUN-STATUS-RECORD.
032490     CLOSE RUN-STATUS-FILE.
032500 7700-EXIT.
032510     EXIT.
032520
032530*----------------------------------------------------------------
032540* 7800-CHECK-FILE-HEALTH - DID EVERY FILE COME THROUGH THE RUN
032550* CLEAN? ANY BAD STATUS LEFT STANDING MEANS THE SPOOL, A LOG OR
032560* AN EXTRACT MAY BE SHORT, SO THE RUN ENDS RC 8 AND THE STATUS
032570* RECORD STAYS FLAGGED INCOMPLETE FOR TREERECON.
032580* A PROOF RUN ANSWERS FOR ITS PROOF AND SLIP DATASETS ONLY.
032590*----------------------------------------------------------------
032600 7800-CHECK-FILE-HEALTH.
032610     IF PROOF-RUN
032620         IF PROOF-FILE-STATUS NOT = '00'
032630                 OR SLIP-FILE-STATUS NOT = '00'
032640             MOVE 'Y' TO RUN-ERROR-SWITCH
032650         END-IF
032660         GO TO 7800-EXIT
032670     END-IF.
032680     IF PRT-FILE-STATUS NOT = '00'
032690             OR REJ-FILE-STATUS NOT = '00'
032700             OR BILL-FILE-STATUS NOT = '00'
032710             OR ACK-FILE-STATUS NOT = '00'
032720             OR RUNH-FILE-STATUS NOT = '00'
032730             OR USAGE-FILE-STATUS NOT = '00'
032740             OR OHIST-FILE-STATUS NOT = '00'
032750             OR HELD-FILE-STATUS NOT = '00'
032760         MOVE 'Y' TO RUN-ERROR-SWITCH
032770     END-IF.
032780 7800-EXIT.
032790     EXIT.
032800
032810
032820*----------------------------------------------------------------
032830* 7900-WRITE-PROOF-SLIPS - ONE SIGN-OFF SLIP PER DESTINATION, IN
032840* DESTINATION NAME ORDER: EVERY ORDER THE PROOF EDITED FOR IT,
032850* WITH ITS STATUS AND THE PAGES AND STARS IT WILL TAKE IN
032860* PRODUCTION, THEN THE SLIP TOTALS AND A SIGN-OFF LINE. EACH PASS
032870* OVER THE SLIP TABLE PICKS THE LOWEST DESTINATION NAME ABOVE THE
032880* ONE JUST PRINTED.
032890*----------------------------------------------------------------
032900 7900-WRITE-PROOF-SLIPS.
032910     MOVE LOW-VALUES TO SLIP-LAST-DEST.
032920     PERFORM 7910-FIND-NEXT-DEST THRU 7910-EXIT.
032930     PERFORM 7920-WRITE-ONE-SLIP THRU 7920-EXIT
032940         UNTIL SLIP-NEXT-DEST = HIGH-VALUES.
032950 7900-EXIT.
032960     EXIT.
032970
032980 7910-FIND-NEXT-DEST.
032990     MOVE HIGH-VALUES TO SLIP-NEXT-DEST.
033000     PERFORM 7915-TEST-ONE-DEST THRU 7915-EXIT
033010         VARYING SLIP-IDX FROM 1 BY 1
033020         UNTIL SLIP-IDX > SLIP-COUNT.
033030 7910-EXIT.
033040     EXIT.
033050
033060 7915-TEST-ONE-DEST.
033070     IF PS-DEST-NAME(SLIP-IDX) > SLIP-LAST-DEST
033080             AND PS-DEST-NAME(SLIP-IDX) < SLIP-NEXT-DEST
033090         MOVE PS-DEST-NAME(SLIP-IDX) TO SLIP-NEXT-DEST
033100     END-IF.
033110 7915-EXIT.
033120     EXIT.
033130
033140 7920-WRITE-ONE-SLIP.
033150     MOVE ZERO TO SLIP-ORDERS.
033160     MOVE ZERO TO SLIP-PAGES.
033170     MOVE ZERO TO SLIP-STARS.
033180     MOVE ZERO TO SLIP-PAGE-NUM.
033190     PERFORM 7940-START-SLIP-PAGE THRU 7940-EXIT.
033200     PERFORM 7930-LIST-ONE-ORDER THRU 7930-EXIT
033210         VARYING SLIP-IDX FROM 1 BY 1
033220         UNTIL SLIP-IDX > SLIP-COUNT.
033230
033240     MOVE SPACES TO SLIP-WORK-LINE.
033250     PERFORM 7950-WRITE-SLIP-LINE THRU 7950-EXIT.
033260     MOVE SLIP-ORDERS TO EDIT-COUNT-4.
033270     STRING 'ORDERS ON THIS SLIP ....... ' DELIMITED BY SIZE
033280         EDIT-COUNT-4 DELIMITED BY SIZE
033290         INTO SLIP-WORK-LINE
033300     END-STRING.
033310     PERFORM 7950-WRITE-SLIP-LINE THRU 7950-EXIT.
033320
033330     MOVE SPACES TO SLIP-WORK-LINE.
033340     MOVE SLIP-PAGES TO EDIT-COUNT-6.
033350     STRING 'PROJECTED PAGES ........... ' DELIMITED BY SIZE
033360         EDIT-COUNT-6 DELIMITED BY SIZE
033370         INTO SLIP-WORK-LINE
033380     END-STRING.
033390     PERFORM 7950-WRITE-SLIP-LINE THRU 7950-EXIT.
033400
033410     MOVE SPACES TO SLIP-WORK-LINE.
033420     MOVE SLIP-STARS TO EDIT-COUNT-7.
033430     STRING 'PROJECTED STARS (INK) ..... ' DELIMITED BY SIZE
033440         EDIT-COUNT-7 DELIMITED BY SIZE
033450         INTO SLIP-WORK-LINE
033460     END-STRING.
033470     PERFORM 7950-WRITE-SLIP-LINE THRU 7950-EXIT.
033480
033490     MOVE SPACES TO SLIP-WORK-LINE.
033500     PERFORM 7950-WRITE-SLIP-LINE THRU 7950-EXIT.
033510     STRING 'APPROVED FOR PRODUCTION BY ' DELIMITED BY SIZE
033520         '____________________  DATE __________' DELIMITED BY SIZE
033530         INTO SLIP-WORK-LINE
033540     END-STRING.
033550     PERFORM 7950-WRITE-SLIP-LINE THRU 7950-EXIT.
033560     MOVE SLIP-NEXT-DEST TO SLIP-LAST-DEST.
033570     PERFORM 7910-FIND-NEXT-DEST THRU 7910-EXIT.
033580 7920-EXIT.
033590     EXIT.
033600
033610 7930-LIST-ONE-ORDER.
033620     IF PS-DEST-NAME(SLIP-IDX) NOT = SLIP-NEXT-DEST
033630         GO TO 7930-EXIT
033640     END-IF.
033650     MOVE PS-ORDER-SEQ(SLIP-IDX) TO SD-ORDER-SEQ.
033660     MOVE PS-JOB-NAME(SLIP-IDX) TO SD-JOB-NAME.
033670     MOVE PS-SHAPE-CODE(SLIP-IDX) TO SD-SHAPE-CODE.
033680     MOVE PS-PRIORITY(SLIP-IDX) TO SD-PRIORITY.
033690     MOVE PS-STATUS(SLIP-IDX) TO SD-STATUS.
033700     MOVE PS-PAGES(SLIP-IDX) TO SD-PAGES.
033710     MOVE PS-STARS(SLIP-IDX) TO SD-STARS.
033720     MOVE PS-REASON-TEXT(SLIP-IDX) TO SD-REASON-TEXT.
033730     MOVE SLIP-DETAIL-LINE TO SLIP-WORK-LINE.
033740     PERFORM 7950-WRITE-SLIP-LINE THRU 7950-EXIT.
033750     ADD 1 TO SLIP-ORDERS.
033760     ADD PS-PAGES(SLIP-IDX) TO SLIP-PAGES.
033770     ADD PS-STARS(SLIP-IDX) TO SLIP-STARS.
033780 7930-EXIT.
033790     EXIT.
033800
033810*----------------------------------------------------------------
033820* 7940-START-SLIP-PAGE - TOP-OF-FORM FOR A SLIP, REPEATED WHEN A
033830* DESTINATION'S ORDERS RUN PAST THE PAGE DEPTH.
033840*----------------------------------------------------------------
033850 7940-START-SLIP-PAGE.
033860     ADD 1 TO SLIP-PAGE-NUM.
033870     MOVE SLIP-PAGE-NUM TO EDIT-PAGE-4.
033880     MOVE SPACES TO SLIP-RECORD.
033890     MOVE '1' TO SLIP-CC.
033900     STRING 'PROOF SLIP - NOT FOR PRODUCTION' DELIMITED BY SIZE
033910         '   DESTINATION: ' DELIMITED BY SIZE
033920         SLIP-NEXT-DEST DELIMITED BY SIZE
033930         '  DATE ' DELIMITED BY SIZE
033940         RUN-DATE DELIMITED BY SIZE
033950         '  PAGE ' DELIMITED BY SIZE
033960         EDIT-PAGE-4 DELIMITED BY SIZE
033970         INTO SLIP-LINE
033980     END-STRING.
033990     WRITE SLIP-RECORD.
034000     MOVE SPACES TO SLIP-RECORD.
034010     MOVE ' ' TO SLIP-CC.
034020     STRING 'CHECK EACH ORDER, THEN SIGN BELOW OR MARK '
034030             DELIMITED BY SIZE
034040         'CORRECTIONS AND RETURN TO THE PRINT SHOP'
034050             DELIMITED BY SIZE
034060         INTO SLIP-LINE
034070     END-STRING.
034080     WRITE SLIP-RECORD.
034090     MOVE SPACES TO SLIP-RECORD.
034100     MOVE '0' TO SLIP-CC.
034110     STRING ' SEQ  JOB NAME  SHAPE PRI  STATUS    '
034120             DELIMITED BY SIZE
034130         'PAGES   STARS  NOTE' DELIMITED BY SIZE
034140         INTO SLIP-LINE
034150     END-STRING.
034160     WRITE SLIP-RECORD.
034170     MOVE 4 TO SLIP-LINE-COUNT.
034180 7940-EXIT.
034190     EXIT.
034200
034210 7950-WRITE-SLIP-LINE.
034220     IF SLIP-LINE-COUNT NOT < PAGE-DEPTH-NUM
034230         PERFORM 7940-START-SLIP-PAGE THRU 7940-EXIT
034240     END-IF.
034250     MOVE ' ' TO SLIP-CC.
034260     MOVE SLIP-WORK-LINE TO SLIP-LINE.
034270     WRITE SLIP-RECORD.
034280     ADD 1 TO SLIP-LINE-COUNT.
034290 7950-EXIT.
034300     EXIT.
034310*----------------------------------------------------------------
034320* 9000-TERMINATE.
034330*----------------------------------------------------------------
034340 9000-TERMINATE.
034350     CLOSE ORDER-FILE.
034360     IF PROOF-RUN
034370         CLOSE PROOF-FILE
034380         CLOSE SLIP-FILE
034390     ELSE
034400         CLOSE PRINT-FILE
034410         CLOSE REJECT-FILE
034420         CLOSE BILLING-FILE
034430         CLOSE ACK-FILE
034440         CLOSE ORDER-HISTORY-FILE
034450         CLOSE HELD-FILE
034460     END-IF.
034470 9000-EXIT.
034480     EXIT.
