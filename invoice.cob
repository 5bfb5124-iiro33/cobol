000380*                  SUSPENSE LINE, AND A CONTROL RECORD WITH
000390*                  RECORD COUNT AND AMOUNT HASH SO THE LEDGER
000400*                  SIDE CAN PROVE THE FEED ARRIVED WHOLE.
000410* 2026-10-15 IIRO  POSTS THE MONTH'S BILLING ADJUSTMENTS (ADJTRAN,
000420*                  SEE ADJREC) - CREDITS, DEBITS AND ACCOUNT
000430*                  TRANSFERS KEYED TO AN EXTRACT ORDER - IN THEIR
000440*                  OWN SECTION OF EACH STATEMENT, NETTED INTO THE
000450*                  ACCOUNT'S JOURNAL ENTRY AND THE CONTROL HASH.
000460*                  ADJUSTMENTS FOR AN ORDER NOT IN THE EXTRACT,
000470*                  OR CREDITING MORE THAN THE ORDER WAS CHARGED,
000480*                  ARE REJECTED TO THE ADJREJ LOG; THE POSTED
000490*                  CARDS ARE WRITTEN TO ADJPOST FOR TREECLOSE TO
000500*                  ARCHIVE, AND THE STAMP CARRIES THE CARD COUNT.
000510* 2026-10-15 IIRO  POSTS STARTED AND ENDED EVENTS (RETURN CODE
000520*                  AND KEY COUNTS) TO THE SHARED CYCLCTL CYCLE-
000530*                  CONTROL LEDGER. REFUSES TO RUN - RC 12 - UNLESS
000540*                  TREERECON HAS ENDED CLEAN FOR THE BUSINESS
000550*                  DATE, AND - RC 16 - IF THIS STEP ALREADY HAS
000560*                  AND THE CYCLPARM CARD DOES NOT NAME IT FOR A
000570*                  RERUN.
000580*----------------------------------------------------------------
000590
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT CUSTOMER-FILE ASSIGN TO CUSTMAST
000640         ORGANIZATION IS SEQUENTIAL.
000650
000660     SELECT BILLING-FILE ASSIGN TO BILLEXT
000670         ORGANIZATION IS SEQUENTIAL.
000680
000690     SELECT INVOICE-FILE ASSIGN TO INVOUT
000700         ORGANIZATION IS SEQUENTIAL.
000710
000720     SELECT RATE-FILE ASSIGN TO CUSTRATE
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS RATE-FILE-STATUS.
000750
000760     SELECT STAMP-FILE ASSIGN TO BILLSTMP
000770         ORGANIZATION IS SEQUENTIAL.
000780
000790     SELECT JOURNAL-FILE ASSIGN TO JRNLEXT
000800         ORGANIZATION IS SEQUENTIAL.
000810
000820     SELECT ADJUSTMENT-FILE ASSIGN TO ADJTRAN
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS ADJT-FILE-STATUS.
000850
000860     SELECT ADJ-REJECT-FILE ASSIGN TO ADJREJ
000870         ORGANIZATION IS SEQUENTIAL.
000880
000890     SELECT ADJ-POSTED-FILE ASSIGN TO ADJPOST
000900         ORGANIZATION IS SEQUENTIAL.
000910
000920     SELECT CYCLE-FILE ASSIGN TO CYCLCTL
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS CY-KEY
000960         FILE STATUS IS CYC-FILE-STATUS.
000970
000980     SELECT CYCLE-PARM-FILE ASSIGN TO CYCLPARM
000990         ORGANIZATION IS SEQUENTIAL
001000         FILE STATUS IS CYC-PARM-STATUS.
001010
001020 DATA DIVISION.
001030 FILE SECTION.
001040*----------------------------------------------------------------
001050* CUSTOMER-FILE - CHARGE-BACK ACCOUNT MASTER WITH BILLING RATES.
001060*----------------------------------------------------------------
001070 FD  CUSTOMER-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD
001100     RECORD CONTAINS 80 CHARACTERS.
001110     COPY CUSTREC.
001120
001130*----------------------------------------------------------------
001140* BILLING-FILE - PER-ORDER EXTRACT APPENDED BY EACH TREESTARS
001150* RUN, ACCUMULATING A MONTH OF CHARGE DETAIL.
001160*----------------------------------------------------------------
001170 FD  BILLING-FILE
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE OMITTED
001200     RECORD CONTAINS 80 CHARACTERS.
001210     COPY BILLREC.
001220
001230*----------------------------------------------------------------
001240* INVOICE-FILE - PRINTED STATEMENTS, 132-BYTE PRINT LINE WITH AN
001250* ASA CARRIAGE-CONTROL BYTE IN POSITION ONE, ONE PAGE PER
001260* ACCOUNT.
001270*----------------------------------------------------------------
001280 FD  INVOICE-FILE
001290     RECORDING MODE IS F
001300     LABEL RECORDS ARE OMITTED
001310     RECORD CONTAINS 132 CHARACTERS.
001320 01  INVOICE-RECORD.
001330     05  INV-CC                  PIC X(01).
001340     05  INV-LINE                PIC X(131).
001350
001360*----------------------------------------------------------------
001370* RATE-FILE - THE RATE HISTORY APPENDED BY TREEMAINT, ONE RECORD
001380* PER RATE CHANGE WITH ITS EFFECTIVE DATE. A MISSING FILE MEANS
001390* NO HISTORY YET - EVERYTHING PRICES AT THE MASTER RATES.
001400*----------------------------------------------------------------
001410 FD  RATE-FILE
001420     RECORDING MODE IS F
001430     LABEL RECORDS ARE STANDARD
001440     RECORD CONTAINS 80 CHARACTERS.
001450     COPY RATEREC.
001460
001470*----------------------------------------------------------------
001480* STAMP-FILE - ONE-RECORD STATEMENT STAMP, REWRITTEN IN FULL BY
001490* EVERY STATEMENT RUN, SO THE TREECLOSE MONTH-END JOB CAN PROVE
001500* THE CURRENT EXTRACT WAS STATEMENTED BEFORE IT CLEARS IT.
001510*----------------------------------------------------------------
001520 FD  STAMP-FILE
001530     RECORDING MODE IS F
001540     LABEL RECORDS ARE OMITTED
001550     RECORD CONTAINS 80 CHARACTERS.
001560     COPY BSTMPREC.
001570
001580*----------------------------------------------------------------
001590* JOURNAL-FILE - THE GENERAL-LEDGER FEED: ONE BALANCED TYPE-'D'
001600* ENTRY PER STATEMENTED ACCOUNT, ONE FOR THE SUSPENSE LINE WHEN
001610* THERE WERE UNMATCHED CHARGES, AND A CLOSING TYPE-'C' CONTROL
001620* RECORD WITH THE COUNT AND AMOUNT HASH.
001630*----------------------------------------------------------------
001640 FD  JOURNAL-FILE
001650     RECORDING MODE IS F
001660     LABEL RECORDS ARE OMITTED
001670     RECORD CONTAINS 80 CHARACTERS.
001680     COPY JRNLREC.
001690
001700*----------------------------------------------------------------
001710* ADJUSTMENT-FILE - THE MONTH'S BILLING ADJUSTMENTS, ONE CREDIT,
001720* DEBIT OR TRANSFER PER RECORD, ACCUMULATED LIKE THE EXTRACT
001730* UNTIL TREECLOSE CLEARS IT. A MISSING FILE MEANS NO
001740* ADJUSTMENTS THIS MONTH.
001750*----------------------------------------------------------------
001760 FD  ADJUSTMENT-FILE
001770     RECORDING MODE IS F
001780     LABEL RECORDS ARE STANDARD
001790     RECORD CONTAINS 80 CHARACTERS.
001800     COPY ADJREC.
001810
001820*----------------------------------------------------------------
001830* ADJ-REJECT-FILE - ONE RECORD PER ADJUSTMENT TURNED AWAY BY
001840* 1500-EDIT-ADJUSTMENT, WITH THE REASON. THE CODE LIST IS
001850* DOCUMENTED IN ADJREC. REWRITTEN EACH STATEMENT RUN, SINCE THE
001860* WHOLE MONTH'S DECK IS RE-EDITED EVERY TIME.
001870*----------------------------------------------------------------
001880 FD  ADJ-REJECT-FILE
001890     RECORDING MODE IS F
001900     LABEL RECORDS ARE OMITTED
001910     RECORD CONTAINS 80 CHARACTERS.
001920 01  ADJ-REJECT-RECORD.
001930     05  ADR-TYPE                PIC X(01).
001940     05  ADR-ACCT-CODE           PIC X(04).
001950     05  ADR-RUN-DATE            PIC X(08).
001960     05  ADR-ORDER-SEQ           PIC X(04).
001970     05  ADR-REASON-CODE         PIC 9(02).
001980     05  ADR-REASON-TEXT         PIC X(40).
001990     05  ADR-AUTHORIZER          PIC X(03).
002000     05  FILLER                  PIC X(18).
002010
002020*----------------------------------------------------------------
002030* ADJ-POSTED-FILE - THE ADJUSTMENTS THIS STATEMENT RUN POSTED,
002040* WITH A TRANSFER'S RESOLVED AMOUNT FILLED IN - THE RECORDS
002050* TREECLOSE ARCHIVES TO BILLHIST WITH THE MONTH'S EXTRACT.
002060*----------------------------------------------------------------
002070 FD  ADJ-POSTED-FILE
002080     RECORDING MODE IS F
002090     LABEL RECORDS ARE STANDARD
002100     RECORD CONTAINS 80 CHARACTERS.
002110 01  ADJ-POSTED-RECORD           PIC X(80).
002120
002130*----------------------------------------------------------------
002140* CYCLE-FILE - THE SHARED CYCLE-CONTROL LEDGER (SEE CYCLREC),
002150* CHECKED BEFORE THIS STEP STARTS AND POSTED AT START AND END.
002160*----------------------------------------------------------------
002170 FD  CYCLE-FILE
002180     RECORD CONTAINS 120 CHARACTERS.
002190     COPY CYCLREC.
002200
002210*----------------------------------------------------------------
002220* CYCLE-PARM-FILE - THE OPTIONAL BUSINESS DATE / RERUN CARD.
002230*----------------------------------------------------------------
002240 FD  CYCLE-PARM-FILE
002250     RECORDING MODE IS F
002260     LABEL RECORDS ARE STANDARD
002270     RECORD CONTAINS 80 CHARACTERS.
002280     COPY CYCPREC.
002290
002300 WORKING-STORAGE SECTION.
002310 01  CUST-EOF-SWITCH             PIC X(01) VALUE 'N'.
002320     88  CUST-EOF                VALUE 'Y'.
002330 01  BILL-EOF-SWITCH             PIC X(01) VALUE 'N'.
002340     88  BILL-EOF                VALUE 'Y'.
002350 01  RATE-EOF-SWITCH             PIC X(01) VALUE 'N'.
002360     88  RATE-EOF                VALUE 'Y'.
002370 01  RATE-FILE-STATUS            PIC X(02) VALUE '00'.
002380 01  ADJT-EOF-SWITCH             PIC X(01) VALUE 'N'.
002390     88  ADJT-EOF                VALUE 'Y'.
002400 01  ADJT-FILE-STATUS            PIC X(02) VALUE '00'.
002410
002420*----------------------------------------------------------------
002430* CUSTOMER MASTER TABLE - LOADED ONCE AT STARTUP SO THE EXTRACT
002440* CAN BE PRICED ACCOUNT BY ACCOUNT WITHOUT RE-READING THE
002450* MASTER.
002460*----------------------------------------------------------------
002470 01  CUST-TABLE-MAX              PIC 9(02) VALUE 50.
002480 01  CUST-COUNT                  PIC 9(02) VALUE 0.
002490 01  CUST-IDX                    PIC 9(02) VALUE 0.
002500 01  CUSTOMER-TABLE.
002510     05  CUST-ENTRY OCCURS 50 TIMES.
002520         10  CT-ACCT-CODE        PIC X(04).
002530         10  CT-ACCT-NAME        PIC X(30).
002540         10  CT-STAR-RATE        PIC 9(03)V9(02).
002550         10  CT-TREE-RATE        PIC 9(05)V9(02).
002560
002570*----------------------------------------------------------------
002580* RATE HISTORY TABLE - LOADED ONCE AT STARTUP. FOR EACH EXTRACT
002590* ORDER THE LATEST ENTRY FOR ITS ACCOUNT DATED ON OR BEFORE THE
002600* ORDER'S RUN DATE WINS; WITH NO ENTRY THE MASTER RATES APPLY.
002610* OVERFLOW IS COUNTED AND REPORTED ON THE TRAILER LIKE THE
002620* EXTRACT TABLE, SO A SHORT HISTORY CANNOT PASS UNSEEN.
002630*----------------------------------------------------------------
002640 01  RATE-TABLE-MAX              PIC 9(03) VALUE 200.
002650 01  RATE-COUNT                  PIC 9(03) VALUE 0.
002660 01  RATE-IDX                    PIC 9(03) VALUE 0.
002670 01  RATE-DROP-COUNT             PIC 9(03) VALUE 0.
002680 01  RATE-HISTORY-TABLE.
002690     05  RATE-ENTRY OCCURS 200 TIMES.
002700         10  RTE-ACCT-CODE       PIC X(04).
002710         10  RTE-EFF-DATE        PIC 9(08).
002720         10  RTE-STAR-RATE       PIC 9(03)V9(02).
002730         10  RTE-TREE-RATE       PIC 9(05)V9(02).
002740
002750 01  USE-STAR-RATE               PIC 9(03)V9(02) VALUE 0.
002760 01  USE-TREE-RATE               PIC 9(05)V9(02) VALUE 0.
002770 01  BEST-EFF-DATE               PIC 9(08) VALUE 0.
002780
002790*----------------------------------------------------------------
002800* BILLING EXTRACT TABLE - A MONTH OF PER-ORDER DETAIL. EACH
002810* ENTRY IS FLAGGED AS IT IS STATEMENTED SO LEFTOVERS SURFACE ON
002820* THE UNMATCHED-ACCOUNTS PAGE INSTEAD OF VANISHING.
002830*----------------------------------------------------------------
002840 01  BILL-TABLE-MAX              PIC 9(04) VALUE 999.
002850 01  BILL-COUNT                  PIC 9(04) VALUE 0.
002860 01  BILL-IDX                    PIC 9(04) VALUE 0.
002870 01  BILL-DROP-COUNT             PIC 9(04) VALUE 0.
002880 01  BILLING-TABLE.
002890     05  BILL-ENTRY OCCURS 999 TIMES.
002900         10  BE-RUN-DATE         PIC 9(08).
002910         10  BE-ORDER-SEQ        PIC 9(04).
002920         10  BE-ACCT-CODE        PIC X(04).
002930         10  BE-JOB-NAME         PIC X(08).
002940         10  BE-TREE-COUNT       PIC 9(02).
002950         10  BE-STARS-USED       PIC 9(06).
002960         10  BE-DONE-SWITCH      PIC X(01).
002970         10  BE-CREDIT-AMT       PIC 9(07)V9(02).
002980         10  BE-DEBIT-AMT        PIC 9(07)V9(02).
002990
003000 01  STAR-CHARGE-AMT             PIC 9(07)V9(02) VALUE 0.
003010 01  TREE-CHARGE-AMT             PIC 9(07)V9(02) VALUE 0.
003020 01  ORDER-CHARGE-AMT            PIC 9(07)V9(02) VALUE 0.
003030 01  ACCT-CHARGE-AMT             PIC 9(07)V9(02) VALUE 0.
003040 01  GRAND-CHARGE-AMT            PIC 9(09)V9(02) VALUE 0.
003050 01  ACCT-STARS-USED             PIC 9(08) VALUE 0.
003060 01  ACCT-TREE-COUNT             PIC 9(06) VALUE 0.
003070 01  ACCT-ORDER-COUNT            PIC 9(04) VALUE 0.
003080 01  UNMATCHED-TOTAL             PIC 9(04) VALUE 0.
003090
003100*----------------------------------------------------------------
003110* ADJUSTMENT TABLE - THE POSTED ADJUSTMENTS, ONE ENTRY PER
003120* STATEMENT LINE: A CREDIT OR DEBIT IS ONE ENTRY, A TRANSFER IS
003130* TWO (A CREDIT ON THE ACCOUNT CHARGED, A DEBIT ON THE ACCOUNT
003140* IT MOVES TO). BE-CREDIT-AMT/BE-DEBIT-AMT ON THE EXTRACT ENTRY
003150* KEEP A RUNNING NET SO A SECOND CREDIT CANNOT TAKE BACK MORE
003160* THAN THE ORDER WAS CHARGED.
003170*----------------------------------------------------------------
003180 01  ADJ-TABLE-MAX               PIC 9(03) VALUE 200.
003190 01  ADJ-COUNT                   PIC 9(03) VALUE 0.
003200 01  ADJ-IDX                     PIC 9(03) VALUE 0.
003210 01  ADJUSTMENT-TABLE.
003220     05  ADJ-ENTRY OCCURS 200 TIMES.
003230         10  AJ-POST-ACCT        PIC X(04).
003240         10  AJ-DIRECTION        PIC X(01).
003250         10  AJ-TYPE             PIC X(01).
003260         10  AJ-OTHER-ACCT       PIC X(04).
003270         10  AJ-RUN-DATE         PIC 9(08).
003280         10  AJ-ORDER-SEQ        PIC 9(04).
003290         10  AJ-AMOUNT           PIC 9(07)V9(02).
003300         10  AJ-REASON           PIC X(30).
003310         10  AJ-AUTHORIZER       PIC X(03).
003320
003330 01  ADJ-VALID-SWITCH            PIC X(01) VALUE 'Y'.
003340     88  ADJ-IS-VALID            VALUE 'Y'.
003350 01  ACCT-FOUND-SWITCH           PIC X(01) VALUE 'N'.
003360     88  ACCT-FOUND              VALUE 'Y'.
003370 01  ORDER-FOUND-SWITCH          PIC X(01) VALUE 'N'.
003380     88  ORDER-FOUND             VALUE 'Y'.
003390 01  ACCT-WORK                   PIC X(04) VALUE SPACES.
003400 01  FOUND-CUST-IDX              PIC 9(02) VALUE 0.
003410 01  FOUND-BILL-IDX              PIC 9(04) VALUE 0.
003420 01  ADJ-RUN-DATE-NUM            PIC 9(08) VALUE 0.
003430 01  ADJ-ORDER-SEQ-NUM           PIC 9(04) VALUE 0.
003440 01  ADJ-REMAINING-AMT           PIC 9(07)V9(02) VALUE 0.
003450 01  ADJ-SLOTS-NEEDED            PIC 9(01) VALUE 0.
003460 01  REJECT-REASON-TEXT          PIC X(40) VALUE SPACES.
003470 01  REJECT-REASON-CODE          PIC 9(02) VALUE 0.
003480
003490*----------------------------------------------------------------
003500* AMOUNT CONVERSION - THE CARD CARRIES THE AMOUNT AS DISPLAY
003510* DIGITS WITH TWO IMPLIED DECIMALS; MOVING IT THROUGH THE
003520* REDEFINES PUTS THE DECIMAL POINT BACK WITHOUT ARITHMETIC.
003530*----------------------------------------------------------------
003540 01  ADJ-AMOUNT-NUM              PIC 9(07)V9(02) VALUE 0.
003550 01  ADJ-AMOUNT-X REDEFINES ADJ-AMOUNT-NUM
003560                                 PIC X(09).
003570
003580 01  ADJ-READ-COUNT              PIC 9(04) VALUE 0.
003590 01  ADJ-POSTED-COUNT            PIC 9(04) VALUE 0.
003600 01  ADJ-REJECTED-COUNT          PIC 9(04) VALUE 0.
003610 01  ACCT-ADJ-COUNT              PIC 9(04) VALUE 0.
003620 01  ACCT-CREDIT-AMT             PIC 9(07)V9(02) VALUE 0.
003630 01  ACCT-DEBIT-AMT              PIC 9(07)V9(02) VALUE 0.
003640 01  ACCT-NET-AMT                PIC 9(07)V9(02) VALUE 0.
003650 01  GRAND-CREDIT-AMT            PIC 9(09)V9(02) VALUE 0.
003660 01  GRAND-DEBIT-AMT             PIC 9(09)V9(02) VALUE 0.
003670 01  GRAND-NET-AMT               PIC 9(09)V9(02) VALUE 0.
003680 01  ADJ-TYPE-TEXT               PIC X(14) VALUE SPACES.
003690
003700*----------------------------------------------------------------
003710* JOURNAL EXTRACT CONTROLS. UNMATCHED EXTRACT CHARGES HAVE NO
003720* ACCOUNT RATES, SO THE SUSPENSE LINE PRICES THEM AT THE SHOP
003730* STANDARD RATES BELOW - KEEP THESE IN STEP WITH FINANCE'S RATE
003740* CARD.
003750*----------------------------------------------------------------
003760 01  SHOP-STD-STAR-RATE          PIC 9(03)V9(02) VALUE 0.05.
003770 01  SHOP-STD-TREE-RATE          PIC 9(05)V9(02) VALUE 2.50.
003780 01  SUSPENSE-CHARGE-AMT         PIC 9(07)V9(02) VALUE 0.
003790 01  SUSPENSE-TOTAL-AMT          PIC 9(09)V9(02) VALUE 0.
003800 01  JRNL-ENTRY-COUNT            PIC 9(06) VALUE 0.
003810 01  JRNL-HASH-TOTAL             PIC 9(13)V9(02) VALUE 0.
003820 01  GL-DEPT-ACCT.
003830     05  GL-DEPT-PREFIX          PIC X(04) VALUE 'DEPT'.
003840     05  GL-DEPT-CODE            PIC X(04) VALUE SPACES.
003850
003860 01  EDIT-RATE-USED              PIC ZZ9.99.
003870 01  EDIT-AMOUNT                 PIC Z,ZZZ,ZZ9.99.
003880 01  EDIT-BIG-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
003890 01  EDIT-COUNT-4                PIC ZZZ9.
003900 01  EDIT-COUNT-6                PIC ZZZZZ9.
003910 01  EDIT-COUNT-8                PIC ZZZZZZZ9.
003920
003930 01  RUN-DATE                    PIC 9(08) VALUE 0.
003940 01  RUN-TIME                    PIC 9(08) VALUE 0.
003950
003960*----------------------------------------------------------------
003970* CYCLE CONTROL - THIS STEP'S LEDGER NAME, AND THE STEP THAT MUST
003980* HAVE ENDED CLEAN FOR THE SAME BUSINESS DATE BEFORE IT STARTS.
003990*----------------------------------------------------------------
004000 01  CYC-STEP-NAME               PIC X(10) VALUE 'TREEBILL'.
004010 01  CYC-PRED-NAME               PIC X(10) VALUE 'TREERECON'.
004020 01  CYC-BUS-DATE                PIC 9(08) VALUE 0.
004030 01  CYC-FILE-STATUS             PIC X(02) VALUE '00'.
004040 01  CYC-PARM-STATUS             PIC X(02) VALUE '00'.
004050 01  CYC-SCAN-DONE-SWITCH        PIC X(01) VALUE 'N'.
004060     88  CYC-SCAN-DONE           VALUE 'Y'.
004070 01  CYC-RERUN-SWITCH            PIC X(01) VALUE 'N'.
004080     88  CYC-RERUN-ALLOWED       VALUE 'Y'.
004090 01  CYC-REFUSED-SWITCH          PIC X(01) VALUE 'N'.
004100     88  CYC-REFUSED             VALUE 'Y'.
004110 01  CYC-SCAN-STEP               PIC X(10) VALUE SPACES.
004120 01  CYC-LAST-EVENT              PIC X(01) VALUE SPACE.
004130 01  CYC-LAST-RC                 PIC 9(03) VALUE 0.
004140 01  CYC-LAST-SEQ                PIC 9(03) VALUE 0.
004150 01  CYC-NEXT-SEQ                PIC 9(03) VALUE 0.
004160 01  CYC-EVENT-CODE              PIC X(01) VALUE SPACE.
004170 01  CYC-EVENT-RC                PIC 9(03) VALUE 0.
004180 01  CYC-REFUSE-RC               PIC 9(03) VALUE 0.
004190 01  CYC-NOTE                    PIC X(30) VALUE SPACES.
004200 01  CYC-KEY-COUNTS.
004210     05  CYC-KEY-COUNT OCCURS 3 TIMES.
004220         10  CYC-COUNT-LABEL     PIC X(08).
004230         10  CYC-COUNT-VALUE     PIC 9(07).
004240
004250 PROCEDURE DIVISION.
004260*----------------------------------------------------------------
004270* 0000-MAINLINE - LOAD BOTH INPUTS, PRINT A STATEMENT PER
004280* ACTIVE ACCOUNT, SWEEP UP EXTRACT RECORDS WHOSE ACCOUNT CODE
004290* MATCHES NO MASTER ENTRY, AND FINISH WITH A GRAND-TOTAL PAGE.
004300*----------------------------------------------------------------
004310 0000-MAINLINE.
004320     PERFORM 0100-CHECK-CYCLE THRU 0100-EXIT.
004330     IF CYC-REFUSED
004340         MOVE CYC-REFUSE-RC TO RETURN-CODE
004350         STOP RUN
004360     END-IF.
004370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004380     PERFORM 3000-PRINT-STATEMENTS THRU 3000-EXIT.
004390     PERFORM 4000-PRINT-UNMATCHED THRU 4000-EXIT.
004400     PERFORM 4500-WRITE-SUSPENSE-JOURNAL THRU 4500-EXIT.
004410     PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT.
004420     PERFORM 8000-WRITE-BILL-STAMP THRU 8000-EXIT.
004430     PERFORM 8100-WRITE-JOURNAL-CONTROL THRU 8100-EXIT.
004440     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004450     PERFORM 0900-END-CYCLE THRU 0900-EXIT.
004460     STOP RUN.
004470
004480*----------------------------------------------------------------
004490* 0100-CHECK-CYCLE - TAKE THE BUSINESS DATE FROM THE CYCLPARM
004500* CARD (TODAY IF NONE), THEN REFUSE - RC 12 - IF THE PREDECESSOR
004510* HAS NOT ENDED CLEAN FOR THAT DATE, OR - RC 16 - IF THIS STEP
004520* ALREADY HAS AND THE CARD DOES NOT NAME IT FOR A RERUN. THE
004530* START, OR THE REFUSAL, IS POSTED TO THE LEDGER.
004540*----------------------------------------------------------------
004550 0100-CHECK-CYCLE.
004560     ACCEPT CYC-BUS-DATE FROM DATE YYYYMMDD.
004570     MOVE SPACES TO CYC-KEY-COUNTS.
004580     MOVE ZERO TO CYC-COUNT-VALUE(1).
004590     MOVE ZERO TO CYC-COUNT-VALUE(2).
004600     MOVE ZERO TO CYC-COUNT-VALUE(3).
004610     OPEN INPUT CYCLE-PARM-FILE.
004620     IF CYC-PARM-STATUS NOT = '35'
004630         READ CYCLE-PARM-FILE
004640             AT END
004650                 MOVE SPACES TO CYCLE-PARM-RECORD
004660         END-READ
004670         IF CYP-BUS-DATE IS NUMERIC
004680             MOVE CYP-BUS-DATE TO CYC-BUS-DATE
004690         END-IF
004700         IF CYP-RERUN-STEP = CYC-STEP-NAME
004710             MOVE 'Y' TO CYC-RERUN-SWITCH
004720         END-IF
004730         CLOSE CYCLE-PARM-FILE
004740     END-IF.
004750     OPEN I-O CYCLE-FILE.
004760     IF CYC-FILE-STATUS = '35'
004770         OPEN OUTPUT CYCLE-FILE
004780         CLOSE CYCLE-FILE
004790         OPEN I-O CYCLE-FILE
004800     END-IF.
004810     IF CYC-PRED-NAME NOT = SPACES
004820         MOVE CYC-PRED-NAME TO CYC-SCAN-STEP
004830         PERFORM 0110-SCAN-STEP THRU 0110-EXIT
004840         IF CYC-LAST-EVENT NOT = 'E' OR CYC-LAST-RC > 4
004850             MOVE 'Y' TO CYC-REFUSED-SWITCH
004860             MOVE 12 TO CYC-REFUSE-RC
004870             STRING CYC-PRED-NAME DELIMITED BY SPACE
004880                 ' HAS NOT ENDED CLEAN' DELIMITED BY SIZE
004890                 INTO CYC-NOTE
004900             END-STRING
004910         END-IF
004920     END-IF.
004930     MOVE CYC-STEP-NAME TO CYC-SCAN-STEP.
004940     PERFORM 0110-SCAN-STEP THRU 0110-EXIT.
004950     COMPUTE CYC-NEXT-SEQ = CYC-LAST-SEQ + 1.
004960     IF NOT CYC-REFUSED
004970             AND CYC-LAST-EVENT = 'E' AND CYC-LAST-RC NOT > 4
004980         IF CYC-RERUN-ALLOWED
004990             MOVE 'RERUN BY CYCLPARM OVERRIDE' TO CYC-NOTE
005000         ELSE
005010             MOVE 'Y' TO CYC-REFUSED-SWITCH
005020             MOVE 16 TO CYC-REFUSE-RC
005030             MOVE 'ALREADY ENDED CLEAN - NO RERUN' TO CYC-NOTE
005040         END-IF
005050     END-IF.
005060     IF CYC-REFUSED
005070         MOVE 'R' TO CYC-EVENT-CODE
005080         MOVE CYC-REFUSE-RC TO CYC-EVENT-RC
005090         PERFORM 0130-WRITE-CYCLE-EVENT THRU 0130-EXIT
005100         CLOSE CYCLE-FILE
005110         DISPLAY 'TREEBILL REFUSED FOR ' CYC-BUS-DATE
005120             ' - ' CYC-NOTE
005130     ELSE
005140         MOVE 'S' TO CYC-EVENT-CODE
005150         MOVE ZERO TO CYC-EVENT-RC
005160         PERFORM 0130-WRITE-CYCLE-EVENT THRU 0130-EXIT
005170     END-IF.
005180 0100-EXIT.
005190     EXIT.
005200
005210*----------------------------------------------------------------
005220* 0110-SCAN-STEP - WALK ONE STEP'S EVENTS FOR THE BUSINESS DATE,
005230* KEEPING THE LATEST STARTED/ENDED EVENT WITH ITS RETURN CODE, AND
005240* THE HIGHEST EVENT SEQUENCE USED. NO EVENTS LEAVES THE LAST EVENT
005250* BLANK - NEVER STARTED.
005260*----------------------------------------------------------------
005270 0110-SCAN-STEP.
005280     MOVE SPACE TO CYC-LAST-EVENT.
005290     MOVE ZERO TO CYC-LAST-RC.
005300     MOVE ZERO TO CYC-LAST-SEQ.
005310     MOVE 'N' TO CYC-SCAN-DONE-SWITCH.
005320     MOVE CYC-BUS-DATE TO CY-BUS-DATE.
005330     MOVE CYC-SCAN-STEP TO CY-STEP-NAME.
005340     MOVE ZERO TO CY-EVENT-SEQ.
005350     START CYCLE-FILE KEY NOT < CY-KEY
005360         INVALID KEY
005370             MOVE 'Y' TO CYC-SCAN-DONE-SWITCH
005380     END-START.
005390     IF NOT CYC-SCAN-DONE
005400         PERFORM 0120-READ-NEXT-CYCLE THRU 0120-EXIT
005410     END-IF.
005420     PERFORM 0115-SCAN-ONE-EVENT THRU 0115-EXIT
005430         UNTIL CYC-SCAN-DONE.
005440 0110-EXIT.
005450     EXIT.
005460
005470 0115-SCAN-ONE-EVENT.
005480     IF CY-BUS-DATE NOT = CYC-BUS-DATE
005490             OR CY-STEP-NAME NOT = CYC-SCAN-STEP
005500         MOVE 'Y' TO CYC-SCAN-DONE-SWITCH
005510         GO TO 0115-EXIT
005520     END-IF.
005530     MOVE CY-EVENT-SEQ TO CYC-LAST-SEQ.
005540     IF CY-EVENT-STARTED OR CY-EVENT-ENDED
005550         MOVE CY-EVENT TO CYC-LAST-EVENT
005560         MOVE CY-RETURN-CODE TO CYC-LAST-RC
005570     END-IF.
005580     PERFORM 0120-READ-NEXT-CYCLE THRU 0120-EXIT.
005590 0115-EXIT.
005600     EXIT.
005610
005620 0120-READ-NEXT-CYCLE.
005630     READ CYCLE-FILE NEXT RECORD
005640         AT END
005650             MOVE 'Y' TO CYC-SCAN-DONE-SWITCH
005660     END-READ.
005670 0120-EXIT.
005680     EXIT.
005690
005700*----------------------------------------------------------------
005710* 0130-WRITE-CYCLE-EVENT - POST ONE EVENT UNDER THE NEXT SEQUENCE
005720* NUMBER FOR THIS STEP AND BUSINESS DATE.
005730*----------------------------------------------------------------
005740 0130-WRITE-CYCLE-EVENT.
005750     MOVE SPACES TO CYCLE-CONTROL-RECORD.
005760     MOVE CYC-BUS-DATE TO CY-BUS-DATE.
005770     MOVE CYC-STEP-NAME TO CY-STEP-NAME.
005780     MOVE CYC-NEXT-SEQ TO CY-EVENT-SEQ.
005790     MOVE CYC-EVENT-CODE TO CY-EVENT.
005800     ACCEPT CY-EVENT-DATE FROM DATE YYYYMMDD.
005810     ACCEPT CY-EVENT-TIME FROM TIME.
005820     MOVE CYC-EVENT-RC TO CY-RETURN-CODE.
005830     MOVE CYC-RERUN-SWITCH TO CY-RERUN-FLAG.
005840     MOVE CYC-KEY-COUNTS TO CY-KEY-COUNTS.
005850     MOVE CYC-NOTE TO CY-NOTE.
005860     WRITE CYCLE-CONTROL-RECORD
005870         INVALID KEY
005880             DISPLAY 'TREEBILL CYCLE LEDGER WRITE FAILED - KEY '
005890                 CY-KEY
005900     END-WRITE.
005910     ADD 1 TO CYC-NEXT-SEQ.
005920 0130-EXIT.
005930     EXIT.
005940
005950*----------------------------------------------------------------
005960* 0900-END-CYCLE - POST THE ENDED EVENT WITH THE STEP'S RETURN
005970* CODE AND ITS KEY COUNTS, AND CLOSE THE LEDGER.
005980*----------------------------------------------------------------
005990 0900-END-CYCLE.
006000     MOVE 'EXTRACT' TO CYC-COUNT-LABEL(1).
006010     MOVE BILL-COUNT TO CYC-COUNT-VALUE(1).
006020     MOVE 'ADJPOSTD' TO CYC-COUNT-LABEL(2).
006030     MOVE ADJ-POSTED-COUNT TO CYC-COUNT-VALUE(2).
006040     MOVE 'JOURNAL' TO CYC-COUNT-LABEL(3).
006050     MOVE JRNL-ENTRY-COUNT TO CYC-COUNT-VALUE(3).
006060     MOVE 'E' TO CYC-EVENT-CODE.
006070     MOVE RETURN-CODE TO CYC-EVENT-RC.
006080     MOVE SPACES TO CYC-NOTE.
006090     PERFORM 0130-WRITE-CYCLE-EVENT THRU 0130-EXIT.
006100     CLOSE CYCLE-FILE.
006110 0900-EXIT.
006120     EXIT.
006130
006140*----------------------------------------------------------------
006150* 1000-INITIALIZE.
006160*----------------------------------------------------------------
006170 1000-INITIALIZE.
006180     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
006190     ACCEPT RUN-TIME FROM TIME.
006200     OPEN INPUT CUSTOMER-FILE.
006210     OPEN INPUT BILLING-FILE.
006220     OPEN OUTPUT INVOICE-FILE.
006230     OPEN OUTPUT JOURNAL-FILE.
006240     OPEN INPUT RATE-FILE.
006250     IF RATE-FILE-STATUS = '35'
006260         MOVE 'Y' TO RATE-EOF-SWITCH
006270     END-IF.
006280     PERFORM 1100-LOAD-CUSTOMERS THRU 1100-EXIT.
006290     PERFORM 1200-LOAD-EXTRACT THRU 1200-EXIT.
006300     PERFORM 1300-LOAD-RATES THRU 1300-EXIT.
006310     OPEN INPUT ADJUSTMENT-FILE.
006320     IF ADJT-FILE-STATUS = '35'
006330         MOVE 'Y' TO ADJT-EOF-SWITCH
006340     END-IF.
006350     OPEN OUTPUT ADJ-REJECT-FILE.
006360     OPEN OUTPUT ADJ-POSTED-FILE.
006370     PERFORM 1400-LOAD-ADJUSTMENTS THRU 1400-EXIT.
006380 1000-EXIT.
006390     EXIT.
006400
006410*----------------------------------------------------------------
006420* 1100-LOAD-CUSTOMERS - PULL THE ACCOUNT MASTER INTO THE TABLE.
006430*----------------------------------------------------------------
006440 1100-LOAD-CUSTOMERS.
006450     PERFORM 1110-READ-CUSTOMER THRU 1110-EXIT.
006460     PERFORM 1120-STORE-CUSTOMER THRU 1120-EXIT
006470         UNTIL CUST-EOF.
006480 1100-EXIT.
006490     EXIT.
006500
006510 1110-READ-CUSTOMER.
006520     READ CUSTOMER-FILE
006530         AT END
006540             MOVE 'Y' TO CUST-EOF-SWITCH
006550     END-READ.
006560 1110-EXIT.
006570     EXIT.
006580
006590 1120-STORE-CUSTOMER.
006600     IF CUST-COUNT < CUST-TABLE-MAX
006610         ADD 1 TO CUST-COUNT
006620         MOVE CUST-ACCT-CODE TO CT-ACCT-CODE(CUST-COUNT)
006630         MOVE CUST-ACCT-NAME TO CT-ACCT-NAME(CUST-COUNT)
006640         MOVE CUST-STAR-RATE TO CT-STAR-RATE(CUST-COUNT)
006650         MOVE CUST-TREE-RATE TO CT-TREE-RATE(CUST-COUNT)
006660     ELSE
006670         DISPLAY 'TREEBILL CUSTOMER MASTER EXCEEDS TABLE OF '
006680             CUST-TABLE-MAX ' - ACCOUNT ' CUST-ACCT-CODE
006690             ' IGNORED'
006700     END-IF.
006710     PERFORM 1110-READ-CUSTOMER THRU 1110-EXIT.
006720 1120-EXIT.
006730     EXIT.
006740
006750*----------------------------------------------------------------
006760* 1200-LOAD-EXTRACT - PULL THE MONTH'S PER-ORDER DETAIL INTO
006770* THE TABLE. OVERFLOW IS COUNTED AND REPORTED ON THE TRAILER SO
006780* A TRUNCATED STATEMENT RUN CANNOT PASS AS A COMPLETE ONE.
006790*----------------------------------------------------------------
006800 1200-LOAD-EXTRACT.
006810     PERFORM 1210-READ-EXTRACT THRU 1210-EXIT.
006820     PERFORM 1220-STORE-EXTRACT THRU 1220-EXIT
006830         UNTIL BILL-EOF.
006840 1200-EXIT.
006850     EXIT.
006860
006870 1210-READ-EXTRACT.
006880     READ BILLING-FILE
006890         AT END
006900             MOVE 'Y' TO BILL-EOF-SWITCH
006910     END-READ.
006920 1210-EXIT.
006930     EXIT.
006940
006950 1220-STORE-EXTRACT.
006960     IF BILL-COUNT < BILL-TABLE-MAX
006970         ADD 1 TO BILL-COUNT
006980         MOVE BILL-RUN-DATE TO BE-RUN-DATE(BILL-COUNT)
006990         MOVE BILL-ORDER-SEQ TO BE-ORDER-SEQ(BILL-COUNT)
007000         MOVE BILL-ACCT-CODE TO BE-ACCT-CODE(BILL-COUNT)
007010         MOVE BILL-JOB-NAME TO BE-JOB-NAME(BILL-COUNT)
007020         MOVE BILL-TREE-COUNT TO BE-TREE-COUNT(BILL-COUNT)
007030         MOVE BILL-STARS-USED TO BE-STARS-USED(BILL-COUNT)
007040         MOVE 'N' TO BE-DONE-SWITCH(BILL-COUNT)
007050         MOVE ZERO TO BE-CREDIT-AMT(BILL-COUNT)
007060         MOVE ZERO TO BE-DEBIT-AMT(BILL-COUNT)
007070     ELSE
007080         ADD 1 TO BILL-DROP-COUNT
007090     END-IF.
007100     PERFORM 1210-READ-EXTRACT THRU 1210-EXIT.
007110 1220-EXIT.
007120     EXIT.
007130
007140*----------------------------------------------------------------
007150* 1300-LOAD-RATES - PULL THE RATE HISTORY INTO THE TABLE. A
007160* MISSING FILE WAS ALREADY FLAGGED EOF AT OPEN.
007170*----------------------------------------------------------------
007180 1300-LOAD-RATES.
007190     IF NOT RATE-EOF
007200         PERFORM 1310-READ-RATE THRU 1310-EXIT
007210         PERFORM 1320-STORE-RATE THRU 1320-EXIT
007220             UNTIL RATE-EOF
007230     END-IF.
007240 1300-EXIT.
007250     EXIT.
007260
007270 1310-READ-RATE.
007280     READ RATE-FILE
007290         AT END
007300             MOVE 'Y' TO RATE-EOF-SWITCH
007310     END-READ.
007320 1310-EXIT.
007330     EXIT.
007340
007350 1320-STORE-RATE.
007360     IF RATE-COUNT < RATE-TABLE-MAX
007370         ADD 1 TO RATE-COUNT
007380         MOVE RT-ACCT-CODE TO RTE-ACCT-CODE(RATE-COUNT)
007390         MOVE RT-EFF-DATE TO RTE-EFF-DATE(RATE-COUNT)
007400         MOVE RT-STAR-RATE TO RTE-STAR-RATE(RATE-COUNT)
007410         MOVE RT-TREE-RATE TO RTE-TREE-RATE(RATE-COUNT)
007420     ELSE
007430         ADD 1 TO RATE-DROP-COUNT
007440     END-IF.
007450     PERFORM 1310-READ-RATE THRU 1310-EXIT.
007460 1320-EXIT.
007470     EXIT.
007480
007490*----------------------------------------------------------------
007500* 1400-LOAD-ADJUSTMENTS - EDIT EVERY ADJUSTMENT CARD AGAINST THE
007510* MASTER AND THE EXTRACT (BOTH ALREADY LOADED) AND POST THE ONES
007520* THAT PASS INTO THE ADJUSTMENT TABLE, IN DECK ORDER.
007530*----------------------------------------------------------------
007540 1400-LOAD-ADJUSTMENTS.
007550     IF NOT ADJT-EOF
007560         PERFORM 1410-READ-ADJUSTMENT THRU 1410-EXIT
007570         PERFORM 1420-STORE-ADJUSTMENT THRU 1420-EXIT
007580             UNTIL ADJT-EOF
007590     END-IF.
007600 1400-EXIT.
007610     EXIT.
007620
007630 1410-READ-ADJUSTMENT.
007640     READ ADJUSTMENT-FILE
007650         AT END
007660             MOVE 'Y' TO ADJT-EOF-SWITCH
007670     END-READ.
007680 1410-EXIT.
007690     EXIT.
007700
007710 1420-STORE-ADJUSTMENT.
007720     ADD 1 TO ADJ-READ-COUNT.
007730     PERFORM 1500-EDIT-ADJUSTMENT THRU 1500-EXIT.
007740     IF ADJ-IS-VALID
007750         PERFORM 1600-POST-ADJUSTMENT THRU 1600-EXIT
007760     END-IF.
007770     PERFORM 1410-READ-ADJUSTMENT THRU 1410-EXIT.
007780 1420-EXIT.
007790     EXIT.
007800
007810*----------------------------------------------------------------
007820* 1500-EDIT-ADJUSTMENT - GUARD THE CARD ONE CHECK AT A TIME, THE
007830* TREEMAINT WAY. THE ORDER MUST BE IN THE EXTRACT UNDER THE
007840* CARD'S ACCOUNT, AND A CREDIT (OR A TRANSFER, WHICH CREDITS THE
007850* ACCOUNT CHARGED) MAY NOT EXCEED WHAT THE ORDER STILL CARRIES:
007860* ITS CHARGE AT THE RATE IN FORCE, PLUS DEBITS, LESS CREDITS
007870* ALREADY POSTED AGAINST IT. A TRANSFER WITH NO AMOUNT MOVES ALL
007880* OF THAT.
007890*----------------------------------------------------------------
007900 1500-EDIT-ADJUSTMENT.
007910     MOVE 'Y' TO ADJ-VALID-SWITCH.
007920     MOVE SPACES TO REJECT-REASON-TEXT.
007930     MOVE ZERO TO REJECT-REASON-CODE.
007940     MOVE ZERO TO ADJ-AMOUNT-NUM.
007950
007960     IF NOT ADJ-TYPE-VALID
007970         MOVE 'N' TO ADJ-VALID-SWITCH
007980         MOVE 01 TO REJECT-REASON-CODE
007990         MOVE 'ADJUSTMENT TYPE IS NOT ONE OF C D T' TO
008000             REJECT-REASON-TEXT
008010     END-IF.
008020
008030     IF ADJ-IS-VALID
008040         IF ADJ-ACCT-CODE = SPACES
008050             MOVE 'N' TO ADJ-VALID-SWITCH
008060             MOVE 02 TO REJECT-REASON-CODE
008070             MOVE 'ACCOUNT CODE IS BLANK' TO
008080                 REJECT-REASON-TEXT
008090         END-IF
008100     END-IF.
008110
008120     IF ADJ-IS-VALID
008130         IF ADJ-RUN-DATE IS NOT NUMERIC
008140                 OR ADJ-ORDER-SEQ IS NOT NUMERIC
008150             MOVE 'N' TO ADJ-VALID-SWITCH
008160             MOVE 03 TO REJECT-REASON-CODE
008170             MOVE 'RUN DATE OR ORDER SEQUENCE NOT NUMERIC' TO
008180                 REJECT-REASON-TEXT
008190         ELSE
008200             MOVE ADJ-RUN-DATE TO ADJ-RUN-DATE-NUM
008210             MOVE ADJ-ORDER-SEQ TO ADJ-ORDER-SEQ-NUM
008220         END-IF
008230     END-IF.
008240
008250     IF ADJ-IS-VALID
008260         IF ADJ-AMOUNT NOT = SPACES
008270             IF ADJ-AMOUNT IS NUMERIC
008280                 MOVE ADJ-AMOUNT TO ADJ-AMOUNT-X
008290             ELSE
008300                 MOVE 'N' TO ADJ-VALID-SWITCH
008310             END-IF
008320         END-IF
008330         IF ADJ-AMOUNT-NUM = ZERO AND NOT ADJ-TYPE-TRANSFER
008340             MOVE 'N' TO ADJ-VALID-SWITCH
008350         END-IF
008360         IF NOT ADJ-IS-VALID
008370             MOVE 04 TO REJECT-REASON-CODE
008380             MOVE 'AMOUNT IS MISSING OR NOT A VALID AMOUNT' TO
008390                 REJECT-REASON-TEXT
008400         END-IF
008410     END-IF.
008420
008430     IF ADJ-IS-VALID
008440         IF ADJ-AUTHORIZER = SPACES
008450             MOVE 'N' TO ADJ-VALID-SWITCH
008460             MOVE 05 TO REJECT-REASON-CODE
008470             MOVE 'AUTHORIZER INITIALS ARE BLANK' TO
008480                 REJECT-REASON-TEXT
008490         END-IF
008500     END-IF.
008510
008520     IF ADJ-IS-VALID
008530         MOVE ADJ-ACCT-CODE TO ACCT-WORK
008540         PERFORM 1700-FIND-ACCOUNT THRU 1700-EXIT
008550         IF NOT ACCT-FOUND
008560             MOVE 'N' TO ADJ-VALID-SWITCH
008570             MOVE 06 TO REJECT-REASON-CODE
008580             MOVE 'ACCOUNT IS NOT ON THE CUSTOMER MASTER' TO
008590                 REJECT-REASON-TEXT
008600         END-IF
008610     END-IF.
008620
008630     IF ADJ-IS-VALID
008640         PERFORM 1750-FIND-ORDER THRU 1750-EXIT
008650         IF NOT ORDER-FOUND
008660             MOVE 'N' TO ADJ-VALID-SWITCH
008670             MOVE 07 TO REJECT-REASON-CODE
008680             MOVE 'ORDER IS NOT IN THE BILLING EXTRACT' TO
008690                 REJECT-REASON-TEXT
008700         END-IF
008710     END-IF.
008720
008730     IF ADJ-IS-VALID AND ADJ-TYPE-TRANSFER
008740         MOVE ADJ-TO-ACCT-CODE TO ACCT-WORK
008750         PERFORM 1700-FIND-ACCOUNT THRU 1700-EXIT
008760         IF NOT ACCT-FOUND
008770                 OR ADJ-TO-ACCT-CODE = ADJ-ACCT-CODE
008780             MOVE 'N' TO ADJ-VALID-SWITCH
008790             MOVE 09 TO REJECT-REASON-CODE
008800             MOVE 'TRANSFER TO-ACCOUNT MISSING OR NOT VALID' TO
008810                 REJECT-REASON-TEXT
008820         END-IF
008830     END-IF.
008840
008850     IF ADJ-IS-VALID AND NOT ADJ-TYPE-DEBIT
008860         PERFORM 1800-PRICE-ADJ-ORDER THRU 1800-EXIT
008870         IF ADJ-TYPE-TRANSFER AND ADJ-AMOUNT-NUM = ZERO
008880             MOVE ADJ-REMAINING-AMT TO ADJ-AMOUNT-NUM
008890         END-IF
008900         IF ADJ-AMOUNT-NUM > ADJ-REMAINING-AMT
008910                 OR ADJ-AMOUNT-NUM = ZERO
008920             MOVE 'N' TO ADJ-VALID-SWITCH
008930             MOVE 08 TO REJECT-REASON-CODE
008940             MOVE 'CREDIT EXCEEDS THE ORDER CHARGE' TO
008950                 REJECT-REASON-TEXT
008960         END-IF
008970     END-IF.
008980
008990     IF ADJ-IS-VALID
009000         IF ADJ-TYPE-TRANSFER
009010             MOVE 2 TO ADJ-SLOTS-NEEDED
009020         ELSE
009030             MOVE 1 TO ADJ-SLOTS-NEEDED
009040         END-IF
009050         IF ADJ-COUNT + ADJ-SLOTS-NEEDED > ADJ-TABLE-MAX
009060             MOVE 'N' TO ADJ-VALID-SWITCH
009070             MOVE 10 TO REJECT-REASON-CODE
009080             MOVE 'ADJUSTMENT TABLE CAPACITY OF 200 EXCEEDED' TO
009090                 REJECT-REASON-TEXT
009100         END-IF
009110     END-IF.
009120
009130     IF NOT ADJ-IS-VALID
009140         ADD 1 TO ADJ-REJECTED-COUNT
009150         DISPLAY 'TREEBILL ADJUSTMENT ' ADJ-TYPE ' ('
009160             ADJ-ACCT-CODE ' ' ADJ-RUN-DATE '/' ADJ-ORDER-SEQ
009170             ') REJECTED - ' REJECT-REASON-TEXT
009180         PERFORM 1550-WRITE-ADJ-REJECT THRU 1550-EXIT
009190     END-IF.
009200 1500-EXIT.
009210     EXIT.
009220
009230*----------------------------------------------------------------
009240* 1550-WRITE-ADJ-REJECT - LOG THE REJECTED ADJUSTMENT SO FINANCE
009250* CAN CORRECT AND RE-KEY IT BEFORE THE MONTH CLOSES.
009260*----------------------------------------------------------------
009270 1550-WRITE-ADJ-REJECT.
009280     MOVE SPACES TO ADJ-REJECT-RECORD.
009290     MOVE ADJ-TYPE TO ADR-TYPE.
009300     MOVE ADJ-ACCT-CODE TO ADR-ACCT-CODE.
009310     MOVE ADJ-RUN-DATE TO ADR-RUN-DATE.
009320     MOVE ADJ-ORDER-SEQ TO ADR-ORDER-SEQ.
009330     MOVE REJECT-REASON-CODE TO ADR-REASON-CODE.
009340     MOVE REJECT-REASON-TEXT TO ADR-REASON-TEXT.
009350     MOVE ADJ-AUTHORIZER TO ADR-AUTHORIZER.
009360     WRITE ADJ-REJECT-RECORD.
009370 1550-EXIT.
009380     EXIT.
009390
009400*----------------------------------------------------------------
009410* 1600-POST-ADJUSTMENT - INTO THE TABLE FOR THE STATEMENT PASS,
009420* ONTO THE ORDER'S RUNNING NET, AND OUT TO ADJPOST (WITH A
009430* TRANSFER'S RESOLVED AMOUNT) FOR TREECLOSE TO ARCHIVE.
009440*----------------------------------------------------------------
009450 1600-POST-ADJUSTMENT.
009460     ADD 1 TO ADJ-COUNT.
009470     MOVE ADJ-ACCT-CODE TO AJ-POST-ACCT(ADJ-COUNT).
009480     MOVE ADJ-TYPE TO AJ-TYPE(ADJ-COUNT).
009490     MOVE ADJ-RUN-DATE-NUM TO AJ-RUN-DATE(ADJ-COUNT).
009500     MOVE ADJ-ORDER-SEQ-NUM TO AJ-ORDER-SEQ(ADJ-COUNT).
009510     MOVE ADJ-AMOUNT-NUM TO AJ-AMOUNT(ADJ-COUNT).
009520     MOVE ADJ-REASON TO AJ-REASON(ADJ-COUNT).
009530     MOVE ADJ-AUTHORIZER TO AJ-AUTHORIZER(ADJ-COUNT).
009540     MOVE SPACES TO AJ-OTHER-ACCT(ADJ-COUNT).
009550     IF ADJ-TYPE-DEBIT
009560         MOVE 'D' TO AJ-DIRECTION(ADJ-COUNT)
009570         ADD ADJ-AMOUNT-NUM TO BE-DEBIT-AMT(FOUND-BILL-IDX)
009580     ELSE
009590         MOVE 'C' TO AJ-DIRECTION(ADJ-COUNT)
009600         ADD ADJ-AMOUNT-NUM TO BE-CREDIT-AMT(FOUND-BILL-IDX)
009610     END-IF.
009620     IF ADJ-TYPE-TRANSFER
009630         MOVE ADJ-TO-ACCT-CODE TO AJ-OTHER-ACCT(ADJ-COUNT)
009640         ADD 1 TO ADJ-COUNT
009650         MOVE ADJ-ENTRY(ADJ-COUNT - 1) TO ADJ-ENTRY(ADJ-COUNT)
009660         MOVE ADJ-TO-ACCT-CODE TO AJ-POST-ACCT(ADJ-COUNT)
009670         MOVE 'D' TO AJ-DIRECTION(ADJ-COUNT)
009680         MOVE ADJ-ACCT-CODE TO AJ-OTHER-ACCT(ADJ-COUNT)
009690     END-IF.
009700     MOVE ADJ-AMOUNT-X TO ADJ-AMOUNT.
009710     MOVE ADJUSTMENT-RECORD TO ADJ-POSTED-RECORD.
009720     WRITE ADJ-POSTED-RECORD.
009730     ADD 1 TO ADJ-POSTED-COUNT.
009740 1600-EXIT.
009750     EXIT.
009760
009770*----------------------------------------------------------------
009780* 1700-FIND-ACCOUNT - LOOK ACCT-WORK UP IN THE MASTER TABLE.
009790*----------------------------------------------------------------
009800 1700-FIND-ACCOUNT.
009810     MOVE 'N' TO ACCT-FOUND-SWITCH.
009820     MOVE ZERO TO FOUND-CUST-IDX.
009830     PERFORM 1710-MATCH-ONE-ACCOUNT THRU 1710-EXIT
009840         VARYING CUST-IDX FROM 1 BY 1
009850         UNTIL CUST-IDX > CUST-COUNT OR ACCT-FOUND.
009860 1700-EXIT.
009870     EXIT.
009880
009890 1710-MATCH-ONE-ACCOUNT.
009900     IF CT-ACCT-CODE(CUST-IDX) = ACCT-WORK
009910         MOVE CUST-IDX TO FOUND-CUST-IDX
009920         MOVE 'Y' TO ACCT-FOUND-SWITCH
009930     END-IF.
009940 1710-EXIT.
009950     EXIT.
009960
009970*----------------------------------------------------------------
009980* 1750-FIND-ORDER - THE EXTRACT RECORD THE CARD NAMES: SAME
009990* ACCOUNT, RUN DATE AND ORDER SEQUENCE.
010000*----------------------------------------------------------------
010010 1750-FIND-ORDER.
010020     MOVE 'N' TO ORDER-FOUND-SWITCH.
010030     MOVE ZERO TO FOUND-BILL-IDX.
010040     PERFORM 1760-MATCH-ONE-ORDER THRU 1760-EXIT
010050         VARYING BILL-IDX FROM 1 BY 1
010060         UNTIL BILL-IDX > BILL-COUNT OR ORDER-FOUND.
010070 1750-EXIT.
010080     EXIT.
010090
010100 1760-MATCH-ONE-ORDER.
010110     IF BE-ACCT-CODE(BILL-IDX) = ADJ-ACCT-CODE
010120             AND BE-RUN-DATE(BILL-IDX) = ADJ-RUN-DATE-NUM
010130             AND BE-ORDER-SEQ(BILL-IDX) = ADJ-ORDER-SEQ-NUM
010140         MOVE BILL-IDX TO FOUND-BILL-IDX
010150         MOVE 'Y' TO ORDER-FOUND-SWITCH
010160     END-IF.
010170 1760-EXIT.
010180     EXIT.
010190
010200*----------------------------------------------------------------
010210* 1800-PRICE-ADJ-ORDER - WHAT THE ORDER STILL CARRIES: ITS CHARGE
010220* PRICED EXACTLY AS 3400-DETAIL-ONE-ORDER WILL PRICE IT, PLUS
010230* DEBITS, LESS CREDITS ALREADY POSTED AGAINST IT.
010240*----------------------------------------------------------------
010250 1800-PRICE-ADJ-ORDER.
010260     MOVE FOUND-CUST-IDX TO CUST-IDX.
010270     MOVE FOUND-BILL-IDX TO BILL-IDX.
010280     PERFORM 3450-FIND-RATE-IN-FORCE THRU 3450-EXIT.
010290     COMPUTE STAR-CHARGE-AMT = BE-STARS-USED(BILL-IDX)
010300         * USE-STAR-RATE.
010310     COMPUTE TREE-CHARGE-AMT = BE-TREE-COUNT(BILL-IDX)
010320         * USE-TREE-RATE.
010330     COMPUTE ORDER-CHARGE-AMT = STAR-CHARGE-AMT
010340         + TREE-CHARGE-AMT.
010350     COMPUTE ADJ-REMAINING-AMT = ORDER-CHARGE-AMT
010360         + BE-DEBIT-AMT(BILL-IDX) - BE-CREDIT-AMT(BILL-IDX).
010370 1800-EXIT.
010380     EXIT.
010390
010400*----------------------------------------------------------------
010410* 3000-PRINT-STATEMENTS - ONE STATEMENT PAGE PER MASTER ACCOUNT
010420* THAT HAS EXTRACT ACTIVITY OR A POSTED ADJUSTMENT THIS MONTH.
010430* ACCOUNTS WITH NEITHER ARE SKIPPED RATHER THAN STATEMENTED AT
010440* ZERO.
010450*----------------------------------------------------------------
010460 3000-PRINT-STATEMENTS.
010470     PERFORM 3100-STATEMENT-ONE-ACCT THRU 3100-EXIT
010480         VARYING CUST-IDX FROM 1 BY 1
010490         UNTIL CUST-IDX > CUST-COUNT.
010500 3000-EXIT.
010510     EXIT.
010520
010530 3100-STATEMENT-ONE-ACCT.
010540     MOVE ZERO TO ACCT-CHARGE-AMT.
010550     MOVE ZERO TO ACCT-STARS-USED.
010560     MOVE ZERO TO ACCT-TREE-COUNT.
010570     MOVE ZERO TO ACCT-ORDER-COUNT.
010580     MOVE ZERO TO ACCT-ADJ-COUNT.
010590     MOVE ZERO TO ACCT-CREDIT-AMT.
010600     MOVE ZERO TO ACCT-DEBIT-AMT.
010610     PERFORM 3200-COUNT-ACCT-ACTIVITY THRU 3200-EXIT
010620         VARYING BILL-IDX FROM 1 BY 1
010630         UNTIL BILL-IDX > BILL-COUNT.
010640     PERFORM 3250-COUNT-ACCT-ADJUSTMENT THRU 3250-EXIT
010650         VARYING ADJ-IDX FROM 1 BY 1
010660         UNTIL ADJ-IDX > ADJ-COUNT.
010670     IF ACCT-ORDER-COUNT = ZERO AND ACCT-ADJ-COUNT = ZERO
010680         GO TO 3100-EXIT
010690     END-IF.
010700     PERFORM 3300-WRITE-ACCT-HEADER THRU 3300-EXIT.
010710     PERFORM 3400-DETAIL-ONE-ORDER THRU 3400-EXIT
010720         VARYING BILL-IDX FROM 1 BY 1
010730         UNTIL BILL-IDX > BILL-COUNT.
010740     IF ACCT-ADJ-COUNT > ZERO
010750         PERFORM 3480-WRITE-ADJ-SECTION THRU 3480-EXIT
010760     END-IF.
010770     PERFORM 3500-WRITE-ACCT-TOTAL THRU 3500-EXIT.
010780     PERFORM 3600-WRITE-ACCT-JOURNAL THRU 3600-EXIT.
010790 3100-EXIT.
010800     EXIT.
010810
010820 3200-COUNT-ACCT-ACTIVITY.
010830     IF BE-ACCT-CODE(BILL-IDX) = CT-ACCT-CODE(CUST-IDX)
010840         ADD 1 TO ACCT-ORDER-COUNT
010850     END-IF.
010860 3200-EXIT.
010870     EXIT.
010880
010890 3250-COUNT-ACCT-ADJUSTMENT.
010900     IF AJ-POST-ACCT(ADJ-IDX) = CT-ACCT-CODE(CUST-IDX)
010910         ADD 1 TO ACCT-ADJ-COUNT
010920     END-IF.
010930 3250-EXIT.
010940     EXIT.
010950
010960 3300-WRITE-ACCT-HEADER.
010970     MOVE SPACES TO INV-LINE.
010980     MOVE '1' TO INV-CC.
010990     STRING 'TREESTARS MONTHLY CHARGE-BACK STATEMENT'
011000         DELIMITED BY SIZE
011010         INTO INV-LINE
011020     END-STRING.
011030     WRITE INVOICE-RECORD.
011040
011050     MOVE SPACES TO INV-LINE.
011060     MOVE ' ' TO INV-CC.
011070     STRING 'ACCOUNT ' DELIMITED BY SIZE
011080         CT-ACCT-CODE(CUST-IDX) DELIMITED BY SIZE
011090         '  ' DELIMITED BY SIZE
011100         CT-ACCT-NAME(CUST-IDX) DELIMITED BY SIZE
011110         INTO INV-LINE
011120     END-STRING.
011130     WRITE INVOICE-RECORD.
011140
011150     MOVE SPACES TO INV-LINE.
011160     STRING 'RUN DATE ' DELIMITED BY SIZE
011170         RUN-DATE DELIMITED BY SIZE
011180         INTO INV-LINE
011190     END-STRING.
011200     WRITE INVOICE-RECORD.
011210
011220     MOVE SPACES TO INV-LINE.
011230     STRING '  DATE     SEQ  JOB       TREES   STARS'
011240         DELIMITED BY SIZE
011250         '    RATE       CHARGE' DELIMITED BY SIZE
011260         INTO INV-LINE
011270     END-STRING.
011280     WRITE INVOICE-RECORD.
011290 3300-EXIT.
011300     EXIT.
011310
011320*----------------------------------------------------------------
011330* 3400-DETAIL-ONE-ORDER - PRICE AND PRINT ONE EXTRACT RECORD
011340* BELONGING TO THE ACCOUNT IN PROGRESS, AND FLAG IT DONE SO THE
011350* UNMATCHED SWEEP DOES NOT PICK IT UP AGAIN.
011360*----------------------------------------------------------------
011370 3400-DETAIL-ONE-ORDER.
011380     IF BE-ACCT-CODE(BILL-IDX) NOT = CT-ACCT-CODE(CUST-IDX)
011390             OR BE-DONE-SWITCH(BILL-IDX) = 'Y'
011400         GO TO 3400-EXIT
011410     END-IF.
011420     PERFORM 3450-FIND-RATE-IN-FORCE THRU 3450-EXIT.
011430     COMPUTE STAR-CHARGE-AMT = BE-STARS-USED(BILL-IDX)
011440         * USE-STAR-RATE.
011450     COMPUTE TREE-CHARGE-AMT = BE-TREE-COUNT(BILL-IDX)
011460         * USE-TREE-RATE.
011470     COMPUTE ORDER-CHARGE-AMT = STAR-CHARGE-AMT
011480         + TREE-CHARGE-AMT.
011490     ADD ORDER-CHARGE-AMT TO ACCT-CHARGE-AMT.
011500     ADD ORDER-CHARGE-AMT TO GRAND-CHARGE-AMT.
011510     ADD BE-STARS-USED(BILL-IDX) TO ACCT-STARS-USED.
011520     ADD BE-TREE-COUNT(BILL-IDX) TO ACCT-TREE-COUNT.
011530     MOVE 'Y' TO BE-DONE-SWITCH(BILL-IDX).
011540
011550     MOVE SPACES TO INV-LINE.
011560     MOVE ' ' TO INV-CC.
011570     MOVE ORDER-CHARGE-AMT TO EDIT-AMOUNT.
011580     STRING '  ' DELIMITED BY SIZE
011590         BE-RUN-DATE(BILL-IDX) DELIMITED BY SIZE
011600         ' ' DELIMITED BY SIZE
011610         BE-ORDER-SEQ(BILL-IDX) DELIMITED BY SIZE
011620         '  ' DELIMITED BY SIZE
011630         BE-JOB-NAME(BILL-IDX) DELIMITED BY SIZE
011640         '     ' DELIMITED BY SIZE
011650         BE-TREE-COUNT(BILL-IDX) DELIMITED BY SIZE
011660         '  ' DELIMITED BY SIZE
011670         BE-STARS-USED(BILL-IDX) DELIMITED BY SIZE
011680         '  ' DELIMITED BY SIZE
011690         EDIT-RATE-USED DELIMITED BY SIZE
011700         ' ' DELIMITED BY SIZE
011710         EDIT-AMOUNT DELIMITED BY SIZE
011720         INTO INV-LINE
011730     END-STRING.
011740     WRITE INVOICE-RECORD.
011750 3400-EXIT.
011760     EXIT.
011770
011780*----------------------------------------------------------------
011790* 3450-FIND-RATE-IN-FORCE - RESOLVE THE RATES FOR THE EXTRACT
011800* RECORD IN HAND: START FROM THE ACCOUNT'S MASTER RATES, THEN
011810* LET THE LATEST HISTORY ENTRY DATED ON OR BEFORE THE ORDER'S
011820* RUN DATE OVERRIDE THEM. ON EQUAL EFFECTIVE DATES THE ENTRY
011830* APPENDED LAST WINS, MATCHING THE ORDER TREEMAINT WROTE THEM.
011840* AN EFFECTIVE DATE OF ZERO IS TREEMAINT'S SEEDED PRE-CHANGE
011850* RATE PAIR AND MATCHES ANY RUN DATE, SO ORDERS DATED BEFORE AN
011860* ACCOUNT'S FIRST DATED CHANGE PRICE AT THE SUPERSEDED RATES.
011870*----------------------------------------------------------------
011880 3450-FIND-RATE-IN-FORCE.
011890     MOVE CT-STAR-RATE(CUST-IDX) TO USE-STAR-RATE.
011900     MOVE CT-TREE-RATE(CUST-IDX) TO USE-TREE-RATE.
011910     MOVE ZERO TO BEST-EFF-DATE.
011920     PERFORM 3460-TEST-ONE-RATE THRU 3460-EXIT
011930         VARYING RATE-IDX FROM 1 BY 1
011940         UNTIL RATE-IDX > RATE-COUNT.
011950     MOVE USE-STAR-RATE TO EDIT-RATE-USED.
011960 3450-EXIT.
011970     EXIT.
011980
011990 3460-TEST-ONE-RATE.
012000     IF RTE-ACCT-CODE(RATE-IDX) = BE-ACCT-CODE(BILL-IDX)
012010             AND RTE-EFF-DATE(RATE-IDX)
012020                 NOT > BE-RUN-DATE(BILL-IDX)
012030             AND RTE-EFF-DATE(RATE-IDX) NOT < BEST-EFF-DATE
012040         MOVE RTE-EFF-DATE(RATE-IDX) TO BEST-EFF-DATE
012050         MOVE RTE-STAR-RATE(RATE-IDX) TO USE-STAR-RATE
012060         MOVE RTE-TREE-RATE(RATE-IDX) TO USE-TREE-RATE
012070     END-IF.
012080 3460-EXIT.
012090     EXIT.
012100
012110*----------------------------------------------------------------
012120* 3480-WRITE-ADJ-SECTION - THE ACCOUNT'S POSTED ADJUSTMENTS IN
012130* THEIR OWN SECTION UNDER THE ORDER DETAIL, ONE LINE EACH WITH
012140* THE ORDER IT CORRECTS, WHO AUTHORIZED IT AND WHY. CREDITS
012150* PRINT WITH A CR SUFFIX.
012160*----------------------------------------------------------------
012170 3480-WRITE-ADJ-SECTION.
012180     MOVE SPACES TO INV-LINE.
012190     MOVE '0' TO INV-CC.
012200     STRING 'ADJUSTMENTS' DELIMITED BY SIZE
012210         INTO INV-LINE
012220     END-STRING.
012230     WRITE INVOICE-RECORD.
012240
012250     MOVE SPACES TO INV-LINE.
012260     MOVE ' ' TO INV-CC.
012270     STRING '  DATE     SEQ   TYPE            AUTH   REASON'
012280         DELIMITED BY SIZE
012290         '                               AMOUNT' DELIMITED BY SIZE
012300         INTO INV-LINE
012310     END-STRING.
012320     WRITE INVOICE-RECORD.
012330
012340     PERFORM 3490-DETAIL-ONE-ADJUSTMENT THRU 3490-EXIT
012350         VARYING ADJ-IDX FROM 1 BY 1
012360         UNTIL ADJ-IDX > ADJ-COUNT.
012370 3480-EXIT.
012380     EXIT.
012390
012400 3490-DETAIL-ONE-ADJUSTMENT.
012410     IF AJ-POST-ACCT(ADJ-IDX) NOT = CT-ACCT-CODE(CUST-IDX)
012420         GO TO 3490-EXIT
012430     END-IF.
012440     MOVE SPACES TO ADJ-TYPE-TEXT.
012450     EVALUATE TRUE
012460         WHEN AJ-TYPE(ADJ-IDX) = 'C'
012470             MOVE 'CREDIT' TO ADJ-TYPE-TEXT
012480         WHEN AJ-TYPE(ADJ-IDX) = 'D'
012490             MOVE 'DEBIT' TO ADJ-TYPE-TEXT
012500         WHEN AJ-DIRECTION(ADJ-IDX) = 'C'
012510             STRING 'XFER TO ' DELIMITED BY SIZE
012520                 AJ-OTHER-ACCT(ADJ-IDX) DELIMITED BY SIZE
012530                 INTO ADJ-TYPE-TEXT
012540             END-STRING
012550         WHEN OTHER
012560             STRING 'XFER FROM ' DELIMITED BY SIZE
012570                 AJ-OTHER-ACCT(ADJ-IDX) DELIMITED BY SIZE
012580                 INTO ADJ-TYPE-TEXT
012590             END-STRING
012600     END-EVALUATE.
012610     IF AJ-DIRECTION(ADJ-IDX) = 'C'
012620         ADD AJ-AMOUNT(ADJ-IDX) TO ACCT-CREDIT-AMT
012630     ELSE
012640         ADD AJ-AMOUNT(ADJ-IDX) TO ACCT-DEBIT-AMT
012650     END-IF.
012660
012670     MOVE SPACES TO INV-LINE.
012680     MOVE ' ' TO INV-CC.
012690     MOVE AJ-AMOUNT(ADJ-IDX) TO EDIT-AMOUNT.
012700     STRING '  ' DELIMITED BY SIZE
012710         AJ-RUN-DATE(ADJ-IDX) DELIMITED BY SIZE
012720         ' ' DELIMITED BY SIZE
012730         AJ-ORDER-SEQ(ADJ-IDX) DELIMITED BY SIZE
012740         '  ' DELIMITED BY SIZE
012750         ADJ-TYPE-TEXT DELIMITED BY SIZE
012760         '  ' DELIMITED BY SIZE
012770         AJ-AUTHORIZER(ADJ-IDX) DELIMITED BY SIZE
012780         '   ' DELIMITED BY SIZE
012790         AJ-REASON(ADJ-IDX) DELIMITED BY SIZE
012800         ' ' DELIMITED BY SIZE
012810         EDIT-AMOUNT DELIMITED BY SIZE
012820         INTO INV-LINE
012830     END-STRING.
012840     IF AJ-DIRECTION(ADJ-IDX) = 'C'
012850         MOVE 'CR' TO INV-LINE(84:2)
012860     END-IF.
012870     WRITE INVOICE-RECORD.
012880 3490-EXIT.
012890     EXIT.
012900
012910*----------------------------------------------------------------
012920* 3500-WRITE-ACCT-TOTAL - THE ORDER TOTALS, AND WHEN THE ACCOUNT
012930* HAD ADJUSTMENTS THE CREDITS, DEBITS AND THE NET CHARGE THAT
012940* GOES TO THE LEDGER.
012950*----------------------------------------------------------------
012960 3500-WRITE-ACCT-TOTAL.
012970     COMPUTE ACCT-NET-AMT = ACCT-CHARGE-AMT + ACCT-DEBIT-AMT
012980         - ACCT-CREDIT-AMT.
012990     ADD ACCT-CREDIT-AMT TO GRAND-CREDIT-AMT.
013000     ADD ACCT-DEBIT-AMT TO GRAND-DEBIT-AMT.
013010     ADD ACCT-NET-AMT TO GRAND-NET-AMT.
013020     MOVE SPACES TO INV-LINE.
013030     MOVE ' ' TO INV-CC.
013040     MOVE ACCT-CHARGE-AMT TO EDIT-AMOUNT.
013050     MOVE ACCT-STARS-USED TO EDIT-COUNT-8.
013060     MOVE ACCT-TREE-COUNT TO EDIT-COUNT-6.
013070     STRING 'ACCOUNT TOTAL - TREES ' DELIMITED BY SIZE
013080         EDIT-COUNT-6 DELIMITED BY SIZE
013090         '  STARS ' DELIMITED BY SIZE
013100         EDIT-COUNT-8 DELIMITED BY SIZE
013110         '  CHARGE ' DELIMITED BY SIZE
013120         EDIT-AMOUNT DELIMITED BY SIZE
013130         INTO INV-LINE
013140     END-STRING.
013150     WRITE INVOICE-RECORD.
013160
013170     IF ACCT-ADJ-COUNT > ZERO
013180         MOVE SPACES TO INV-LINE
013190         MOVE ACCT-CREDIT-AMT TO EDIT-AMOUNT
013200         STRING 'ADJUSTMENTS   - CREDITS ' DELIMITED BY SIZE
013210             EDIT-AMOUNT DELIMITED BY SIZE
013220             INTO INV-LINE
013230         END-STRING
013240         MOVE ACCT-DEBIT-AMT TO EDIT-AMOUNT
013250         STRING '  DEBITS ' DELIMITED BY SIZE
013260             EDIT-AMOUNT DELIMITED BY SIZE
013270             INTO INV-LINE(37:)
013280         END-STRING
013290         WRITE INVOICE-RECORD
013300         MOVE SPACES TO INV-LINE
013310         MOVE ACCT-NET-AMT TO EDIT-AMOUNT
013320         STRING 'NET CHARGE AFTER ADJUSTMENTS ' DELIMITED BY SIZE
013330             EDIT-AMOUNT DELIMITED BY SIZE
013340             INTO INV-LINE
013350         END-STRING
013360         WRITE INVOICE-RECORD
013370     END-IF.
013380 3500-EXIT.
013390     EXIT.
013400
013410*----------------------------------------------------------------
013420* 3600-WRITE-ACCT-JOURNAL - ONE BALANCED LEDGER ENTRY FOR THE
013430* ACCOUNT JUST STATEMENTED: DEBIT THE DEPARTMENT'S LEDGER
013440* ACCOUNT, CREDIT THE SHOP RECOVERY ACCOUNT, FOR THE STATEMENT
013450* TOTAL NET OF ADJUSTMENTS. COUNTED AND HASHED FOR THE CONTROL
013460* RECORD.
013470*----------------------------------------------------------------
013480 3600-WRITE-ACCT-JOURNAL.
013490     MOVE SPACES TO JOURNAL-RECORD.
013500     MOVE 'D' TO JE-RECORD-TYPE.
013510     MOVE RUN-DATE TO JE-STMT-DATE.
013520     MOVE CT-ACCT-CODE(CUST-IDX) TO GL-DEPT-CODE.
013530     MOVE GL-DEPT-ACCT TO JE-DR-ACCT.
013540     MOVE 'SHOPRCVY' TO JE-CR-ACCT.
013550     MOVE ACCT-NET-AMT TO JE-AMOUNT.
013560     MOVE SPACES TO JE-DESC.
013570     STRING 'PRINT CHARGES ACCT ' DELIMITED BY SIZE
013580         CT-ACCT-CODE(CUST-IDX) DELIMITED BY SIZE
013590         INTO JE-DESC
013600     END-STRING.
013610     WRITE JOURNAL-RECORD.
013620     ADD 1 TO JRNL-ENTRY-COUNT.
013630     ADD ACCT-NET-AMT TO JRNL-HASH-TOTAL.
013640 3600-EXIT.
013650     EXIT.
013660
013670*----------------------------------------------------------------
013680* 4000-PRINT-UNMATCHED - EXTRACT RECORDS WHOSE ACCOUNT CODE
013690* MATCHED NO MASTER ENTRY (INCLUDING BLANK CODES) ARE LISTED AT
013700* FULL DETAIL, UNPRICED, SO FINANCE CAN CHASE THE CODING ERROR
013710* INSTEAD OF LOSING THE CHARGE.
013720*----------------------------------------------------------------
013730 4000-PRINT-UNMATCHED.
013740     MOVE ZERO TO ACCT-ORDER-COUNT.
013750     PERFORM 4100-COUNT-UNMATCHED THRU 4100-EXIT
013760         VARYING BILL-IDX FROM 1 BY 1
013770         UNTIL BILL-IDX > BILL-COUNT.
013780     MOVE ACCT-ORDER-COUNT TO UNMATCHED-TOTAL.
013790     IF ACCT-ORDER-COUNT = ZERO
013800         GO TO 4000-EXIT
013810     END-IF.
013820
013830     MOVE SPACES TO INV-LINE.
013840     MOVE '1' TO INV-CC.
013850     STRING 'TREESTARS UNMATCHED ACCOUNT CODES'
013860         DELIMITED BY SIZE
013870         INTO INV-LINE
013880     END-STRING.
013890     WRITE INVOICE-RECORD.
013900
013910     MOVE SPACES TO INV-LINE.
013920     MOVE ' ' TO INV-CC.
013930     STRING '  DATE     SEQ  ACCT  JOB       TREES   STARS'
013940         DELIMITED BY SIZE
013950         INTO INV-LINE
013960     END-STRING.
013970     WRITE INVOICE-RECORD.
013980
013990     PERFORM 4200-DETAIL-UNMATCHED THRU 4200-EXIT
014000         VARYING BILL-IDX FROM 1 BY 1
014010         UNTIL BILL-IDX > BILL-COUNT.
014020 4000-EXIT.
014030     EXIT.
014040
014050 4100-COUNT-UNMATCHED.
014060     IF BE-DONE-SWITCH(BILL-IDX) = 'N'
014070         ADD 1 TO ACCT-ORDER-COUNT
014080     END-IF.
014090 4100-EXIT.
014100     EXIT.
014110
014120 4200-DETAIL-UNMATCHED.
014130     IF BE-DONE-SWITCH(BILL-IDX) = 'Y'
014140         GO TO 4200-EXIT
014150     END-IF.
014160     COMPUTE SUSPENSE-CHARGE-AMT =
014170         BE-STARS-USED(BILL-IDX) * SHOP-STD-STAR-RATE
014180         + BE-TREE-COUNT(BILL-IDX) * SHOP-STD-TREE-RATE.
014190     ADD SUSPENSE-CHARGE-AMT TO SUSPENSE-TOTAL-AMT.
014200     MOVE SPACES TO INV-LINE.
014210     MOVE ' ' TO INV-CC.
014220     STRING '  ' DELIMITED BY SIZE
014230         BE-RUN-DATE(BILL-IDX) DELIMITED BY SIZE
014240         ' ' DELIMITED BY SIZE
014250         BE-ORDER-SEQ(BILL-IDX) DELIMITED BY SIZE
014260         '  ' DELIMITED BY SIZE
014270         BE-ACCT-CODE(BILL-IDX) DELIMITED BY SIZE
014280         '  ' DELIMITED BY SIZE
014290         BE-JOB-NAME(BILL-IDX) DELIMITED BY SIZE
014300         '     ' DELIMITED BY SIZE
014310         BE-TREE-COUNT(BILL-IDX) DELIMITED BY SIZE
014320         '  ' DELIMITED BY SIZE
014330         BE-STARS-USED(BILL-IDX) DELIMITED BY SIZE
014340         INTO INV-LINE
014350     END-STRING.
014360     WRITE INVOICE-RECORD.
014370 4200-EXIT.
014380     EXIT.
014390
014400*----------------------------------------------------------------
014410* 4500-WRITE-SUSPENSE-JOURNAL - THE UNMATCHED EXTRACT CHARGES,
014420* PRICED AT THE SHOP STANDARD RATES, POSTED AS ONE BALANCED
014430* ENTRY TO THE SUSPENSE LINE SO THE AMOUNTS REACH THE LEDGER
014440* INSTEAD OF BEING PARKED WITH NO FEED AT ALL. FINANCE CLEARS
014450* SUSPENSE WHEN THE ACCOUNT CODING IS CHASED DOWN.
014460*----------------------------------------------------------------
014470 4500-WRITE-SUSPENSE-JOURNAL.
014480     IF SUSPENSE-TOTAL-AMT = ZERO
014490         GO TO 4500-EXIT
014500     END-IF.
014510     MOVE SPACES TO JOURNAL-RECORD.
014520     MOVE 'D' TO JE-RECORD-TYPE.
014530     MOVE RUN-DATE TO JE-STMT-DATE.
014540     MOVE 'SUSPENSE' TO JE-DR-ACCT.
014550     MOVE 'SHOPRCVY' TO JE-CR-ACCT.
014560     MOVE SUSPENSE-TOTAL-AMT TO JE-AMOUNT.
014570     MOVE 'UNMATCHED EXTRACT CHARGES' TO JE-DESC.
014580     WRITE JOURNAL-RECORD.
014590     ADD 1 TO JRNL-ENTRY-COUNT.
014600     ADD SUSPENSE-TOTAL-AMT TO JRNL-HASH-TOTAL.
014610 4500-EXIT.
014620     EXIT.
014630
014640*----------------------------------------------------------------
014650* 7000-WRITE-TRAILER - GRAND TOTAL ACROSS ALL ACCOUNTS, PLUS A
014660* WARNING WHEN THE EXTRACT OVERFLOWED THE TABLE SO A SHORT
014670* STATEMENT RUN IS NEVER MISTAKEN FOR A COMPLETE ONE.
014680*----------------------------------------------------------------
014690 7000-WRITE-TRAILER.
014700     MOVE SPACES TO INV-LINE.
014710     MOVE '1' TO INV-CC.
014720     STRING 'TREEBILL RUN SUMMARY' DELIMITED BY SIZE
014730         INTO INV-LINE
014740     END-STRING.
014750     WRITE INVOICE-RECORD.
014760
014770     MOVE SPACES TO INV-LINE.
014780     MOVE ' ' TO INV-CC.
014790     MOVE BILL-COUNT TO EDIT-COUNT-4.
014800     STRING 'EXTRACT ORDERS BILLED ..... ' DELIMITED BY SIZE
014810         EDIT-COUNT-4 DELIMITED BY SIZE
014820         INTO INV-LINE
014830     END-STRING.
014840     WRITE INVOICE-RECORD.
014850
014860     MOVE SPACES TO INV-LINE.
014870     MOVE GRAND-CHARGE-AMT TO EDIT-BIG-AMOUNT.
014880     STRING 'TOTAL CHARGES ............. ' DELIMITED BY SIZE
014890         EDIT-BIG-AMOUNT DELIMITED BY SIZE
014900         INTO INV-LINE
014910     END-STRING.
014920     WRITE INVOICE-RECORD.
014930
014940     MOVE SPACES TO INV-LINE.
014950     MOVE ADJ-READ-COUNT TO EDIT-COUNT-4.
014960     STRING 'ADJUSTMENTS READ .......... ' DELIMITED BY SIZE
014970         EDIT-COUNT-4 DELIMITED BY SIZE
014980         INTO INV-LINE
014990     END-STRING.
015000     WRITE INVOICE-RECORD.
015010
015020     MOVE SPACES TO INV-LINE.
015030     MOVE ADJ-POSTED-COUNT TO EDIT-COUNT-4.
015040     STRING 'ADJUSTMENTS POSTED ........ ' DELIMITED BY SIZE
015050         EDIT-COUNT-4 DELIMITED BY SIZE
015060         INTO INV-LINE
015070     END-STRING.
015080     WRITE INVOICE-RECORD.
015090
015100     MOVE SPACES TO INV-LINE.
015110     MOVE ADJ-REJECTED-COUNT TO EDIT-COUNT-4.
015120     STRING 'ADJUSTMENTS REJECTED ...... ' DELIMITED BY SIZE
015130         EDIT-COUNT-4 DELIMITED BY SIZE
015140         INTO INV-LINE
015150     END-STRING.
015160     WRITE INVOICE-RECORD.
015170
015180     MOVE SPACES TO INV-LINE.
015190     MOVE GRAND-CREDIT-AMT TO EDIT-BIG-AMOUNT.
015200     STRING 'ADJUSTMENT CREDITS ........ ' DELIMITED BY SIZE
015210         EDIT-BIG-AMOUNT DELIMITED BY SIZE
015220         INTO INV-LINE
015230     END-STRING.
015240     WRITE INVOICE-RECORD.
015250
015260     MOVE SPACES TO INV-LINE.
015270     MOVE GRAND-DEBIT-AMT TO EDIT-BIG-AMOUNT.
015280     STRING 'ADJUSTMENT DEBITS ......... ' DELIMITED BY SIZE
015290         EDIT-BIG-AMOUNT DELIMITED BY SIZE
015300         INTO INV-LINE
015310     END-STRING.
015320     WRITE INVOICE-RECORD.
015330
015340     MOVE SPACES TO INV-LINE.
015350     MOVE GRAND-NET-AMT TO EDIT-BIG-AMOUNT.
015360     STRING 'NET STATEMENTED CHARGES ... ' DELIMITED BY SIZE
015370         EDIT-BIG-AMOUNT DELIMITED BY SIZE
015380         INTO INV-LINE
015390     END-STRING.
015400     WRITE INVOICE-RECORD.
015410
015420     MOVE SPACES TO INV-LINE.
015430     MOVE JRNL-ENTRY-COUNT TO EDIT-COUNT-6.
015440     STRING 'JOURNAL ENTRIES WRITTEN ... ' DELIMITED BY SIZE
015450         EDIT-COUNT-6 DELIMITED BY SIZE
015460         INTO INV-LINE
015470     END-STRING.
015480     WRITE INVOICE-RECORD.
015490
015500     MOVE SPACES TO INV-LINE.
015510     MOVE SUSPENSE-TOTAL-AMT TO EDIT-BIG-AMOUNT.
015520     STRING 'SUSPENSE (UNMATCHED) ...... ' DELIMITED BY SIZE
015530         EDIT-BIG-AMOUNT DELIMITED BY SIZE
015540         INTO INV-LINE
015550     END-STRING.
015560     WRITE INVOICE-RECORD.
015570
015580     IF BILL-DROP-COUNT > ZERO
015590         MOVE SPACES TO INV-LINE
015600         MOVE BILL-DROP-COUNT TO EDIT-COUNT-4
015610         STRING '*** WARNING - EXTRACT RECORDS DROPPED: '
015620             DELIMITED BY SIZE
015630             EDIT-COUNT-4 DELIMITED BY SIZE
015640             ' (TABLE FULL)' DELIMITED BY SIZE
015650             INTO INV-LINE
015660         END-STRING
015670         WRITE INVOICE-RECORD
015680         DISPLAY 'TREEBILL EXTRACT TABLE OVERFLOW - '
015690             BILL-DROP-COUNT ' RECORDS NOT BILLED'
015700     END-IF.
015710
015720     IF RATE-DROP-COUNT > ZERO
015730         MOVE SPACES TO INV-LINE
015740         MOVE RATE-DROP-COUNT TO EDIT-COUNT-4
015750         STRING '*** WARNING - RATE HISTORY RECORDS DROPPED: '
015760             DELIMITED BY SIZE
015770             EDIT-COUNT-4 DELIMITED BY SIZE
015780             ' (TABLE FULL)' DELIMITED BY SIZE
015790             INTO INV-LINE
015800         END-STRING
015810         WRITE INVOICE-RECORD
015820         DISPLAY 'TREEBILL RATE TABLE OVERFLOW - '
015830             RATE-DROP-COUNT ' RECORDS IGNORED'
015840     END-IF.
015850
015860     IF ADJ-REJECTED-COUNT > ZERO
015870         DISPLAY 'TREEBILL ' ADJ-REJECTED-COUNT
015880             ' ADJUSTMENT(S) REJECTED - SEE ADJREJ'
015890         MOVE 4 TO RETURN-CODE
015900     END-IF.
015910
015920     MOVE SPACES TO INV-LINE.
015930     STRING 'RUN DATE/TIME ' DELIMITED BY SIZE
015940         RUN-DATE DELIMITED BY SIZE
015950         ' / ' DELIMITED BY SIZE
015960         RUN-TIME DELIMITED BY SIZE
015970         INTO INV-LINE
015980     END-STRING.
015990     WRITE INVOICE-RECORD.
016000 7000-EXIT.
016010     EXIT.
016020
016030*----------------------------------------------------------------
016040* 8000-WRITE-BILL-STAMP - ONE-RECORD PROOF THE CURRENT EXTRACT
016050* WAS STATEMENTED: THE RUN DATE/TIME AND THE EXTRACT FIGURES.
016060* REWRITTEN IN FULL EACH RUN, LIKE THE TREESTARS CHECKPOINT,
016070* SINCE IT ONLY EVER HOLDS ONE RECORD. ONLY RECORDS THAT MADE
016080* THE TABLE ARE STAMPED - RECORDS DROPPED ON OVERFLOW LEAVE THE
016090* STAMP SHORT OF THE FILE, SO THE TREECLOSE EQUALITY CHECK
016100* REFUSES TO CLEAR A MONTH A TRUNCATED RUN NEVER FULLY
016110* STATEMENTED.
016120*----------------------------------------------------------------
016130 8000-WRITE-BILL-STAMP.
016140     OPEN OUTPUT STAMP-FILE.
016150     MOVE SPACES TO BILL-STAMP-RECORD.
016160     MOVE RUN-DATE TO BST-STMT-DATE.
016170     MOVE RUN-TIME TO BST-STMT-TIME.
016180     MOVE BILL-COUNT TO BST-EXTRACT-COUNT.
016190     COMPUTE BST-BILLED-COUNT = BILL-COUNT - UNMATCHED-TOTAL.
016200     MOVE UNMATCHED-TOTAL TO BST-UNMATCHED-COUNT.
016210     MOVE ADJ-READ-COUNT TO BST-ADJ-COUNT.
016220     WRITE BILL-STAMP-RECORD.
016230     CLOSE STAMP-FILE.
016240 8000-EXIT.
016250     EXIT.
016260
016270*----------------------------------------------------------------
016280* 8100-WRITE-JOURNAL-CONTROL - THE CLOSING CONTROL RECORD: THE
016290* COUNT OF TYPE-'D' ENTRIES AND THE HASH TOTAL OF THEIR
016300* AMOUNTS, SO THE LEDGER SIDE CAN PROVE THE FEED ARRIVED WHOLE
016310* BEFORE POSTING A SINGLE ENTRY.
016320*----------------------------------------------------------------
016330 8100-WRITE-JOURNAL-CONTROL.
016340     MOVE SPACES TO JOURNAL-RECORD.
016350     MOVE 'C' TO JE-RECORD-TYPE.
016360     MOVE JRNL-ENTRY-COUNT TO JE-REC-COUNT.
016370     MOVE JRNL-HASH-TOTAL TO JE-HASH-TOTAL.
016380     WRITE JOURNAL-RECORD.
016390 8100-EXIT.
016400     EXIT.
016410
016420*----------------------------------------------------------------
016430* 9000-TERMINATE.
016440*----------------------------------------------------------------
016450 9000-TERMINATE.
016460     CLOSE CUSTOMER-FILE.
016470     CLOSE BILLING-FILE.
016480     CLOSE RATE-FILE.
016490     CLOSE ADJUSTMENT-FILE.
016500     CLOSE ADJ-REJECT-FILE.
016510     CLOSE ADJ-POSTED-FILE.
016520     CLOSE JOURNAL-FILE.
016530     CLOSE INVOICE-FILE.
016540 9000-EXIT.
016550     EXIT.
