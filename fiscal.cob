000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TreeFiscal.
000030 AUTHOR. IIRO.
000040 INSTALLATION. PRINT-SHOP-DP.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* 2026-10-15 IIRO  ORIGINAL VERSION. FISCAL-YEAR CHARGEBACK
000110*                  ANALYSIS OVER THE BILLHIST ARCHIVE TREECLOSE
000120*                  BUILDS. TAKES THE FISCAL-YEAR START MONTH (AND
000130*                  OPTIONALLY THE YEAR) ON THE FISCPARM CONTROL
000140*                  CARD. FOR EACH ACCOUNT PRINTS TREES, STARS AND
000150*                  CHARGES BY STATEMENT MONTH - ORDERS PRICED
000160*                  FROM CUSTRATE AT THEIR RUN DATE EXACTLY AS
000170*                  TREEBILL PRICES THEM, PLUS THE ARCHIVED
000180*                  BILLING ADJUSTMENTS - WITH THE YEAR TO DATE,
000190*                  THE SAME PERIOD LAST YEAR AND THE PERCENTAGE
000200*                  CHANGE, THEN A SHOP-WIDE PAGE RANKING THE
000210*                  ACCOUNTS BY YEAR-TO-DATE SPEND. A BAD CONTROL
000220*                  CARD ENDS RETURN CODE 8 WITH NOTHING REPORTED.
000230*----------------------------------------------------------------
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT PARM-FILE ASSIGN TO FISCPARM
000290         ORGANIZATION IS SEQUENTIAL
000300         FILE STATUS IS PARM-FILE-STATUS.
000310
000320     SELECT CUSTOMER-FILE ASSIGN TO CUSTMAST
000330         ORGANIZATION IS SEQUENTIAL.
000340
000350     SELECT RATE-FILE ASSIGN TO CUSTRATE
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS RATE-FILE-STATUS.
000380
000390     SELECT HISTORY-FILE ASSIGN TO BILLHIST
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS HIST-FILE-STATUS.
000420
000430     SELECT REPORT-FILE ASSIGN TO FISCRPT
000440         ORGANIZATION IS SEQUENTIAL.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480*----------------------------------------------------------------
000490* PARM-FILE - ONE CONTROL CARD: THE MONTH THE FISCAL YEAR STARTS,
000500* 01-12, IN COLUMNS 1-2, AND OPTIONALLY IN COLUMNS 4-7 THE
000510* CALENDAR YEAR IT STARTS IN. A BLANK YEAR MEANS THE FISCAL YEAR
000520* THAT CONTAINS TODAY.
000530*----------------------------------------------------------------
000540 FD  PARM-FILE
000550     RECORDING MODE IS F
000560     LABEL RECORDS ARE STANDARD
000570     RECORD CONTAINS 80 CHARACTERS.
000580 01  PARM-RECORD.
000590     05  PRM-FY-START-MM         PIC X(02).
000600     05  FILLER                  PIC X(01).
000610     05  PRM-FY-START-YYYY       PIC X(04).
000620     05  FILLER                  PIC X(73).
000630
000640*----------------------------------------------------------------
000650* CUSTOMER-FILE - CHARGE-BACK ACCOUNT MASTER WITH BILLING RATES.
000660*----------------------------------------------------------------
000670 FD  CUSTOMER-FILE
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 80 CHARACTERS.
000710     COPY CUSTREC.
000720
000730*----------------------------------------------------------------
000740* RATE-FILE - THE RATE HISTORY APPENDED BY TREEMAINT. A MISSING
000750* FILE MEANS NO HISTORY YET - EVERYTHING PRICES AT THE MASTER
000760* RATES.
000770*----------------------------------------------------------------
000780 FD  RATE-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 80 CHARACTERS.
000820     COPY RATEREC.
000830
000840*----------------------------------------------------------------
000850* HISTORY-FILE - THE CUMULATIVE BILLING HISTORY: EXTRACT RECORDS
000860* AND (TYPE 'A') POSTED ADJUSTMENTS, EACH STAMPED WITH THE
000870* STATEMENT PERIOD IT WAS BILLED UNDER.
000880*----------------------------------------------------------------
000890 FD  HISTORY-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE OMITTED
000920     RECORD CONTAINS 100 CHARACTERS.
000930     COPY BHISTREC.
000940
000950*----------------------------------------------------------------
000960* REPORT-FILE - THE ANALYSIS, 132-BYTE PRINT LINE WITH AN ASA
000970* CARRIAGE-CONTROL BYTE: ONE PAGE PER ACCOUNT, THEN THE RANKING.
000980*----------------------------------------------------------------
000990 FD  REPORT-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE OMITTED
001020     RECORD CONTAINS 132 CHARACTERS.
001030 01  REPORT-RECORD.
001040     05  RPT-CC                  PIC X(01).
001050     05  RPT-LINE                PIC X(131).
001060
001070 WORKING-STORAGE SECTION.
001080 01  CUST-EOF-SWITCH             PIC X(01) VALUE 'N'.
001090     88  CUST-EOF                VALUE 'Y'.
001100 01  RATE-EOF-SWITCH             PIC X(01) VALUE 'N'.
001110     88  RATE-EOF                VALUE 'Y'.
001120 01  HIST-EOF-SWITCH             PIC X(01) VALUE 'N'.
001130     88  HIST-EOF                VALUE 'Y'.
001140 01  PARM-OK-SWITCH              PIC X(01) VALUE 'Y'.
001150     88  PARM-IS-OK              VALUE 'Y'.
001160 01  ACCT-FOUND-SWITCH           PIC X(01) VALUE 'N'.
001170     88  ACCT-FOUND              VALUE 'Y'.
001180 01  PARM-FILE-STATUS            PIC X(02) VALUE '00'.
001190 01  RATE-FILE-STATUS            PIC X(02) VALUE '00'.
001200 01  HIST-FILE-STATUS            PIC X(02) VALUE '00'.
001210
001220*----------------------------------------------------------------
001230* THE ARCHIVED IMAGE IN HAND, SEEN THROUGH THE LAYOUT ITS RECORD
001240* TYPE SAYS IT IS.
001250*----------------------------------------------------------------
001260     COPY BILLREC.
001270     COPY ADJREC.
001280
001290*----------------------------------------------------------------
001300* AMOUNT CONVERSION - AS IN TREEBILL, THE CARD CARRIES THE
001310* AMOUNT AS DISPLAY DIGITS WITH TWO IMPLIED DECIMALS.
001320*----------------------------------------------------------------
001330 01  ADJ-AMOUNT-NUM              PIC 9(07)V9(02) VALUE 0.
001340 01  ADJ-AMOUNT-X REDEFINES ADJ-AMOUNT-NUM
001350                                 PIC X(09).
001360
001370*----------------------------------------------------------------
001380* FISCAL CALENDAR - WORKED AS MONTH NUMBERS (YEAR * 12 + MONTH
001390* - 1) LIKE THE TREEPURGE CUTOFF. SLOTS 1-12 OF EACH ACCOUNT ARE
001400* LAST FISCAL YEAR, 13-24 THIS ONE. THE YEAR TO DATE RUNS FROM
001410* THE FIRST MONTH THROUGH THE LATEST STATEMENT PERIOD BILLHIST
001420* HOLDS FOR THIS FISCAL YEAR, AND LAST YEAR IS CUT AT THE SAME
001430* MONTH, SO AN UNCLOSED CURRENT MONTH DOES NOT SKEW THE CHANGE.
001440*----------------------------------------------------------------
001450 01  FY-START-MM                 PIC 9(02) VALUE 0.
001460 01  FY-START-YYYY               PIC 9(04) VALUE 0.
001470 01  FY-START-NUMBER             PIC 9(06) VALUE 0.
001480 01  LY-START-NUMBER             PIC 9(06) VALUE 0.
001490 01  RUN-MONTH-NUMBER            PIC 9(06) VALUE 0.
001500 01  MONTH-NUMBER                PIC 9(06) VALUE 0.
001510 01  SLOT-WORK                   PIC S9(06) VALUE 0.
001520 01  SLOT-IDX                    PIC 9(02) VALUE 0.
001530 01  CLEAR-IDX                   PIC 9(02) VALUE 0.
001540 01  LY-SLOT-IDX                 PIC 9(02) VALUE 0.
001550 01  MONTH-IDX                   PIC 9(02) VALUE 0.
001560 01  YTD-MONTHS                  PIC 9(02) VALUE 0.
001570 01  PERIOD-WORK                 PIC 9(06) VALUE 0.
001580 01  PERIOD-WORK-PARTS REDEFINES PERIOD-WORK.
001590     05  PERIOD-YYYY             PIC 9(04).
001600     05  PERIOD-MM               PIC 9(02).
001610 01  FY-FIRST-PERIOD             PIC 9(06) VALUE 0.
001620 01  FY-LAST-PERIOD              PIC 9(06) VALUE 0.
001630 01  YTD-LAST-PERIOD             PIC 9(06) VALUE 0.
001640
001650*----------------------------------------------------------------
001660* RATE HISTORY TABLE - SAME CAPACITY AND SAME RULE AS TREEBILL:
001670* THE LATEST ENTRY FOR THE ACCOUNT DATED ON OR BEFORE THE ORDER'S
001680* RUN DATE WINS OVER THE MASTER RATES.
001690*----------------------------------------------------------------
001700 01  RATE-TABLE-MAX              PIC 9(03) VALUE 200.
001710 01  RATE-COUNT                  PIC 9(03) VALUE 0.
001720 01  RATE-IDX                    PIC 9(03) VALUE 0.
001730 01  RATE-DROP-COUNT             PIC 9(03) VALUE 0.
001740 01  RATE-HISTORY-TABLE.
001750     05  RATE-ENTRY OCCURS 200 TIMES.
001760         10  RTE-ACCT-CODE       PIC X(04).
001770         10  RTE-EFF-DATE        PIC 9(08).
001780         10  RTE-STAR-RATE       PIC 9(03)V9(02).
001790         10  RTE-TREE-RATE       PIC 9(05)V9(02).
001800
001810 01  USE-STAR-RATE               PIC 9(03)V9(02) VALUE 0.
001820 01  USE-TREE-RATE               PIC 9(05)V9(02) VALUE 0.
001830 01  BEST-EFF-DATE               PIC 9(08) VALUE 0.
001840 01  ORDER-CHARGE-AMT            PIC 9(07)V9(02) VALUE 0.
001850
001860*----------------------------------------------------------------
001870* SHOP STANDARD RATES - WHAT TREEBILL CHARGES AN ACCOUNT CODE
001880* NOT ON THE MASTER. A DELETED ACCOUNT STILL HAS ITS RATE
001890* HISTORY, WHICH OVERRIDES THESE AS USUAL.
001900*----------------------------------------------------------------
001910 01  SHOP-STD-STAR-RATE          PIC 9(03)V9(02) VALUE 0.05.
001920 01  SHOP-STD-TREE-RATE          PIC 9(05)V9(02) VALUE 2.50.
001930
001940*----------------------------------------------------------------
001950* ACCOUNT TABLE - THE MASTER ACCOUNTS, THEN ANY ACCOUNT CODE MET
001960* IN BILLHIST THAT IS NOT ON THE MASTER, EACH WITH 24 MONTHS.
001970*----------------------------------------------------------------
001980 01  ACCT-TABLE-MAX              PIC 9(03) VALUE 100.
001990 01  ACCT-COUNT                  PIC 9(03) VALUE 0.
002000 01  ACCT-IDX                    PIC 9(03) VALUE 0.
002010 01  FOUND-ACCT-IDX              PIC 9(03) VALUE 0.
002020 01  ACCT-DROP-COUNT             PIC 9(07) VALUE 0.
002030 01  ACCT-WORK                   PIC X(04) VALUE SPACES.
002040 01  ACCOUNT-TABLE.
002050     05  ACCT-ENTRY OCCURS 100 TIMES.
002060         10  AT-ACCT-CODE        PIC X(04).
002070         10  AT-ACCT-NAME        PIC X(30).
002080         10  AT-STAR-RATE        PIC 9(03)V9(02).
002090         10  AT-TREE-RATE        PIC 9(05)V9(02).
002100         10  AT-ACTIVE-SWITCH    PIC X(01).
002110         10  AT-YTD-TREES        PIC 9(07).
002120         10  AT-YTD-STARS        PIC 9(09).
002130         10  AT-YTD-CHARGES      PIC 9(09)V9(02).
002140         10  AT-YTD-ADJUST       PIC S9(09)V9(02).
002150         10  AT-YTD-NET          PIC S9(09)V9(02).
002160         10  AT-LY-NET           PIC S9(09)V9(02).
002170         10  AT-MONTH OCCURS 24 TIMES.
002180             15  AM-TREES        PIC 9(05).
002190             15  AM-STARS        PIC 9(08).
002200             15  AM-CHARGES      PIC 9(07)V9(02).
002210             15  AM-ADJUST       PIC S9(07)V9(02).
002220
002230*----------------------------------------------------------------
002240* RANKING - ACTIVE ACCOUNTS IN DESCENDING YEAR-TO-DATE NET
002250* SPEND, BUILT BY INSERTION AS EACH ACCOUNT PAGE IS PRINTED.
002260*----------------------------------------------------------------
002270 01  RANK-COUNT                  PIC 9(03) VALUE 0.
002280 01  RANK-IDX                    PIC 9(03) VALUE 0.
002290 01  SHIFT-IDX                   PIC 9(03) VALUE 0.
002300 01  RANK-TABLE.
002310     05  RK-ACCT-IDX OCCURS 100 TIMES
002320                                 PIC 9(03).
002330
002340 01  MONTH-NET-AMT               PIC S9(08)V9(02) VALUE 0.
002350 01  LY-MONTH-NET-AMT            PIC S9(08)V9(02) VALUE 0.
002360 01  SHOP-YTD-NET                PIC S9(11)V9(02) VALUE 0.
002370 01  SHOP-LY-NET                 PIC S9(11)V9(02) VALUE 0.
002380 01  CHANGE-CURRENT              PIC S9(11)V9(02) VALUE 0.
002390 01  CHANGE-PRIOR                PIC S9(11)V9(02) VALUE 0.
002400 01  CHANGE-PCT                  PIC S9(04)V9(01) VALUE 0.
002410 01  CHANGE-TEXT                 PIC X(08) VALUE SPACES.
002420 01  SHARE-PCT                   PIC 9(03)V9(01) VALUE 0.
002430
002440 01  HIST-READ-COUNT             PIC 9(07) VALUE 0.
002450 01  ORDERS-IN-PERIOD            PIC 9(07) VALUE 0.
002460 01  ADJ-IN-PERIOD               PIC 9(07) VALUE 0.
002470 01  OUTSIDE-PERIOD-COUNT        PIC 9(07) VALUE 0.
002480 01  ADJ-UNUSABLE-COUNT          PIC 9(07) VALUE 0.
002490 01  INACTIVE-ACCT-COUNT         PIC 9(03) VALUE 0.
002500 01  OFF-MASTER-ACCT-COUNT       PIC 9(03) VALUE 0.
002510
002520 01  EDIT-PERIOD                 PIC 9(06).
002530 01  EDIT-TREES                  PIC ZZZ,ZZ9.
002540 01  EDIT-STARS                  PIC ZZ,ZZZ,ZZ9.
002550 01  EDIT-AMOUNT                 PIC ZZ,ZZZ,ZZ9.99CR.
002560 01  EDIT-PCT                    PIC ----9.9.
002570 01  EDIT-SHARE                  PIC ZZ9.9.
002580 01  EDIT-RANK                   PIC ZZZ9.
002590 01  EDIT-COUNT-7                PIC Z,ZZZ,ZZ9.
002600 01  RUN-DATE                    PIC 9(08) VALUE 0.
002610 01  RUN-DATE-PARTS REDEFINES RUN-DATE.
002620     05  RUN-YYYY                PIC 9(04).
002630     05  RUN-MM                  PIC 9(02).
002640     05  RUN-DD                  PIC 9(02).
002650 01  RUN-TIME                    PIC 9(08) VALUE 0.
002660
002670 PROCEDURE DIVISION.
002680*----------------------------------------------------------------
002690* 0000-MAINLINE - EDIT THE CONTROL CARD, LOAD THE MASTER AND THE
002700* RATE HISTORY, SPREAD TWO FISCAL YEARS OF BILLHIST OVER THE
002710* ACCOUNTS, THEN PRINT THE ACCOUNT PAGES AND THE RANKING.
002720*----------------------------------------------------------------
002730 0000-MAINLINE.
002740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002750     IF PARM-IS-OK
002760         PERFORM 2000-ACCUMULATE-HISTORY THRU 2000-EXIT
002770         PERFORM 3000-PRINT-ACCOUNTS THRU 3000-EXIT
002780         PERFORM 4000-PRINT-RANKING THRU 4000-EXIT
002790     END-IF.
002800     PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT.
002810     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002820     IF NOT PARM-IS-OK
002830         MOVE 8 TO RETURN-CODE
002840     ELSE
002850         IF ACCT-DROP-COUNT > ZERO OR RATE-DROP-COUNT > ZERO
002860             MOVE 4 TO RETURN-CODE
002870         END-IF
002880     END-IF.
002890     STOP RUN.
002900
002910*----------------------------------------------------------------
002920* 1000-INITIALIZE - READ AND EDIT THE CONTROL CARD AND WORK OUT
002930* THE FISCAL YEAR, THEN LOAD THE MASTER AND THE RATE HISTORY.
002940*----------------------------------------------------------------
002950 1000-INITIALIZE.
002960     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
002970     ACCEPT RUN-TIME FROM TIME.
002980     OPEN OUTPUT REPORT-FILE.
002990     OPEN INPUT PARM-FILE.
003000     IF PARM-FILE-STATUS = '35'
003010         MOVE 'N' TO PARM-OK-SWITCH
003020     ELSE
003030         READ PARM-FILE
003040             AT END
003050                 MOVE 'N' TO PARM-OK-SWITCH
003060         END-READ
003070         CLOSE PARM-FILE
003080     END-IF.
003090     IF PARM-IS-OK
003100         IF PRM-FY-START-MM IS NOT NUMERIC
003110             MOVE 'N' TO PARM-OK-SWITCH
003120         ELSE
003130             MOVE PRM-FY-START-MM TO FY-START-MM
003140             IF FY-START-MM < 1 OR FY-START-MM > 12
003150                 MOVE 'N' TO PARM-OK-SWITCH
003160             END-IF
003170         END-IF
003180     END-IF.
003190     IF PARM-IS-OK
003200         IF PRM-FY-START-YYYY = SPACES
003210             MOVE RUN-YYYY TO FY-START-YYYY
003220             IF RUN-MM < FY-START-MM
003230                 SUBTRACT 1 FROM FY-START-YYYY
003240             END-IF
003250         ELSE
003260             IF PRM-FY-START-YYYY IS NUMERIC
003270                 MOVE PRM-FY-START-YYYY TO FY-START-YYYY
003280             ELSE
003290                 MOVE 'N' TO PARM-OK-SWITCH
003300             END-IF
003310         END-IF
003320     END-IF.
003330     IF PARM-IS-OK
003340         COMPUTE FY-START-NUMBER = FY-START-YYYY * 12
003350             + FY-START-MM - 1
003360         COMPUTE RUN-MONTH-NUMBER = RUN-YYYY * 12 + RUN-MM - 1
003370         IF FY-START-NUMBER > RUN-MONTH-NUMBER
003380             MOVE 'N' TO PARM-OK-SWITCH
003390         END-IF
003400     END-IF.
003410     IF NOT PARM-IS-OK
003420         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
003430         MOVE '1' TO RPT-CC
003440         STRING 'FISCPARM CARD MISSING, START MONTH NOT 01-12 '
003450             DELIMITED BY SIZE
003460             'OR YEAR NOT VALID - NOTHING REPORTED'
003470             DELIMITED BY SIZE
003480             INTO RPT-LINE
003490         END-STRING
003500         WRITE REPORT-RECORD
003510         DISPLAY 'TREEFISCAL REFUSED - BAD FISCPARM CARD'
003520         GO TO 1000-EXIT
003530     END-IF.
003540
003550     SUBTRACT 12 FROM FY-START-NUMBER GIVING LY-START-NUMBER.
003560     MOVE FY-START-NUMBER TO MONTH-NUMBER.
003570     PERFORM 6100-PERIOD-OF-MONTH THRU 6100-EXIT.
003580     MOVE PERIOD-WORK TO FY-FIRST-PERIOD.
003590     COMPUTE MONTH-NUMBER = FY-START-NUMBER + 11.
003600     PERFORM 6100-PERIOD-OF-MONTH THRU 6100-EXIT.
003610     MOVE PERIOD-WORK TO FY-LAST-PERIOD.
003620
003630     OPEN INPUT CUSTOMER-FILE.
003640     PERFORM 1100-LOAD-CUSTOMERS THRU 1100-EXIT.
003650     CLOSE CUSTOMER-FILE.
003660     OPEN INPUT RATE-FILE.
003670     IF RATE-FILE-STATUS = '35'
003680         MOVE 'Y' TO RATE-EOF-SWITCH
003690     END-IF.
003700     PERFORM 1200-LOAD-RATES THRU 1200-EXIT.
003710 1000-EXIT.
003720     EXIT.
003730
003740*----------------------------------------------------------------
003750* 1100-LOAD-CUSTOMERS - ONE ACCOUNT ENTRY PER MASTER RECORD.
003760*----------------------------------------------------------------
003770 1100-LOAD-CUSTOMERS.
003780     PERFORM 1110-READ-CUSTOMER THRU 1110-EXIT.
003790     PERFORM 1120-STORE-CUSTOMER THRU 1120-EXIT
003800         UNTIL CUST-EOF.
003810 1100-EXIT.
003820     EXIT.
003830
003840 1110-READ-CUSTOMER.
003850     READ CUSTOMER-FILE
003860         AT END
003870             MOVE 'Y' TO CUST-EOF-SWITCH
003880     END-READ.
003890 1110-EXIT.
003900     EXIT.
003910
003920 1120-STORE-CUSTOMER.
003930     IF ACCT-COUNT < ACCT-TABLE-MAX
003940         ADD 1 TO ACCT-COUNT
003950         MOVE ACCT-COUNT TO ACCT-IDX
003960         PERFORM 5100-CLEAR-ACCOUNT THRU 5100-EXIT
003970         MOVE CUST-ACCT-CODE TO AT-ACCT-CODE(ACCT-IDX)
003980         MOVE CUST-ACCT-NAME TO AT-ACCT-NAME(ACCT-IDX)
003990         MOVE CUST-STAR-RATE TO AT-STAR-RATE(ACCT-IDX)
004000         MOVE CUST-TREE-RATE TO AT-TREE-RATE(ACCT-IDX)
004010     ELSE
004020         DISPLAY 'TREEFISCAL CUSTOMER MASTER EXCEEDS TABLE OF '
004030             ACCT-TABLE-MAX ' - ACCOUNT ' CUST-ACCT-CODE
004040             ' IGNORED'
004050     END-IF.
004060     PERFORM 1110-READ-CUSTOMER THRU 1110-EXIT.
004070 1120-EXIT.
004080     EXIT.
004090
004100*----------------------------------------------------------------
004110* 1200-LOAD-RATES - THE RATE HISTORY, AS TREEBILL LOADS IT.
004120*----------------------------------------------------------------
004130 1200-LOAD-RATES.
004140     IF NOT RATE-EOF
004150         PERFORM 1210-READ-RATE THRU 1210-EXIT
004160         PERFORM 1220-STORE-RATE THRU 1220-EXIT
004170             UNTIL RATE-EOF
004180         CLOSE RATE-FILE
004190     END-IF.
004200 1200-EXIT.
004210     EXIT.
004220
004230 1210-READ-RATE.
004240     READ RATE-FILE
004250         AT END
004260             MOVE 'Y' TO RATE-EOF-SWITCH
004270     END-READ.
004280 1210-EXIT.
004290     EXIT.
004300
004310 1220-STORE-RATE.
004320     IF RATE-COUNT < RATE-TABLE-MAX
004330         ADD 1 TO RATE-COUNT
004340         MOVE RT-ACCT-CODE TO RTE-ACCT-CODE(RATE-COUNT)
004350         MOVE RT-EFF-DATE TO RTE-EFF-DATE(RATE-COUNT)
004360         MOVE RT-STAR-RATE TO RTE-STAR-RATE(RATE-COUNT)
004370         MOVE RT-TREE-RATE TO RTE-TREE-RATE(RATE-COUNT)
004380     ELSE
004390         ADD 1 TO RATE-DROP-COUNT
004400     END-IF.
004410     PERFORM 1210-READ-RATE THRU 1210-EXIT.
004420 1220-EXIT.
004430     EXIT.
004440
004450*----------------------------------------------------------------
004460* 2000-ACCUMULATE-HISTORY - ONE PASS OVER BILLHIST. RECORDS
004470* BILLED OUTSIDE THIS FISCAL YEAR AND LAST ARE ONLY COUNTED.
004480*----------------------------------------------------------------
004490 2000-ACCUMULATE-HISTORY.
004500     OPEN INPUT HISTORY-FILE.
004510     IF HIST-FILE-STATUS = '35'
004520         GO TO 2000-EXIT
004530     END-IF.
004540     PERFORM 2010-READ-HISTORY THRU 2010-EXIT.
004550     PERFORM 2100-POST-ONE-RECORD THRU 2100-EXIT
004560         UNTIL HIST-EOF.
004570     CLOSE HISTORY-FILE.
004580 2000-EXIT.
004590     EXIT.
004600
004610 2010-READ-HISTORY.
004620     READ HISTORY-FILE
004630         AT END
004640             MOVE 'Y' TO HIST-EOF-SWITCH
004650     END-READ.
004660 2010-EXIT.
004670     EXIT.
004680
004690 2100-POST-ONE-RECORD.
004700     ADD 1 TO HIST-READ-COUNT.
004710     IF BH-STMT-PERIOD IS NOT NUMERIC
004720         ADD 1 TO OUTSIDE-PERIOD-COUNT
004730         GO TO 2100-READ-NEXT
004740     END-IF.
004750     MOVE BH-STMT-PERIOD TO PERIOD-WORK.
004760     COMPUTE SLOT-WORK = PERIOD-YYYY * 12 + PERIOD-MM - 1
004770         - LY-START-NUMBER + 1.
004780     IF PERIOD-MM < 1 OR PERIOD-MM > 12
004790             OR SLOT-WORK < 1 OR SLOT-WORK > 24
004800         ADD 1 TO OUTSIDE-PERIOD-COUNT
004810         GO TO 2100-READ-NEXT
004820     END-IF.
004830     MOVE SLOT-WORK TO SLOT-IDX.
004840     IF SLOT-IDX > 12 AND SLOT-IDX - 12 > YTD-MONTHS
004850         COMPUTE YTD-MONTHS = SLOT-IDX - 12
004860     END-IF.
004870     IF BH-TYPE-ADJUSTMENT
004880         PERFORM 2300-POST-ADJUSTMENT THRU 2300-EXIT
004890     ELSE
004900         PERFORM 2200-POST-ORDER THRU 2200-EXIT
004910     END-IF.
004920 2100-READ-NEXT.
004930     PERFORM 2010-READ-HISTORY THRU 2010-EXIT.
004940 2100-EXIT.
004950     EXIT.
004960
004970*----------------------------------------------------------------
004980* 2200-POST-ORDER - PRICE ONE ARCHIVED EXTRACT RECORD THE WAY
004990* TREEBILL'S 3400-DETAIL-ONE-ORDER PRICED IT AND ADD IT TO ITS
005000* ACCOUNT'S STATEMENT MONTH.
005010*----------------------------------------------------------------
005020 2200-POST-ORDER.
005030     ADD 1 TO ORDERS-IN-PERIOD.
005040     MOVE BH-BILL-IMAGE TO BILLING-RECORD.
005050     MOVE BILL-ACCT-CODE TO ACCT-WORK.
005060     PERFORM 5000-FIND-ACCOUNT THRU 5000-EXIT.
005070     IF NOT ACCT-FOUND
005080         ADD 1 TO ACCT-DROP-COUNT
005090         GO TO 2200-EXIT
005100     END-IF.
005110     MOVE FOUND-ACCT-IDX TO ACCT-IDX.
005120     PERFORM 2250-FIND-RATE-IN-FORCE THRU 2250-EXIT.
005130     COMPUTE ORDER-CHARGE-AMT =
005140         BILL-STARS-USED * USE-STAR-RATE
005150         + BILL-TREE-COUNT * USE-TREE-RATE.
005160     ADD BILL-TREE-COUNT TO AM-TREES(ACCT-IDX SLOT-IDX).
005170     ADD BILL-STARS-USED TO AM-STARS(ACCT-IDX SLOT-IDX).
005180     ADD ORDER-CHARGE-AMT TO AM-CHARGES(ACCT-IDX SLOT-IDX).
005190     MOVE 'Y' TO AT-ACTIVE-SWITCH(ACCT-IDX).
005200 2200-EXIT.
005210     EXIT.
005220
005230*----------------------------------------------------------------
005240* 2250-FIND-RATE-IN-FORCE - TREEBILL'S RULE: THE ACCOUNT'S
005250* MASTER RATES, OVERRIDDEN BY THE LATEST HISTORY ENTRY DATED ON
005260* OR BEFORE THE ORDER'S RUN DATE (LAST APPENDED WINS A TIE).
005270*----------------------------------------------------------------
005280 2250-FIND-RATE-IN-FORCE.
005290     MOVE AT-STAR-RATE(ACCT-IDX) TO USE-STAR-RATE.
005300     MOVE AT-TREE-RATE(ACCT-IDX) TO USE-TREE-RATE.
005310     MOVE ZERO TO BEST-EFF-DATE.
005320     PERFORM 2260-TEST-ONE-RATE THRU 2260-EXIT
005330         VARYING RATE-IDX FROM 1 BY 1
005340         UNTIL RATE-IDX > RATE-COUNT.
005350 2250-EXIT.
005360     EXIT.
005370
005380 2260-TEST-ONE-RATE.
005390     IF RTE-ACCT-CODE(RATE-IDX) = BILL-ACCT-CODE
005400             AND RTE-EFF-DATE(RATE-IDX) NOT > BILL-RUN-DATE
005410             AND RTE-EFF-DATE(RATE-IDX) NOT < BEST-EFF-DATE
005420         MOVE RTE-EFF-DATE(RATE-IDX) TO BEST-EFF-DATE
005430         MOVE RTE-STAR-RATE(RATE-IDX) TO USE-STAR-RATE
005440         MOVE RTE-TREE-RATE(RATE-IDX) TO USE-TREE-RATE
005450     END-IF.
005460 2260-EXIT.
005470     EXIT.
005480
005490*----------------------------------------------------------------
005500* 2300-POST-ADJUSTMENT - ONE ARCHIVED POSTED ADJUSTMENT CARD,
005510* CARRYING THE AMOUNT TREEBILL ACTUALLY POSTED: A CREDIT TAKES
005520* IT OFF THE ACCOUNT, A DEBIT ADDS IT, A TRANSFER DOES BOTH -
005530* OFF THE ACCOUNT CHARGED AND ONTO THE TO-ACCOUNT.
005540*----------------------------------------------------------------
005550 2300-POST-ADJUSTMENT.
005560     ADD 1 TO ADJ-IN-PERIOD.
005570     MOVE BH-BILL-IMAGE TO ADJUSTMENT-RECORD.
005580     MOVE ADJ-AMOUNT TO ADJ-AMOUNT-X.
005590     IF ADJ-AMOUNT-X IS NOT NUMERIC OR NOT ADJ-TYPE-VALID
005600         ADD 1 TO ADJ-UNUSABLE-COUNT
005610         GO TO 2300-EXIT
005620     END-IF.
005630     MOVE ADJ-ACCT-CODE TO ACCT-WORK.
005640     PERFORM 5000-FIND-ACCOUNT THRU 5000-EXIT.
005650     IF NOT ACCT-FOUND
005660         ADD 1 TO ACCT-DROP-COUNT
005670         GO TO 2300-EXIT
005680     END-IF.
005690     IF ADJ-TYPE-DEBIT
005700         ADD ADJ-AMOUNT-NUM
005710             TO AM-ADJUST(FOUND-ACCT-IDX SLOT-IDX)
005720     ELSE
005730         SUBTRACT ADJ-AMOUNT-NUM
005740             FROM AM-ADJUST(FOUND-ACCT-IDX SLOT-IDX)
005750     END-IF.
005760     MOVE 'Y' TO AT-ACTIVE-SWITCH(FOUND-ACCT-IDX).
005770     IF NOT ADJ-TYPE-TRANSFER
005780         GO TO 2300-EXIT
005790     END-IF.
005800     MOVE ADJ-TO-ACCT-CODE TO ACCT-WORK.
005810     PERFORM 5000-FIND-ACCOUNT THRU 5000-EXIT.
005820     IF NOT ACCT-FOUND
005830         ADD 1 TO ACCT-DROP-COUNT
005840         GO TO 2300-EXIT
005850     END-IF.
005860     ADD ADJ-AMOUNT-NUM TO AM-ADJUST(FOUND-ACCT-IDX SLOT-IDX).
005870     MOVE 'Y' TO AT-ACTIVE-SWITCH(FOUND-ACCT-IDX).
005880 2300-EXIT.
005890     EXIT.
005900
005910*----------------------------------------------------------------
005920* 3000-PRINT-ACCOUNTS - ONE PAGE PER ACCOUNT WITH ACTIVITY IN
005930* EITHER YEAR, IN MASTER ORDER, OFF-MASTER CODES AFTER.
005940*----------------------------------------------------------------
005950 3000-PRINT-ACCOUNTS.
005960     IF YTD-MONTHS > ZERO
005970         COMPUTE MONTH-NUMBER = FY-START-NUMBER + YTD-MONTHS - 1
005980         PERFORM 6100-PERIOD-OF-MONTH THRU 6100-EXIT
005990         MOVE PERIOD-WORK TO YTD-LAST-PERIOD
006000     END-IF.
006010     PERFORM 3100-PRINT-ONE-ACCOUNT THRU 3100-EXIT
006020         VARYING ACCT-IDX FROM 1 BY 1
006030         UNTIL ACCT-IDX > ACCT-COUNT.
006040 3000-EXIT.
006050     EXIT.
006060
006070 3100-PRINT-ONE-ACCOUNT.
006080     IF AT-ACTIVE-SWITCH(ACCT-IDX) NOT = 'Y'
006090         ADD 1 TO INACTIVE-ACCT-COUNT
006100         GO TO 3100-EXIT
006110     END-IF.
006120     MOVE ZERO TO AT-YTD-TREES(ACCT-IDX).
006130     MOVE ZERO TO AT-YTD-STARS(ACCT-IDX).
006140     MOVE ZERO TO AT-YTD-CHARGES(ACCT-IDX).
006150     MOVE ZERO TO AT-YTD-ADJUST(ACCT-IDX).
006160     MOVE ZERO TO AT-YTD-NET(ACCT-IDX).
006170     MOVE ZERO TO AT-LY-NET(ACCT-IDX).
006180     PERFORM 3150-SUM-ONE-MONTH THRU 3150-EXIT
006190         VARYING MONTH-IDX FROM 1 BY 1
006200         UNTIL MONTH-IDX > YTD-MONTHS.
006210     ADD AT-YTD-NET(ACCT-IDX) TO SHOP-YTD-NET.
006220     ADD AT-LY-NET(ACCT-IDX) TO SHOP-LY-NET.
006230     PERFORM 4100-RANK-ONE-ACCOUNT THRU 4100-EXIT.
006240
006250     PERFORM 7100-WRITE-HEADER THRU 7100-EXIT.
006260     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
006270     STRING 'ACCOUNT ' DELIMITED BY SIZE
006280         AT-ACCT-CODE(ACCT-IDX) DELIMITED BY SIZE
006290         '  ' DELIMITED BY SIZE
006300         AT-ACCT-NAME(ACCT-IDX) DELIMITED BY SIZE
006310         INTO RPT-LINE
006320     END-STRING.
006330     WRITE REPORT-RECORD.
006340     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
006350     MOVE '0' TO RPT-CC.
006360     MOVE 'PERIOD' TO RPT-LINE(1:6).
006370     MOVE 'TREES' TO RPT-LINE(11:5).
006380     MOVE 'STARS' TO RPT-LINE(23:5).
006390     MOVE 'CHARGES' TO RPT-LINE(36:7).
006400     MOVE 'ADJUSTMENTS' TO RPT-LINE(48:11).
006410     MOVE 'NET' TO RPT-LINE(72:3).
006420     MOVE 'LAST YEAR NET' TO RPT-LINE(78:13).
006430     WRITE REPORT-RECORD.
006440     PERFORM 3200-WRITE-ONE-MONTH THRU 3200-EXIT
006450         VARYING MONTH-IDX FROM 1 BY 1
006460         UNTIL MONTH-IDX > 12.
006470
006480     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
006490     MOVE '0' TO RPT-CC.
006500     MOVE 'YTD' TO RPT-LINE(1:3).
006510     MOVE AT-YTD-TREES(ACCT-IDX) TO EDIT-TREES.
006520     MOVE EDIT-TREES TO RPT-LINE(9:7).
006530     MOVE AT-YTD-STARS(ACCT-IDX) TO EDIT-STARS.
006540     MOVE EDIT-STARS TO RPT-LINE(18:10).
006550     MOVE AT-YTD-CHARGES(ACCT-IDX) TO EDIT-AMOUNT.
006560     MOVE EDIT-AMOUNT TO RPT-LINE(30:15).
006570     MOVE AT-YTD-ADJUST(ACCT-IDX) TO EDIT-AMOUNT.
006580     MOVE EDIT-AMOUNT TO RPT-LINE(46:15).
006590     MOVE AT-YTD-NET(ACCT-IDX) TO EDIT-AMOUNT.
006600     MOVE EDIT-AMOUNT TO RPT-LINE(62:15).
006610     MOVE AT-LY-NET(ACCT-IDX) TO EDIT-AMOUNT.
006620     MOVE EDIT-AMOUNT TO RPT-LINE(78:15).
006630     WRITE REPORT-RECORD.
006640
006650     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
006660     MOVE AT-YTD-NET(ACCT-IDX) TO CHANGE-CURRENT.
006670     MOVE AT-LY-NET(ACCT-IDX) TO CHANGE-PRIOR.
006680     PERFORM 6000-EDIT-CHANGE THRU 6000-EXIT.
006690     IF YTD-MONTHS = ZERO
006700         STRING 'NO STATEMENT PERIOD BILLED YET THIS FISCAL '
006710             DELIMITED BY SIZE
006720             'YEAR' DELIMITED BY SIZE
006730             INTO RPT-LINE
006740         END-STRING
006750     ELSE
006760         STRING 'YEAR TO DATE ' DELIMITED BY SIZE
006770             FY-FIRST-PERIOD DELIMITED BY SIZE
006780             '-' DELIMITED BY SIZE
006790             YTD-LAST-PERIOD DELIMITED BY SIZE
006800             ' AGAINST SAME PERIOD LAST YEAR: CHANGE '
006810             DELIMITED BY SIZE
006820             CHANGE-TEXT DELIMITED BY SIZE
006830             INTO RPT-LINE
006840         END-STRING
006850     END-IF.
006860     WRITE REPORT-RECORD.
006870 3100-EXIT.
006880     EXIT.
006890
006900 3150-SUM-ONE-MONTH.
006910     COMPUTE SLOT-IDX = MONTH-IDX + 12.
006920     ADD AM-TREES(ACCT-IDX SLOT-IDX) TO AT-YTD-TREES(ACCT-IDX).
006930     ADD AM-STARS(ACCT-IDX SLOT-IDX) TO AT-YTD-STARS(ACCT-IDX).
006940     ADD AM-CHARGES(ACCT-IDX SLOT-IDX)
006950         TO AT-YTD-CHARGES(ACCT-IDX).
006960     ADD AM-ADJUST(ACCT-IDX SLOT-IDX) TO AT-YTD-ADJUST(ACCT-IDX).
006970     ADD AM-CHARGES(ACCT-IDX SLOT-IDX) TO AT-YTD-NET(ACCT-IDX).
006980     ADD AM-ADJUST(ACCT-IDX SLOT-IDX) TO AT-YTD-NET(ACCT-IDX).
006990     ADD AM-CHARGES(ACCT-IDX MONTH-IDX) TO AT-LY-NET(ACCT-IDX).
007000     ADD AM-ADJUST(ACCT-IDX MONTH-IDX) TO AT-LY-NET(ACCT-IDX).
007010 3150-EXIT.
007020     EXIT.
007030
007040*----------------------------------------------------------------
007050* 3200-WRITE-ONE-MONTH - ONE FISCAL MONTH OF THIS YEAR BESIDE
007060* THE SAME MONTH OF LAST YEAR.
007070*----------------------------------------------------------------
007080 3200-WRITE-ONE-MONTH.
007090     COMPUTE SLOT-IDX = MONTH-IDX + 12.
007100     COMPUTE MONTH-NUMBER = FY-START-NUMBER + MONTH-IDX - 1.
007110     PERFORM 6100-PERIOD-OF-MONTH THRU 6100-EXIT.
007120     COMPUTE MONTH-NET-AMT = AM-CHARGES(ACCT-IDX SLOT-IDX)
007130         + AM-ADJUST(ACCT-IDX SLOT-IDX).
007140     COMPUTE LY-MONTH-NET-AMT = AM-CHARGES(ACCT-IDX MONTH-IDX)
007150         + AM-ADJUST(ACCT-IDX MONTH-IDX).
007160     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
007170     MOVE PERIOD-WORK TO EDIT-PERIOD.
007180     MOVE EDIT-PERIOD TO RPT-LINE(1:6).
007190     MOVE AM-TREES(ACCT-IDX SLOT-IDX) TO EDIT-TREES.
007200     MOVE EDIT-TREES TO RPT-LINE(9:7).
007210     MOVE AM-STARS(ACCT-IDX SLOT-IDX) TO EDIT-STARS.
007220     MOVE EDIT-STARS TO RPT-LINE(18:10).
007230     MOVE AM-CHARGES(ACCT-IDX SLOT-IDX) TO EDIT-AMOUNT.
007240     MOVE EDIT-AMOUNT TO RPT-LINE(30:15).
007250     MOVE AM-ADJUST(ACCT-IDX SLOT-IDX) TO EDIT-AMOUNT.
007260     MOVE EDIT-AMOUNT TO RPT-LINE(46:15).
007270     MOVE MONTH-NET-AMT TO EDIT-AMOUNT.
007280     MOVE EDIT-AMOUNT TO RPT-LINE(62:15).
007290     MOVE LY-MONTH-NET-AMT TO EDIT-AMOUNT.
007300     MOVE EDIT-AMOUNT TO RPT-LINE(78:15).
007310     WRITE REPORT-RECORD.
007320 3200-EXIT.
007330     EXIT.
007340
007350*----------------------------------------------------------------
007360* 4000-PRINT-RANKING - THE SHOP-WIDE PAGE: EVERY ACTIVE ACCOUNT
007370* BY YEAR-TO-DATE NET SPEND, HIGHEST FIRST, WITH LAST YEAR'S
007380* SAME PERIOD, THE CHANGE AND ITS SHARE OF THE SHOP TOTAL.
007390*----------------------------------------------------------------
007400 4000-PRINT-RANKING.
007410     PERFORM 7100-WRITE-HEADER THRU 7100-EXIT.
007420     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
007430     STRING 'SHOP-WIDE RANKING BY YEAR-TO-DATE NET SPEND'
007440         DELIMITED BY SIZE
007450         INTO RPT-LINE
007460     END-STRING.
007470     WRITE REPORT-RECORD.
007480     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
007490     MOVE '0' TO RPT-CC.
007500     MOVE 'RANK' TO RPT-LINE(1:4).
007510     MOVE 'ACCT' TO RPT-LINE(7:4).
007520     MOVE 'ACCOUNT NAME' TO RPT-LINE(13:12).
007530     MOVE 'YTD NET' TO RPT-LINE(52:7).
007540     MOVE 'LAST YEAR' TO RPT-LINE(66:9).
007550     MOVE 'CHANGE' TO RPT-LINE(81:6).
007560     MOVE 'SHARE' TO RPT-LINE(90:5).
007570     WRITE REPORT-RECORD.
007580     PERFORM 4200-WRITE-ONE-RANK THRU 4200-EXIT
007590         VARYING RANK-IDX FROM 1 BY 1
007600         UNTIL RANK-IDX > RANK-COUNT.
007610
007620     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
007630     MOVE '0' TO RPT-CC.
007640     MOVE 'SHOP TOTAL' TO RPT-LINE(13:10).
007650     MOVE SHOP-YTD-NET TO EDIT-AMOUNT.
007660     MOVE EDIT-AMOUNT TO RPT-LINE(45:15).
007670     MOVE SHOP-LY-NET TO EDIT-AMOUNT.
007680     MOVE EDIT-AMOUNT TO RPT-LINE(61:15).
007690     MOVE SHOP-YTD-NET TO CHANGE-CURRENT.
007700     MOVE SHOP-LY-NET TO CHANGE-PRIOR.
007710     PERFORM 6000-EDIT-CHANGE THRU 6000-EXIT.
007720     MOVE CHANGE-TEXT TO RPT-LINE(79:8).
007730     WRITE REPORT-RECORD.
007740 4000-EXIT.
007750     EXIT.
007760
007770*----------------------------------------------------------------
007780* 4100-RANK-ONE-ACCOUNT - INSERT ACCT-IDX INTO THE RANKING AHEAD
007790* OF THE FIRST ACCOUNT THAT SPENT LESS. EQUAL SPEND KEEPS MASTER
007800* ORDER.
007810*----------------------------------------------------------------
007820 4100-RANK-ONE-ACCOUNT.
007830     PERFORM 4110-CHECK-ONE-RANK THRU 4110-EXIT
007840         VARYING RANK-IDX FROM 1 BY 1
007850         UNTIL RANK-IDX > RANK-COUNT
007860             OR AT-YTD-NET(RK-ACCT-IDX(RANK-IDX))
007870                 < AT-YTD-NET(ACCT-IDX).
007880     PERFORM 4120-SHIFT-ONE-RANK THRU 4120-EXIT
007890         VARYING SHIFT-IDX FROM RANK-COUNT BY -1
007900         UNTIL SHIFT-IDX < RANK-IDX.
007910     ADD 1 TO RANK-COUNT.
007920     MOVE ACCT-IDX TO RK-ACCT-IDX(RANK-IDX).
007930 4100-EXIT.
007940     EXIT.
007950
007960 4110-CHECK-ONE-RANK.
007970     CONTINUE.
007980 4110-EXIT.
007990     EXIT.
008000
008010 4120-SHIFT-ONE-RANK.
008020     MOVE RK-ACCT-IDX(SHIFT-IDX) TO RK-ACCT-IDX(SHIFT-IDX + 1).
008030 4120-EXIT.
008040     EXIT.
008050
008060 4200-WRITE-ONE-RANK.
008070     MOVE RK-ACCT-IDX(RANK-IDX) TO ACCT-IDX.
008080     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
008090     MOVE RANK-IDX TO EDIT-RANK.
008100     MOVE EDIT-RANK TO RPT-LINE(1:4).
008110     MOVE AT-ACCT-CODE(ACCT-IDX) TO RPT-LINE(7:4).
008120     MOVE AT-ACCT-NAME(ACCT-IDX) TO RPT-LINE(13:30).
008130     MOVE AT-YTD-NET(ACCT-IDX) TO EDIT-AMOUNT.
008140     MOVE EDIT-AMOUNT TO RPT-LINE(45:15).
008150     MOVE AT-LY-NET(ACCT-IDX) TO EDIT-AMOUNT.
008160     MOVE EDIT-AMOUNT TO RPT-LINE(61:15).
008170     MOVE AT-YTD-NET(ACCT-IDX) TO CHANGE-CURRENT.
008180     MOVE AT-LY-NET(ACCT-IDX) TO CHANGE-PRIOR.
008190     PERFORM 6000-EDIT-CHANGE THRU 6000-EXIT.
008200     MOVE CHANGE-TEXT TO RPT-LINE(79:8).
008210     IF SHOP-YTD-NET > ZERO AND AT-YTD-NET(ACCT-IDX) > ZERO
008220         COMPUTE SHARE-PCT ROUNDED =
008230             AT-YTD-NET(ACCT-IDX) * 100 / SHOP-YTD-NET
008240         MOVE SHARE-PCT TO EDIT-SHARE
008250         MOVE EDIT-SHARE TO RPT-LINE(89:5)
008260         MOVE '%' TO RPT-LINE(94:1)
008270     END-IF.
008280     WRITE REPORT-RECORD.
008290 4200-EXIT.
008300     EXIT.
008310
008320*----------------------------------------------------------------
008330* 5000-FIND-ACCOUNT - POINT FOUND-ACCT-IDX AT ACCT-WORK'S ENTRY,
008340* OPENING AN OFF-MASTER ENTRY (SHOP STANDARD RATES) THE FIRST
008350* TIME A CODE NOT ON THE MASTER IS MET. A FULL TABLE LEAVES
008360* ACCT-FOUND OFF AND THE CALLER COUNTS THE RECORD AS DROPPED.
008370*----------------------------------------------------------------
008380 5000-FIND-ACCOUNT.
008390     MOVE 'N' TO ACCT-FOUND-SWITCH.
008400     MOVE ZERO TO FOUND-ACCT-IDX.
008410     PERFORM 5010-MATCH-ONE-ACCOUNT THRU 5010-EXIT
008420         VARYING ACCT-IDX FROM 1 BY 1
008430         UNTIL ACCT-IDX > ACCT-COUNT OR ACCT-FOUND.
008440     IF ACCT-FOUND OR ACCT-COUNT NOT < ACCT-TABLE-MAX
008450         GO TO 5000-EXIT
008460     END-IF.
008470     ADD 1 TO ACCT-COUNT.
008480     ADD 1 TO OFF-MASTER-ACCT-COUNT.
008490     MOVE ACCT-COUNT TO ACCT-IDX.
008500     PERFORM 5100-CLEAR-ACCOUNT THRU 5100-EXIT.
008510     MOVE ACCT-WORK TO AT-ACCT-CODE(ACCT-IDX).
008520     MOVE '*** NOT ON CUSTMAST ***' TO AT-ACCT-NAME(ACCT-IDX).
008530     MOVE SHOP-STD-STAR-RATE TO AT-STAR-RATE(ACCT-IDX).
008540     MOVE SHOP-STD-TREE-RATE TO AT-TREE-RATE(ACCT-IDX).
008550     MOVE ACCT-IDX TO FOUND-ACCT-IDX.
008560     MOVE 'Y' TO ACCT-FOUND-SWITCH.
008570 5000-EXIT.
008580     EXIT.
008590
008600 5010-MATCH-ONE-ACCOUNT.
008610     IF AT-ACCT-CODE(ACCT-IDX) = ACCT-WORK
008620         MOVE ACCT-IDX TO FOUND-ACCT-IDX
008630         MOVE 'Y' TO ACCT-FOUND-SWITCH
008640     END-IF.
008650 5010-EXIT.
008660     EXIT.
008670
008680*----------------------------------------------------------------
008690* 5100-CLEAR-ACCOUNT - ZERO ENTRY ACCT-IDX BEFORE ITS FIRST USE.
008700*----------------------------------------------------------------
008710 5100-CLEAR-ACCOUNT.
008720     MOVE SPACES TO AT-ACCT-CODE(ACCT-IDX).
008730     MOVE SPACES TO AT-ACCT-NAME(ACCT-IDX).
008740     MOVE ZERO TO AT-STAR-RATE(ACCT-IDX).
008750     MOVE ZERO TO AT-TREE-RATE(ACCT-IDX).
008760     MOVE 'N' TO AT-ACTIVE-SWITCH(ACCT-IDX).
008770     MOVE ZERO TO AT-YTD-TREES(ACCT-IDX).
008780     MOVE ZERO TO AT-YTD-STARS(ACCT-IDX).
008790     MOVE ZERO TO AT-YTD-CHARGES(ACCT-IDX).
008800     MOVE ZERO TO AT-YTD-ADJUST(ACCT-IDX).
008810     MOVE ZERO TO AT-YTD-NET(ACCT-IDX).
008820     MOVE ZERO TO AT-LY-NET(ACCT-IDX).
008830     PERFORM 5110-CLEAR-ONE-MONTH THRU 5110-EXIT
008840         VARYING CLEAR-IDX FROM 1 BY 1
008850         UNTIL CLEAR-IDX > 24.
008860 5100-EXIT.
008870     EXIT.
008880
008890 5110-CLEAR-ONE-MONTH.
008900     MOVE ZERO TO AM-TREES(ACCT-IDX CLEAR-IDX).
008910     MOVE ZERO TO AM-STARS(ACCT-IDX CLEAR-IDX).
008920     MOVE ZERO TO AM-CHARGES(ACCT-IDX CLEAR-IDX).
008930     MOVE ZERO TO AM-ADJUST(ACCT-IDX CLEAR-IDX).
008940 5110-EXIT.
008950     EXIT.
008960
008970*----------------------------------------------------------------
008980* 6000-EDIT-CHANGE - CHANGE-CURRENT AGAINST CHANGE-PRIOR AS A
008990* SIGNED PERCENTAGE. NOTHING LAST YEAR PRINTS NEW (OR NOTHING
009000* WHEN THERE IS NOTHING THIS YEAR EITHER).
009010*----------------------------------------------------------------
009020 6000-EDIT-CHANGE.
009030     MOVE SPACES TO CHANGE-TEXT.
009040     IF CHANGE-PRIOR NOT > ZERO
009050         IF CHANGE-CURRENT > ZERO
009060             MOVE '     NEW' TO CHANGE-TEXT
009070         END-IF
009080         GO TO 6000-EXIT
009090     END-IF.
009100     COMPUTE CHANGE-PCT ROUNDED =
009110         (CHANGE-CURRENT - CHANGE-PRIOR) * 100 / CHANGE-PRIOR
009120         ON SIZE ERROR
009130             MOVE '  +9999%' TO CHANGE-TEXT
009140             GO TO 6000-EXIT
009150     END-COMPUTE.
009160     MOVE CHANGE-PCT TO EDIT-PCT.
009170     MOVE EDIT-PCT TO CHANGE-TEXT(1:7).
009180     MOVE '%' TO CHANGE-TEXT(8:1).
009190 6000-EXIT.
009200     EXIT.
009210
009220*----------------------------------------------------------------
009230* 6100-PERIOD-OF-MONTH - MONTH-NUMBER BACK TO A YYYYMM PERIOD.
009240*----------------------------------------------------------------
009250 6100-PERIOD-OF-MONTH.
009260     DIVIDE MONTH-NUMBER BY 12 GIVING PERIOD-YYYY
009270         REMAINDER PERIOD-MM.
009280     ADD 1 TO PERIOD-MM.
009290 6100-EXIT.
009300     EXIT.
009310
009320*----------------------------------------------------------------
009330* 7000-WRITE-TRAILER - THE CONTROL COUNTS, FOLLOWING THE
009340* RANKING.
009350*----------------------------------------------------------------
009360 7000-WRITE-TRAILER.
009370     IF NOT PARM-IS-OK
009380         GO TO 7000-RUN-LINE
009390     END-IF.
009400     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
009410     MOVE '0' TO RPT-CC.
009420     MOVE HIST-READ-COUNT TO EDIT-COUNT-7.
009430     STRING 'BILLHIST RECORDS READ ..... ' DELIMITED BY SIZE
009440         EDIT-COUNT-7 DELIMITED BY SIZE
009450         INTO RPT-LINE
009460     END-STRING.
009470     WRITE REPORT-RECORD.
009480
009490     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
009500     MOVE ORDERS-IN-PERIOD TO EDIT-COUNT-7.
009510     STRING 'ORDERS IN THE TWO YEARS ... ' DELIMITED BY SIZE
009520         EDIT-COUNT-7 DELIMITED BY SIZE
009530         INTO RPT-LINE
009540     END-STRING.
009550     WRITE REPORT-RECORD.
009560
009570     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
009580     MOVE ADJ-IN-PERIOD TO EDIT-COUNT-7.
009590     STRING 'ADJUSTMENTS IN TWO YEARS .. ' DELIMITED BY SIZE
009600         EDIT-COUNT-7 DELIMITED BY SIZE
009610         INTO RPT-LINE
009620     END-STRING.
009630     WRITE REPORT-RECORD.
009640
009650     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
009660     MOVE OUTSIDE-PERIOD-COUNT TO EDIT-COUNT-7.
009670     STRING 'OUTSIDE THE TWO YEARS ..... ' DELIMITED BY SIZE
009680         EDIT-COUNT-7 DELIMITED BY SIZE
009690         INTO RPT-LINE
009700     END-STRING.
009710     WRITE REPORT-RECORD.
009720
009730     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
009740     MOVE RANK-COUNT TO EDIT-COUNT-7.
009750     STRING 'ACCOUNTS REPORTED ......... ' DELIMITED BY SIZE
009760         EDIT-COUNT-7 DELIMITED BY SIZE
009770         INTO RPT-LINE
009780     END-STRING.
009790     WRITE REPORT-RECORD.
009800
009810     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
009820     MOVE OFF-MASTER-ACCT-COUNT TO EDIT-COUNT-7.
009830     STRING 'OF WHICH NOT ON CUSTMAST .. ' DELIMITED BY SIZE
009840         EDIT-COUNT-7 DELIMITED BY SIZE
009850         INTO RPT-LINE
009860     END-STRING.
009870     WRITE REPORT-RECORD.
009880
009890     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
009900     MOVE INACTIVE-ACCT-COUNT TO EDIT-COUNT-7.
009910     STRING 'ACCOUNTS WITH NO ACTIVITY . ' DELIMITED BY SIZE
009920         EDIT-COUNT-7 DELIMITED BY SIZE
009930         INTO RPT-LINE
009940     END-STRING.
009950     WRITE REPORT-RECORD.
009960
009970     IF ADJ-UNUSABLE-COUNT > ZERO
009980         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
009990         MOVE ADJ-UNUSABLE-COUNT TO EDIT-COUNT-7
010000         STRING 'ADJUSTMENTS NOT USABLE .... ' DELIMITED BY SIZE
010010             EDIT-COUNT-7 DELIMITED BY SIZE
010020             INTO RPT-LINE
010030         END-STRING
010040         WRITE REPORT-RECORD
010050     END-IF.
010060
010070     IF ACCT-DROP-COUNT > ZERO
010080         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
010090         MOVE ACCT-DROP-COUNT TO EDIT-COUNT-7
010100         STRING 'DROPPED - ACCT TABLE FULL . ' DELIMITED BY SIZE
010110             EDIT-COUNT-7 DELIMITED BY SIZE
010120             INTO RPT-LINE
010130         END-STRING
010140         WRITE REPORT-RECORD
010150     END-IF.
010160
010170     IF RATE-DROP-COUNT > ZERO
010180         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
010190         MOVE RATE-DROP-COUNT TO EDIT-COUNT-7
010200         STRING 'RATE HISTORY NOT LOADED ... ' DELIMITED BY SIZE
010210             EDIT-COUNT-7 DELIMITED BY SIZE
010220             INTO RPT-LINE
010230         END-STRING
010240         WRITE REPORT-RECORD
010250     END-IF.
010260
010270 7000-RUN-LINE.
010280     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
010290     STRING 'RUN DATE/TIME ' DELIMITED BY SIZE
010300         RUN-DATE DELIMITED BY SIZE
010310         ' / ' DELIMITED BY SIZE
010320         RUN-TIME DELIMITED BY SIZE
010330         INTO RPT-LINE
010340     END-STRING.
010350     WRITE REPORT-RECORD.
010360 7000-EXIT.
010370     EXIT.
010380
010390*----------------------------------------------------------------
010400* 7100-WRITE-HEADER - PAGE HEADING FOR EACH ACCOUNT PAGE AND THE
010410* RANKING PAGE.
010420*----------------------------------------------------------------
010430 7100-WRITE-HEADER.
010440     MOVE SPACES TO RPT-LINE.
010450     MOVE '1' TO RPT-CC.
010460     STRING 'TREEFISCAL CHARGEBACK ANALYSIS  FISCAL YEAR '
010470         DELIMITED BY SIZE
010480         FY-FIRST-PERIOD DELIMITED BY SIZE
010490         '-' DELIMITED BY SIZE
010500         FY-LAST-PERIOD DELIMITED BY SIZE
010510         '  RUN ' DELIMITED BY SIZE
010520         RUN-DATE DELIMITED BY SIZE
010530         INTO RPT-LINE
010540     END-STRING.
010550     WRITE REPORT-RECORD.
010560 7100-EXIT.
010570     EXIT.
010580
010590 7200-START-DETAIL-LINE.
010600     MOVE SPACES TO RPT-LINE.
010610     MOVE ' ' TO RPT-CC.
010620 7200-EXIT.
010630     EXIT.
010640
010650*----------------------------------------------------------------
010660* 9000-TERMINATE.
010670*----------------------------------------------------------------
010680 9000-TERMINATE.
010690     CLOSE REPORT-FILE.
010700 9000-EXIT.
010710     EXIT.
