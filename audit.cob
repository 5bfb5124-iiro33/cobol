000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TreeAudit.
000030 AUTHOR. IIRO.
000040 INSTALLATION. PRINT-SHOP-DP.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* 2026-10-15 IIRO  ORIGINAL VERSION. NIGHTLY CROSS-FILE
000110*                  INTEGRITY AUDIT. CHECKS THE STANDING-ORDER
000120*                  MASTER, THE DAY'S ORDERS, THE BILLING EXTRACT
000130*                  AND THE RATE HISTORY AGAINST THE CUSTOMER
000140*                  MASTER (ACCOUNT ON FILE) AND THE STOCK MASTER
000150*                  (FILL CHARACTER STOCKED), FLAGS STANDING
000160*                  ORDERS PAST THEIR END DATE STILL ON THE
000170*                  MASTER, AND PROVES THE BILLING EXTRACT AND
000180*                  ORDHIST AGREE ORDER FOR ORDER. EXCEPTIONS ARE
000190*                  PRINTED GROUPED BY FILE AND PROBLEM TYPE; ANY
000200*                  EXCEPTION ENDS RETURN CODE 4 SO BAD MASTER
000210*                  DATA IS CHASED DOWN BEFORE IT REACHES A
000220*                  STATEMENT. NOTHING IS UPDATED.
000230*----------------------------------------------------------------
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT CUSTOMER-FILE ASSIGN TO CUSTMAST
000290         ORGANIZATION IS SEQUENTIAL.
000300
000310     SELECT STOCK-FILE ASSIGN TO STOCKMST
000320         ORGANIZATION IS SEQUENTIAL.
000330
000340     SELECT STANDING-FILE ASSIGN TO STANDMST
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS STND-FILE-STATUS.
000370
000380     SELECT ORDER-FILE ASSIGN TO ORDERS
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS ORD-FILE-STATUS.
000410
000420     SELECT BILLING-FILE ASSIGN TO BILLEXT
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS BILL-FILE-STATUS.
000450
000460     SELECT ORDER-HISTORY-FILE ASSIGN TO ORDHIST
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS OH-KEY
000500         FILE STATUS IS HIST-FILE-STATUS.
000510
000520     SELECT RATE-FILE ASSIGN TO CUSTRATE
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS RATE-FILE-STATUS.
000550
000560     SELECT REPORT-FILE ASSIGN TO AUDITRPT
000570         ORGANIZATION IS SEQUENTIAL.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610*----------------------------------------------------------------
000620* CUSTOMER-FILE - CHARGE-BACK ACCOUNT MASTER. AN ACCOUNT CODE
000630* ANYWHERE ELSE THAT IS NOT HERE IS AN EXCEPTION.
000640*----------------------------------------------------------------
000650 FD  CUSTOMER-FILE
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD
000680     RECORD CONTAINS 80 CHARACTERS.
000690     COPY CUSTREC.
000700
000710*----------------------------------------------------------------
000720* STOCK-FILE - CONSUMABLES STOCK MASTER, ONE RECORD PER FILL
000730* CHARACTER. AN ORDER WHOSE SYMBOL IS NOT HERE NEVER HAS ITS
000740* INK POSTED BY TREESTOCK.
000750*----------------------------------------------------------------
000760 FD  STOCK-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD
000790     RECORD CONTAINS 80 CHARACTERS.
000800     COPY STOCKREC.
000810
000820*----------------------------------------------------------------
000830* STANDING-FILE - THE STANDING-ORDER MASTER TREESTAND GENERATES
000840* FROM. A MISSING FILE MEANS NO STANDING ORDERS.
000850*----------------------------------------------------------------
000860 FD  STANDING-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 160 CHARACTERS.
000900     COPY STANDREC.
000910
000920*----------------------------------------------------------------
000930* ORDER-FILE - THE DAY'S ORDER QUEUE. READ INTO THE ORDREC
000940* LAYOUT IN WORKING-STORAGE, WHERE THE STANDING ORDER IMAGES ARE
000950* EXAMINED TOO. A MISSING FILE MEANS NO QUEUE YET.
000960*----------------------------------------------------------------
000970 FD  ORDER-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD
001000     RECORD CONTAINS 80 CHARACTERS.
001010 01  ORDER-FILE-RECORD           PIC X(80).
001020
001030*----------------------------------------------------------------
001040* BILLING-FILE - THE MONTH-TO-DATE BILLING EXTRACT.
001050*----------------------------------------------------------------
001060 FD  BILLING-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE OMITTED
001090     RECORD CONTAINS 80 CHARACTERS.
001100     COPY BILLREC.
001110
001120*----------------------------------------------------------------
001130* ORDER-HISTORY-FILE - THE INDEXED ORDER HISTORY, READ BY KEY
001140* FOR EACH EXTRACT ORDER, THEN BROWSED FOR PRINTED ORDERS THE
001150* EXTRACT DOES NOT CARRY.
001160*----------------------------------------------------------------
001170 FD  ORDER-HISTORY-FILE
001180     RECORD CONTAINS 100 CHARACTERS.
001190     COPY OHISTREC.
001200
001210*----------------------------------------------------------------
001220* RATE-FILE - THE RATE HISTORY APPENDED BY TREEMAINT. A MISSING
001230* FILE MEANS NO HISTORY YET.
001240*----------------------------------------------------------------
001250 FD  RATE-FILE
001260     RECORDING MODE IS F
001270     LABEL RECORDS ARE STANDARD
001280     RECORD CONTAINS 80 CHARACTERS.
001290     COPY RATEREC.
001300
001310*----------------------------------------------------------------
001320* REPORT-FILE - THE INTEGRITY EXCEPTION REPORT, 132-BYTE PRINT
001330* LINE WITH AN ASA CARRIAGE-CONTROL BYTE.
001340*----------------------------------------------------------------
001350 FD  REPORT-FILE
001360     RECORDING MODE IS F
001370     LABEL RECORDS ARE OMITTED
001380     RECORD CONTAINS 132 CHARACTERS.
001390 01  REPORT-RECORD.
001400     05  RPT-CC                  PIC X(01).
001410     05  RPT-LINE                PIC X(131).
001420
001430 WORKING-STORAGE SECTION.
001440 01  CUST-EOF-SWITCH             PIC X(01) VALUE 'N'.
001450     88  CUST-EOF                VALUE 'Y'.
001460 01  STOCK-EOF-SWITCH            PIC X(01) VALUE 'N'.
001470     88  STOCK-EOF               VALUE 'Y'.
001480 01  STND-EOF-SWITCH             PIC X(01) VALUE 'N'.
001490     88  STND-EOF                VALUE 'Y'.
001500 01  ORDERS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001510     88  ORDERS-EOF              VALUE 'Y'.
001520 01  BILL-EOF-SWITCH             PIC X(01) VALUE 'N'.
001530     88  BILL-EOF                VALUE 'Y'.
001540 01  HIST-EOF-SWITCH             PIC X(01) VALUE 'N'.
001550     88  HIST-EOF                VALUE 'Y'.
001560 01  RATE-EOF-SWITCH             PIC X(01) VALUE 'N'.
001570     88  RATE-EOF                VALUE 'Y'.
001580 01  HIST-MISSING-SWITCH         PIC X(01) VALUE 'N'.
001590     88  HIST-MISSING            VALUE 'Y'.
001600 01  FOUND-SWITCH                PIC X(01) VALUE 'N'.
001610     88  ENTRY-FOUND             VALUE 'Y'.
001620 01  STND-FILE-STATUS            PIC X(02) VALUE '00'.
001630 01  ORD-FILE-STATUS             PIC X(02) VALUE '00'.
001640 01  BILL-FILE-STATUS            PIC X(02) VALUE '00'.
001650 01  HIST-FILE-STATUS            PIC X(02) VALUE '00'.
001660 01  RATE-FILE-STATUS            PIC X(02) VALUE '00'.
001670
001680*----------------------------------------------------------------
001690* THE ORDER UNDER EXAMINATION - A QUEUE RECORD OR A STANDING
001700* ORDER'S IMAGE - SO BOTH ARE CHECKED THROUGH THE ORDREC NAMES.
001710*----------------------------------------------------------------
001720     COPY ORDREC.
001730
001740*----------------------------------------------------------------
001750* MASTER TABLES - SAME CAPACITIES AS TREEBILL AND TREESTOCK.
001760* A MASTER PAST ITS TABLE WOULD FLAG GOOD CODES AS MISSING, SO
001770* OVERFLOW IS COUNTED AND SHOWN ON THE TRAILER.
001780*----------------------------------------------------------------
001790 01  CUST-TABLE-MAX              PIC 9(02) VALUE 50.
001800 01  CUST-COUNT                  PIC 9(02) VALUE 0.
001810 01  CUST-IDX                    PIC 9(02) VALUE 0.
001820 01  CUST-DROP-COUNT             PIC 9(04) VALUE 0.
001830 01  CUSTOMER-TABLE.
001840     05  CUST-ENTRY OCCURS 50 TIMES.
001850         10  CT-ACCT-CODE        PIC X(04).
001860
001870 01  STOCK-TABLE-MAX             PIC 9(02) VALUE 20.
001880 01  STOCK-COUNT                 PIC 9(02) VALUE 0.
001890 01  STOCK-IDX                   PIC 9(02) VALUE 0.
001900 01  STOCK-DROP-COUNT            PIC 9(04) VALUE 0.
001910 01  STOCK-TABLE.
001920     05  STOCK-ENTRY OCCURS 20 TIMES.
001930         10  ST-FILL-CHAR        PIC X(01).
001940
001950*----------------------------------------------------------------
001960* EXTRACT KEY TABLE - EVERY BILLED ORDER, SO THE ORDHIST BROWSE
001970* CAN ASK WHETHER A PRINTED ORDER WAS BILLED. ONLY HISTORY ON OR
001980* AFTER THE EXTRACT'S EARLIEST RUN DATE IS ASKED - ANYTHING
001990* OLDER WAS BILLED AND ARCHIVED BY AN EARLIER MONTH END.
002000*----------------------------------------------------------------
002010 01  BILL-TABLE-MAX              PIC 9(04) VALUE 999.
002020 01  BILL-COUNT                  PIC 9(04) VALUE 0.
002030 01  BILL-IDX                    PIC 9(04) VALUE 0.
002040 01  BILL-DROP-COUNT             PIC 9(04) VALUE 0.
002050 01  EXTRACT-FIRST-DATE          PIC 9(08) VALUE 0.
002060 01  BILLING-KEY-TABLE.
002070     05  BK-ENTRY OCCURS 999 TIMES.
002080         10  BK-JOB-NAME         PIC X(08).
002090         10  BK-RUN-DATE         PIC 9(08).
002100         10  BK-ORDER-SEQ        PIC 9(04).
002110
002120*----------------------------------------------------------------
002130* PROBLEM TYPES, IN REPORT ORDER, EACH WITH THE FILE IT IS
002140* REPORTED UNDER. THE TALLY TABLE ALONGSIDE COUNTS WHAT WAS
002150* FOUND AND HOW MANY OF THOSE FIT THE EXCEPTION TABLE.
002160*----------------------------------------------------------------
002170 01  PROBLEM-VALUES.
002180     05  FILLER                  PIC X(08) VALUE 'STANDMST'.
002190     05  FILLER                  PIC X(40)
002200         VALUE 'ACCOUNT NOT ON CUSTMAST'.
002210     05  FILLER                  PIC X(08) VALUE 'STANDMST'.
002220     05  FILLER                  PIC X(40)
002230         VALUE 'FILL CHARACTER NOT ON STOCKMST'.
002240     05  FILLER                  PIC X(08) VALUE 'STANDMST'.
002250     05  FILLER                  PIC X(40)
002260         VALUE 'END DATE PASSED - STILL ON MASTER'.
002270     05  FILLER                  PIC X(08) VALUE 'ORDERS'.
002280     05  FILLER                  PIC X(40)
002290         VALUE 'ACCOUNT NOT ON CUSTMAST'.
002300     05  FILLER                  PIC X(08) VALUE 'ORDERS'.
002310     05  FILLER                  PIC X(40)
002320         VALUE 'FILL CHARACTER NOT ON STOCKMST'.
002330     05  FILLER                  PIC X(08) VALUE 'BILLEXT'.
002340     05  FILLER                  PIC X(40)
002350         VALUE 'ACCOUNT NOT ON CUSTMAST'.
002360     05  FILLER                  PIC X(08) VALUE 'BILLEXT'.
002370     05  FILLER                  PIC X(40)
002380         VALUE 'BILLED ORDER NOT ON ORDHIST'.
002390     05  FILLER                  PIC X(08) VALUE 'BILLEXT'.
002400     05  FILLER                  PIC X(40)
002410         VALUE 'BILLED ORDER NOT ACCEPTED PER ORDHIST'.
002420     05  FILLER                  PIC X(08) VALUE 'ORDHIST'.
002430     05  FILLER                  PIC X(40)
002440         VALUE 'PRINTED ORDER NOT ON BILLEXT'.
002450     05  FILLER                  PIC X(08) VALUE 'CUSTRATE'.
002460     05  FILLER                  PIC X(40)
002470         VALUE 'RATE HISTORY FOR ACCOUNT NOT ON CUSTMAST'.
002480 01  PROBLEM-TABLE REDEFINES PROBLEM-VALUES.
002490     05  PB-ENTRY OCCURS 10 TIMES.
002500         10  PB-FILE-NAME        PIC X(08).
002510         10  PB-TEXT             PIC X(40).
002520 01  PROBLEM-TALLY-TABLE.
002530     05  PT-ENTRY OCCURS 10 TIMES.
002540         10  PT-FOUND            PIC 9(04).
002550         10  PT-LISTED           PIC 9(04).
002560 01  PROBLEM-COUNT               PIC 9(02) VALUE 10.
002570 01  PB-IDX                      PIC 9(02) VALUE 0.
002580 01  PB-STND-ACCOUNT             PIC 9(02) VALUE 1.
002590 01  PB-STND-FILL                PIC 9(02) VALUE 2.
002600 01  PB-STND-EXPIRED             PIC 9(02) VALUE 3.
002610 01  PB-ORD-ACCOUNT              PIC 9(02) VALUE 4.
002620 01  PB-ORD-FILL                 PIC 9(02) VALUE 5.
002630 01  PB-BILL-ACCOUNT             PIC 9(02) VALUE 6.
002640 01  PB-BILL-NO-HIST             PIC 9(02) VALUE 7.
002650 01  PB-BILL-NOT-ACCEPTED        PIC 9(02) VALUE 8.
002660 01  PB-HIST-NOT-BILLED          PIC 9(02) VALUE 9.
002670 01  PB-RATE-ACCOUNT             PIC 9(02) VALUE 10.
002680
002690*----------------------------------------------------------------
002700* EXCEPTION TABLE - HELD UNTIL THE FILES ARE ALL CHECKED SO THE
002710* REPORT CAN GROUP THEM. PAST THE TABLE THEY ARE STILL COUNTED.
002720*----------------------------------------------------------------
002730 01  EXC-TABLE-MAX               PIC 9(04) VALUE 500.
002740 01  EXC-COUNT                   PIC 9(04) VALUE 0.
002750 01  EXC-IDX                     PIC 9(04) VALUE 0.
002760 01  EXCEPTION-TABLE.
002770     05  EXC-ENTRY OCCURS 500 TIMES.
002780         10  EX-PROBLEM          PIC 9(02).
002790         10  EX-DETAIL           PIC X(110).
002800 01  EXCEPTION-TOTAL             PIC 9(04) VALUE 0.
002810 01  AUDIT-PROBLEM               PIC 9(02) VALUE 0.
002820 01  AUDIT-DETAIL                PIC X(110) VALUE SPACES.
002830 01  LAST-FILE-NAME              PIC X(08) VALUE SPACES.
002840
002850 01  STND-READ-COUNT             PIC 9(04) VALUE 0.
002860 01  ORDERS-READ-COUNT           PIC 9(04) VALUE 0.
002870 01  BILL-READ-COUNT             PIC 9(04) VALUE 0.
002880 01  HIST-READ-COUNT             PIC 9(06) VALUE 0.
002890 01  RATE-READ-COUNT             PIC 9(04) VALUE 0.
002900
002910 01  LOOK-ACCT-CODE              PIC X(04) VALUE SPACES.
002920 01  LOOK-FILL-CHAR              PIC X(01) VALUE SPACE.
002930 01  EDIT-COUNT-4                PIC ZZZ9.
002940 01  EDIT-COUNT-6                PIC ZZZZZ9.
002950 01  EDIT-STAR-RATE              PIC ZZ9.99.
002960 01  EDIT-TREE-RATE              PIC ZZZZ9.99.
002970 01  RUN-DATE                    PIC 9(08) VALUE 0.
002980 01  RUN-TIME                    PIC 9(08) VALUE 0.
002990
003000 PROCEDURE DIVISION.
003010*----------------------------------------------------------------
003020* 0000-MAINLINE - LOAD THE TWO MASTERS, CHECK EACH FILE AGAINST
003030* THEM, THEN PRINT THE EXCEPTIONS GROUPED AND THE TOTALS.
003040*----------------------------------------------------------------
003050 0000-MAINLINE.
003060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003070     PERFORM 2000-AUDIT-STANDING THRU 2000-EXIT.
003080     PERFORM 2500-AUDIT-ORDERS THRU 2500-EXIT.
003090     PERFORM 3000-AUDIT-EXTRACT THRU 3000-EXIT.
003100     PERFORM 3500-AUDIT-HISTORY THRU 3500-EXIT.
003110     PERFORM 4000-AUDIT-RATES THRU 4000-EXIT.
003120     PERFORM 6000-WRITE-EXCEPTIONS THRU 6000-EXIT.
003130     PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT.
003140     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003150     IF EXCEPTION-TOTAL > ZERO
003160         MOVE 4 TO RETURN-CODE
003170     END-IF.
003180     STOP RUN.
003190
003200*----------------------------------------------------------------
003210* 1000-INITIALIZE - OPEN AND LOAD THE MASTERS, CLEAR THE TALLIES.
003220*----------------------------------------------------------------
003230 1000-INITIALIZE.
003240     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
003250     ACCEPT RUN-TIME FROM TIME.
003260     PERFORM 1050-CLEAR-ONE-TALLY THRU 1050-EXIT
003270         VARYING PB-IDX FROM 1 BY 1
003280         UNTIL PB-IDX > PROBLEM-COUNT.
003290     OPEN INPUT CUSTOMER-FILE.
003300     OPEN INPUT STOCK-FILE.
003310     OPEN OUTPUT REPORT-FILE.
003320     PERFORM 1100-LOAD-CUSTOMERS THRU 1100-EXIT.
003330     PERFORM 1200-LOAD-STOCK THRU 1200-EXIT.
003340     CLOSE CUSTOMER-FILE.
003350     CLOSE STOCK-FILE.
003360     PERFORM 7100-WRITE-HEADER THRU 7100-EXIT.
003370 1000-EXIT.
003380     EXIT.
003390
003400 1050-CLEAR-ONE-TALLY.
003410     MOVE ZERO TO PT-FOUND(PB-IDX).
003420     MOVE ZERO TO PT-LISTED(PB-IDX).
003430 1050-EXIT.
003440     EXIT.
003450
003460*----------------------------------------------------------------
003470* 1100-LOAD-CUSTOMERS - THE ACCOUNT CODES ON FILE.
003480*----------------------------------------------------------------
003490 1100-LOAD-CUSTOMERS.
003500     PERFORM 1110-READ-CUSTOMER THRU 1110-EXIT.
003510     PERFORM 1120-STORE-CUSTOMER THRU 1120-EXIT
003520         UNTIL CUST-EOF.
003530 1100-EXIT.
003540     EXIT.
003550
003560 1110-READ-CUSTOMER.
003570     READ CUSTOMER-FILE
003580         AT END
003590             MOVE 'Y' TO CUST-EOF-SWITCH
003600     END-READ.
003610 1110-EXIT.
003620     EXIT.
003630
003640 1120-STORE-CUSTOMER.
003650     IF CUST-COUNT < CUST-TABLE-MAX
003660         ADD 1 TO CUST-COUNT
003670         MOVE CUST-ACCT-CODE TO CT-ACCT-CODE(CUST-COUNT)
003680     ELSE
003690         ADD 1 TO CUST-DROP-COUNT
003700         DISPLAY 'TREEAUDIT CUSTOMER MASTER EXCEEDS TABLE OF '
003710             CUST-TABLE-MAX ' - ACCOUNT ' CUST-ACCT-CODE
003720             ' IGNORED'
003730     END-IF.
003740     PERFORM 1110-READ-CUSTOMER THRU 1110-EXIT.
003750 1120-EXIT.
003760     EXIT.
003770
003780*----------------------------------------------------------------
003790* 1200-LOAD-STOCK - THE FILL CHARACTERS STOCKED.
003800*----------------------------------------------------------------
003810 1200-LOAD-STOCK.
003820     PERFORM 1210-READ-STOCK THRU 1210-EXIT.
003830     PERFORM 1220-STORE-STOCK THRU 1220-EXIT
003840         UNTIL STOCK-EOF.
003850 1200-EXIT.
003860     EXIT.
003870
003880 1210-READ-STOCK.
003890     READ STOCK-FILE
003900         AT END
003910             MOVE 'Y' TO STOCK-EOF-SWITCH
003920     END-READ.
003930 1210-EXIT.
003940     EXIT.
003950
003960 1220-STORE-STOCK.
003970     IF STOCK-COUNT < STOCK-TABLE-MAX
003980         ADD 1 TO STOCK-COUNT
003990         MOVE STK-FILL-CHAR TO ST-FILL-CHAR(STOCK-COUNT)
004000     ELSE
004010         ADD 1 TO STOCK-DROP-COUNT
004020         DISPLAY 'TREEAUDIT STOCK MASTER EXCEEDS TABLE OF '
004030             STOCK-TABLE-MAX ' - SYMBOL ' STK-FILL-CHAR
004040             ' IGNORED'
004050     END-IF.
004060     PERFORM 1210-READ-STOCK THRU 1210-EXIT.
004070 1220-EXIT.
004080     EXIT.
004090
004100*----------------------------------------------------------------
004110* 2000-AUDIT-STANDING - EVERY STANDING ORDER: ACCOUNT ON FILE,
004120* SYMBOL STOCKED, AND NOT LEFT ON THE MASTER PAST ITS END DATE
004130* (TREESTAND SKIPS IT, BUT NOBODY TAKES IT OFF).
004140*----------------------------------------------------------------
004150 2000-AUDIT-STANDING.
004160     OPEN INPUT STANDING-FILE.
004170     IF STND-FILE-STATUS = '35'
004180         GO TO 2000-EXIT
004190     END-IF.
004200     PERFORM 2010-READ-STANDING THRU 2010-EXIT.
004210     PERFORM 2100-CHECK-STANDING THRU 2100-EXIT
004220         UNTIL STND-EOF.
004230     CLOSE STANDING-FILE.
004240 2000-EXIT.
004250     EXIT.
004260
004270 2010-READ-STANDING.
004280     READ STANDING-FILE
004290         AT END
004300             MOVE 'Y' TO STND-EOF-SWITCH
004310     END-READ.
004320 2010-EXIT.
004330     EXIT.
004340
004350 2100-CHECK-STANDING.
004360     ADD 1 TO STND-READ-COUNT.
004370     MOVE STD-ORDER-IMAGE TO ORDER-RECORD.
004380* A BLANK FILL PRINTS ASTERISKS, AS IN TREESTARS.
004390     MOVE '*' TO LOOK-FILL-CHAR.
004400     IF ORD-FILL-CHAR NOT = SPACE
004410         MOVE ORD-FILL-CHAR TO LOOK-FILL-CHAR
004420     END-IF.
004430     MOVE ORD-ACCT-CODE TO LOOK-ACCT-CODE.
004440     PERFORM 5000-FIND-ACCOUNT THRU 5000-EXIT.
004450     IF NOT ENTRY-FOUND
004460         MOVE PB-STND-ACCOUNT TO AUDIT-PROBLEM
004470         PERFORM 2150-FORMAT-STANDING THRU 2150-EXIT
004480         PERFORM 5500-LOG-EXCEPTION THRU 5500-EXIT
004490     END-IF.
004500     PERFORM 5100-FIND-STOCK THRU 5100-EXIT.
004510     IF NOT ENTRY-FOUND
004520         MOVE PB-STND-FILL TO AUDIT-PROBLEM
004530         PERFORM 2150-FORMAT-STANDING THRU 2150-EXIT
004540         PERFORM 5500-LOG-EXCEPTION THRU 5500-EXIT
004550     END-IF.
004560     IF STD-END-DATE IS NUMERIC
004570             AND STD-END-DATE > ZERO
004580             AND STD-END-DATE < RUN-DATE
004590         MOVE PB-STND-EXPIRED TO AUDIT-PROBLEM
004600         PERFORM 2150-FORMAT-STANDING THRU 2150-EXIT
004610         PERFORM 5500-LOG-EXCEPTION THRU 5500-EXIT
004620     END-IF.
004630     PERFORM 2010-READ-STANDING THRU 2010-EXIT.
004640 2100-EXIT.
004650     EXIT.
004660
004670 2150-FORMAT-STANDING.
004680     MOVE SPACES TO AUDIT-DETAIL.
004690     MOVE STND-READ-COUNT TO EDIT-COUNT-4.
004700     STRING 'REC ' DELIMITED BY SIZE
004710         EDIT-COUNT-4 DELIMITED BY SIZE
004720         '  JOB ' DELIMITED BY SIZE
004730         ORD-JOB-NAME DELIMITED BY SIZE
004740         '  DEST ' DELIMITED BY SIZE
004750         ORD-DEST-NAME DELIMITED BY SIZE
004760         '  ACCT ' DELIMITED BY SIZE
004770         ORD-ACCT-CODE DELIMITED BY SIZE
004780         '  FILL ' DELIMITED BY SIZE
004790         LOOK-FILL-CHAR DELIMITED BY SIZE
004800         '  START ' DELIMITED BY SIZE
004810         STD-START-DATE DELIMITED BY SIZE
004820         '  END ' DELIMITED BY SIZE
004830         STD-END-DATE DELIMITED BY SIZE
004840         INTO AUDIT-DETAIL
004850     END-STRING.
004860 2150-EXIT.
004870     EXIT.
004880
004890*----------------------------------------------------------------
004900* 2500-AUDIT-ORDERS - EVERY ORDER IN THE DAY'S QUEUE: ACCOUNT ON
004910* FILE AND SYMBOL STOCKED.
004920*----------------------------------------------------------------
004930 2500-AUDIT-ORDERS.
004940     OPEN INPUT ORDER-FILE.
004950     IF ORD-FILE-STATUS = '35'
004960         GO TO 2500-EXIT
004970     END-IF.
004980     PERFORM 2510-READ-ORDER THRU 2510-EXIT.
004990     PERFORM 2600-CHECK-ORDER THRU 2600-EXIT
005000         UNTIL ORDERS-EOF.
005010     CLOSE ORDER-FILE.
005020 2500-EXIT.
005030     EXIT.
005040
005050 2510-READ-ORDER.
005060     READ ORDER-FILE INTO ORDER-RECORD
005070         AT END
005080             MOVE 'Y' TO ORDERS-EOF-SWITCH
005090     END-READ.
005100 2510-EXIT.
005110     EXIT.
005120
005130 2600-CHECK-ORDER.
005140     ADD 1 TO ORDERS-READ-COUNT.
005150     MOVE '*' TO LOOK-FILL-CHAR.
005160     IF ORD-FILL-CHAR NOT = SPACE
005170         MOVE ORD-FILL-CHAR TO LOOK-FILL-CHAR
005180     END-IF.
005190     MOVE ORD-ACCT-CODE TO LOOK-ACCT-CODE.
005200     PERFORM 5000-FIND-ACCOUNT THRU 5000-EXIT.
005210     IF NOT ENTRY-FOUND
005220         MOVE PB-ORD-ACCOUNT TO AUDIT-PROBLEM
005230         PERFORM 2650-FORMAT-ORDER THRU 2650-EXIT
005240         PERFORM 5500-LOG-EXCEPTION THRU 5500-EXIT
005250     END-IF.
005260     PERFORM 5100-FIND-STOCK THRU 5100-EXIT.
005270     IF NOT ENTRY-FOUND
005280         MOVE PB-ORD-FILL TO AUDIT-PROBLEM
005290         PERFORM 2650-FORMAT-ORDER THRU 2650-EXIT
005300         PERFORM 5500-LOG-EXCEPTION THRU 5500-EXIT
005310     END-IF.
005320     PERFORM 2510-READ-ORDER THRU 2510-EXIT.
005330 2600-EXIT.
005340     EXIT.
005350
005360 2650-FORMAT-ORDER.
005370     MOVE SPACES TO AUDIT-DETAIL.
005380     MOVE ORDERS-READ-COUNT TO EDIT-COUNT-4.
005390     STRING 'REC ' DELIMITED BY SIZE
005400         EDIT-COUNT-4 DELIMITED BY SIZE
005410         '  JOB ' DELIMITED BY SIZE
005420         ORD-JOB-NAME DELIMITED BY SIZE
005430         '  DEST ' DELIMITED BY SIZE
005440         ORD-DEST-NAME DELIMITED BY SIZE
005450         '  ACCT ' DELIMITED BY SIZE
005460         ORD-ACCT-CODE DELIMITED BY SIZE
005470         '  FILL ' DELIMITED BY SIZE
005480         LOOK-FILL-CHAR DELIMITED BY SIZE
005490         INTO AUDIT-DETAIL
005500     END-STRING.
005510 2650-EXIT.
005520     EXIT.
005530
005540*----------------------------------------------------------------
005550* 3000-AUDIT-EXTRACT - EVERY BILLED ORDER: ACCOUNT ON FILE, AND
005560* ON ORDHIST UNDER THE SAME JOB, RUN DATE AND SEQUENCE AS AN
005570* ACCEPTED ORDER. THE KEYS ARE KEPT FOR THE ORDHIST BROWSE.
005580*----------------------------------------------------------------
005590 3000-AUDIT-EXTRACT.
005600     OPEN INPUT ORDER-HISTORY-FILE.
005610     IF HIST-FILE-STATUS = '35'
005620         MOVE 'Y' TO HIST-MISSING-SWITCH
005630     END-IF.
005640     OPEN INPUT BILLING-FILE.
005650     IF BILL-FILE-STATUS = '35'
005660         GO TO 3000-EXIT
005670     END-IF.
005680     PERFORM 3010-READ-EXTRACT THRU 3010-EXIT.
005690     PERFORM 3100-CHECK-EXTRACT THRU 3100-EXIT
005700         UNTIL BILL-EOF.
005710     CLOSE BILLING-FILE.
005720 3000-EXIT.
005730     EXIT.
005740
005750 3010-READ-EXTRACT.
005760     READ BILLING-FILE
005770         AT END
005780             MOVE 'Y' TO BILL-EOF-SWITCH
005790     END-READ.
005800 3010-EXIT.
005810     EXIT.
005820
005830 3100-CHECK-EXTRACT.
005840     ADD 1 TO BILL-READ-COUNT.
005850     IF BILL-COUNT < BILL-TABLE-MAX
005860         ADD 1 TO BILL-COUNT
005870         MOVE BILL-JOB-NAME TO BK-JOB-NAME(BILL-COUNT)
005880         MOVE BILL-RUN-DATE TO BK-RUN-DATE(BILL-COUNT)
005890         MOVE BILL-ORDER-SEQ TO BK-ORDER-SEQ(BILL-COUNT)
005900     ELSE
005910         ADD 1 TO BILL-DROP-COUNT
005920     END-IF.
005930     IF EXTRACT-FIRST-DATE = ZERO
005940             OR BILL-RUN-DATE < EXTRACT-FIRST-DATE
005950         MOVE BILL-RUN-DATE TO EXTRACT-FIRST-DATE
005960     END-IF.
005970
005980     MOVE BILL-ACCT-CODE TO LOOK-ACCT-CODE.
005990     PERFORM 5000-FIND-ACCOUNT THRU 5000-EXIT.
006000     IF NOT ENTRY-FOUND
006010         MOVE PB-BILL-ACCOUNT TO AUDIT-PROBLEM
006020         PERFORM 3150-FORMAT-EXTRACT THRU 3150-EXIT
006030         PERFORM 5500-LOG-EXCEPTION THRU 5500-EXIT
006040     END-IF.
006050
006060     IF HIST-MISSING
006070         GO TO 3100-READ-NEXT
006080     END-IF.
006090     MOVE BILL-JOB-NAME TO OH-JOB-NAME.
006100     MOVE BILL-RUN-DATE TO OH-RUN-DATE.
006110     MOVE BILL-ORDER-SEQ TO OH-ORDER-SEQ.
006120     READ ORDER-HISTORY-FILE
006130         INVALID KEY
006140             MOVE SPACES TO OH-STATUS
006150             MOVE PB-BILL-NO-HIST TO AUDIT-PROBLEM
006160             PERFORM 3150-FORMAT-EXTRACT THRU 3150-EXIT
006170             PERFORM 5500-LOG-EXCEPTION THRU 5500-EXIT
006180             GO TO 3100-READ-NEXT
006190     END-READ.
006200     IF OH-STATUS NOT = 'ACCEPTED'
006210         MOVE PB-BILL-NOT-ACCEPTED TO AUDIT-PROBLEM
006220         PERFORM 3150-FORMAT-EXTRACT THRU 3150-EXIT
006230         PERFORM 5500-LOG-EXCEPTION THRU 5500-EXIT
006240     END-IF.
006250 3100-READ-NEXT.
006260     PERFORM 3010-READ-EXTRACT THRU 3010-EXIT.
006270 3100-EXIT.
006280     EXIT.
006290
006300 3150-FORMAT-EXTRACT.
006310     MOVE SPACES TO AUDIT-DETAIL.
006320     STRING 'RUN DATE ' DELIMITED BY SIZE
006330         BILL-RUN-DATE DELIMITED BY SIZE
006340         '  SEQ ' DELIMITED BY SIZE
006350         BILL-ORDER-SEQ DELIMITED BY SIZE
006360         '  JOB ' DELIMITED BY SIZE
006370         BILL-JOB-NAME DELIMITED BY SIZE
006380         '  ACCT ' DELIMITED BY SIZE
006390         BILL-ACCT-CODE DELIMITED BY SIZE
006400         '  TREES ' DELIMITED BY SIZE
006410         BILL-TREE-COUNT DELIMITED BY SIZE
006420         '  STARS ' DELIMITED BY SIZE
006430         BILL-STARS-USED DELIMITED BY SIZE
006440         INTO AUDIT-DETAIL
006450     END-STRING.
006460     IF AUDIT-PROBLEM = PB-BILL-NOT-ACCEPTED
006470         STRING '  ORDHIST STATUS ' DELIMITED BY SIZE
006480             OH-STATUS DELIMITED BY SIZE
006490             INTO AUDIT-DETAIL(78:)
006500         END-STRING
006510     END-IF.
006520 3150-EXIT.
006530     EXIT.
006540
006550*----------------------------------------------------------------
006560* 3500-AUDIT-HISTORY - BROWSE ORDHIST FOR ACCEPTED ORDERS RUN ON
006570* OR AFTER THE EXTRACT'S EARLIEST RUN DATE THAT THE EXTRACT DOES
006580* NOT CARRY - PRINTED WORK THAT WILL NEVER BE BILLED. SKIPPED
006590* WHEN THE EXTRACT IS EMPTY OR OUTGREW ITS KEY TABLE.
006600*----------------------------------------------------------------
006610 3500-AUDIT-HISTORY.
006620     IF HIST-MISSING
006630         GO TO 3500-EXIT
006640     END-IF.
006650     IF BILL-COUNT = ZERO OR BILL-DROP-COUNT > ZERO
006660         GO TO 3500-CLOSE
006670     END-IF.
006680     MOVE LOW-VALUES TO OH-KEY.
006690     START ORDER-HISTORY-FILE KEY NOT < OH-KEY
006700         INVALID KEY
006710             MOVE 'Y' TO HIST-EOF-SWITCH
006720     END-START.
006730     IF NOT HIST-EOF
006740         PERFORM 3510-READ-HISTORY THRU 3510-EXIT
006750     END-IF.
006760     PERFORM 3600-CHECK-HISTORY THRU 3600-EXIT
006770         UNTIL HIST-EOF.
006780 3500-CLOSE.
006790     CLOSE ORDER-HISTORY-FILE.
006800 3500-EXIT.
006810     EXIT.
006820
006830 3510-READ-HISTORY.
006840     READ ORDER-HISTORY-FILE NEXT RECORD
006850         AT END
006860             MOVE 'Y' TO HIST-EOF-SWITCH
006870     END-READ.
006880 3510-EXIT.
006890     EXIT.
006900
006910 3600-CHECK-HISTORY.
006920     ADD 1 TO HIST-READ-COUNT.
006930     IF OH-STATUS NOT = 'ACCEPTED'
006940             OR OH-RUN-DATE < EXTRACT-FIRST-DATE
006950         GO TO 3600-READ-NEXT
006960     END-IF.
006970     PERFORM 5200-FIND-EXTRACT THRU 5200-EXIT.
006980     IF NOT ENTRY-FOUND
006990         MOVE PB-HIST-NOT-BILLED TO AUDIT-PROBLEM
007000         MOVE SPACES TO AUDIT-DETAIL
007010         STRING 'JOB ' DELIMITED BY SIZE
007020             OH-JOB-NAME DELIMITED BY SIZE
007030             '  RUN DATE ' DELIMITED BY SIZE
007040             OH-RUN-DATE DELIMITED BY SIZE
007050             '  SEQ ' DELIMITED BY SIZE
007060             OH-ORDER-SEQ DELIMITED BY SIZE
007070             '  DEST ' DELIMITED BY SIZE
007080             OH-DEST-NAME DELIMITED BY SIZE
007090             '  PAGES ' DELIMITED BY SIZE
007100             OH-PAGE-COUNT DELIMITED BY SIZE
007110             INTO AUDIT-DETAIL
007120         END-STRING
007130         PERFORM 5500-LOG-EXCEPTION THRU 5500-EXIT
007140     END-IF.
007150 3600-READ-NEXT.
007160     PERFORM 3510-READ-HISTORY THRU 3510-EXIT.
007170 3600-EXIT.
007180     EXIT.
007190
007200*----------------------------------------------------------------
007210* 4000-AUDIT-RATES - EVERY RATE HISTORY RECORD MUST BELONG TO AN
007220* ACCOUNT STILL ON THE MASTER. TREEMAINT DELETES THE ACCOUNT BUT
007230* LEAVES ITS HISTORY BEHIND.
007240*----------------------------------------------------------------
007250 4000-AUDIT-RATES.
007260     OPEN INPUT RATE-FILE.
007270     IF RATE-FILE-STATUS = '35'
007280         GO TO 4000-EXIT
007290     END-IF.
007300     PERFORM 4010-READ-RATE THRU 4010-EXIT.
007310     PERFORM 4100-CHECK-RATE THRU 4100-EXIT
007320         UNTIL RATE-EOF.
007330     CLOSE RATE-FILE.
007340 4000-EXIT.
007350     EXIT.
007360
007370 4010-READ-RATE.
007380     READ RATE-FILE
007390         AT END
007400             MOVE 'Y' TO RATE-EOF-SWITCH
007410     END-READ.
007420 4010-EXIT.
007430     EXIT.
007440
007450 4100-CHECK-RATE.
007460     ADD 1 TO RATE-READ-COUNT.
007470     MOVE RT-ACCT-CODE TO LOOK-ACCT-CODE.
007480     PERFORM 5000-FIND-ACCOUNT THRU 5000-EXIT.
007490     IF NOT ENTRY-FOUND
007500         MOVE PB-RATE-ACCOUNT TO AUDIT-PROBLEM
007510         MOVE RT-STAR-RATE TO EDIT-STAR-RATE
007520         MOVE RT-TREE-RATE TO EDIT-TREE-RATE
007530         MOVE SPACES TO AUDIT-DETAIL
007540         STRING 'ACCT ' DELIMITED BY SIZE
007550             RT-ACCT-CODE DELIMITED BY SIZE
007560             '  EFFECTIVE ' DELIMITED BY SIZE
007570             RT-EFF-DATE DELIMITED BY SIZE
007580             '  STAR RATE ' DELIMITED BY SIZE
007590             EDIT-STAR-RATE DELIMITED BY SIZE
007600             '  TREE RATE ' DELIMITED BY SIZE
007610             EDIT-TREE-RATE DELIMITED BY SIZE
007620             INTO AUDIT-DETAIL
007630         END-STRING
007640         PERFORM 5500-LOG-EXCEPTION THRU 5500-EXIT
007650     END-IF.
007660     PERFORM 4010-READ-RATE THRU 4010-EXIT.
007670 4100-EXIT.
007680     EXIT.
007690
007700*----------------------------------------------------------------
007710* 5000-FIND-ACCOUNT - IS LOOK-ACCT-CODE ON THE CUSTOMER MASTER.
007720* A BLANK CODE NEVER IS.
007730*----------------------------------------------------------------
007740 5000-FIND-ACCOUNT.
007750     MOVE 'N' TO FOUND-SWITCH.
007760     IF LOOK-ACCT-CODE = SPACES
007770         GO TO 5000-EXIT
007780     END-IF.
007790     PERFORM 5010-MATCH-ONE-ACCOUNT THRU 5010-EXIT
007800         VARYING CUST-IDX FROM 1 BY 1
007810         UNTIL CUST-IDX > CUST-COUNT OR ENTRY-FOUND.
007820 5000-EXIT.
007830     EXIT.
007840
007850 5010-MATCH-ONE-ACCOUNT.
007860     IF CT-ACCT-CODE(CUST-IDX) = LOOK-ACCT-CODE
007870         MOVE 'Y' TO FOUND-SWITCH
007880     END-IF.
007890 5010-EXIT.
007900     EXIT.
007910
007920*----------------------------------------------------------------
007930* 5100-FIND-STOCK - IS LOOK-FILL-CHAR ON THE STOCK MASTER.
007940*----------------------------------------------------------------
007950 5100-FIND-STOCK.
007960     MOVE 'N' TO FOUND-SWITCH.
007970     PERFORM 5110-MATCH-ONE-STOCK THRU 5110-EXIT
007980         VARYING STOCK-IDX FROM 1 BY 1
007990         UNTIL STOCK-IDX > STOCK-COUNT OR ENTRY-FOUND.
008000 5100-EXIT.
008010     EXIT.
008020
008030 5110-MATCH-ONE-STOCK.
008040     IF ST-FILL-CHAR(STOCK-IDX) = LOOK-FILL-CHAR
008050         MOVE 'Y' TO FOUND-SWITCH
008060     END-IF.
008070 5110-EXIT.
008080     EXIT.
008090
008100*----------------------------------------------------------------
008110* 5200-FIND-EXTRACT - IS THE CURRENT ORDHIST RECORD'S ORDER IN
008120* THE EXTRACT KEY TABLE.
008130*----------------------------------------------------------------
008140 5200-FIND-EXTRACT.
008150     MOVE 'N' TO FOUND-SWITCH.
008160     PERFORM 5210-MATCH-ONE-EXTRACT THRU 5210-EXIT
008170         VARYING BILL-IDX FROM 1 BY 1
008180         UNTIL BILL-IDX > BILL-COUNT OR ENTRY-FOUND.
008190 5200-EXIT.
008200     EXIT.
008210
008220 5210-MATCH-ONE-EXTRACT.
008230     IF BK-JOB-NAME(BILL-IDX) = OH-JOB-NAME
008240             AND BK-RUN-DATE(BILL-IDX) = OH-RUN-DATE
008250             AND BK-ORDER-SEQ(BILL-IDX) = OH-ORDER-SEQ
008260         MOVE 'Y' TO FOUND-SWITCH
008270     END-IF.
008280 5210-EXIT.
008290     EXIT.
008300
008310*----------------------------------------------------------------
008320* 5500-LOG-EXCEPTION - COUNT ONE EXCEPTION OF TYPE AUDIT-PROBLEM
008330* AND HOLD ITS DETAIL FOR THE GROUPED REPORT.
008340*----------------------------------------------------------------
008350 5500-LOG-EXCEPTION.
008360     ADD 1 TO EXCEPTION-TOTAL.
008370     ADD 1 TO PT-FOUND(AUDIT-PROBLEM).
008380     IF EXC-COUNT < EXC-TABLE-MAX
008390         ADD 1 TO EXC-COUNT
008400         MOVE AUDIT-PROBLEM TO EX-PROBLEM(EXC-COUNT)
008410         MOVE AUDIT-DETAIL TO EX-DETAIL(EXC-COUNT)
008420         ADD 1 TO PT-LISTED(AUDIT-PROBLEM)
008430     END-IF.
008440 5500-EXIT.
008450     EXIT.
008460
008470*----------------------------------------------------------------
008480* 6000-WRITE-EXCEPTIONS - ONE GROUP PER PROBLEM TYPE FOUND, IN
008490* PROBLEM-TABLE ORDER, UNDER A HEADING FOR ITS FILE.
008500*----------------------------------------------------------------
008510 6000-WRITE-EXCEPTIONS.
008520     IF EXCEPTION-TOTAL = ZERO
008530         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
008540         MOVE '0' TO RPT-CC
008550         STRING 'NO EXCEPTIONS FOUND - THE FILES AGREE'
008560             DELIMITED BY SIZE
008570             INTO RPT-LINE
008580         END-STRING
008590         WRITE REPORT-RECORD
008600         GO TO 6000-EXIT
008610     END-IF.
008620     PERFORM 6100-WRITE-ONE-PROBLEM THRU 6100-EXIT
008630         VARYING PB-IDX FROM 1 BY 1
008640         UNTIL PB-IDX > PROBLEM-COUNT.
008650 6000-EXIT.
008660     EXIT.
008670
008680 6100-WRITE-ONE-PROBLEM.
008690     IF PT-FOUND(PB-IDX) = ZERO
008700         GO TO 6100-EXIT
008710     END-IF.
008720     IF PB-FILE-NAME(PB-IDX) NOT = LAST-FILE-NAME
008730         MOVE PB-FILE-NAME(PB-IDX) TO LAST-FILE-NAME
008740         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
008750         MOVE '0' TO RPT-CC
008760         STRING 'FILE ' DELIMITED BY SIZE
008770             PB-FILE-NAME(PB-IDX) DELIMITED BY SIZE
008780             INTO RPT-LINE
008790         END-STRING
008800         WRITE REPORT-RECORD
008810     END-IF.
008820
008830     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
008840     MOVE PT-FOUND(PB-IDX) TO EDIT-COUNT-4.
008850     STRING '  ' DELIMITED BY SIZE
008860         PB-TEXT(PB-IDX) DELIMITED BY SIZE
008870         ' ' DELIMITED BY SIZE
008880         EDIT-COUNT-4 DELIMITED BY SIZE
008890         INTO RPT-LINE
008900     END-STRING.
008910     WRITE REPORT-RECORD.
008920
008930     PERFORM 6200-WRITE-ONE-EXCEPTION THRU 6200-EXIT
008940         VARYING EXC-IDX FROM 1 BY 1
008950         UNTIL EXC-IDX > EXC-COUNT.
008960
008970     IF PT-FOUND(PB-IDX) > PT-LISTED(PB-IDX)
008980         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
008990         COMPUTE EDIT-COUNT-4 =
009000             PT-FOUND(PB-IDX) - PT-LISTED(PB-IDX)
009010         STRING '    ' DELIMITED BY SIZE
009020             EDIT-COUNT-4 DELIMITED BY SIZE
009030             ' MORE NOT LISTED - EXCEPTION TABLE FULL'
009040             DELIMITED BY SIZE
009050             INTO RPT-LINE
009060         END-STRING
009070         WRITE REPORT-RECORD
009080     END-IF.
009090 6100-EXIT.
009100     EXIT.
009110
009120 6200-WRITE-ONE-EXCEPTION.
009130     IF EX-PROBLEM(EXC-IDX) NOT = PB-IDX
009140         GO TO 6200-EXIT
009150     END-IF.
009160     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
009170     MOVE EX-DETAIL(EXC-IDX) TO RPT-LINE(5:110).
009180     WRITE REPORT-RECORD.
009190 6200-EXIT.
009200     EXIT.
009210
009220*----------------------------------------------------------------
009230* 7000-WRITE-TRAILER - WHAT WAS CHECKED, ANY CHECK THAT COULD
009240* NOT BE MADE, AND THE VERDICT.
009250*----------------------------------------------------------------
009260 7000-WRITE-TRAILER.
009270     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
009280     MOVE '0' TO RPT-CC.
009290     MOVE CUST-COUNT TO EDIT-COUNT-4.
009300     STRING 'CUSTMAST ACCOUNTS LOADED .. ' DELIMITED BY SIZE
009310         EDIT-COUNT-4 DELIMITED BY SIZE
009320         INTO RPT-LINE
009330     END-STRING.
009340     WRITE REPORT-RECORD.
009350
009360     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
009370     MOVE STOCK-COUNT TO EDIT-COUNT-4.
009380     STRING 'STOCKMST SYMBOLS LOADED ... ' DELIMITED BY SIZE
009390         EDIT-COUNT-4 DELIMITED BY SIZE
009400         INTO RPT-LINE
009410     END-STRING.
009420     WRITE REPORT-RECORD.
009430
009440     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
009450     MOVE STND-READ-COUNT TO EDIT-COUNT-4.
009460     STRING 'STANDMST RECORDS READ ..... ' DELIMITED BY SIZE
009470         EDIT-COUNT-4 DELIMITED BY SIZE
009480         INTO RPT-LINE
009490     END-STRING.
009500     WRITE REPORT-RECORD.
009510
009520     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
009530     MOVE ORDERS-READ-COUNT TO EDIT-COUNT-4.
009540     STRING 'ORDERS RECORDS READ ....... ' DELIMITED BY SIZE
009550         EDIT-COUNT-4 DELIMITED BY SIZE
009560         INTO RPT-LINE
009570     END-STRING.
009580     WRITE REPORT-RECORD.
009590
009600     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
009610     MOVE BILL-READ-COUNT TO EDIT-COUNT-4.
009620     STRING 'BILLEXT RECORDS READ ...... ' DELIMITED BY SIZE
009630         EDIT-COUNT-4 DELIMITED BY SIZE
009640         INTO RPT-LINE
009650     END-STRING.
009660     WRITE REPORT-RECORD.
009670
009680     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
009690     MOVE HIST-READ-COUNT TO EDIT-COUNT-6.
009700     STRING 'ORDHIST RECORDS READ ...... ' DELIMITED BY SIZE
009710         EDIT-COUNT-6 DELIMITED BY SIZE
009720         INTO RPT-LINE
009730     END-STRING.
009740     WRITE REPORT-RECORD.
009750
009760     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
009770     MOVE RATE-READ-COUNT TO EDIT-COUNT-4.
009780     STRING 'CUSTRATE RECORDS READ ..... ' DELIMITED BY SIZE
009790         EDIT-COUNT-4 DELIMITED BY SIZE
009800         INTO RPT-LINE
009810     END-STRING.
009820     WRITE REPORT-RECORD.
009830
009840     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
009850     MOVE EXCEPTION-TOTAL TO EDIT-COUNT-4.
009860     STRING 'EXCEPTIONS ................ ' DELIMITED BY SIZE
009870         EDIT-COUNT-4 DELIMITED BY SIZE
009880         INTO RPT-LINE
009890     END-STRING.
009900     WRITE REPORT-RECORD.
009910
009920     IF CUST-DROP-COUNT > ZERO OR STOCK-DROP-COUNT > ZERO
009930         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
009940         STRING 'NOTE - A MASTER EXCEEDED ITS TABLE; CODES '
009950             DELIMITED BY SIZE
009960             'PAST IT MAY SHOW AS MISSING' DELIMITED BY SIZE
009970             INTO RPT-LINE
009980         END-STRING
009990         WRITE REPORT-RECORD
010000     END-IF.
010010     IF HIST-MISSING
010020         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
010030         STRING 'NOTE - ORDHIST NOT FOUND; HISTORY CHECKS '
010040             DELIMITED BY SIZE
010050             'NOT MADE' DELIMITED BY SIZE
010060             INTO RPT-LINE
010070         END-STRING
010080         WRITE REPORT-RECORD
010090     END-IF.
010100     IF BILL-DROP-COUNT > ZERO
010110         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
010120         STRING 'NOTE - EXTRACT EXCEEDS KEY TABLE; UNBILLED '
010130             DELIMITED BY SIZE
010140             'ORDHIST CHECK NOT MADE' DELIMITED BY SIZE
010150             INTO RPT-LINE
010160         END-STRING
010170         WRITE REPORT-RECORD
010180     END-IF.
010190
010200     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
010210     IF EXCEPTION-TOTAL = ZERO
010220         STRING 'FILES ARE IN AGREEMENT' DELIMITED BY SIZE
010230             INTO RPT-LINE
010240         END-STRING
010250     ELSE
010260         STRING '*** INTEGRITY EXCEPTIONS - CORRECT THE MASTER '
010270             DELIMITED BY SIZE
010280             'DATA BEFORE STATEMENTS RUN ***' DELIMITED BY SIZE
010290             INTO RPT-LINE
010300         END-STRING
010310         DISPLAY 'TREEAUDIT INTEGRITY EXCEPTIONS - '
010320             EXCEPTION-TOTAL ' FOUND'
010330     END-IF.
010340     WRITE REPORT-RECORD.
010350
010360     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
010370     STRING 'RUN DATE/TIME ' DELIMITED BY SIZE
010380         RUN-DATE DELIMITED BY SIZE
010390         ' / ' DELIMITED BY SIZE
010400         RUN-TIME DELIMITED BY SIZE
010410         INTO RPT-LINE
010420     END-STRING.
010430     WRITE REPORT-RECORD.
010440 7000-EXIT.
010450     EXIT.
010460
010470*----------------------------------------------------------------
010480* 7100-WRITE-HEADER.
010490*----------------------------------------------------------------
010500 7100-WRITE-HEADER.
010510     MOVE SPACES TO RPT-LINE.
010520     MOVE '1' TO RPT-CC.
010530     STRING 'TREEAUDIT CROSS-FILE INTEGRITY AUDIT  '
010540         DELIMITED BY SIZE
010550         RUN-DATE DELIMITED BY SIZE
010560         INTO RPT-LINE
010570     END-STRING.
010580     WRITE REPORT-RECORD.
010590 7100-EXIT.
010600     EXIT.
010610
010620 7200-START-DETAIL-LINE.
010630     MOVE SPACES TO RPT-LINE.
010640     MOVE ' ' TO RPT-CC.
010650 7200-EXIT.
010660     EXIT.
010670
010680*----------------------------------------------------------------
010690* 9000-TERMINATE.
010700*----------------------------------------------------------------
010710 9000-TERMINATE.
010720     CLOSE REPORT-FILE.
010730 9000-EXIT.
010740     EXIT.
