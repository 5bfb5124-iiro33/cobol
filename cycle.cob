000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TreeCycle.
000030 AUTHOR. IIRO.
000040 INSTALLATION. PRINT-SHOP-DP.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* 2026-10-15 IIRO  ORIGINAL VERSION. CYCLE STATUS REPORT OVER
000110*                  THE CYCLCTL CYCLE-CONTROL LEDGER: ONE LINE PER
000120*                  STEP OF THE NIGHTLY SUITE, IN RUN ORDER, FOR
000130*                  THE BUSINESS DATE ON THE CYCLPARM CARD (TODAY
000140*                  IF NONE) - ENDED CLEAN, FAILED, STARTED WITH
000150*                  NO END, REFUSED, OR NEVER STARTED - WITH ITS
000160*                  PREDECESSOR, LATEST RETURN CODE, START AND END
000170*                  TIMES, ATTEMPTS AND KEY COUNTS. ENDS RETURN
000180*                  CODE 4 WHEN ANY STEP FAILED, WAS LEFT OPEN OR
000190*                  WAS REFUSED, SO THE SCHEDULER CAN PAGE.
000200*----------------------------------------------------------------
000210
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT CYCLE-FILE ASSIGN TO CYCLCTL
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS CY-KEY
000290         FILE STATUS IS CYC-FILE-STATUS.
000300
000310     SELECT CYCLE-PARM-FILE ASSIGN TO CYCLPARM
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS CYC-PARM-STATUS.
000340
000350     SELECT REPORT-FILE ASSIGN TO CYCLRPT
000360         ORGANIZATION IS SEQUENTIAL.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400*----------------------------------------------------------------
000410* CYCLE-FILE - THE SHARED CYCLE-CONTROL LEDGER, READ ONLY HERE.
000420*----------------------------------------------------------------
000430 FD  CYCLE-FILE
000440     RECORD CONTAINS 120 CHARACTERS.
000450     COPY CYCLREC.
000460
000470*----------------------------------------------------------------
000480* CYCLE-PARM-FILE - THE OPTIONAL BUSINESS DATE CARD THE STEPS
000490* THEMSELVES READ; THE RERUN FIELD IS IGNORED HERE.
000500*----------------------------------------------------------------
000510 FD  CYCLE-PARM-FILE
000520     RECORDING MODE IS F
000530     LABEL RECORDS ARE STANDARD
000540     RECORD CONTAINS 80 CHARACTERS.
000550     COPY CYCPREC.
000560
000570*----------------------------------------------------------------
000580* REPORT-FILE - THE CYCLE STATUS REPORT, 132-BYTE PRINT LINE
000590* WITH AN ASA CARRIAGE-CONTROL BYTE.
000600*----------------------------------------------------------------
000610 FD  REPORT-FILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE OMITTED
000640     RECORD CONTAINS 132 CHARACTERS.
000650 01  REPORT-RECORD.
000660     05  RPT-CC                  PIC X(01).
000670     05  RPT-LINE                PIC X(131).
000680
000690 WORKING-STORAGE SECTION.
000700 01  CYC-SCAN-DONE-SWITCH        PIC X(01) VALUE 'N'.
000710     88  CYC-SCAN-DONE           VALUE 'Y'.
000720 01  LEDGER-MISSING-SWITCH       PIC X(01) VALUE 'N'.
000730     88  LEDGER-MISSING          VALUE 'Y'.
000740 01  CYC-FILE-STATUS             PIC X(02) VALUE '00'.
000750 01  CYC-PARM-STATUS             PIC X(02) VALUE '00'.
000760 01  CYC-BUS-DATE                PIC 9(08) VALUE 0.
000770
000780*----------------------------------------------------------------
000790* THE NIGHTLY SUITE IN RUN ORDER, EACH STEP WITH THE STEP THAT
000800* MUST HAVE ENDED CLEAN BEFORE IT MAY START - THE SAME NAMES THE
000810* STEPS THEMSELVES CARRY. TREEBILL AND TREECLOSE RUN ONLY AT
000820* MONTH END, SO ON OTHER NIGHTS THEY SHOW NOT STARTED.
000830*----------------------------------------------------------------
000840 01  STEP-TABLE-VALUES.
000850     05  FILLER                  PIC X(20)
000860                                 VALUE 'TREESTAND           '.
000870     05  FILLER                  PIC X(20)
000880                                 VALUE 'TREESTARS TREESTAND '.
000890     05  FILLER                  PIC X(20)
000900                                 VALUE 'TREERECON TREESTARS '.
000910     05  FILLER                  PIC X(20)
000920                                 VALUE 'TREEBURST TREERECON '.
000930     05  FILLER                  PIC X(20)
000940                                 VALUE 'TREEDAILY TREESTARS '.
000950     05  FILLER                  PIC X(20)
000960                                 VALUE 'TREESTOCK TREESTARS '.
000970     05  FILLER                  PIC X(20)
000980                                 VALUE 'TREEBILL  TREERECON '.
000990     05  FILLER                  PIC X(20)
001000                                 VALUE 'TREECLOSE TREEBILL  '.
001010 01  STEP-TABLE REDEFINES STEP-TABLE-VALUES.
001020     05  STEP-ENTRY OCCURS 8 TIMES.
001030         10  ST-STEP-NAME        PIC X(10).
001040         10  ST-PRED-NAME        PIC X(10).
001050 01  STEP-COUNT                  PIC 9(02) VALUE 8.
001060 01  STEP-IDX                    PIC 9(02) VALUE 0.
001070 01  COUNT-IDX                   PIC 9(01) VALUE 0.
001080
001090*----------------------------------------------------------------
001100* ONE STEP'S EVENTS, GATHERED BY 2100: THE LATEST STARTED/ENDED
001110* EVENT DECIDES ITS STATUS, AS IT DOES FOR THE STEPS' OWN CHECK.
001120*----------------------------------------------------------------
001130 01  SC-LAST-EVENT               PIC X(01) VALUE SPACE.
001140 01  SC-LAST-RC                  PIC 9(03) VALUE 0.
001150 01  SC-START-TIME               PIC 9(08) VALUE 0.
001160 01  SC-END-TIME                 PIC 9(08) VALUE 0.
001170 01  SC-RUN-COUNT                PIC 9(03) VALUE 0.
001180 01  SC-REFUSED-COUNT            PIC 9(03) VALUE 0.
001190 01  SC-REFUSE-RC                PIC 9(03) VALUE 0.
001200 01  SC-REFUSE-NOTE              PIC X(30) VALUE SPACES.
001210 01  SC-RERUN-FLAG               PIC X(01) VALUE SPACE.
001220 01  SC-KEY-COUNTS.
001230     05  SC-KEY-COUNT OCCURS 3 TIMES.
001240         10  SC-COUNT-LABEL      PIC X(08).
001250         10  SC-COUNT-VALUE      PIC 9(07).
001260 01  SC-STATUS-TEXT              PIC X(16) VALUE SPACES.
001270
001280 01  CLEAN-STEP-COUNT            PIC 9(02) VALUE 0.
001290 01  PROBLEM-STEP-COUNT          PIC 9(02) VALUE 0.
001300 01  IDLE-STEP-COUNT             PIC 9(02) VALUE 0.
001310
001320 01  EDIT-RC                     PIC ZZ9.
001330 01  EDIT-COUNT-3                PIC ZZ9.
001340 01  EDIT-COUNT-7                PIC Z,ZZZ,ZZ9.
001350 01  EDIT-TIME                   PIC X(08) VALUE SPACES.
001360 01  TIME-WORK                   PIC 9(08) VALUE 0.
001370 01  TIME-WORK-PARTS REDEFINES TIME-WORK.
001380     05  TW-HH                   PIC X(02).
001390     05  TW-MM                   PIC X(02).
001400     05  TW-SS                   PIC X(02).
001410     05  TW-CC                   PIC X(02).
001420 01  LINE-PTR                    PIC 9(03) VALUE 1.
001430 01  RUN-DATE                    PIC 9(08) VALUE 0.
001440 01  RUN-TIME                    PIC 9(08) VALUE 0.
001450
001460 PROCEDURE DIVISION.
001470*----------------------------------------------------------------
001480* 0000-MAINLINE - ONE STATUS BLOCK PER STEP OF THE SUITE, THEN
001490* THE NIGHT'S TOTALS.
001500*----------------------------------------------------------------
001510 0000-MAINLINE.
001520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001530     PERFORM 2000-REPORT-ONE-STEP THRU 2000-EXIT
001540         VARYING STEP-IDX FROM 1 BY 1
001550         UNTIL STEP-IDX > STEP-COUNT.
001560     PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT.
001570     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001580     IF PROBLEM-STEP-COUNT > ZERO
001590         MOVE 4 TO RETURN-CODE
001600     END-IF.
001610     STOP RUN.
001620
001630*----------------------------------------------------------------
001640* 1000-INITIALIZE - BUSINESS DATE FROM THE CYCLPARM CARD (TODAY
001650* IF NONE), LEDGER OPENED FOR READING. A MISSING LEDGER MEANS NO
001660* STEP HAS EVER LOGGED, SO EVERY STEP SHOWS NOT STARTED.
001670*----------------------------------------------------------------
001680 1000-INITIALIZE.
001690     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
001700     ACCEPT RUN-TIME FROM TIME.
001710     MOVE RUN-DATE TO CYC-BUS-DATE.
001720     OPEN INPUT CYCLE-PARM-FILE.
001730     IF CYC-PARM-STATUS NOT = '35'
001740         READ CYCLE-PARM-FILE
001750             AT END
001760                 MOVE SPACES TO CYCLE-PARM-RECORD
001770         END-READ
001780         IF CYP-BUS-DATE IS NUMERIC
001790             MOVE CYP-BUS-DATE TO CYC-BUS-DATE
001800         END-IF
001810         CLOSE CYCLE-PARM-FILE
001820     END-IF.
001830     OPEN INPUT CYCLE-FILE.
001840     IF CYC-FILE-STATUS = '35'
001850         MOVE 'Y' TO LEDGER-MISSING-SWITCH
001860     END-IF.
001870     OPEN OUTPUT REPORT-FILE.
001880     PERFORM 7100-WRITE-HEADER THRU 7100-EXIT.
001890 1000-EXIT.
001900     EXIT.
001910
001920*----------------------------------------------------------------
001930* 2000-REPORT-ONE-STEP - GATHER THE STEP'S EVENTS FOR THE DATE,
001940* DECIDE ITS STATUS, AND PRINT ITS LINE, ITS KEY COUNTS FROM
001950* THE LATEST ENDED EVENT, AND THE LATEST REFUSAL IF ANY.
001960*----------------------------------------------------------------
001970 2000-REPORT-ONE-STEP.
001980     PERFORM 2100-GATHER-STEP THRU 2100-EXIT.
001990     EVALUATE TRUE
002000         WHEN SC-LAST-EVENT = 'E' AND SC-LAST-RC NOT > 4
002010             MOVE 'ENDED CLEAN' TO SC-STATUS-TEXT
002020             ADD 1 TO CLEAN-STEP-COUNT
002030         WHEN SC-LAST-EVENT = 'E'
002040             MOVE 'ENDED - FAILED' TO SC-STATUS-TEXT
002050             ADD 1 TO PROBLEM-STEP-COUNT
002060         WHEN SC-LAST-EVENT = 'S'
002070             MOVE 'STARTED - NO END' TO SC-STATUS-TEXT
002080             ADD 1 TO PROBLEM-STEP-COUNT
002090         WHEN SC-REFUSED-COUNT > ZERO
002100             MOVE 'REFUSED' TO SC-STATUS-TEXT
002110             ADD 1 TO PROBLEM-STEP-COUNT
002120         WHEN OTHER
002130             MOVE 'NOT STARTED' TO SC-STATUS-TEXT
002140             ADD 1 TO IDLE-STEP-COUNT
002150     END-EVALUATE.
002160
002170     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
002180     MOVE ST-STEP-NAME(STEP-IDX) TO RPT-LINE(1:10).
002190     MOVE ST-PRED-NAME(STEP-IDX) TO RPT-LINE(12:10).
002200     MOVE SC-STATUS-TEXT TO RPT-LINE(23:16).
002210     IF SC-LAST-EVENT = 'E'
002220         MOVE SC-LAST-RC TO EDIT-RC
002230         MOVE EDIT-RC TO RPT-LINE(40:3)
002240     END-IF.
002250     IF SC-LAST-EVENT NOT = SPACE
002260         MOVE SC-START-TIME TO TIME-WORK
002270         PERFORM 7300-EDIT-TIME THRU 7300-EXIT
002280         MOVE EDIT-TIME TO RPT-LINE(45:8)
002290     END-IF.
002300     IF SC-LAST-EVENT = 'E'
002310         MOVE SC-END-TIME TO TIME-WORK
002320         PERFORM 7300-EDIT-TIME THRU 7300-EXIT
002330         MOVE EDIT-TIME TO RPT-LINE(55:8)
002340     END-IF.
002350     MOVE SC-RUN-COUNT TO EDIT-COUNT-3.
002360     MOVE EDIT-COUNT-3 TO RPT-LINE(65:3).
002370     MOVE SC-REFUSED-COUNT TO EDIT-COUNT-3.
002380     MOVE EDIT-COUNT-3 TO RPT-LINE(72:3).
002390     IF SC-RERUN-FLAG = 'Y'
002400         MOVE 'RERUN' TO RPT-LINE(77:5)
002410     END-IF.
002420     WRITE REPORT-RECORD.
002430
002440     IF SC-LAST-EVENT = 'E'
002450         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
002460         MOVE 23 TO LINE-PTR
002470         PERFORM 2300-EDIT-ONE-COUNT THRU 2300-EXIT
002480             VARYING COUNT-IDX FROM 1 BY 1
002490             UNTIL COUNT-IDX > 3
002500         WRITE REPORT-RECORD
002510     END-IF.
002520
002530     IF SC-REFUSED-COUNT > ZERO
002540         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
002550         MOVE SC-REFUSE-RC TO EDIT-RC
002560         STRING 'LAST REFUSAL RC ' DELIMITED BY SIZE
002570             EDIT-RC DELIMITED BY SIZE
002580             ' - ' DELIMITED BY SIZE
002590             SC-REFUSE-NOTE DELIMITED BY SIZE
002600             INTO RPT-LINE(23:)
002610         END-STRING
002620         WRITE REPORT-RECORD
002630     END-IF.
002640 2000-EXIT.
002650     EXIT.
002660
002670*----------------------------------------------------------------
002680* 2100-GATHER-STEP - WALK THE STEP'S EVENTS FOR THE BUSINESS
002690* DATE IN SEQUENCE ORDER.
002700*----------------------------------------------------------------
002710 2100-GATHER-STEP.
002720     MOVE SPACE TO SC-LAST-EVENT.
002730     MOVE ZERO TO SC-LAST-RC.
002740     MOVE ZERO TO SC-START-TIME.
002750     MOVE ZERO TO SC-END-TIME.
002760     MOVE ZERO TO SC-RUN-COUNT.
002770     MOVE ZERO TO SC-REFUSED-COUNT.
002780     MOVE ZERO TO SC-REFUSE-RC.
002790     MOVE SPACES TO SC-REFUSE-NOTE.
002800     MOVE SPACE TO SC-RERUN-FLAG.
002810     MOVE SPACES TO SC-KEY-COUNTS.
002820     IF LEDGER-MISSING
002830         GO TO 2100-EXIT
002840     END-IF.
002850     MOVE 'N' TO CYC-SCAN-DONE-SWITCH.
002860     MOVE CYC-BUS-DATE TO CY-BUS-DATE.
002870     MOVE ST-STEP-NAME(STEP-IDX) TO CY-STEP-NAME.
002880     MOVE ZERO TO CY-EVENT-SEQ.
002890     START CYCLE-FILE KEY NOT < CY-KEY
002900         INVALID KEY
002910             MOVE 'Y' TO CYC-SCAN-DONE-SWITCH
002920     END-START.
002930     IF NOT CYC-SCAN-DONE
002940         PERFORM 2120-READ-NEXT-CYCLE THRU 2120-EXIT
002950     END-IF.
002960     PERFORM 2110-GATHER-ONE-EVENT THRU 2110-EXIT
002970         UNTIL CYC-SCAN-DONE.
002980 2100-EXIT.
002990     EXIT.
003000
003010 2110-GATHER-ONE-EVENT.
003020     IF CY-BUS-DATE NOT = CYC-BUS-DATE
003030             OR CY-STEP-NAME NOT = ST-STEP-NAME(STEP-IDX)
003040         MOVE 'Y' TO CYC-SCAN-DONE-SWITCH
003050         GO TO 2110-EXIT
003060     END-IF.
003070     EVALUATE TRUE
003080         WHEN CY-EVENT-STARTED
003090             MOVE 'S' TO SC-LAST-EVENT
003100             MOVE ZERO TO SC-LAST-RC
003110             MOVE CY-EVENT-TIME TO SC-START-TIME
003120             MOVE CY-RERUN-FLAG TO SC-RERUN-FLAG
003130             ADD 1 TO SC-RUN-COUNT
003140         WHEN CY-EVENT-ENDED
003150             MOVE 'E' TO SC-LAST-EVENT
003160             MOVE CY-RETURN-CODE TO SC-LAST-RC
003170             MOVE CY-EVENT-TIME TO SC-END-TIME
003180             MOVE CY-KEY-COUNTS TO SC-KEY-COUNTS
003190         WHEN CY-EVENT-REFUSED
003200             ADD 1 TO SC-REFUSED-COUNT
003210             MOVE CY-RETURN-CODE TO SC-REFUSE-RC
003220             MOVE CY-NOTE TO SC-REFUSE-NOTE
003230     END-EVALUATE.
003240     PERFORM 2120-READ-NEXT-CYCLE THRU 2120-EXIT.
003250 2110-EXIT.
003260     EXIT.
003270
003280 2120-READ-NEXT-CYCLE.
003290     READ CYCLE-FILE NEXT RECORD
003300         AT END
003310             MOVE 'Y' TO CYC-SCAN-DONE-SWITCH
003320     END-READ.
003330 2120-EXIT.
003340     EXIT.
003350
003360*----------------------------------------------------------------
003370* 2300-EDIT-ONE-COUNT - ONE LABELLED KEY COUNT ONTO THE COUNTS
003380* LINE. UNUSED COUNT SLOTS HAVE A BLANK LABEL.
003390*----------------------------------------------------------------
003400 2300-EDIT-ONE-COUNT.
003410     IF SC-COUNT-LABEL(COUNT-IDX) = SPACES
003420         GO TO 2300-EXIT
003430     END-IF.
003440     IF SC-COUNT-VALUE(COUNT-IDX) IS NUMERIC
003450         MOVE SC-COUNT-VALUE(COUNT-IDX) TO EDIT-COUNT-7
003460     ELSE
003470         MOVE ZERO TO EDIT-COUNT-7
003480     END-IF.
003490     STRING SC-COUNT-LABEL(COUNT-IDX) DELIMITED BY SIZE
003500         EDIT-COUNT-7 DELIMITED BY SIZE
003510         '   ' DELIMITED BY SIZE
003520         INTO RPT-LINE
003530         WITH POINTER LINE-PTR
003540     END-STRING.
003550 2300-EXIT.
003560     EXIT.
003570
003580*----------------------------------------------------------------
003590* 7100-WRITE-HEADER.
003600*----------------------------------------------------------------
003610 7100-WRITE-HEADER.
003620     MOVE SPACES TO RPT-LINE.
003630     MOVE '1' TO RPT-CC.
003640     STRING 'TREECYCLE NIGHTLY CYCLE STATUS  BUSINESS DATE '
003650         DELIMITED BY SIZE
003660         CYC-BUS-DATE DELIMITED BY SIZE
003670         INTO RPT-LINE
003680     END-STRING.
003690     WRITE REPORT-RECORD.
003700     IF LEDGER-MISSING
003710         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
003720         STRING 'CYCLE-CONTROL LEDGER NOT FOUND - NO STEP HAS '
003730             DELIMITED BY SIZE
003740             'LOGGED' DELIMITED BY SIZE
003750             INTO RPT-LINE
003760         END-STRING
003770         WRITE REPORT-RECORD
003780     END-IF.
003790     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
003800     MOVE '0' TO RPT-CC.
003810     STRING 'STEP       PREDECESSR STATUS            RC  '
003820         DELIMITED BY SIZE
003830         'STARTED   ENDED     RUNS  REFUSED' DELIMITED BY SIZE
003840         INTO RPT-LINE
003850     END-STRING.
003860     WRITE REPORT-RECORD.
003870 7100-EXIT.
003880     EXIT.
003890
003900 7200-START-DETAIL-LINE.
003910     MOVE SPACES TO RPT-LINE.
003920     MOVE ' ' TO RPT-CC.
003930 7200-EXIT.
003940     EXIT.
003950
003960*----------------------------------------------------------------
003970* 7300-EDIT-TIME - HHMMSSCC TO HH:MM:SS.
003980*----------------------------------------------------------------
003990 7300-EDIT-TIME.
004000     MOVE SPACES TO EDIT-TIME.
004010     STRING TW-HH ':' TW-MM ':' TW-SS DELIMITED BY SIZE
004020         INTO EDIT-TIME
004030     END-STRING.
004040 7300-EXIT.
004050     EXIT.
004060
004070*----------------------------------------------------------------
004080* 7000-WRITE-TRAILER.
004090*----------------------------------------------------------------
004100 7000-WRITE-TRAILER.
004110     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
004120     MOVE '0' TO RPT-CC.
004130     MOVE CLEAN-STEP-COUNT TO EDIT-COUNT-3.
004140     STRING 'STEPS ENDED CLEAN ......... ' DELIMITED BY SIZE
004150         EDIT-COUNT-3 DELIMITED BY SIZE
004160         INTO RPT-LINE
004170     END-STRING.
004180     WRITE REPORT-RECORD.
004190
004200     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
004210     MOVE PROBLEM-STEP-COUNT TO EDIT-COUNT-3.
004220     STRING 'FAILED, OPEN OR REFUSED ... ' DELIMITED BY SIZE
004230         EDIT-COUNT-3 DELIMITED BY SIZE
004240         INTO RPT-LINE
004250     END-STRING.
004260     WRITE REPORT-RECORD.
004270
004280     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
004290     MOVE IDLE-STEP-COUNT TO EDIT-COUNT-3.
004300     STRING 'NOT STARTED ............... ' DELIMITED BY SIZE
004310         EDIT-COUNT-3 DELIMITED BY SIZE
004320         INTO RPT-LINE
004330     END-STRING.
004340     WRITE REPORT-RECORD.
004350
004360     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
004370     STRING 'RUN DATE/TIME ' DELIMITED BY SIZE
004380         RUN-DATE DELIMITED BY SIZE
004390         ' / ' DELIMITED BY SIZE
004400         RUN-TIME DELIMITED BY SIZE
004410         INTO RPT-LINE
004420     END-STRING.
004430     WRITE REPORT-RECORD.
004440 7000-EXIT.
004450     EXIT.
004460
004470*----------------------------------------------------------------
004480* 9000-TERMINATE.
004490*----------------------------------------------------------------
004500 9000-TERMINATE.
004510     IF NOT LEDGER-MISSING
004520         CLOSE CYCLE-FILE
004530     END-IF.
004540     CLOSE REPORT-FILE.
004550 9000-EXIT.
004560     EXIT.
