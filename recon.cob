000300*                  A RESUBMISSION READS AS THE SAME ORDER COMING
000310*                  BACK, NOT NEW WORK COUNTED TWICE ACROSS TWO
000320*                  DAYS.
000330* 2026-10-15 IIRO  ORDERS TREESTARS HELD OVER A MONTHLY SPENDING
000340*                  LIMIT ARE ACCOUNTED FOR FROM THE HELD-ORDER
000350*                  FILE (HELDORD) THE SAME WAY PRINTED ORDERS ARE
000360*                  FROM THE EXTRACT, AND THE STATUS BALANCE IS
000370*                  NOW TREES + REJECTS + HELD = ORDERS READ.
000380* 2026-10-15 IIRO  POSTS STARTED AND ENDED EVENTS (RETURN CODE
000390*                  AND KEY COUNTS) TO THE SHARED CYCLCTL CYCLE-
000400*                  CONTROL LEDGER. REFUSES TO RUN - RC 12 - UNLESS
000410*                  TREESTARS HAS ENDED CLEAN FOR THE BUSINESS
000420*                  DATE, AND - RC 16 - IF THIS STEP ALREADY HAS
000430*                  AND THE CYCLPARM CARD DOES NOT NAME IT FOR A
000440*                  RERUN.
000450*----------------------------------------------------------------
000460
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT ORDER-FILE ASSIGN TO ORDERS
000510         ORGANIZATION IS SEQUENTIAL.
000520
000530     SELECT RUN-STATUS-FILE ASSIGN TO RUNSTAT
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS RSTA-FILE-STATUS.
000560
000570     SELECT REJECT-FILE ASSIGN TO REJLOG
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS REJ-FILE-STATUS.
000600
000610     SELECT BILLING-FILE ASSIGN TO BILLEXT
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS BILL-FILE-STATUS.
000640
000650     SELECT HELD-FILE ASSIGN TO HELDORD
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS HELD-FILE-STATUS.
000680
000690     SELECT REPORT-FILE ASSIGN TO RECONRPT
000700         ORGANIZATION IS SEQUENTIAL.
000710
000720     SELECT CYCLE-FILE ASSIGN TO CYCLCTL
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS CY-KEY
000760         FILE STATUS IS CYC-FILE-STATUS.
000770
000780     SELECT CYCLE-PARM-FILE ASSIGN TO CYCLPARM
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS CYC-PARM-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840*----------------------------------------------------------------
000850* ORDER-FILE - THE DAY'S ORDER QUEUE BEING RECONCILED.
000860*----------------------------------------------------------------
000870 FD  ORDER-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 80 CHARACTERS.
000910     COPY ORDREC.
000920
000930*----------------------------------------------------------------
000940* RUN-STATUS-FILE - THE ONE-RECORD MACHINE-READABLE RUN STATUS
000950* WRITTEN BY TREESTARS, READ FOR THE RUN FIGURES AND THE
000960* COMPLETE FLAG.
000970*----------------------------------------------------------------
000980 FD  RUN-STATUS-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE OMITTED
001010     RECORD CONTAINS 80 CHARACTERS.
001020     COPY RSTATREC.
001030
001040*----------------------------------------------------------------
001050* REJECT-FILE - THE DAY'S REJECT LOG.
001060*----------------------------------------------------------------
001070 FD  REJECT-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE OMITTED
001100     RECORD CONTAINS 80 CHARACTERS.
001110     COPY REJREC.
001120
001130*----------------------------------------------------------------
001140* BILLING-FILE - THE PER-ORDER EXTRACT; ONE RECORD HERE IS THE
001150* PROOF AN ORDER WAS PRINTED AND BILLED.
001160*----------------------------------------------------------------
001170 FD  BILLING-FILE
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE OMITTED
001200     RECORD CONTAINS 80 CHARACTERS.
001210     COPY BILLREC.
001220
001230*----------------------------------------------------------------
001240* HELD-FILE - ORDERS HELD OVER A MONTHLY SPENDING LIMIT; ONE
001250* RECORD HERE IS THE PROOF AN UNPRINTED, UNREJECTED ORDER WAS
001260* HELD FOR RELEASE. A MISSING FILE MEANS NOTHING WAS EVER HELD.
001270*----------------------------------------------------------------
001280 FD  HELD-FILE
001290     RECORDING MODE IS F
001300     LABEL RECORDS ARE STANDARD
001310     RECORD CONTAINS 160 CHARACTERS.
001320     COPY HELDREC.
001330
001340*----------------------------------------------------------------
001350* REPORT-FILE - THE RECONCILIATION / EXCEPTION REPORT, 132-BYTE
001360* PRINT LINE WITH AN ASA CARRIAGE-CONTROL BYTE.
001370*----------------------------------------------------------------
001380 FD  REPORT-FILE
001390     RECORDING MODE IS F
001400     LABEL RECORDS ARE OMITTED
001410     RECORD CONTAINS 132 CHARACTERS.
001420 01  REPORT-RECORD.
001430     05  RPT-CC                  PIC X(01).
001440     05  RPT-LINE                PIC X(131).
001450
001460*----------------------------------------------------------------
001470* CYCLE-FILE - THE SHARED CYCLE-CONTROL LEDGER (SEE CYCLREC),
001480* CHECKED BEFORE THIS STEP STARTS AND POSTED AT START AND END.
001490*----------------------------------------------------------------
001500 FD  CYCLE-FILE
001510     RECORD CONTAINS 120 CHARACTERS.
001520     COPY CYCLREC.
001530
001540*----------------------------------------------------------------
001550* CYCLE-PARM-FILE - THE OPTIONAL BUSINESS DATE / RERUN CARD.
001560*----------------------------------------------------------------
001570 FD  CYCLE-PARM-FILE
001580     RECORDING MODE IS F
001590     LABEL RECORDS ARE STANDARD
001600     RECORD CONTAINS 80 CHARACTERS.
001610     COPY CYCPREC.
001620
001630 WORKING-STORAGE SECTION.
001640 01  ORDERS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001650     88  ORDERS-EOF              VALUE 'Y'.
001660 01  REJ-EOF-SWITCH              PIC X(01) VALUE 'N'.
001670     88  REJ-EOF                 VALUE 'Y'.
001680 01  BILL-EOF-SWITCH             PIC X(01) VALUE 'N'.
001690     88  BILL-EOF                VALUE 'Y'.
001700 01  HELD-EOF-SWITCH             PIC X(01) VALUE 'N'.
001710     88  HELD-EOF                VALUE 'Y'.
001720 01  REJ-FILE-STATUS             PIC X(02) VALUE '00'.
001730 01  BILL-FILE-STATUS            PIC X(02) VALUE '00'.
001740 01  RSTA-FILE-STATUS            PIC X(02) VALUE '00'.
001750 01  HELD-FILE-STATUS            PIC X(02) VALUE '00'.
001760
001770*----------------------------------------------------------------
001780* ARRIVAL AND DISPATCH TABLES. ORDERS ARE LOADED IN ARRIVAL
001790* ORDER, THEN COPIED RUSH-FIRST INTO THE DISPATCH TABLE. THE
001800* SEQUENCING HERE MUST MATCH THE TREESTARS QUEUE DISPATCH
001810* (RUSH PASS, THEN ARRIVAL ORDER) OR EVERY SEQUENCE NUMBER IN
001820* THE EXTRACT AND REJECT LOG WOULD MISALIGN.
001830*----------------------------------------------------------------
001840 01  RECON-ORDER-MAX             PIC 9(04) VALUE 999.
001850 01  ARRIVAL-COUNT               PIC 9(04) VALUE 0.
001860 01  ORDERS-READ-TOTAL           PIC 9(04) VALUE 0.
001870 01  AR-IDX                      PIC 9(04) VALUE 0.
001880 01  RC-IDX                      PIC 9(04) VALUE 0.
001890 01  RC-COUNT                    PIC 9(04) VALUE 0.
001900 01  ARRIVAL-TABLE.
001910     05  AR-ENTRY OCCURS 999 TIMES.
001920         10  AR-JOB-NAME         PIC X(08).
001930         10  AR-PRIORITY         PIC X(01).
001940 01  RECON-TABLE.
001950     05  RC-ENTRY OCCURS 999 TIMES.
001960         10  RC-JOB-NAME         PIC X(08).
001970         10  RC-PRINTED-SWITCH   PIC X(01).
001980         10  RC-REJECTED-SWITCH  PIC X(01).
001990         10  RC-HELD-SWITCH      PIC X(01).
002000
002010*----------------------------------------------------------------
002020* RUN FIGURES LIFTED FROM THE RUNSTAT STATUS RECORD.
002030*----------------------------------------------------------------
002040 01  STATUS-SEEN-SWITCH          PIC X(01) VALUE 'N'.
002050     88  STATUS-SEEN             VALUE 'Y'.
002060 01  STATUS-RUN-DATE             PIC 9(08) VALUE 0.
002070 01  STATUS-TREES                PIC 9(04) VALUE 0.
002080 01  STATUS-REJECTS              PIC 9(04) VALUE 0.
002090 01  STATUS-REPRINTS             PIC 9(04) VALUE 0.
002100 01  STATUS-HELD                 PIC 9(04) VALUE 0.
002110 01  STATUS-COMPLETE-FLAG        PIC X(01) VALUE SPACE.
002120
002130 01  PRINTED-COUNT               PIC 9(04) VALUE 0.
002140 01  REJECTED-COUNT              PIC 9(04) VALUE 0.
002150 01  HELD-MATCH-COUNT            PIC 9(04) VALUE 0.
002160 01  REJECTS-BEYOND-TABLE        PIC 9(04) VALUE 0.
002170 01  RESUB-ORDER-COUNT           PIC 9(04) VALUE 0.
002180 01  EXCEPTION-COUNT             PIC 9(04) VALUE 0.
002190 01  BALANCE-SWITCH              PIC X(01) VALUE 'Y'.
002200     88  RUN-IN-BALANCE          VALUE 'Y'.
002210
002220 01  EDIT-COUNT-4                PIC ZZZ9.
002230 01  RUN-DATE                    PIC 9(08) VALUE 0.
002240 01  RUN-TIME                    PIC 9(08) VALUE 0.
002250
002260*----------------------------------------------------------------
002270* CYCLE CONTROL - THIS STEP'S LEDGER NAME, AND THE STEP THAT MUST
002280* HAVE ENDED CLEAN FOR THE SAME BUSINESS DATE BEFORE IT STARTS.
002290*----------------------------------------------------------------
002300 01  CYC-STEP-NAME               PIC X(10) VALUE 'TREERECON'.
002310 01  CYC-PRED-NAME               PIC X(10) VALUE 'TREESTARS'.
002320 01  CYC-BUS-DATE                PIC 9(08) VALUE 0.
002330 01  CYC-FILE-STATUS             PIC X(02) VALUE '00'.
002340 01  CYC-PARM-STATUS             PIC X(02) VALUE '00'.
002350 01  CYC-SCAN-DONE-SWITCH        PIC X(01) VALUE 'N'.
002360     88  CYC-SCAN-DONE           VALUE 'Y'.
002370 01  CYC-RERUN-SWITCH            PIC X(01) VALUE 'N'.
002380     88  CYC-RERUN-ALLOWED       VALUE 'Y'.
002390 01  CYC-REFUSED-SWITCH          PIC X(01) VALUE 'N'.
002400     88  CYC-REFUSED             VALUE 'Y'.
002410 01  CYC-SCAN-STEP               PIC X(10) VALUE SPACES.
002420 01  CYC-LAST-EVENT              PIC X(01) VALUE SPACE.
002430 01  CYC-LAST-RC                 PIC 9(03) VALUE 0.
002440 01  CYC-LAST-SEQ                PIC 9(03) VALUE 0.
002450 01  CYC-NEXT-SEQ                PIC 9(03) VALUE 0.
002460 01  CYC-EVENT-CODE              PIC X(01) VALUE SPACE.
002470 01  CYC-EVENT-RC                PIC 9(03) VALUE 0.
002480 01  CYC-REFUSE-RC               PIC 9(03) VALUE 0.
002490 01  CYC-NOTE                    PIC X(30) VALUE SPACES.
002500 01  CYC-KEY-COUNTS.
002510     05  CYC-KEY-COUNT OCCURS 3 TIMES.
002520         10  CYC-COUNT-LABEL     PIC X(08).
002530         10  CYC-COUNT-VALUE     PIC 9(07).
002540
002550 PROCEDURE DIVISION.
002560*----------------------------------------------------------------
002570* 0000-MAINLINE - LOAD AND SEQUENCE THE ORDERS, TAKE THE RUN
002580* FIGURES FROM THE RUNSTAT STATUS RECORD (ITS RUN DATE
002590* QUALIFIES THE EXTRACT MATCHES), MARK EACH ORDER PRINTED,
002600* REJECTED OR HELD FROM THE EXTRACT, REJECT LOG AND HELD-ORDER
002610* FILE, THEN PROVE THE RUN BALANCES.
002620*----------------------------------------------------------------
002630 0000-MAINLINE.
002640     PERFORM 0100-CHECK-CYCLE THRU 0100-EXIT.
002650     IF CYC-REFUSED
002660         MOVE CYC-REFUSE-RC TO RETURN-CODE
002670         STOP RUN
002680     END-IF.
002690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002700     PERFORM 2000-MARK-PRINTED THRU 2000-EXIT
002710         UNTIL BILL-EOF.
002720     PERFORM 3000-MARK-REJECTED THRU 3000-EXIT
002730         UNTIL REJ-EOF.
002740     PERFORM 4000-MARK-HELD THRU 4000-EXIT
002750         UNTIL HELD-EOF.
002760     PERFORM 5000-ANALYZE THRU 5000-EXIT.
002770     PERFORM 7000-WRITE-VERDICT THRU 7000-EXIT.
002780     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002790     IF NOT RUN-IN-BALANCE
002800         MOVE 8 TO RETURN-CODE
002810     END-IF.
002820     PERFORM 0900-END-CYCLE THRU 0900-EXIT.
002830     STOP RUN.
002840
002850*----------------------------------------------------------------
002860* 0100-CHECK-CYCLE - TAKE THE BUSINESS DATE FROM THE CYCLPARM
002870* CARD (TODAY IF NONE), THEN REFUSE - RC 12 - IF THE PREDECESSOR
002880* HAS NOT ENDED CLEAN FOR THAT DATE, OR - RC 16 - IF THIS STEP
002890* ALREADY HAS AND THE CARD DOES NOT NAME IT FOR A RERUN. THE
002900* START, OR THE REFUSAL, IS POSTED TO THE LEDGER.
002910*----------------------------------------------------------------
002920 0100-CHECK-CYCLE.
002930     ACCEPT CYC-BUS-DATE FROM DATE YYYYMMDD.
002940     MOVE SPACES TO CYC-KEY-COUNTS.
002950     MOVE ZERO TO CYC-COUNT-VALUE(1).
002960     MOVE ZERO TO CYC-COUNT-VALUE(2).
002970     MOVE ZERO TO CYC-COUNT-VALUE(3).
002980     OPEN INPUT CYCLE-PARM-FILE.
002990     IF CYC-PARM-STATUS NOT = '35'
003000         READ CYCLE-PARM-FILE
003010             AT END
003020                 MOVE SPACES TO CYCLE-PARM-RECORD
003030         END-READ
003040         IF CYP-BUS-DATE IS NUMERIC
003050             MOVE CYP-BUS-DATE TO CYC-BUS-DATE
003060         END-IF
003070         IF CYP-RERUN-STEP = CYC-STEP-NAME
003080             MOVE 'Y' TO CYC-RERUN-SWITCH
003090         END-IF
003100         CLOSE CYCLE-PARM-FILE
003110     END-IF.
003120     OPEN I-O CYCLE-FILE.
003130     IF CYC-FILE-STATUS = '35'
003140         OPEN OUTPUT CYCLE-FILE
003150         CLOSE CYCLE-FILE
003160         OPEN I-O CYCLE-FILE
003170     END-IF.
003180     IF CYC-PRED-NAME NOT = SPACES
003190         MOVE CYC-PRED-NAME TO CYC-SCAN-STEP
003200         PERFORM 0110-SCAN-STEP THRU 0110-EXIT
003210         IF CYC-LAST-EVENT NOT = 'E' OR CYC-LAST-RC > 4
003220             MOVE 'Y' TO CYC-REFUSED-SWITCH
003230             MOVE 12 TO CYC-REFUSE-RC
003240             STRING CYC-PRED-NAME DELIMITED BY SPACE
003250                 ' HAS NOT ENDED CLEAN' DELIMITED BY SIZE
003260                 INTO CYC-NOTE
003270             END-STRING
003280         END-IF
003290     END-IF.
003300     MOVE CYC-STEP-NAME TO CYC-SCAN-STEP.
003310     PERFORM 0110-SCAN-STEP THRU 0110-EXIT.
003320     COMPUTE CYC-NEXT-SEQ = CYC-LAST-SEQ + 1.
003330     IF NOT CYC-REFUSED
003340             AND CYC-LAST-EVENT = 'E' AND CYC-LAST-RC NOT > 4
003350         IF CYC-RERUN-ALLOWED
003360             MOVE 'RERUN BY CYCLPARM OVERRIDE' TO CYC-NOTE
003370         ELSE
003380             MOVE 'Y' TO CYC-REFUSED-SWITCH
003390             MOVE 16 TO CYC-REFUSE-RC
003400             MOVE 'ALREADY ENDED CLEAN - NO RERUN' TO CYC-NOTE
003410         END-IF
003420     END-IF.
003430     IF CYC-REFUSED
003440         MOVE 'R' TO CYC-EVENT-CODE
003450         MOVE CYC-REFUSE-RC TO CYC-EVENT-RC
003460         PERFORM 0130-WRITE-CYCLE-EVENT THRU 0130-EXIT
003470         CLOSE CYCLE-FILE
003480         DISPLAY 'TREERECON REFUSED FOR ' CYC-BUS-DATE
003490             ' - ' CYC-NOTE
003500     ELSE
003510         MOVE 'S' TO CYC-EVENT-CODE
003520         MOVE ZERO TO CYC-EVENT-RC
003530         PERFORM 0130-WRITE-CYCLE-EVENT THRU 0130-EXIT
003540     END-IF.
003550 0100-EXIT.
003560     EXIT.
003570
003580*----------------------------------------------------------------
003590* 0110-SCAN-STEP - WALK ONE STEP'S EVENTS FOR THE BUSINESS DATE,
003600* KEEPING THE LATEST STARTED/ENDED EVENT WITH ITS RETURN CODE, AND
003610* THE HIGHEST EVENT SEQUENCE USED. NO EVENTS LEAVES THE LAST EVENT
003620* BLANK - NEVER STARTED.
003630*----------------------------------------------------------------
003640 0110-SCAN-STEP.
003650     MOVE SPACE TO CYC-LAST-EVENT.
003660     MOVE ZERO TO CYC-LAST-RC.
003670     MOVE ZERO TO CYC-LAST-SEQ.
003680     MOVE 'N' TO CYC-SCAN-DONE-SWITCH.
003690     MOVE CYC-BUS-DATE TO CY-BUS-DATE.
003700     MOVE CYC-SCAN-STEP TO CY-STEP-NAME.
003710     MOVE ZERO TO CY-EVENT-SEQ.
003720     START CYCLE-FILE KEY NOT < CY-KEY
003730         INVALID KEY
003740             MOVE 'Y' TO CYC-SCAN-DONE-SWITCH
003750     END-START.
003760     IF NOT CYC-SCAN-DONE
003770         PERFORM 0120-READ-NEXT-CYCLE THRU 0120-EXIT
003780     END-IF.
003790     PERFORM 0115-SCAN-ONE-EVENT THRU 0115-EXIT
003800         UNTIL CYC-SCAN-DONE.
003810 0110-EXIT.
003820     EXIT.
003830
003840 0115-SCAN-ONE-EVENT.
003850     IF CY-BUS-DATE NOT = CYC-BUS-DATE
003860             OR CY-STEP-NAME NOT = CYC-SCAN-STEP
003870         MOVE 'Y' TO CYC-SCAN-DONE-SWITCH
003880         GO TO 0115-EXIT
003890     END-IF.
003900     MOVE CY-EVENT-SEQ TO CYC-LAST-SEQ.
003910     IF CY-EVENT-STARTED OR CY-EVENT-ENDED
003920         MOVE CY-EVENT TO CYC-LAST-EVENT
003930         MOVE CY-RETURN-CODE TO CYC-LAST-RC
003940     END-IF.
003950     PERFORM 0120-READ-NEXT-CYCLE THRU 0120-EXIT.
003960 0115-EXIT.
003970     EXIT.
003980
003990 0120-READ-NEXT-CYCLE.
004000     READ CYCLE-FILE NEXT RECORD
004010         AT END
004020             MOVE 'Y' TO CYC-SCAN-DONE-SWITCH
004030     END-READ.
004040 0120-EXIT.
004050     EXIT.
004060
004070*----------------------------------------------------------------
004080* 0130-WRITE-CYCLE-EVENT - POST ONE EVENT UNDER THE NEXT SEQUENCE
004090* NUMBER FOR THIS STEP AND BUSINESS DATE.
004100*----------------------------------------------------------------
004110 0130-WRITE-CYCLE-EVENT.
004120     MOVE SPACES TO CYCLE-CONTROL-RECORD.
004130     MOVE CYC-BUS-DATE TO CY-BUS-DATE.
004140     MOVE CYC-STEP-NAME TO CY-STEP-NAME.
004150     MOVE CYC-NEXT-SEQ TO CY-EVENT-SEQ.
004160     MOVE CYC-EVENT-CODE TO CY-EVENT.
004170     ACCEPT CY-EVENT-DATE FROM DATE YYYYMMDD.
004180     ACCEPT CY-EVENT-TIME FROM TIME.
004190     MOVE CYC-EVENT-RC TO CY-RETURN-CODE.
004200     MOVE CYC-RERUN-SWITCH TO CY-RERUN-FLAG.
004210     MOVE CYC-KEY-COUNTS TO CY-KEY-COUNTS.
004220     MOVE CYC-NOTE TO CY-NOTE.
004230     WRITE CYCLE-CONTROL-RECORD
004240         INVALID KEY
004250             DISPLAY 'TREERECON CYCLE LEDGER WRITE FAILED - KEY '
004260                 CY-KEY
004270     END-WRITE.
004280     ADD 1 TO CYC-NEXT-SEQ.
004290 0130-EXIT.
004300     EXIT.
004310
004320*----------------------------------------------------------------
004330* 0900-END-CYCLE - POST THE ENDED EVENT WITH THE STEP'S RETURN
004340* CODE AND ITS KEY COUNTS, AND CLOSE THE LEDGER.
004350*----------------------------------------------------------------
004360 0900-END-CYCLE.
004370     MOVE 'ORDERS' TO CYC-COUNT-LABEL(1).
004380     MOVE ORDERS-READ-TOTAL TO CYC-COUNT-VALUE(1).
004390     MOVE 'PRINTED' TO CYC-COUNT-LABEL(2).
004400     MOVE PRINTED-COUNT TO CYC-COUNT-VALUE(2).
004410     MOVE 'EXCEPTNS' TO CYC-COUNT-LABEL(3).
004420     MOVE EXCEPTION-COUNT TO CYC-COUNT-VALUE(3).
004430     MOVE 'E' TO CYC-EVENT-CODE.
004440     MOVE RETURN-CODE TO CYC-EVENT-RC.
004450     MOVE SPACES TO CYC-NOTE.
004460     PERFORM 0130-WRITE-CYCLE-EVENT THRU 0130-EXIT.
004470     CLOSE CYCLE-FILE.
004480 0900-EXIT.
004490     EXIT.
004500
004510*----------------------------------------------------------------
004520* 1000-INITIALIZE - OPEN EVERYTHING, PICK UP THE RUN STATUS
004530* RECORD, LOAD THE ORDER FILE AND BUILD THE DISPATCH-SEQUENCED
004540* TABLE, WRITE THE REPORT HEADER, AND PRIME THE TWO SEQUENTIAL
004550* SCANS.
004560*----------------------------------------------------------------
004570 1000-INITIALIZE.
004580     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
004590     ACCEPT RUN-TIME FROM TIME.
004600     OPEN INPUT ORDER-FILE.
004610     PERFORM 1300-READ-RUN-STATUS THRU 1300-EXIT.
004620     OPEN INPUT REJECT-FILE.
004630     IF REJ-FILE-STATUS = '35'
004640         MOVE 'Y' TO REJ-EOF-SWITCH
004650     END-IF.
004660     OPEN INPUT BILLING-FILE.
004670     IF BILL-FILE-STATUS = '35'
004680         MOVE 'Y' TO BILL-EOF-SWITCH
004690     END-IF.
004700     OPEN INPUT HELD-FILE.
004710     IF HELD-FILE-STATUS = '35'
004720         MOVE 'Y' TO HELD-EOF-SWITCH
004730     END-IF.
004740     OPEN OUTPUT REPORT-FILE.
004750     PERFORM 1100-LOAD-ORDERS THRU 1100-EXIT.
004760     PERFORM 1200-SEQUENCE-ORDERS THRU 1200-EXIT.
004770     PERFORM 7100-WRITE-HEADER THRU 7100-EXIT.
004780     IF NOT BILL-EOF
004790         PERFORM 2100-READ-BILLING THRU 2100-EXIT
004800     END-IF.
004810     IF NOT REJ-EOF
004820         PERFORM 3100-READ-REJECT THRU 3100-EXIT
004830     END-IF.
004840     IF NOT HELD-EOF
004850         PERFORM 4100-READ-HELD THRU 4100-EXIT
004860     END-IF.
004870 1000-EXIT.
004880     EXIT.
004890
004900*----------------------------------------------------------------
004910* 1300-READ-RUN-STATUS - ONE RECORD, WRITTEN BY TREESTARS. A
004920* MISSING FILE OR EMPTY RECORD MEANS THE PRINT RUN NEVER GOT AS
004930* FAR AS ITS STARTUP, WHICH 5000-ANALYZE TREATS AS ITS OWN
004940* EXCEPTION.
004950*----------------------------------------------------------------
004960 1300-READ-RUN-STATUS.
004970     OPEN INPUT RUN-STATUS-FILE.
004980     IF RSTA-FILE-STATUS = '35'
004990         GO TO 1300-EXIT
005000     END-IF.
005010     READ RUN-STATUS-FILE
005020         AT END
005030             CONTINUE
005040         NOT AT END
005050             MOVE 'Y' TO STATUS-SEEN-SWITCH
005060             MOVE RS-RUN-DATE TO STATUS-RUN-DATE
005070             MOVE RS-TREES-COMPLETED TO STATUS-TREES
005080             MOVE RS-REJECT-COUNT TO STATUS-REJECTS
005090             MOVE RS-REPRINTS-DONE TO STATUS-REPRINTS
005100             MOVE RS-COMPLETE-FLAG TO STATUS-COMPLETE-FLAG
005110             IF RS-HELD-COUNT IS NUMERIC
005120                 MOVE RS-HELD-COUNT TO STATUS-HELD
005130             END-IF
005140     END-READ.
005150     CLOSE RUN-STATUS-FILE.
005160 1300-EXIT.
005170     EXIT.
005180
005190 1100-LOAD-ORDERS.
005200     PERFORM 1110-READ-ORDER THRU 1110-EXIT.
005210     PERFORM 1120-STORE-ORDER THRU 1120-EXIT
005220         UNTIL ORDERS-EOF.
005230 1100-EXIT.
005240     EXIT.
005250
005260 1110-READ-ORDER.
005270     READ ORDER-FILE
005280         AT END
005290             MOVE 'Y' TO ORDERS-EOF-SWITCH
005300     END-READ.
005310 1110-EXIT.
005320     EXIT.
005330
005340 1120-STORE-ORDER.
005350     ADD 1 TO ORDERS-READ-TOTAL.
005360     IF ORD-RESUB-SEQ IS NUMERIC
005370         ADD 1 TO RESUB-ORDER-COUNT
005380     END-IF.
005390     IF ARRIVAL-COUNT < RECON-ORDER-MAX
005400         ADD 1 TO ARRIVAL-COUNT
005410         MOVE ORD-JOB-NAME TO AR-JOB-NAME(ARRIVAL-COUNT)
005420         MOVE ORD-PRIORITY TO AR-PRIORITY(ARRIVAL-COUNT)
005430     END-IF.
005440     PERFORM 1110-READ-ORDER THRU 1110-EXIT.
005450 1120-EXIT.
005460     EXIT.
005470
005480*----------------------------------------------------------------
005490* 1200-SEQUENCE-ORDERS - COPY THE ARRIVAL TABLE INTO DISPATCH
005500* ORDER: RUSH ORDERS FIRST, THEN THE REST, EACH IN ARRIVAL
005510* ORDER - THE SAME TWO-PASS RULE THE PRINT RUN USES.
005520*----------------------------------------------------------------
005530 1200-SEQUENCE-ORDERS.
005540     PERFORM 1210-TAKE-RUSH-ORDER THRU 1210-EXIT
005550         VARYING AR-IDX FROM 1 BY 1
005560         UNTIL AR-IDX > ARRIVAL-COUNT.
005570     PERFORM 1220-TAKE-NORMAL-ORDER THRU 1220-EXIT
005580         VARYING AR-IDX FROM 1 BY 1
005590         UNTIL AR-IDX > ARRIVAL-COUNT.
005600 1200-EXIT.
005610     EXIT.
005620
005630 1210-TAKE-RUSH-ORDER.
005640     IF AR-PRIORITY(AR-IDX) = 'R'
005650         ADD 1 TO RC-COUNT
005660         MOVE AR-JOB-NAME(AR-IDX) TO RC-JOB-NAME(RC-COUNT)
005670         MOVE 'N' TO RC-PRINTED-SWITCH(RC-COUNT)
005680         MOVE 'N' TO RC-REJECTED-SWITCH(RC-COUNT)
005690         MOVE 'N' TO RC-HELD-SWITCH(RC-COUNT)
005700     END-IF.
005710 1210-EXIT.
005720     EXIT.
005730
005740 1220-TAKE-NORMAL-ORDER.
005750     IF AR-PRIORITY(AR-IDX) NOT = 'R'
005760         ADD 1 TO RC-COUNT
005770         MOVE AR-JOB-NAME(AR-IDX) TO RC-JOB-NAME(RC-COUNT)
005780         MOVE 'N' TO RC-PRINTED-SWITCH(RC-COUNT)
005790         MOVE 'N' TO RC-REJECTED-SWITCH(RC-COUNT)
005800         MOVE 'N' TO RC-HELD-SWITCH(RC-COUNT)
005810     END-IF.
005820 1220-EXIT.
005830     EXIT.
005840
005850*----------------------------------------------------------------
005860* 2000-MARK-PRINTED - ONE BILLING EXTRACT RECORD. THE EXTRACT
005870* CARRIES A MONTH OF RUNS AND SEQUENCE NUMBERS RESTART AT ONE
005880* EVERY RUN, SO A RECORD ONLY PROVES THIS RUN'S ORDER WHEN ITS
005890* RUN DATE EQUALS THE STATUS RECORD'S RUN DATE AND BOTH THE
005900* SEQUENCE
005910* NUMBER AND THE JOB NAME MATCH THE DISPATCHED ORDER.
005920*----------------------------------------------------------------
005930 2000-MARK-PRINTED.
005940     IF BILL-ORDER-SEQ IS NUMERIC
005950             AND BILL-ORDER-SEQ > ZERO
005960             AND BILL-ORDER-SEQ NOT > RC-COUNT
005970             AND BILL-RUN-DATE = STATUS-RUN-DATE
005980         IF BILL-JOB-NAME = RC-JOB-NAME(BILL-ORDER-SEQ)
005990             MOVE 'Y' TO RC-PRINTED-SWITCH(BILL-ORDER-SEQ)
006000         END-IF
006010     END-IF.
006020     PERFORM 2100-READ-BILLING THRU 2100-EXIT.
006030 2000-EXIT.
006040     EXIT.
006050
006060 2100-READ-BILLING.
006070     READ BILLING-FILE
006080         AT END
006090             MOVE 'Y' TO BILL-EOF-SWITCH
006100     END-READ.
006110 2100-EXIT.
006120     EXIT.
006130
006140*----------------------------------------------------------------
006150* 3000-MARK-REJECTED - ONE REJECT LOG RECORD. SEQUENCE NUMBERS
006160* PAST THE ORDER TABLE (QUEUE-CAPACITY REJECTS) ARE COUNTED
006170* SEPARATELY SO THE STATUS BALANCE STILL PROVES OUT.
006180*----------------------------------------------------------------
006190 3000-MARK-REJECTED.
006200     IF RJ-ORDER-SEQ IS NUMERIC
006210             AND RJ-ORDER-SEQ > ZERO
006220             AND RJ-ORDER-SEQ NOT > RC-COUNT
006230         IF RJ-JOB-NAME = RC-JOB-NAME(RJ-ORDER-SEQ)
006240             MOVE 'Y' TO RC-REJECTED-SWITCH(RJ-ORDER-SEQ)
006250         END-IF
006260     ELSE
006270         ADD 1 TO REJECTS-BEYOND-TABLE
006280     END-IF.
006290     PERFORM 3100-READ-REJECT THRU 3100-EXIT.
006300 3000-EXIT.
006310     EXIT.
006320
006330 3100-READ-REJECT.
006340     READ REJECT-FILE
006350         AT END
006360             MOVE 'Y' TO REJ-EOF-SWITCH
006370     END-READ.
006380 3100-EXIT.
006390     EXIT.
006400
006410*----------------------------------------------------------------
006420* 4000-MARK-HELD - ONE HELD-ORDER RECORD. THE HELD FILE CARRIES
006430* EVERY ORDER STILL AWAITING RELEASE, FROM ANY DAY, SO - AS WITH
006440* THE EXTRACT - ONLY A RECORD FROM THE STATUS RUN DATE WHOSE
006450* SEQUENCE NUMBER AND JOB NAME MATCH THE DISPATCHED ORDER
006460* PROVES THIS RUN HELD IT.
006470*----------------------------------------------------------------
006480 4000-MARK-HELD.
006490     IF HLD-ORDER-SEQ IS NUMERIC
006500             AND HLD-ORDER-SEQ > ZERO
006510             AND HLD-ORDER-SEQ NOT > RC-COUNT
006520             AND HLD-RUN-DATE = STATUS-RUN-DATE
006530         IF HLD-JOB-NAME = RC-JOB-NAME(HLD-ORDER-SEQ)
006540             MOVE 'Y' TO RC-HELD-SWITCH(HLD-ORDER-SEQ)
006550         END-IF
006560     END-IF.
006570     PERFORM 4100-READ-HELD THRU 4100-EXIT.
006580 4000-EXIT.
006590     EXIT.
006600
006610 4100-READ-HELD.
006620     READ HELD-FILE
006630         AT END
006640             MOVE 'Y' TO HELD-EOF-SWITCH
006650     END-READ.
006660 4100-EXIT.
006670     EXIT.
006680
006690*----------------------------------------------------------------
006700* 5000-ANALYZE - EVERY DISPATCHED ORDER MUST BE EXACTLY ONE OF
006710* PRINTED, REJECTED OR HELD, AND THE STATUS COUNTS MUST ADD TO
006720* THE ORDERS READ. EACH FAILURE PRINTS AN EXCEPTION LINE. A
006730* MISSING OR INCOMPLETE STATUS RECORD IS ONE EXCEPTION AND
006740* STOPS THE ANALYSIS (NO
006750* RUN DATE MEANS NO EXTRACT MATCHING); A REPRINT-MODE RUN
006760* (REPRINTS ON THE STATUS RECORD) IS NOTED AND LEFT IN
006770* BALANCE, SINCE
006780* REPRINTS BILL NOTHING AND PER-ORDER CHECKS DO NOT APPLY.
006790*----------------------------------------------------------------
006800 5000-ANALYZE.
006810     IF NOT STATUS-SEEN
006820         MOVE 'N' TO BALANCE-SWITCH
006830         ADD 1 TO EXCEPTION-COUNT
006840         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
006850         STRING 'NO RUN STATUS RECORD FOUND (RUNSTAT)'
006860             DELIMITED BY SIZE
006870             INTO RPT-LINE
006880         END-STRING
006890         WRITE REPORT-RECORD
006900         GO TO 5000-EXIT
006910     END-IF.
006920
006930     IF STATUS-COMPLETE-FLAG NOT = 'Y'
006940         MOVE 'N' TO BALANCE-SWITCH
006950         ADD 1 TO EXCEPTION-COUNT
006960         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
006970         STRING 'RUN STATUS FLAGGED INCOMPLETE - PRINT RUN '
006980             DELIMITED BY SIZE
006990             'DID NOT END CLEANLY' DELIMITED BY SIZE
007000             INTO RPT-LINE
007010         END-STRING
007020         WRITE REPORT-RECORD
007030         GO TO 5000-EXIT
007040     END-IF.
007050
007060     IF STATUS-REPRINTS > ZERO
007070         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
007080         STRING 'REPRINT-MODE RUN - PER-ORDER RECONCILING'
007090             DELIMITED BY SIZE
007100             ' SKIPPED (REPRINTS ARE NOT BILLED)'
007110             DELIMITED BY SIZE
007120             INTO RPT-LINE
007130         END-STRING
007140         WRITE REPORT-RECORD
007150         GO TO 5000-EXIT
007160     END-IF.
007170
007180     PERFORM 5100-CHECK-ONE-ORDER THRU 5100-EXIT
007190         VARYING RC-IDX FROM 1 BY 1 UNTIL RC-IDX > RC-COUNT.
007200
007210     IF STATUS-TREES + STATUS-REJECTS + STATUS-HELD
007220             NOT = ORDERS-READ-TOTAL
007230         MOVE 'N' TO BALANCE-SWITCH
007240         ADD 1 TO EXCEPTION-COUNT
007250         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
007260         STRING 'STATUS COUNTS DO NOT ADD TO ORDERS READ'
007270             DELIMITED BY SIZE
007280             INTO RPT-LINE
007290         END-STRING
007300         WRITE REPORT-RECORD
007310     END-IF.
007320
007330     IF PRINTED-COUNT NOT = STATUS-TREES
007340         MOVE 'N' TO BALANCE-SWITCH
007350         ADD 1 TO EXCEPTION-COUNT
007360         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
007370         STRING 'BILLING EXTRACT COUNT DIFFERS FROM STATUS'
007380             DELIMITED BY SIZE
007390             INTO RPT-LINE
007400         END-STRING
007410         WRITE REPORT-RECORD
007420     END-IF.
007430
007440     IF REJECTED-COUNT + REJECTS-BEYOND-TABLE
007450             NOT = STATUS-REJECTS
007460         MOVE 'N' TO BALANCE-SWITCH
007470         ADD 1 TO EXCEPTION-COUNT
007480         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
007490         STRING 'REJECT LOG COUNT DIFFERS FROM STATUS'
007500             DELIMITED BY SIZE
007510             INTO RPT-LINE
007520         END-STRING
007530         WRITE REPORT-RECORD
007540     END-IF.
007550
007560     IF HELD-MATCH-COUNT NOT = STATUS-HELD
007570         MOVE 'N' TO BALANCE-SWITCH
007580         ADD 1 TO EXCEPTION-COUNT
007590         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
007600         STRING 'HELD ORDER FILE COUNT DIFFERS FROM STATUS'
007610             DELIMITED BY SIZE
007620             INTO RPT-LINE
007630         END-STRING
007640         WRITE REPORT-RECORD
007650     END-IF.
007660 5000-EXIT.
007670     EXIT.
007680
007690 5100-CHECK-ONE-ORDER.
007700     IF RC-PRINTED-SWITCH(RC-IDX) = 'Y'
007710         ADD 1 TO PRINTED-COUNT
007720     END-IF.
007730     IF RC-REJECTED-SWITCH(RC-IDX) = 'Y'
007740         ADD 1 TO REJECTED-COUNT
007750     END-IF.
007760     IF RC-HELD-SWITCH(RC-IDX) = 'Y'
007770         ADD 1 TO HELD-MATCH-COUNT
007780     END-IF.
007790     IF RC-HELD-SWITCH(RC-IDX) = 'Y'
007800             AND (RC-PRINTED-SWITCH(RC-IDX) = 'Y'
007810                 OR RC-REJECTED-SWITCH(RC-IDX) = 'Y')
007820         MOVE 'N' TO BALANCE-SWITCH
007830         ADD 1 TO EXCEPTION-COUNT
007840         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
007850         MOVE RC-IDX TO EDIT-COUNT-4
007860         STRING 'ORDER ' DELIMITED BY SIZE
007870             EDIT-COUNT-4 DELIMITED BY SIZE
007880             ' (' DELIMITED BY SIZE
007890             RC-JOB-NAME(RC-IDX) DELIMITED BY SIZE
007900             ') HELD BUT ALSO PRINTED OR REJECTED'
007910             DELIMITED BY SIZE
007920             INTO RPT-LINE
007930         END-STRING
007940         WRITE REPORT-RECORD
007950     END-IF.
007960     IF RC-PRINTED-SWITCH(RC-IDX) = 'Y'
007970             AND RC-REJECTED-SWITCH(RC-IDX) = 'Y'
007980         MOVE 'N' TO BALANCE-SWITCH
007990         ADD 1 TO EXCEPTION-COUNT
008000         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
008010         MOVE RC-IDX TO EDIT-COUNT-4
008020         STRING 'ORDER ' DELIMITED BY SIZE
008030             EDIT-COUNT-4 DELIMITED BY SIZE
008040             ' (' DELIMITED BY SIZE
008050             RC-JOB-NAME(RC-IDX) DELIMITED BY SIZE
008060             ') BOTH PRINTED AND REJECTED' DELIMITED BY SIZE
008070             INTO RPT-LINE
008080         END-STRING
008090         WRITE REPORT-RECORD
008100     END-IF.
008110     IF RC-PRINTED-SWITCH(RC-IDX) = 'N'
008120             AND RC-REJECTED-SWITCH(RC-IDX) = 'N'
008130             AND RC-HELD-SWITCH(RC-IDX) = 'N'
008140         MOVE 'N' TO BALANCE-SWITCH
008150         ADD 1 TO EXCEPTION-COUNT
008160         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
008170         MOVE RC-IDX TO EDIT-COUNT-4
008180         STRING 'ORDER ' DELIMITED BY SIZE
008190             EDIT-COUNT-4 DELIMITED BY SIZE
008200             ' (' DELIMITED BY SIZE
008210             RC-JOB-NAME(RC-IDX) DELIMITED BY SIZE
008220             ') NOT PRINTED, REJECTED OR HELD' DELIMITED BY SIZE
008230             INTO RPT-LINE
008240         END-STRING
008250         WRITE REPORT-RECORD
008260     END-IF.
008270 5100-EXIT.
008280     EXIT.
008290
008300*----------------------------------------------------------------
008310* 7100-WRITE-HEADER.
008320*----------------------------------------------------------------
008330 7100-WRITE-HEADER.
008340     MOVE SPACES TO RPT-LINE.
008350     MOVE '1' TO RPT-CC.
008360     STRING 'TREERECON END-OF-DAY RECONCILIATION  '
008370         DELIMITED BY SIZE
008380         RUN-DATE DELIMITED BY SIZE
008390         INTO RPT-LINE
008400     END-STRING.
008410     WRITE REPORT-RECORD.
008420 7100-EXIT.
008430     EXIT.
008440
008450 7200-START-DETAIL-LINE.
008460     MOVE SPACES TO RPT-LINE.
008470     MOVE ' ' TO RPT-CC.
008480 7200-EXIT.
008490     EXIT.
008500
008510*----------------------------------------------------------------
008520* 7000-WRITE-VERDICT - COUNT SUMMARY AND THE IN/OUT-OF-BALANCE
008530* VERDICT LINE THE OPERATOR FILES WITH THE DAY'S PAPERWORK.
008540*----------------------------------------------------------------
008550 7000-WRITE-VERDICT.
008560     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
008570     MOVE ORDERS-READ-TOTAL TO EDIT-COUNT-4.
008580     STRING 'ORDERS READ ............... ' DELIMITED BY SIZE
008590         EDIT-COUNT-4 DELIMITED BY SIZE
008600         INTO RPT-LINE
008610     END-STRING.
008620     WRITE REPORT-RECORD.
008630
008640     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
008650     MOVE RESUB-ORDER-COUNT TO EDIT-COUNT-4.
008660     STRING 'OF WHICH RESUBMISSIONS .... ' DELIMITED BY SIZE
008670         EDIT-COUNT-4 DELIMITED BY SIZE
008680         INTO RPT-LINE
008690     END-STRING.
008700     WRITE REPORT-RECORD.
008710
008720     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
008730     MOVE PRINTED-COUNT TO EDIT-COUNT-4.
008740     STRING 'PRINTED (BILLING MATCH) ... ' DELIMITED BY SIZE
008750         EDIT-COUNT-4 DELIMITED BY SIZE
008760         INTO RPT-LINE
008770     END-STRING.
008780     WRITE REPORT-RECORD.
008790
008800     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
008810     MOVE REJECTED-COUNT TO EDIT-COUNT-4.
008820     STRING 'REJECTED (LOG MATCH) ...... ' DELIMITED BY SIZE
008830         EDIT-COUNT-4 DELIMITED BY SIZE
008840         INTO RPT-LINE
008850     END-STRING.
008860     WRITE REPORT-RECORD.
008870
008880     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
008890     MOVE HELD-MATCH-COUNT TO EDIT-COUNT-4.
008900     STRING 'HELD (HELD FILE MATCH) .... ' DELIMITED BY SIZE
008910         EDIT-COUNT-4 DELIMITED BY SIZE
008920         INTO RPT-LINE
008930     END-STRING.
008940     WRITE REPORT-RECORD.
008950
008960     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
008970     MOVE STATUS-TREES TO EDIT-COUNT-4.
008980     STRING 'STATUS TREES COMPLETED .... ' DELIMITED BY SIZE
008990         EDIT-COUNT-4 DELIMITED BY SIZE
009000         INTO RPT-LINE
009010     END-STRING.
009020     WRITE REPORT-RECORD.
009030
009040     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
009050     MOVE STATUS-REJECTS TO EDIT-COUNT-4.
009060     STRING 'STATUS ORDERS REJECTED .... ' DELIMITED BY SIZE
009070         EDIT-COUNT-4 DELIMITED BY SIZE
009080         INTO RPT-LINE
009090     END-STRING.
009100     WRITE REPORT-RECORD.
009110
009120     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
009130     MOVE STATUS-HELD TO EDIT-COUNT-4.
009140     STRING 'STATUS ORDERS HELD ........ ' DELIMITED BY SIZE
009150         EDIT-COUNT-4 DELIMITED BY SIZE
009160         INTO RPT-LINE
009170     END-STRING.
009180     WRITE REPORT-RECORD.
009190
009200     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
009210     MOVE EXCEPTION-COUNT TO EDIT-COUNT-4.
009220     STRING 'EXCEPTIONS ................ ' DELIMITED BY SIZE
009230         EDIT-COUNT-4 DELIMITED BY SIZE
009240         INTO RPT-LINE
009250     END-STRING.
009260     WRITE REPORT-RECORD.
009270
009280     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
009290     IF RUN-IN-BALANCE
009300         STRING 'RUN IS IN BALANCE' DELIMITED BY SIZE
009310             INTO RPT-LINE
009320         END-STRING
009330     ELSE
009340         STRING '*** RUN IS OUT OF BALANCE - HOLD DOWNSTREAM '
009350             DELIMITED BY SIZE
009360             'JOBS ***' DELIMITED BY SIZE
009370             INTO RPT-LINE
009380         END-STRING
009390         DISPLAY 'TREERECON OUT OF BALANCE - '
009400             EXCEPTION-COUNT ' EXCEPTION(S)'
009410     END-IF.
009420     WRITE REPORT-RECORD.
009430 7000-EXIT.
009440     EXIT.
009450
009460*----------------------------------------------------------------
009470* 9000-TERMINATE.
009480*----------------------------------------------------------------
009490 9000-TERMINATE.
009500     CLOSE ORDER-FILE.
009510     CLOSE REJECT-FILE.
009520     CLOSE BILLING-FILE.
009530     CLOSE HELD-FILE.
009540     CLOSE REPORT-FILE.
009550 9000-EXIT.
009560     EXIT.
