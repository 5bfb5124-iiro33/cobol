000180*                  LANDS IN THE SAME OUTPUT BIN AS THE
000190*                  DEPARTMENT'S BANNERS INSTEAD OF IN A SLIP
000200*                  FILE NOBODY READS.
000210* 2026-10-15 IIRO  ORDERS HELD OVER THEIR ACCOUNT'S MONTHLY
000220*                  SPENDING LIMIT ('HELD' SLIPS) ARE LISTED IN
000230*                  THEIR OWN SECTION AND COUNTED ON THE COUNTS
000240*                  LINE, SO THE DEPARTMENT KNOWS THE ORDER IS
000250*                  WAITING ON FINANCE AND NOT LOST.
000260* 2026-10-15 IIRO  POSTS STARTED AND ENDED EVENTS (RETURN CODE
000270*                  AND KEY COUNTS) TO THE SHARED CYCLCTL CYCLE-
000280*                  CONTROL LEDGER. REFUSES TO RUN - RC 12 - UNLESS
000290*                  TREESTARS HAS ENDED CLEAN FOR THE BUSINESS
000300*                  DATE, AND - RC 16 - IF THIS STEP ALREADY HAS
000310*                  AND THE CYCLPARM CARD DOES NOT NAME IT FOR A
000320*                  RERUN.
000330*----------------------------------------------------------------
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT ACK-FILE ASSIGN TO ACKFILE
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS ACK-FILE-STATUS.
000410
000420     SELECT REJECT-FILE ASSIGN TO REJLOG
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS REJ-FILE-STATUS.
000450
000460     SELECT SUMMARY-FILE ASSIGN TO DAYSUM
000470         ORGANIZATION IS SEQUENTIAL.
000480
000490     SELECT CYCLE-FILE ASSIGN TO CYCLCTL
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS CY-KEY
000530         FILE STATUS IS CYC-FILE-STATUS.
000540
000550     SELECT CYCLE-PARM-FILE ASSIGN TO CYCLPARM
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS CYC-PARM-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610*----------------------------------------------------------------
000620* ACK-FILE - THE DAY'S ACKNOWLEDGMENT SLIPS FROM TREESTARS.
000630*----------------------------------------------------------------
000640 FD  ACK-FILE
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE OMITTED
000670     RECORD CONTAINS 80 CHARACTERS.
000680     COPY ACKREC.
000690
000700*----------------------------------------------------------------
000710* REJECT-FILE - THE DAY'S REJECT LOG, MERGED IN FOR THE REASON
000720* TEXT UNDER EACH DESTINATION'S REJECTED ORDERS.
000730*----------------------------------------------------------------
000740 FD  REJECT-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE OMITTED
000770     RECORD CONTAINS 80 CHARACTERS.
000780     COPY REJREC.
000790
000800*----------------------------------------------------------------
000810* SUMMARY-FILE - THE ROUTED SUMMARY PAGES, 132-BYTE PRINT LINE
000820* WITH AN ASA CARRIAGE-CONTROL BYTE. FED THROUGH TREEBURST WITH
000830* (OR AFTER) THE PRTOUT SPOOL SO EACH PAGE FOLLOWS ITS
000840* DESTINATION'S BANNERS INTO THE SAME BIN.
000850*----------------------------------------------------------------
000860 FD  SUMMARY-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE OMITTED
000890     RECORD CONTAINS 132 CHARACTERS.
000900 01  SUMMARY-RECORD.
000910     05  SUM-CC                  PIC X(01).
000920     05  SUM-LINE                PIC X(131).
000930
000940*----------------------------------------------------------------
000950* CYCLE-FILE - THE SHARED CYCLE-CONTROL LEDGER (SEE CYCLREC),
000960* CHECKED BEFORE THIS STEP STARTS AND POSTED AT START AND END.
000970*----------------------------------------------------------------
000980 FD  CYCLE-FILE
000990     RECORD CONTAINS 120 CHARACTERS.
001000     COPY CYCLREC.
001010
001020*----------------------------------------------------------------
001030* CYCLE-PARM-FILE - THE OPTIONAL BUSINESS DATE / RERUN CARD.
001040*----------------------------------------------------------------
001050 FD  CYCLE-PARM-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 80 CHARACTERS.
001090     COPY CYCPREC.
001100
001110 WORKING-STORAGE SECTION.
001120 01  ACK-EOF-SWITCH              PIC X(01) VALUE 'N'.
001130     88  ACK-EOF                 VALUE 'Y'.
001140 01  REJ-EOF-SWITCH              PIC X(01) VALUE 'N'.
001150     88  REJ-EOF                 VALUE 'Y'.
001160 01  ACK-FILE-STATUS             PIC X(02) VALUE '00'.
001170 01  REJ-FILE-STATUS             PIC X(02) VALUE '00'.
001180
001190*----------------------------------------------------------------
001200* SLIP AND REJECT TABLES - THE WHOLE DAY IS LOADED AT STARTUP SO
001210* THE SUMMARY CAN BE CUT DESTINATION BY DESTINATION. BLANK
001220* DESTINATIONS GROUP UNDER '(SHOP)', THE BURSTER'S CATCH-ALL,
001230* THE SAME WAY THE PAGE HEADERS ROUTE THEM.
001240*----------------------------------------------------------------
001250 01  SLIP-TABLE-MAX              PIC 9(04) VALUE 999.
001260 01  SLIP-COUNT                  PIC 9(04) VALUE 0.
001270 01  SLIP-IDX                    PIC 9(04) VALUE 0.
001280 01  SLIP-DROP-COUNT             PIC 9(04) VALUE 0.
001290 01  SLIP-TABLE.
001300     05  SLIP-ENTRY OCCURS 999 TIMES.
001310         10  SL-ORDER-SEQ        PIC 9(04).
001320         10  SL-JOB-NAME         PIC X(08).
001330         10  SL-DEST-NAME        PIC X(08).
001340         10  SL-STATUS           PIC X(08).
001350         10  SL-SOURCE-CODE      PIC X(01).
001360         10  SL-RESUB-SEQ        PIC X(04).
001370
001380 01  REJL-TABLE-MAX              PIC 9(04) VALUE 999.
001390 01  REJL-COUNT                  PIC 9(04) VALUE 0.
001400 01  REJL-IDX                    PIC 9(04) VALUE 0.
001410 01  REJL-DROP-COUNT             PIC 9(04) VALUE 0.
001420 01  REJL-TABLE.
001430     05  REJL-ENTRY OCCURS 999 TIMES.
001440         10  RL-ORDER-SEQ        PIC 9(04).
001450         10  RL-JOB-NAME         PIC X(08).
001460         10  RL-DEST-NAME        PIC X(08).
001470         10  RL-REASON-TEXT      PIC X(40).
001480
001490*----------------------------------------------------------------
001500* DESTINATION TABLE - BOUND IN FIRST-SEEN ORDER ACROSS THE SLIPS
001510* AND THE REJECT LOG; ONE SUMMARY PAGE IS CUT PER ENTRY.
001520*----------------------------------------------------------------
001530 01  DEST-TABLE-MAX              PIC 9(02) VALUE 50.
001540 01  DEST-COUNT                  PIC 9(02) VALUE 0.
001550 01  DEST-IDX                    PIC 9(02) VALUE 0.
001560 01  DEST-FOUND-SWITCH           PIC X(01) VALUE 'N'.
001570     88  DEST-FOUND              VALUE 'Y'.
001580 01  DEST-OVERFLOW-SWITCH        PIC X(01) VALUE 'N'.
001590     88  DEST-OVERFLOWED         VALUE 'Y'.
001600 01  DEST-OVERFLOW-COUNT         PIC 9(04) VALUE 0.
001610 01  WORK-DEST-NAME              PIC X(08) VALUE SPACES.
001620 01  DEST-TABLE.
001630     05  DEST-ENTRY OCCURS 50 TIMES.
001640         10  DT-DEST-NAME        PIC X(08).
001650
001660 01  PAGE-ACCEPT-COUNT           PIC 9(04) VALUE 0.
001670 01  PAGE-REJECT-COUNT           PIC 9(04) VALUE 0.
001680 01  PAGE-HELD-COUNT             PIC 9(04) VALUE 0.
001690 01  PAGES-WRITTEN               PIC 9(04) VALUE 0.
001700
001710 01  EDIT-COUNT-4                PIC ZZZ9.
001720 01  RUN-DATE                    PIC 9(08) VALUE 0.
001730 01  RUN-TIME                    PIC 9(08) VALUE 0.
001740
001750*----------------------------------------------------------------
001760* CYCLE CONTROL - THIS STEP'S LEDGER NAME, AND THE STEP THAT MUST
001770* HAVE ENDED CLEAN FOR THE SAME BUSINESS DATE BEFORE IT STARTS.
001780*----------------------------------------------------------------
001790 01  CYC-STEP-NAME               PIC X(10) VALUE 'TREEDAILY'.
001800 01  CYC-PRED-NAME               PIC X(10) VALUE 'TREESTARS'.
001810 01  CYC-BUS-DATE                PIC 9(08) VALUE 0.
001820 01  CYC-FILE-STATUS             PIC X(02) VALUE '00'.
001830 01  CYC-PARM-STATUS             PIC X(02) VALUE '00'.
001840 01  CYC-SCAN-DONE-SWITCH        PIC X(01) VALUE 'N'.
001850     88  CYC-SCAN-DONE           VALUE 'Y'.
001860 01  CYC-RERUN-SWITCH            PIC X(01) VALUE 'N'.
001870     88  CYC-RERUN-ALLOWED       VALUE 'Y'.
001880 01  CYC-REFUSED-SWITCH          PIC X(01) VALUE 'N'.
001890     88  CYC-REFUSED             VALUE 'Y'.
001900 01  CYC-SCAN-STEP               PIC X(10) VALUE SPACES.
001910 01  CYC-LAST-EVENT              PIC X(01) VALUE SPACE.
001920 01  CYC-LAST-RC                 PIC 9(03) VALUE 0.
001930 01  CYC-LAST-SEQ                PIC 9(03) VALUE 0.
001940 01  CYC-NEXT-SEQ                PIC 9(03) VALUE 0.
001950 01  CYC-EVENT-CODE              PIC X(01) VALUE SPACE.
001960 01  CYC-EVENT-RC                PIC 9(03) VALUE 0.
001970 01  CYC-REFUSE-RC               PIC 9(03) VALUE 0.
001980 01  CYC-NOTE                    PIC X(30) VALUE SPACES.
001990 01  CYC-KEY-COUNTS.
002000     05  CYC-KEY-COUNT OCCURS 3 TIMES.
002010         10  CYC-COUNT-LABEL     PIC X(08).
002020         10  CYC-COUNT-VALUE     PIC 9(07).
002030
002040 PROCEDURE DIVISION.
002050*----------------------------------------------------------------
002060* 0000-MAINLINE - LOAD BOTH DAY FILES, BIND THE DESTINATIONS,
002070* CUT ONE ROUTED SUMMARY PAGE PER DESTINATION AND A SHOP COPY
002080* TRAILER.
002090*----------------------------------------------------------------
002100 0000-MAINLINE.
002110     PERFORM 0100-CHECK-CYCLE THRU 0100-EXIT.
002120     IF CYC-REFUSED
002130         MOVE CYC-REFUSE-RC TO RETURN-CODE
002140         STOP RUN
002150     END-IF.
002160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002170     PERFORM 2000-LOAD-ONE-SLIP THRU 2000-EXIT
002180         UNTIL ACK-EOF.
002190     PERFORM 3000-LOAD-ONE-REJECT THRU 3000-EXIT
002200         UNTIL REJ-EOF.
002210     PERFORM 4000-BIND-DESTINATIONS THRU 4000-EXIT.
002220     PERFORM 5000-SUMMARIZE-ONE-DEST THRU 5000-EXIT
002230         VARYING DEST-IDX FROM 1 BY 1
002240         UNTIL DEST-IDX > DEST-COUNT.
002250     PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT.
002260     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002270     PERFORM 0900-END-CYCLE THRU 0900-EXIT.
002280     STOP RUN.
002290
002300*----------------------------------------------------------------
002310* 0100-CHECK-CYCLE - TAKE THE BUSINESS DATE FROM THE CYCLPARM
002320* CARD (TODAY IF NONE), THEN REFUSE - RC 12 - IF THE PREDECESSOR
002330* HAS NOT ENDED CLEAN FOR THAT DATE, OR - RC 16 - IF THIS STEP
002340* ALREADY HAS AND THE CARD DOES NOT NAME IT FOR A RERUN. THE
002350* START, OR THE REFUSAL, IS POSTED TO THE LEDGER.
002360*----------------------------------------------------------------
002370 0100-CHECK-CYCLE.
002380     ACCEPT CYC-BUS-DATE FROM DATE YYYYMMDD.
002390     MOVE SPACES TO CYC-KEY-COUNTS.
002400     MOVE ZERO TO CYC-COUNT-VALUE(1).
002410     MOVE ZERO TO CYC-COUNT-VALUE(2).
002420     MOVE ZERO TO CYC-COUNT-VALUE(3).
002430     OPEN INPUT CYCLE-PARM-FILE.
002440     IF CYC-PARM-STATUS NOT = '35'
002450         READ CYCLE-PARM-FILE
002460             AT END
002470                 MOVE SPACES TO CYCLE-PARM-RECORD
002480         END-READ
002490         IF CYP-BUS-DATE IS NUMERIC
002500             MOVE CYP-BUS-DATE TO CYC-BUS-DATE
002510         END-IF
002520         IF CYP-RERUN-STEP = CYC-STEP-NAME
002530             MOVE 'Y' TO CYC-RERUN-SWITCH
002540         END-IF
002550         CLOSE CYCLE-PARM-FILE
002560     END-IF.
002570     OPEN I-O CYCLE-FILE.
002580     IF CYC-FILE-STATUS = '35'
002590         OPEN OUTPUT CYCLE-FILE
002600         CLOSE CYCLE-FILE
002610         OPEN I-O CYCLE-FILE
002620     END-IF.
002630     IF CYC-PRED-NAME NOT = SPACES
002640         MOVE CYC-PRED-NAME TO CYC-SCAN-STEP
002650         PERFORM 0110-SCAN-STEP THRU 0110-EXIT
002660         IF CYC-LAST-EVENT NOT = 'E' OR CYC-LAST-RC > 4
002670             MOVE 'Y' TO CYC-REFUSED-SWITCH
002680             MOVE 12 TO CYC-REFUSE-RC
002690             STRING CYC-PRED-NAME DELIMITED BY SPACE
002700                 ' HAS NOT ENDED CLEAN' DELIMITED BY SIZE
002710                 INTO CYC-NOTE
002720             END-STRING
002730         END-IF
002740     END-IF.
002750     MOVE CYC-STEP-NAME TO CYC-SCAN-STEP.
002760     PERFORM 0110-SCAN-STEP THRU 0110-EXIT.
002770     COMPUTE CYC-NEXT-SEQ = CYC-LAST-SEQ + 1.
002780     IF NOT CYC-REFUSED
002790             AND CYC-LAST-EVENT = 'E' AND CYC-LAST-RC NOT > 4
002800         IF CYC-RERUN-ALLOWED
002810             MOVE 'RERUN BY CYCLPARM OVERRIDE' TO CYC-NOTE
002820         ELSE
002830             MOVE 'Y' TO CYC-REFUSED-SWITCH
002840             MOVE 16 TO CYC-REFUSE-RC
002850             MOVE 'ALREADY ENDED CLEAN - NO RERUN' TO CYC-NOTE
002860         END-IF
002870     END-IF.
002880     IF CYC-REFUSED
002890         MOVE 'R' TO CYC-EVENT-CODE
002900         MOVE CYC-REFUSE-RC TO CYC-EVENT-RC
002910         PERFORM 0130-WRITE-CYCLE-EVENT THRU 0130-EXIT
002920         CLOSE CYCLE-FILE
002930         DISPLAY 'TREEDAILY REFUSED FOR ' CYC-BUS-DATE
002940             ' - ' CYC-NOTE
002950     ELSE
002960         MOVE 'S' TO CYC-EVENT-CODE
002970         MOVE ZERO TO CYC-EVENT-RC
002980         PERFORM 0130-WRITE-CYCLE-EVENT THRU 0130-EXIT
002990     END-IF.
003000 0100-EXIT.
003010     EXIT.
003020
003030*----------------------------------------------------------------
003040* 0110-SCAN-STEP - WALK ONE STEP'S EVENTS FOR THE BUSINESS DATE,
003050* KEEPING THE LATEST STARTED/ENDED EVENT WITH ITS RETURN CODE, AND
003060* THE HIGHEST EVENT SEQUENCE USED. NO EVENTS LEAVES THE LAST EVENT
003070* BLANK - NEVER STARTED.
003080*----------------------------------------------------------------
003090 0110-SCAN-STEP.
003100     MOVE SPACE TO CYC-LAST-EVENT.
003110     MOVE ZERO TO CYC-LAST-RC.
003120     MOVE ZERO TO CYC-LAST-SEQ.
003130     MOVE 'N' TO CYC-SCAN-DONE-SWITCH.
003140     MOVE CYC-BUS-DATE TO CY-BUS-DATE.
003150     MOVE CYC-SCAN-STEP TO CY-STEP-NAME.
003160     MOVE ZERO TO CY-EVENT-SEQ.
003170     START CYCLE-FILE KEY NOT < CY-KEY
003180         INVALID KEY
003190             MOVE 'Y' TO CYC-SCAN-DONE-SWITCH
003200     END-START.
003210     IF NOT CYC-SCAN-DONE
003220         PERFORM 0120-READ-NEXT-CYCLE THRU 0120-EXIT
003230     END-IF.
003240     PERFORM 0115-SCAN-ONE-EVENT THRU 0115-EXIT
003250         UNTIL CYC-SCAN-DONE.
003260 0110-EXIT.
003270     EXIT.
003280
003290 0115-SCAN-ONE-EVENT.
003300     IF CY-BUS-DATE NOT = CYC-BUS-DATE
003310             OR CY-STEP-NAME NOT = CYC-SCAN-STEP
003320         MOVE 'Y' TO CYC-SCAN-DONE-SWITCH
003330         GO TO 0115-EXIT
003340     END-IF.
003350     MOVE CY-EVENT-SEQ TO CYC-LAST-SEQ.
003360     IF CY-EVENT-STARTED OR CY-EVENT-ENDED
003370         MOVE CY-EVENT TO CYC-LAST-EVENT
003380         MOVE CY-RETURN-CODE TO CYC-LAST-RC
003390     END-IF.
003400     PERFORM 0120-READ-NEXT-CYCLE THRU 0120-EXIT.
003410 0115-EXIT.
003420     EXIT.
003430
003440 0120-READ-NEXT-CYCLE.
003450     READ CYCLE-FILE NEXT RECORD
003460         AT END
003470             MOVE 'Y' TO CYC-SCAN-DONE-SWITCH
003480     END-READ.
003490 0120-EXIT.
003500     EXIT.
003510
003520*----------------------------------------------------------------
003530* 0130-WRITE-CYCLE-EVENT - POST ONE EVENT UNDER THE NEXT SEQUENCE
003540* NUMBER FOR THIS STEP AND BUSINESS DATE.
003550*----------------------------------------------------------------
003560 0130-WRITE-CYCLE-EVENT.
003570     MOVE SPACES TO CYCLE-CONTROL-RECORD.
003580     MOVE CYC-BUS-DATE TO CY-BUS-DATE.
003590     MOVE CYC-STEP-NAME TO CY-STEP-NAME.
003600     MOVE CYC-NEXT-SEQ TO CY-EVENT-SEQ.
003610     MOVE CYC-EVENT-CODE TO CY-EVENT.
003620     ACCEPT CY-EVENT-DATE FROM DATE YYYYMMDD.
003630     ACCEPT CY-EVENT-TIME FROM TIME.
003640     MOVE CYC-EVENT-RC TO CY-RETURN-CODE.
003650     MOVE CYC-RERUN-SWITCH TO CY-RERUN-FLAG.
003660     MOVE CYC-KEY-COUNTS TO CY-KEY-COUNTS.
003670     MOVE CYC-NOTE TO CY-NOTE.
003680     WRITE CYCLE-CONTROL-RECORD
003690         INVALID KEY
003700             DISPLAY 'TREEDAILY CYCLE LEDGER WRITE FAILED - KEY '
003710                 CY-KEY
003720     END-WRITE.
003730     ADD 1 TO CYC-NEXT-SEQ.
003740 0130-EXIT.
003750     EXIT.
003760
003770*----------------------------------------------------------------
003780* 0900-END-CYCLE - POST THE ENDED EVENT WITH THE STEP'S RETURN
003790* CODE AND ITS KEY COUNTS, AND CLOSE THE LEDGER.
003800*----------------------------------------------------------------
003810 0900-END-CYCLE.
003820     MOVE 'SLIPS' TO CYC-COUNT-LABEL(1).
003830     MOVE SLIP-COUNT TO CYC-COUNT-VALUE(1).
003840     MOVE 'REJECTS' TO CYC-COUNT-LABEL(2).
003850     MOVE REJL-COUNT TO CYC-COUNT-VALUE(2).
003860     MOVE 'DESTS' TO CYC-COUNT-LABEL(3).
003870     MOVE DEST-COUNT TO CYC-COUNT-VALUE(3).
003880     MOVE 'E' TO CYC-EVENT-CODE.
003890     MOVE RETURN-CODE TO CYC-EVENT-RC.
003900     MOVE SPACES TO CYC-NOTE.
003910     PERFORM 0130-WRITE-CYCLE-EVENT THRU 0130-EXIT.
003920     CLOSE CYCLE-FILE.
003930 0900-EXIT.
003940     EXIT.
003950
003960*----------------------------------------------------------------
003970* 1000-INITIALIZE.
003980*----------------------------------------------------------------
003990 1000-INITIALIZE.
004000     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
004010     ACCEPT RUN-TIME FROM TIME.
004020     OPEN INPUT ACK-FILE.
004030     IF ACK-FILE-STATUS = '35'
004040         MOVE 'Y' TO ACK-EOF-SWITCH
004050     END-IF.
004060     OPEN INPUT REJECT-FILE.
004070     IF REJ-FILE-STATUS = '35'
004080         MOVE 'Y' TO REJ-EOF-SWITCH
004090     END-IF.
004100     OPEN OUTPUT SUMMARY-FILE.
004110     IF NOT ACK-EOF
004120         PERFORM 2100-READ-ACK THRU 2100-EXIT
004130     END-IF.
004140     IF NOT REJ-EOF
004150         PERFORM 3100-READ-REJECT THRU 3100-EXIT
004160     END-IF.
004170 1000-EXIT.
004180     EXIT.
004190
004200 2000-LOAD-ONE-SLIP.
004210     IF SLIP-COUNT < SLIP-TABLE-MAX
004220         ADD 1 TO SLIP-COUNT
004230         MOVE ACK-ORDER-SEQ TO SL-ORDER-SEQ(SLIP-COUNT)
004240         MOVE ACK-JOB-NAME TO SL-JOB-NAME(SLIP-COUNT)
004250         MOVE ACK-DEST-NAME TO SL-DEST-NAME(SLIP-COUNT)
004260         MOVE ACK-STATUS TO SL-STATUS(SLIP-COUNT)
004270         MOVE ACK-SOURCE-CODE TO SL-SOURCE-CODE(SLIP-COUNT)
004280         MOVE ACK-RESUB-SEQ TO SL-RESUB-SEQ(SLIP-COUNT)
004290         IF SL-DEST-NAME(SLIP-COUNT) = SPACES
004300             MOVE '(SHOP)' TO SL-DEST-NAME(SLIP-COUNT)
004310         END-IF
004320     ELSE
004330         ADD 1 TO SLIP-DROP-COUNT
004340     END-IF.
004350     PERFORM 2100-READ-ACK THRU 2100-EXIT.
004360 2000-EXIT.
004370     EXIT.
004380
004390 2100-READ-ACK.
004400     READ ACK-FILE
004410         AT END
004420             MOVE 'Y' TO ACK-EOF-SWITCH
004430     END-READ.
004440 2100-EXIT.
004450     EXIT.
004460
004470 3000-LOAD-ONE-REJECT.
004480     IF REJL-COUNT < REJL-TABLE-MAX
004490         ADD 1 TO REJL-COUNT
004500         MOVE RJ-ORDER-SEQ TO RL-ORDER-SEQ(REJL-COUNT)
004510         MOVE RJ-JOB-NAME TO RL-JOB-NAME(REJL-COUNT)
004520         MOVE RJ-DEST-NAME TO RL-DEST-NAME(REJL-COUNT)
004530         MOVE RJ-REASON-TEXT TO RL-REASON-TEXT(REJL-COUNT)
004540         IF RL-DEST-NAME(REJL-COUNT) = SPACES
004550             MOVE '(SHOP)' TO RL-DEST-NAME(REJL-COUNT)
004560         END-IF
004570     ELSE
004580         ADD 1 TO REJL-DROP-COUNT
004590     END-IF.
004600     PERFORM 3100-READ-REJECT THRU 3100-EXIT.
004610 3000-EXIT.
004620     EXIT.
004630
004640 3100-READ-REJECT.
004650     READ REJECT-FILE
004660         AT END
004670             MOVE 'Y' TO REJ-EOF-SWITCH
004680     END-READ.
004690 3100-EXIT.
004700     EXIT.
004710
004720*----------------------------------------------------------------
004730* 4000-BIND-DESTINATIONS - EVERY DESTINATION SEEN ON A SLIP OR A
004740* REJECT, BOUND IN FIRST-SEEN ORDER. '(SHOP)' IS BOUND FIRST SO
004750* A SHOP PAGE ALWAYS EXISTS - RECORDS WHOSE DESTINATION CANNOT
004760* BIND (TABLE FULL) ARE REGROUPED UNDER IT RATHER THAN LEFT OFF
004770* EVERY PAGE.
004780*----------------------------------------------------------------
004790 4000-BIND-DESTINATIONS.
004800     MOVE '(SHOP)' TO WORK-DEST-NAME.
004810     PERFORM 4300-BIND-ONE-DEST THRU 4300-EXIT.
004820     PERFORM 4100-BIND-FROM-SLIP THRU 4100-EXIT
004830         VARYING SLIP-IDX FROM 1 BY 1
004840         UNTIL SLIP-IDX > SLIP-COUNT.
004850     PERFORM 4200-BIND-FROM-REJECT THRU 4200-EXIT
004860         VARYING REJL-IDX FROM 1 BY 1
004870         UNTIL REJL-IDX > REJL-COUNT.
004880 4000-EXIT.
004890     EXIT.
004900
004910 4100-BIND-FROM-SLIP.
004920     MOVE SL-DEST-NAME(SLIP-IDX) TO WORK-DEST-NAME.
004930     PERFORM 4300-BIND-ONE-DEST THRU 4300-EXIT.
004940     IF DEST-OVERFLOWED
004950         MOVE '(SHOP)' TO SL-DEST-NAME(SLIP-IDX)
004960     END-IF.
004970 4100-EXIT.
004980     EXIT.
004990
005000 4200-BIND-FROM-REJECT.
005010     MOVE RL-DEST-NAME(REJL-IDX) TO WORK-DEST-NAME.
005020     PERFORM 4300-BIND-ONE-DEST THRU 4300-EXIT.
005030     IF DEST-OVERFLOWED
005040         MOVE '(SHOP)' TO RL-DEST-NAME(REJL-IDX)
005050     END-IF.
005060 4200-EXIT.
005070     EXIT.
005080
005090 4300-BIND-ONE-DEST.
005100     MOVE 'N' TO DEST-OVERFLOW-SWITCH.
005110     MOVE 'N' TO DEST-FOUND-SWITCH.
005120     PERFORM 4310-MATCH-ONE-DEST THRU 4310-EXIT
005130         VARYING DEST-IDX FROM 1 BY 1
005140         UNTIL DEST-IDX > DEST-COUNT OR DEST-FOUND.
005150     IF NOT DEST-FOUND
005160         IF DEST-COUNT < DEST-TABLE-MAX
005170             ADD 1 TO DEST-COUNT
005180             MOVE WORK-DEST-NAME TO DT-DEST-NAME(DEST-COUNT)
005190         ELSE
005200             MOVE 'Y' TO DEST-OVERFLOW-SWITCH
005210             ADD 1 TO DEST-OVERFLOW-COUNT
005220             DISPLAY 'TREEDAILY DESTINATION TABLE FULL - '
005230                 WORK-DEST-NAME ' GROUPED UNDER (SHOP)'
005240         END-IF
005250     END-IF.
005260 4300-EXIT.
005270     EXIT.
005280
005290 4310-MATCH-ONE-DEST.
005300     IF DT-DEST-NAME(DEST-IDX) = WORK-DEST-NAME
005310         MOVE 'Y' TO DEST-FOUND-SWITCH
005320     END-IF.
005330 4310-EXIT.
005340     EXIT.
005350
005360*----------------------------------------------------------------
005370* 5000-SUMMARIZE-ONE-DEST - ONE ROUTED PAGE: THE 'ROUTE TO:'
005380* HEADER THE BURSTER KEYS ON, THE ACCEPTED ORDERS WITH THEIR
005390* SEQUENCE NUMBERS, THE REJECTED ORDERS WITH THEIR REASON TEXT,
005400* THE ORDERS HELD FOR SPENDING-LIMIT RELEASE, AND THE COUNTS.
005410*----------------------------------------------------------------
005420 5000-SUMMARIZE-ONE-DEST.
005430     ADD 1 TO PAGES-WRITTEN.
005440     MOVE ZERO TO PAGE-ACCEPT-COUNT.
005450     MOVE ZERO TO PAGE-REJECT-COUNT.
005460     MOVE ZERO TO PAGE-HELD-COUNT.
005470
005480     MOVE SPACES TO SUM-LINE.
005490     MOVE '1' TO SUM-CC.
005500     STRING 'ROUTE TO: ' DELIMITED BY SIZE
005510         DT-DEST-NAME(DEST-IDX) DELIMITED BY SIZE
005520         '  JOB: DAYSUMRY  DATE ' DELIMITED BY SIZE
005530         RUN-DATE DELIMITED BY SIZE
005540         '  PAGE    1' DELIMITED BY SIZE
005550         INTO SUM-LINE
005560     END-STRING.
005570     WRITE SUMMARY-RECORD.
005580
005590     MOVE SPACES TO SUM-LINE.
005600     MOVE ' ' TO SUM-CC.
005610     STRING 'DAILY ORDER STATUS SUMMARY FOR '
005620         DELIMITED BY SIZE
005630         DT-DEST-NAME(DEST-IDX) DELIMITED BY SIZE
005640         INTO SUM-LINE
005650     END-STRING.
005660     WRITE SUMMARY-RECORD.
005670
005680     MOVE SPACES TO SUM-LINE.
005690     MOVE '0' TO SUM-CC.
005700     STRING 'ORDERS ACCEPTED:' DELIMITED BY SIZE
005710         INTO SUM-LINE
005720     END-STRING.
005730     WRITE SUMMARY-RECORD.
005740     PERFORM 5100-LIST-ONE-ACCEPTED THRU 5100-EXIT
005750         VARYING SLIP-IDX FROM 1 BY 1
005760         UNTIL SLIP-IDX > SLIP-COUNT.
005770     IF PAGE-ACCEPT-COUNT = ZERO
005780         PERFORM 5300-WRITE-NONE-LINE THRU 5300-EXIT
005790     END-IF.
005800
005810     MOVE SPACES TO SUM-LINE.
005820     MOVE '0' TO SUM-CC.
005830     STRING 'ORDERS REJECTED:' DELIMITED BY SIZE
005840         INTO SUM-LINE
005850     END-STRING.
005860     WRITE SUMMARY-RECORD.
005870     PERFORM 5200-LIST-ONE-REJECTED THRU 5200-EXIT
005880         VARYING REJL-IDX FROM 1 BY 1
005890         UNTIL REJL-IDX > REJL-COUNT.
005900     IF PAGE-REJECT-COUNT = ZERO
005910         PERFORM 5300-WRITE-NONE-LINE THRU 5300-EXIT
005920     END-IF.
005930
005940     MOVE SPACES TO SUM-LINE.
005950     MOVE '0' TO SUM-CC.
005960     STRING 'ORDERS HELD (OVER SPENDING LIMIT):' DELIMITED BY SIZE
005970         INTO SUM-LINE
005980     END-STRING.
005990     WRITE SUMMARY-RECORD.
006000     PERFORM 5250-LIST-ONE-HELD THRU 5250-EXIT
006010         VARYING SLIP-IDX FROM 1 BY 1
006020         UNTIL SLIP-IDX > SLIP-COUNT.
006030     IF PAGE-HELD-COUNT = ZERO
006040         PERFORM 5300-WRITE-NONE-LINE THRU 5300-EXIT
006050     END-IF.
006060
006070     MOVE SPACES TO SUM-LINE.
006080     MOVE '0' TO SUM-CC.
006090     MOVE PAGE-ACCEPT-COUNT TO EDIT-COUNT-4.
006100     STRING 'ACCEPTED ' DELIMITED BY SIZE
006110         EDIT-COUNT-4 DELIMITED BY SIZE
006120         INTO SUM-LINE
006130     END-STRING.
006140     MOVE PAGE-REJECT-COUNT TO EDIT-COUNT-4.
006150     STRING '   REJECTED ' DELIMITED BY SIZE
006160         EDIT-COUNT-4 DELIMITED BY SIZE
006170         INTO SUM-LINE(14:)
006180     END-STRING.
006190     MOVE PAGE-HELD-COUNT TO EDIT-COUNT-4.
006200     STRING '   HELD ' DELIMITED BY SIZE
006210         EDIT-COUNT-4 DELIMITED BY SIZE
006220         INTO SUM-LINE(30:)
006230     END-STRING.
006240     WRITE SUMMARY-RECORD.
006250 5000-EXIT.
006260     EXIT.
006270
006280*----------------------------------------------------------------
006290* 5100-LIST-ONE-ACCEPTED - ONE SLIP, IF IT BELONGS TO THE PAGE'S
006300* DESTINATION AND THE ORDER PRINTED. STANDING ORDERS AND
006310* RESUBMISSIONS ARE TAGGED SO THE DEPARTMENT CAN TELL THEM FROM
006320* ONE-OFFS.
006330*----------------------------------------------------------------
006340 5100-LIST-ONE-ACCEPTED.
006350     IF SL-DEST-NAME(SLIP-IDX) NOT = DT-DEST-NAME(DEST-IDX)
006360         GO TO 5100-EXIT
006370     END-IF.
006380     IF SL-STATUS(SLIP-IDX) NOT = 'ACCEPTED'
006390             AND SL-STATUS(SLIP-IDX) NOT = 'REPRINT'
006400         GO TO 5100-EXIT
006410     END-IF.
006420     ADD 1 TO PAGE-ACCEPT-COUNT.
006430     MOVE SPACES TO SUM-LINE.
006440     MOVE ' ' TO SUM-CC.
006450     STRING '  SEQ ' DELIMITED BY SIZE
006460         SL-ORDER-SEQ(SLIP-IDX) DELIMITED BY SIZE
006470         '  JOB ' DELIMITED BY SIZE
006480         SL-JOB-NAME(SLIP-IDX) DELIMITED BY SIZE
006490         '  ' DELIMITED BY SIZE
006500         SL-STATUS(SLIP-IDX) DELIMITED BY SIZE
006510         INTO SUM-LINE
006520     END-STRING.
006530     IF SL-SOURCE-CODE(SLIP-IDX) = 'S'
006540         MOVE '(STANDING)' TO SUM-LINE(40:10)
006550     END-IF.
006560     IF SL-RESUB-SEQ(SLIP-IDX) IS NUMERIC
006570         MOVE '(RESUB OF     )' TO SUM-LINE(52:15)
006580         MOVE SL-RESUB-SEQ(SLIP-IDX) TO SUM-LINE(62:4)
006590     END-IF.
006600     WRITE SUMMARY-RECORD.
006610 5100-EXIT.
006620     EXIT.
006630
006640 5200-LIST-ONE-REJECTED.
006650     IF RL-DEST-NAME(REJL-IDX) NOT = DT-DEST-NAME(DEST-IDX)
006660         GO TO 5200-EXIT
006670     END-IF.
006680     ADD 1 TO PAGE-REJECT-COUNT.
006690     MOVE SPACES TO SUM-LINE.
006700     MOVE ' ' TO SUM-CC.
006710     STRING '  SEQ ' DELIMITED BY SIZE
006720         RL-ORDER-SEQ(REJL-IDX) DELIMITED BY SIZE
006730         '  JOB ' DELIMITED BY SIZE
006740         RL-JOB-NAME(REJL-IDX) DELIMITED BY SIZE
006750         '  ' DELIMITED BY SIZE
006760         RL-REASON-TEXT(REJL-IDX) DELIMITED BY SIZE
006770         INTO SUM-LINE
006780     END-STRING.
006790     WRITE SUMMARY-RECORD.
006800 5200-EXIT.
006810     EXIT.
006820
006830*----------------------------------------------------------------
006840* 5250-LIST-ONE-HELD - ONE 'HELD' SLIP FOR THE PAGE'S
006850* DESTINATION: THE ORDER WAS NOT PRINTED AND WAITS FOR A
006860* TREERELEASE APPROVAL UNDER THIS RUN DATE AND SEQUENCE NUMBER.
006870*----------------------------------------------------------------
006880 5250-LIST-ONE-HELD.
006890     IF SL-DEST-NAME(SLIP-IDX) NOT = DT-DEST-NAME(DEST-IDX)
006900         GO TO 5250-EXIT
006910     END-IF.
006920     IF SL-STATUS(SLIP-IDX) NOT = 'HELD'
006930         GO TO 5250-EXIT
006940     END-IF.
006950     ADD 1 TO PAGE-HELD-COUNT.
006960     MOVE SPACES TO SUM-LINE.
006970     MOVE ' ' TO SUM-CC.
006980     STRING '  SEQ ' DELIMITED BY SIZE
006990         SL-ORDER-SEQ(SLIP-IDX) DELIMITED BY SIZE
007000         '  JOB ' DELIMITED BY SIZE
007010         SL-JOB-NAME(SLIP-IDX) DELIMITED BY SIZE
007020         '  AWAITING FINANCE RELEASE' DELIMITED BY SIZE
007030         INTO SUM-LINE
007040     END-STRING.
007050     WRITE SUMMARY-RECORD.
007060 5250-EXIT.
007070     EXIT.
007080
007090 5300-WRITE-NONE-LINE.
007100     MOVE SPACES TO SUM-LINE.
007110     MOVE ' ' TO SUM-CC.
007120     STRING '  (NONE)' DELIMITED BY SIZE
007130         INTO SUM-LINE
007140     END-STRING.
007150     WRITE SUMMARY-RECORD.
007160 5300-EXIT.
007170     EXIT.
007180
007190*----------------------------------------------------------------
007200* 7000-WRITE-TRAILER - THE SHOP COPY: RUN COUNTS ON A PAGE
007210* ROUTED TO (SHOP), THE BURSTER'S CATCH-ALL.
007220*----------------------------------------------------------------
007230 7000-WRITE-TRAILER.
007240     MOVE SPACES TO SUM-LINE.
007250     MOVE '1' TO SUM-CC.
007260     STRING 'ROUTE TO: (SHOP)    JOB: DAYSUMRY  DATE '
007270         DELIMITED BY SIZE
007280         RUN-DATE DELIMITED BY SIZE
007290         '  PAGE    1' DELIMITED BY SIZE
007300         INTO SUM-LINE
007310     END-STRING.
007320     WRITE SUMMARY-RECORD.
007330
007340     MOVE SPACES TO SUM-LINE.
007350     MOVE ' ' TO SUM-CC.
007360     MOVE PAGES-WRITTEN TO EDIT-COUNT-4.
007370     STRING 'TREEDAILY SUMMARY PAGES ... ' DELIMITED BY SIZE
007380         EDIT-COUNT-4 DELIMITED BY SIZE
007390         INTO SUM-LINE
007400     END-STRING.
007410     WRITE SUMMARY-RECORD.
007420
007430     IF SLIP-DROP-COUNT > ZERO OR REJL-DROP-COUNT > ZERO
007440         MOVE SPACES TO SUM-LINE
007450         STRING '*** WARNING - TABLE OVERFLOW, SOME ORDERS '
007460             DELIMITED BY SIZE
007470             'NOT SUMMARIZED ***' DELIMITED BY SIZE
007480             INTO SUM-LINE
007490         END-STRING
007500         WRITE SUMMARY-RECORD
007510         DISPLAY 'TREEDAILY TABLE OVERFLOW - SUMMARY IS SHORT'
007520     END-IF.
007530
007540     IF DEST-OVERFLOW-COUNT > ZERO
007550         MOVE SPACES TO SUM-LINE
007560         MOVE DEST-OVERFLOW-COUNT TO EDIT-COUNT-4
007570         STRING '*** WARNING - ORDERS REGROUPED UNDER (SHOP),'
007580             DELIMITED BY SIZE
007590             ' DESTINATION TABLE FULL: ' DELIMITED BY SIZE
007600             EDIT-COUNT-4 DELIMITED BY SIZE
007610             INTO SUM-LINE
007620         END-STRING
007630         WRITE SUMMARY-RECORD
007640     END-IF.
007650
007660     MOVE SPACES TO SUM-LINE.
007670     STRING 'RUN DATE/TIME ' DELIMITED BY SIZE
007680         RUN-DATE DELIMITED BY SIZE
007690         ' / ' DELIMITED BY SIZE
007700         RUN-TIME DELIMITED BY SIZE
007710         INTO SUM-LINE
007720     END-STRING.
007730     WRITE SUMMARY-RECORD.
007740 7000-EXIT.
007750     EXIT.
007760
007770*----------------------------------------------------------------
007780* 9000-TERMINATE.
007790*----------------------------------------------------------------
007800 9000-TERMINATE.
007810     CLOSE ACK-FILE.
007820     CLOSE REJECT-FILE.
007830     CLOSE SUMMARY-FILE.
007840 9000-EXIT.
007850     EXIT.
