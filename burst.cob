000170*                  TO ITS OWN PRINTER. UNROUTED OUTPUT AND THE
000180*                  RUN SUMMARY GO TO A CATCH-ALL DATASET, AND A
000190*                  BURST SUMMARY SHOWS PAGES PER DESTINATION.
000200* 2026-10-15 IIRO  POSTS STARTED AND ENDED EVENTS (RETURN CODE
000210*                  AND KEY COUNTS) TO THE SHARED CYCLCTL CYCLE-
000220*                  CONTROL LEDGER. REFUSES TO RUN - RC 12 - UNLESS
000230*                  TREERECON HAS ENDED CLEAN FOR THE BUSINESS
000240*                  DATE, AND - RC 16 - IF THIS STEP ALREADY HAS
000250*                  AND THE CYCLPARM CARD DOES NOT NAME IT FOR A
000260*                  RERUN.
000270*----------------------------------------------------------------
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT SPOOL-FILE ASSIGN TO PRTOUT
000330         ORGANIZATION IS SEQUENTIAL.
000340
000350     SELECT BURST-OUT-1 ASSIGN TO BURSTO1
000360         ORGANIZATION IS SEQUENTIAL.
000370
000380     SELECT BURST-OUT-2 ASSIGN TO BURSTO2
000390         ORGANIZATION IS SEQUENTIAL.
000400
000410     SELECT BURST-OUT-3 ASSIGN TO BURSTO3
000420         ORGANIZATION IS SEQUENTIAL.
000430
000440     SELECT BURST-OUT-4 ASSIGN TO BURSTO4
000450         ORGANIZATION IS SEQUENTIAL.
000460
000470     SELECT CATCH-OUT ASSIGN TO BURSTCAT
000480         ORGANIZATION IS SEQUENTIAL.
000490
000500     SELECT SUMMARY-FILE ASSIGN TO BURSTRPT
000510         ORGANIZATION IS SEQUENTIAL.
000520
000530     SELECT CYCLE-FILE ASSIGN TO CYCLCTL
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS CY-KEY
000570         FILE STATUS IS CYC-FILE-STATUS.
000580
000590     SELECT CYCLE-PARM-FILE ASSIGN TO CYCLPARM
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS CYC-PARM-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650*----------------------------------------------------------------
000660* SPOOL-FILE - THE TREESTARS PRINT SPOOL BEING BURST. 132-BYTE
000670* PRINT LINE WITH AN ASA CARRIAGE-CONTROL BYTE IN POSITION ONE.
000680*----------------------------------------------------------------
000690 FD  SPOOL-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE OMITTED
000720     RECORD CONTAINS 132 CHARACTERS.
000730 01  SPOOL-RECORD.
000740     05  SPOOL-CC                PIC X(01).
000750     05  SPOOL-TEXT              PIC X(131).
000760
000770*----------------------------------------------------------------
000780* BURST-OUT-1 THROUGH BURST-OUT-4 - ONE OUTPUT DATASET PER
000790* DESTINATION, BOUND TO DESTINATIONS IN FIRST-SEEN ORDER. A
000800* FIFTH AND LATER DESTINATION FALLS TO THE CATCH-ALL AND IS
000810* FLAGGED ON THE BURST SUMMARY.
000820*----------------------------------------------------------------
000830 FD  BURST-OUT-1
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE OMITTED
000860     RECORD CONTAINS 132 CHARACTERS.
000870 01  BURST-RECORD-1              PIC X(132).
000880
000890 FD  BURST-OUT-2
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE OMITTED
000920     RECORD CONTAINS 132 CHARACTERS.
000930 01  BURST-RECORD-2              PIC X(132).
000940
000950 FD  BURST-OUT-3
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE OMITTED
000980     RECORD CONTAINS 132 CHARACTERS.
000990 01  BURST-RECORD-3              PIC X(132).
001000
001010 FD  BURST-OUT-4
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE OMITTED
001040     RECORD CONTAINS 132 CHARACTERS.
001050 01  BURST-RECORD-4              PIC X(132).
001060
001070 FD  CATCH-OUT
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE OMITTED
001100     RECORD CONTAINS 132 CHARACTERS.
001110 01  CATCH-RECORD                PIC X(132).
001120
001130*----------------------------------------------------------------
001140* SUMMARY-FILE - THE BURST SUMMARY, PAGES AND LINES PER
001150* DESTINATION, FOR THE OPERATOR'S DISTRIBUTION CHECKLIST.
001160*----------------------------------------------------------------
001170 FD  SUMMARY-FILE
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE OMITTED
001200     RECORD CONTAINS 132 CHARACTERS.
001210 01  SUMMARY-RECORD.
001220     05  SUM-CC                  PIC X(01).
001230     05  SUM-LINE                PIC X(131).
001240
001250*----------------------------------------------------------------
001260* CYCLE-FILE - THE SHARED CYCLE-CONTROL LEDGER (SEE CYCLREC),
001270* CHECKED BEFORE THIS STEP STARTS AND POSTED AT START AND END.
001280*----------------------------------------------------------------
001290 FD  CYCLE-FILE
001300     RECORD CONTAINS 120 CHARACTERS.
001310     COPY CYCLREC.
001320
001330*----------------------------------------------------------------
001340* CYCLE-PARM-FILE - THE OPTIONAL BUSINESS DATE / RERUN CARD.
001350*----------------------------------------------------------------
001360 FD  CYCLE-PARM-FILE
001370     RECORDING MODE IS F
001380     LABEL RECORDS ARE STANDARD
001390     RECORD CONTAINS 80 CHARACTERS.
001400     COPY CYCPREC.
001410
001420 WORKING-STORAGE SECTION.
001430 01  SPOOL-EOF-SWITCH            PIC X(01) VALUE 'N'.
001440     88  SPOOL-EOF               VALUE 'Y'.
001450
001460*----------------------------------------------------------------
001470* DESTINATION TABLE - SLOT 0 IS THE CATCH-ALL, SLOTS 1-4 ARE
001480* BOUND TO DESTINATION NAMES IN THE ORDER THEY FIRST APPEAR IN
001490* THE SPOOL.
001500*----------------------------------------------------------------
001510 01  DEST-TABLE-MAX              PIC 9(02) VALUE 4.
001520 01  DEST-COUNT                  PIC 9(02) VALUE 0.
001530 01  DEST-IDX                    PIC 9(02) VALUE 0.
001540 01  CURRENT-SLOT                PIC 9(02) VALUE 0.
001550 01  DEST-TABLE.
001560     05  DEST-ENTRY OCCURS 4 TIMES.
001570         10  DT-DEST-NAME        PIC X(08).
001580         10  DT-PAGE-COUNT       PIC 9(05).
001590         10  DT-LINE-COUNT       PIC 9(06).
001600
001610 01  CATCH-PAGE-COUNT            PIC 9(05) VALUE 0.
001620 01  CATCH-LINE-COUNT            PIC 9(06) VALUE 0.
001630 01  OVERFLOW-DEST-COUNT         PIC 9(02) VALUE 0.
001640 01  ROUTE-DEST-NAME             PIC X(08) VALUE SPACES.
001650 01  SLOT-FOUND-SWITCH           PIC X(01) VALUE 'N'.
001660     88  SLOT-FOUND              VALUE 'Y'.
001670
001680 01  EDIT-COUNT-5                PIC ZZZZ9.
001690 01  EDIT-COUNT-6                PIC ZZZZZ9.
001700 01  EDIT-SLOT-1                 PIC 9(01).
001710 01  RUN-DATE                    PIC 9(08) VALUE 0.
001720 01  RUN-TIME                    PIC 9(08) VALUE 0.
001730
001740*----------------------------------------------------------------
001750* CYCLE CONTROL - THIS STEP'S LEDGER NAME, AND THE STEP THAT MUST
001760* HAVE ENDED CLEAN FOR THE SAME BUSINESS DATE BEFORE IT STARTS.
001770*----------------------------------------------------------------
001780 01  CYC-STEP-NAME               PIC X(10) VALUE 'TREEBURST'.
001790 01  CYC-PRED-NAME               PIC X(10) VALUE 'TREERECON'.
001800 01  CYC-BUS-DATE                PIC 9(08) VALUE 0.
001810 01  CYC-FILE-STATUS             PIC X(02) VALUE '00'.
001820 01  CYC-PARM-STATUS             PIC X(02) VALUE '00'.
001830 01  CYC-SCAN-DONE-SWITCH        PIC X(01) VALUE 'N'.
001840     88  CYC-SCAN-DONE           VALUE 'Y'.
001850 01  CYC-RERUN-SWITCH            PIC X(01) VALUE 'N'.
001860     88  CYC-RERUN-ALLOWED       VALUE 'Y'.
001870 01  CYC-REFUSED-SWITCH          PIC X(01) VALUE 'N'.
001880     88  CYC-REFUSED             VALUE 'Y'.
001890 01  CYC-SCAN-STEP               PIC X(10) VALUE SPACES.
001900 01  CYC-LAST-EVENT              PIC X(01) VALUE SPACE.
001910 01  CYC-LAST-RC                 PIC 9(03) VALUE 0.
001920 01  CYC-LAST-SEQ                PIC 9(03) VALUE 0.
001930 01  CYC-NEXT-SEQ                PIC 9(03) VALUE 0.
001940 01  CYC-EVENT-CODE              PIC X(01) VALUE SPACE.
001950 01  CYC-EVENT-RC                PIC 9(03) VALUE 0.
001960 01  CYC-REFUSE-RC               PIC 9(03) VALUE 0.
001970 01  CYC-NOTE                    PIC X(30) VALUE SPACES.
001980 01  CYC-KEY-COUNTS.
001990     05  CYC-KEY-COUNT OCCURS 3 TIMES.
002000         10  CYC-COUNT-LABEL     PIC X(08).
002010         10  CYC-COUNT-VALUE     PIC 9(07).
002020
002030 PROCEDURE DIVISION.
002040*----------------------------------------------------------------
002050* 0000-MAINLINE - COPY EVERY SPOOL LINE TO THE OUTPUT BOUND TO
002060* THE DESTINATION IN EFFECT, SWITCHING ON EACH ROUTING LINE,
002070* THEN PRINT THE BURST SUMMARY.
002080*----------------------------------------------------------------
002090 0000-MAINLINE.
002100     PERFORM 0100-CHECK-CYCLE THRU 0100-EXIT.
002110     IF CYC-REFUSED
002120         MOVE CYC-REFUSE-RC TO RETURN-CODE
002130         STOP RUN
002140     END-IF.
002150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002160     PERFORM 2000-BURST-SPOOL THRU 2000-EXIT
002170         UNTIL SPOOL-EOF.
002180     PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT.
002190     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002200     PERFORM 0900-END-CYCLE THRU 0900-EXIT.
002210     STOP RUN.
002220
002230*----------------------------------------------------------------
002240* 0100-CHECK-CYCLE - TAKE THE BUSINESS DATE FROM THE CYCLPARM
002250* CARD (TODAY IF NONE), THEN REFUSE - RC 12 - IF THE PREDECESSOR
002260* HAS NOT ENDED CLEAN FOR THAT DATE, OR - RC 16 - IF THIS STEP
002270* ALREADY HAS AND THE CARD DOES NOT NAME IT FOR A RERUN. THE
002280* START, OR THE REFUSAL, IS POSTED TO THE LEDGER.
002290*----------------------------------------------------------------
002300 0100-CHECK-CYCLE.
002310     ACCEPT CYC-BUS-DATE FROM DATE YYYYMMDD.
002320     MOVE SPACES TO CYC-KEY-COUNTS.
002330     MOVE ZERO TO CYC-COUNT-VALUE(1).
002340     MOVE ZERO TO CYC-COUNT-VALUE(2).
002350     MOVE ZERO TO CYC-COUNT-VALUE(3).
002360     OPEN INPUT CYCLE-PARM-FILE.
002370     IF CYC-PARM-STATUS NOT = '35'
002380         READ CYCLE-PARM-FILE
002390             AT END
002400                 MOVE SPACES TO CYCLE-PARM-RECORD
002410         END-READ
002420         IF CYP-BUS-DATE IS NUMERIC
002430             MOVE CYP-BUS-DATE TO CYC-BUS-DATE
002440         END-IF
002450         IF CYP-RERUN-STEP = CYC-STEP-NAME
002460             MOVE 'Y' TO CYC-RERUN-SWITCH
002470         END-IF
002480         CLOSE CYCLE-PARM-FILE
002490     END-IF.
002500     OPEN I-O CYCLE-FILE.
002510     IF CYC-FILE-STATUS = '35'
002520         OPEN OUTPUT CYCLE-FILE
002530         CLOSE CYCLE-FILE
002540         OPEN I-O CYCLE-FILE
002550     END-IF.
002560     IF CYC-PRED-NAME NOT = SPACES
002570         MOVE CYC-PRED-NAME TO CYC-SCAN-STEP
002580         PERFORM 0110-SCAN-STEP THRU 0110-EXIT
002590         IF CYC-LAST-EVENT NOT = 'E' OR CYC-LAST-RC > 4
002600             MOVE 'Y' TO CYC-REFUSED-SWITCH
002610             MOVE 12 TO CYC-REFUSE-RC
002620             STRING CYC-PRED-NAME DELIMITED BY SPACE
002630                 ' HAS NOT ENDED CLEAN' DELIMITED BY SIZE
002640                 INTO CYC-NOTE
002650             END-STRING
002660         END-IF
002670     END-IF.
002680     MOVE CYC-STEP-NAME TO CYC-SCAN-STEP.
002690     PERFORM 0110-SCAN-STEP THRU 0110-EXIT.
002700     COMPUTE CYC-NEXT-SEQ = CYC-LAST-SEQ + 1.
002710     IF NOT CYC-REFUSED
002720             AND CYC-LAST-EVENT = 'E' AND CYC-LAST-RC NOT > 4
002730         IF CYC-RERUN-ALLOWED
002740             MOVE 'RERUN BY CYCLPARM OVERRIDE' TO CYC-NOTE
002750         ELSE
002760             MOVE 'Y' TO CYC-REFUSED-SWITCH
002770             MOVE 16 TO CYC-REFUSE-RC
002780             MOVE 'ALREADY ENDED CLEAN - NO RERUN' TO CYC-NOTE
002790         END-IF
002800     END-IF.
002810     IF CYC-REFUSED
002820         MOVE 'R' TO CYC-EVENT-CODE
002830         MOVE CYC-REFUSE-RC TO CYC-EVENT-RC
002840         PERFORM 0130-WRITE-CYCLE-EVENT THRU 0130-EXIT
002850         CLOSE CYCLE-FILE
002860         DISPLAY 'TREEBURST REFUSED FOR ' CYC-BUS-DATE
002870             ' - ' CYC-NOTE
002880     ELSE
002890         MOVE 'S' TO CYC-EVENT-CODE
002900         MOVE ZERO TO CYC-EVENT-RC
002910         PERFORM 0130-WRITE-CYCLE-EVENT THRU 0130-EXIT
002920     END-IF.
002930 0100-EXIT.
002940     EXIT.
002950
002960*----------------------------------------------------------------
002970* 0110-SCAN-STEP - WALK ONE STEP'S EVENTS FOR THE BUSINESS DATE,
002980* KEEPING THE LATEST STARTED/ENDED EVENT WITH ITS RETURN CODE, AND
002990* THE HIGHEST EVENT SEQUENCE USED. NO EVENTS LEAVES THE LAST EVENT
003000* BLANK - NEVER STARTED.
003010*----------------------------------------------------------------
003020 0110-SCAN-STEP.
003030     MOVE SPACE TO CYC-LAST-EVENT.
003040     MOVE ZERO TO CYC-LAST-RC.
003050     MOVE ZERO TO CYC-LAST-SEQ.
003060     MOVE 'N' TO CYC-SCAN-DONE-SWITCH.
003070     MOVE CYC-BUS-DATE TO CY-BUS-DATE.
003080     MOVE CYC-SCAN-STEP TO CY-STEP-NAME.
003090     MOVE ZERO TO CY-EVENT-SEQ.
003100     START CYCLE-FILE KEY NOT < CY-KEY
003110         INVALID KEY
003120             MOVE 'Y' TO CYC-SCAN-DONE-SWITCH
003130     END-START.
003140     IF NOT CYC-SCAN-DONE
003150         PERFORM 0120-READ-NEXT-CYCLE THRU 0120-EXIT
003160     END-IF.
003170     PERFORM 0115-SCAN-ONE-EVENT THRU 0115-EXIT
003180         UNTIL CYC-SCAN-DONE.
003190 0110-EXIT.
003200     EXIT.
003210
003220 0115-SCAN-ONE-EVENT.
003230     IF CY-BUS-DATE NOT = CYC-BUS-DATE
003240             OR CY-STEP-NAME NOT = CYC-SCAN-STEP
003250         MOVE 'Y' TO CYC-SCAN-DONE-SWITCH
003260         GO TO 0115-EXIT
003270     END-IF.
003280     MOVE CY-EVENT-SEQ TO CYC-LAST-SEQ.
003290     IF CY-EVENT-STARTED OR CY-EVENT-ENDED
003300         MOVE CY-EVENT TO CYC-LAST-EVENT
003310         MOVE CY-RETURN-CODE TO CYC-LAST-RC
003320     END-IF.
003330     PERFORM 0120-READ-NEXT-CYCLE THRU 0120-EXIT.
003340 0115-EXIT.
003350     EXIT.
003360
003370 0120-READ-NEXT-CYCLE.
003380     READ CYCLE-FILE NEXT RECORD
003390         AT END
003400             MOVE 'Y' TO CYC-SCAN-DONE-SWITCH
003410     END-READ.
003420 0120-EXIT.
003430     EXIT.
003440
003450*----------------------------------------------------------------
003460* 0130-WRITE-CYCLE-EVENT - POST ONE EVENT UNDER THE NEXT SEQUENCE
003470* NUMBER FOR THIS STEP AND BUSINESS DATE.
003480*----------------------------------------------------------------
003490 0130-WRITE-CYCLE-EVENT.
003500     MOVE SPACES TO CYCLE-CONTROL-RECORD.
003510     MOVE CYC-BUS-DATE TO CY-BUS-DATE.
003520     MOVE CYC-STEP-NAME TO CY-STEP-NAME.
003530     MOVE CYC-NEXT-SEQ TO CY-EVENT-SEQ.
003540     MOVE CYC-EVENT-CODE TO CY-EVENT.
003550     ACCEPT CY-EVENT-DATE FROM DATE YYYYMMDD.
003560     ACCEPT CY-EVENT-TIME FROM TIME.
003570     MOVE CYC-EVENT-RC TO CY-RETURN-CODE.
003580     MOVE CYC-RERUN-SWITCH TO CY-RERUN-FLAG.
003590     MOVE CYC-KEY-COUNTS TO CY-KEY-COUNTS.
003600     MOVE CYC-NOTE TO CY-NOTE.
003610     WRITE CYCLE-CONTROL-RECORD
003620         INVALID KEY
003630             DISPLAY 'TREEBURST CYCLE LEDGER WRITE FAILED - KEY '
003640                 CY-KEY
003650     END-WRITE.
003660     ADD 1 TO CYC-NEXT-SEQ.
003670 0130-EXIT.
003680     EXIT.
003690
003700*----------------------------------------------------------------
003710* 0900-END-CYCLE - POST THE ENDED EVENT WITH THE STEP'S RETURN
003720* CODE AND ITS KEY COUNTS, AND CLOSE THE LEDGER.
003730*----------------------------------------------------------------
003740 0900-END-CYCLE.
003750     MOVE 'DESTS' TO CYC-COUNT-LABEL(1).
003760     MOVE DEST-COUNT TO CYC-COUNT-VALUE(1).
003770     MOVE 'OVERFLOW' TO CYC-COUNT-LABEL(2).
003780     MOVE OVERFLOW-DEST-COUNT TO CYC-COUNT-VALUE(2).
003790     MOVE 'CATCHPGS' TO CYC-COUNT-LABEL(3).
003800     MOVE CATCH-PAGE-COUNT TO CYC-COUNT-VALUE(3).
003810     MOVE 'E' TO CYC-EVENT-CODE.
003820     MOVE RETURN-CODE TO CYC-EVENT-RC.
003830     MOVE SPACES TO CYC-NOTE.
003840     PERFORM 0130-WRITE-CYCLE-EVENT THRU 0130-EXIT.
003850     CLOSE CYCLE-FILE.
003860 0900-EXIT.
003870     EXIT.
003880
003890*----------------------------------------------------------------
003900* 1000-INITIALIZE.
003910*----------------------------------------------------------------
003920 1000-INITIALIZE.
003930     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
003940     ACCEPT RUN-TIME FROM TIME.
003950     OPEN INPUT SPOOL-FILE.
003960     OPEN OUTPUT BURST-OUT-1.
003970     OPEN OUTPUT BURST-OUT-2.
003980     OPEN OUTPUT BURST-OUT-3.
003990     OPEN OUTPUT BURST-OUT-4.
004000     OPEN OUTPUT CATCH-OUT.
004010     OPEN OUTPUT SUMMARY-FILE.
004020     MOVE ZERO TO CURRENT-SLOT.
004030     PERFORM 2100-READ-SPOOL THRU 2100-EXIT.
004040 1000-EXIT.
004050     EXIT.
004060
004070*----------------------------------------------------------------
004080* 2000-BURST-SPOOL - ONE SPOOL LINE. A ROUTING LINE REBINDS THE
004090* CURRENT DESTINATION BEFORE THE LINE IS COPIED, SO THE ROUTING
004100* BANNER TRAVELS WITH ITS OWN DESTINATION'S OUTPUT. THE RUN
004110* SUMMARY PAGE DROPS BACK TO THE CATCH-ALL (SHOP COPY).
004120*----------------------------------------------------------------
004130 2000-BURST-SPOOL.
004140     IF SPOOL-TEXT(1:10) = 'ROUTE TO: '
004150         MOVE SPOOL-TEXT(11:8) TO ROUTE-DEST-NAME
004160         PERFORM 3000-BIND-DESTINATION THRU 3000-EXIT
004170     END-IF.
004180     IF SPOOL-TEXT(1:21) = 'TREESTARS RUN SUMMARY'
004190         MOVE ZERO TO CURRENT-SLOT
004200     END-IF.
004210     PERFORM 4000-WRITE-CURRENT THRU 4000-EXIT.
004220     PERFORM 2100-READ-SPOOL THRU 2100-EXIT.
004230 2000-EXIT.
004240     EXIT.
004250
004260*----------------------------------------------------------------
004270* 2100-READ-SPOOL.
004280*----------------------------------------------------------------
004290 2100-READ-SPOOL.
004300     READ SPOOL-FILE
004310         AT END
004320             MOVE 'Y' TO SPOOL-EOF-SWITCH
004330     END-READ.
004340 2100-EXIT.
004350     EXIT.
004360
004370*----------------------------------------------------------------
004380* 3000-BIND-DESTINATION - FIND THE SLOT ALREADY HOLDING THIS
004390* DESTINATION, OR BIND IT TO THE NEXT FREE ONE. THE '(SHOP)'
004400* ROUTE STAMPED FOR ORDERS WITH NO DESTINATION ALWAYS GOES TO
004410* THE CATCH-ALL. WHEN ALL FOUR SLOTS ARE TAKEN A NEW
004420* DESTINATION ALSO FALLS TO THE CATCH-ALL AND THE OVERFLOW IS
004430* COUNTED FOR THE SUMMARY.
004440*----------------------------------------------------------------
004450 3000-BIND-DESTINATION.
004460     IF ROUTE-DEST-NAME = '(SHOP)'
004470         MOVE ZERO TO CURRENT-SLOT
004480         GO TO 3000-EXIT
004490     END-IF.
004500     MOVE 'N' TO SLOT-FOUND-SWITCH.
004510     PERFORM 3100-MATCH-ONE-SLOT THRU 3100-EXIT
004520         VARYING DEST-IDX FROM 1 BY 1
004530         UNTIL DEST-IDX > DEST-COUNT OR SLOT-FOUND.
004540     IF SLOT-FOUND
004550         GO TO 3000-EXIT
004560     END-IF.
004570     IF DEST-COUNT < DEST-TABLE-MAX
004580         ADD 1 TO DEST-COUNT
004590         MOVE ROUTE-DEST-NAME TO DT-DEST-NAME(DEST-COUNT)
004600         MOVE ZERO TO DT-PAGE-COUNT(DEST-COUNT)
004610         MOVE ZERO TO DT-LINE-COUNT(DEST-COUNT)
004620         MOVE DEST-COUNT TO CURRENT-SLOT
004630     ELSE
004640         ADD 1 TO OVERFLOW-DEST-COUNT
004650         MOVE ZERO TO CURRENT-SLOT
004660     END-IF.
004670 3000-EXIT.
004680     EXIT.
004690
004700 3100-MATCH-ONE-SLOT.
004710     IF DT-DEST-NAME(DEST-IDX) = ROUTE-DEST-NAME
004720         MOVE DEST-IDX TO CURRENT-SLOT
004730         MOVE 'Y' TO SLOT-FOUND-SWITCH
004740     END-IF.
004750 3100-EXIT.
004760     EXIT.
004770
004780*----------------------------------------------------------------
004790* 4000-WRITE-CURRENT - COPY THE SPOOL LINE TO THE OUTPUT BOUND
004800* TO THE CURRENT SLOT AND KEEP THE PAGE/LINE TALLIES. A PAGE IS
004810* COUNTED AT EACH TOP-OF-FORM (ASA '1') LINE.
004820*----------------------------------------------------------------
004830 4000-WRITE-CURRENT.
004840     EVALUATE CURRENT-SLOT
004850         WHEN 1
004860             MOVE SPOOL-RECORD TO BURST-RECORD-1
004870             WRITE BURST-RECORD-1
004880         WHEN 2
004890             MOVE SPOOL-RECORD TO BURST-RECORD-2
004900             WRITE BURST-RECORD-2
004910         WHEN 3
004920             MOVE SPOOL-RECORD TO BURST-RECORD-3
004930             WRITE BURST-RECORD-3
004940         WHEN 4
004950             MOVE SPOOL-RECORD TO BURST-RECORD-4
004960             WRITE BURST-RECORD-4
004970         WHEN OTHER
004980             MOVE SPOOL-RECORD TO CATCH-RECORD
004990             WRITE CATCH-RECORD
005000     END-EVALUATE.
005010     IF CURRENT-SLOT > ZERO
005020         ADD 1 TO DT-LINE-COUNT(CURRENT-SLOT)
005030         IF SPOOL-CC = '1'
005040             ADD 1 TO DT-PAGE-COUNT(CURRENT-SLOT)
005050         END-IF
005060     ELSE
005070         ADD 1 TO CATCH-LINE-COUNT
005080         IF SPOOL-CC = '1'
005090             ADD 1 TO CATCH-PAGE-COUNT
005100         END-IF
005110     END-IF.
005120 4000-EXIT.
005130     EXIT.
005140
005150*----------------------------------------------------------------
005160* 7000-WRITE-SUMMARY - THE OPERATOR'S DISTRIBUTION CHECKLIST:
005170* WHICH OUTPUT DATASET CARRIES WHICH DESTINATION, AND HOW MANY
005180* PAGES EACH PRINTER SHOULD PRODUCE.
005190*----------------------------------------------------------------
005200 7000-WRITE-SUMMARY.
005210     MOVE SPACES TO SUM-LINE.
005220     MOVE '1' TO SUM-CC.
005230     STRING 'TREEBURST DISTRIBUTION SUMMARY' DELIMITED BY SIZE
005240         INTO SUM-LINE
005250     END-STRING.
005260     WRITE SUMMARY-RECORD.
005270
005280     MOVE SPACES TO SUM-LINE.
005290     MOVE ' ' TO SUM-CC.
005300     STRING 'OUTPUT    DESTINATION   PAGES   LINES'
005310         DELIMITED BY SIZE
005320         INTO SUM-LINE
005330     END-STRING.
005340     WRITE SUMMARY-RECORD.
005350
005360     PERFORM 7100-SUMMARY-ONE-DEST THRU 7100-EXIT
005370         VARYING DEST-IDX FROM 1 BY 1
005380         UNTIL DEST-IDX > DEST-COUNT.
005390
005400     MOVE SPACES TO SUM-LINE.
005410     MOVE CATCH-PAGE-COUNT TO EDIT-COUNT-5.
005420     MOVE CATCH-LINE-COUNT TO EDIT-COUNT-6.
005430     STRING 'BURSTCAT  (CATCH-ALL)   ' DELIMITED BY SIZE
005440         EDIT-COUNT-5 DELIMITED BY SIZE
005450         '  ' DELIMITED BY SIZE
005460         EDIT-COUNT-6 DELIMITED BY SIZE
005470         INTO SUM-LINE
005480     END-STRING.
005490     WRITE SUMMARY-RECORD.
005500
005510     IF OVERFLOW-DEST-COUNT > ZERO
005520         MOVE SPACES TO SUM-LINE
005530         MOVE OVERFLOW-DEST-COUNT TO EDIT-COUNT-5
005540         STRING '*** WARNING - ROUTING LINES SENT TO CATCH-ALL'
005550             DELIMITED BY SIZE
005560             ' (NO FREE SLOT): ' DELIMITED BY SIZE
005570             EDIT-COUNT-5 DELIMITED BY SIZE
005580             INTO SUM-LINE
005590         END-STRING
005600         WRITE SUMMARY-RECORD
005610         DISPLAY 'TREEBURST DESTINATION SLOTS EXHAUSTED - '
005620             OVERFLOW-DEST-COUNT ' ROUTING LINES TO CATCH-ALL'
005630     END-IF.
005640
005650     MOVE SPACES TO SUM-LINE.
005660     STRING 'RUN DATE/TIME ' DELIMITED BY SIZE
005670         RUN-DATE DELIMITED BY SIZE
005680         ' / ' DELIMITED BY SIZE
005690         RUN-TIME DELIMITED BY SIZE
005700         INTO SUM-LINE
005710     END-STRING.
005720     WRITE SUMMARY-RECORD.
005730 7000-EXIT.
005740     EXIT.
005750
005760 7100-SUMMARY-ONE-DEST.
005770     MOVE SPACES TO SUM-LINE.
005780     MOVE ' ' TO SUM-CC.
005790     MOVE DT-PAGE-COUNT(DEST-IDX) TO EDIT-COUNT-5.
005800     MOVE DT-LINE-COUNT(DEST-IDX) TO EDIT-COUNT-6.
005810     MOVE DEST-IDX TO EDIT-SLOT-1.
005820     STRING 'BURSTO' DELIMITED BY SIZE
005830         EDIT-SLOT-1 DELIMITED BY SIZE
005840         '    ' DELIMITED BY SIZE
005850         DT-DEST-NAME(DEST-IDX) DELIMITED BY SIZE
005860         '      ' DELIMITED BY SIZE
005870         EDIT-COUNT-5 DELIMITED BY SIZE
005880         '  ' DELIMITED BY SIZE
005890         EDIT-COUNT-6 DELIMITED BY SIZE
005900         INTO SUM-LINE
005910     END-STRING.
005920     WRITE SUMMARY-RECORD.
005930 7100-EXIT.
005940     EXIT.
005950
005960*----------------------------------------------------------------
005970* 9000-TERMINATE.
005980*----------------------------------------------------------------
005990 9000-TERMINATE.
006000     CLOSE SPOOL-FILE.
006010     CLOSE BURST-OUT-1.
006020     CLOSE BURST-OUT-2.
006030     CLOSE BURST-OUT-3.
006040     CLOSE BURST-OUT-4.
006050     CLOSE CATCH-OUT.
006060     CLOSE SUMMARY-FILE.
006070 9000-EXIT.
006080     EXIT.
