000220*                  MERGED FILE PAST THE 999-ORDER QUEUE CAP ARE
000230*                  HELD OUT AND LISTED ON A MISS REPORT INSTEAD
000240*                  OF VANISHING IN THE PRINT RUN'S OVERFLOW.
000250* 2026-10-15 IIRO  ORDERS TREERELEASE HAS RELEASED FROM THE
000260*                  SPENDING-LIMIT HOLD (RELORDS) ARE MERGED IN
000270*                  RIGHT BEHIND THE KEYED ORDERS, UNCAPPED LIKE
000280*                  KEYED WORK, AND RELORDS IS EMPTIED ONCE
000290*                  MERGED SO NO ORDER IS RELEASED TWICE.
000300* 2026-10-15 IIRO  POSTS STARTED AND ENDED EVENTS (RETURN CODE
000310*                  AND KEY COUNTS) TO THE SHARED CYCLCTL CYCLE-
000320*                  CONTROL LEDGER. FIRST STEP OF THE CYCLE, SO NO
000330*                  PREDECESSOR; REFUSES TO RUN - RC 16 - IF IT HAS
000340*                  ALREADY ENDED CLEAN FOR THE BUSINESS DATE AND
000350*                  THE CYCLPARM CARD DOES NOT NAME IT FOR A RERUN.
000360* 2026-10-15 IIRO  GENERATED ORDERS ARE STAMPED WITH THE DATE AND
000370*                  TIME THEY WERE GENERATED AS THEIR SUBMISSION
000380*                  DATE/TIME, SO TREESERVICE MEASURES STANDING
000390*                  WORK LIKE KEYED WORK. KEYED AND RELEASED
000400*                  ORDERS KEEP THE STAMP THEY ARRIVED WITH.
000410*----------------------------------------------------------------
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT STANDING-FILE ASSIGN TO STANDMST
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS STND-FILE-STATUS.
000490
000500     SELECT KEYED-ORDER-FILE ASSIGN TO ORDERSIN
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS KEYD-FILE-STATUS.
000530
000540     SELECT RELEASED-ORDER-FILE ASSIGN TO RELORDS
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS RELS-FILE-STATUS.
000570
000580     SELECT MERGED-ORDER-FILE ASSIGN TO ORDERS
000590         ORGANIZATION IS SEQUENTIAL.
000600
000610     SELECT MISS-REPORT-FILE ASSIGN TO STANDRPT
000620         ORGANIZATION IS SEQUENTIAL.
000630
000640     SELECT CYCLE-FILE ASSIGN TO CYCLCTL
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS CY-KEY
000680         FILE STATUS IS CYC-FILE-STATUS.
000690
000700     SELECT CYCLE-PARM-FILE ASSIGN TO CYCLPARM
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS CYC-PARM-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760*----------------------------------------------------------------
000770* STANDING-FILE - THE STANDING-ORDER MASTER. A MISSING FILE
000780* MEANS NO STANDING ORDERS - THE KEYED FILE PASSES THROUGH
000790* UNCHANGED.
000800*----------------------------------------------------------------
000810 FD  STANDING-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 160 CHARACTERS.
000850     COPY STANDREC.
000860
000870*----------------------------------------------------------------
000880* KEYED-ORDER-FILE - THE DAY'S KEYED-IN ORDERS AS THE
000890* DEPARTMENTS SUBMITTED THEM. COPIED THROUGH UNTOUCHED, AHEAD
000900* OF THE GENERATED ORDERS, SO KEYED WORK KEEPS ITS ARRIVAL
000910* ORDER. A MISSING FILE MEANS A DAY OF STANDING ORDERS ONLY.
000920*----------------------------------------------------------------
000930 FD  KEYED-ORDER-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 80 CHARACTERS.
000970 01  KEYED-ORDER-RECORD          PIC X(80).
000980
000990*----------------------------------------------------------------
001000* RELEASED-ORDER-FILE - HELD ORDERS FINANCE HAS RELEASED, ALREADY
001010* STAMPED WITH THE APPROVER'S INITIALS BY TREERELEASE. COPIED
001020* THROUGH UNTOUCHED BEHIND THE KEYED ORDERS, THEN EMPTIED. A
001030* MISSING FILE MEANS NOTHING WAS RELEASED.
001040*----------------------------------------------------------------
001050 FD  RELEASED-ORDER-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 80 CHARACTERS.
001090 01  RELEASED-ORDER-RECORD       PIC X(80).
001100
001110*----------------------------------------------------------------
001120* MERGED-ORDER-FILE - THE ORDERS FILE HANDED TO TREESTARS:
001130* KEYED ORDERS FIRST, THEN RELEASED ORDERS, THEN TODAY'S
001140* GENERATED STANDING ORDERS.
001150*----------------------------------------------------------------
001160 FD  MERGED-ORDER-FILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD
001190     RECORD CONTAINS 80 CHARACTERS.
001200 01  MERGED-ORDER-RECORD         PIC X(80).
001210
001220*----------------------------------------------------------------
001230* MISS-REPORT-FILE - THE MERGE REPORT, 132-BYTE PRINT LINE WITH
001240* AN ASA CARRIAGE-CONTROL BYTE: ONE LINE PER STANDING ORDER DUE
001250* TODAY BUT HELD OUT BY THE QUEUE CAP, PLUS THE MERGE COUNTS.
001260*----------------------------------------------------------------
001270 FD  MISS-REPORT-FILE
001280     RECORDING MODE IS F
001290     LABEL RECORDS ARE OMITTED
001300     RECORD CONTAINS 132 CHARACTERS.
001310 01  MISS-REPORT-RECORD.
001320     05  MRP-CC                  PIC X(01).
001330     05  MRP-LINE                PIC X(131).
001340
001350*----------------------------------------------------------------
001360* CYCLE-FILE - THE SHARED CYCLE-CONTROL LEDGER (SEE CYCLREC),
001370* CHECKED BEFORE THIS STEP STARTS AND POSTED AT START AND END.
001380*----------------------------------------------------------------
001390 FD  CYCLE-FILE
001400     RECORD CONTAINS 120 CHARACTERS.
001410     COPY CYCLREC.
001420
001430*----------------------------------------------------------------
001440* CYCLE-PARM-FILE - THE OPTIONAL BUSINESS DATE / RERUN CARD.
001450*----------------------------------------------------------------
001460 FD  CYCLE-PARM-FILE
001470     RECORDING MODE IS F
001480     LABEL RECORDS ARE STANDARD
001490     RECORD CONTAINS 80 CHARACTERS.
001500     COPY CYCPREC.
001510
001520 WORKING-STORAGE SECTION.
001530 01  STND-EOF-SWITCH             PIC X(01) VALUE 'N'.
001540     88  STND-EOF                VALUE 'Y'.
001550 01  KEYD-EOF-SWITCH             PIC X(01) VALUE 'N'.
001560     88  KEYD-EOF                VALUE 'Y'.
001570 01  RELS-EOF-SWITCH             PIC X(01) VALUE 'N'.
001580     88  RELS-EOF                VALUE 'Y'.
001590 01  ORDER-DUE-SWITCH            PIC X(01) VALUE 'N'.
001600     88  ORDER-IS-DUE            VALUE 'Y'.
001610 01  STND-FILE-STATUS            PIC X(02) VALUE '00'.
001620 01  KEYD-FILE-STATUS            PIC X(02) VALUE '00'.
001630 01  RELS-FILE-STATUS            PIC X(02) VALUE '00'.
001640
001650*----------------------------------------------------------------
001660* THE GENERATED ORDER IS BUILT HERE SO THE SOURCE CODE CAN BE
001670* STAMPED THROUGH THE ORDREC FIELD NAMES BEFORE THE IMAGE GOES
001680* OUT. SAME LAYOUT THE PRINT RUN READS.
001690*----------------------------------------------------------------
001700     COPY ORDREC.
001710
001720*----------------------------------------------------------------
001730* MERGE LIMIT - THE TREESTARS ORDER QUEUE HOLDS 999 ORDERS, SO
001740* A MERGED FILE PAST THAT ONLY FEEDS THE PRINT RUN'S OVERFLOW
001750* REJECTS. STANDING ORDERS PAST THE CAP GO TO THE MISS LIST.
001760*----------------------------------------------------------------
001770 01  MERGE-LIMIT-NUM             PIC 9(04) VALUE 999.
001780 01  MERGED-COUNT                PIC 9(04) VALUE 0.
001790 01  KEYED-COUNT                 PIC 9(04) VALUE 0.
001800 01  RELEASED-COUNT              PIC 9(04) VALUE 0.
001810 01  GENERATED-COUNT             PIC 9(04) VALUE 0.
001820 01  MISSED-COUNT                PIC 9(04) VALUE 0.
001830 01  DUE-SKIP-IDX                PIC 9(01) VALUE 0.
001840
001850 01  RUN-DAY-OF-WEEK             PIC 9(01) VALUE 0.
001860 01  EDIT-COUNT-4                PIC ZZZ9.
001870 01  RUN-DATE                    PIC 9(08) VALUE 0.
001880 01  RUN-TIME                    PIC 9(08) VALUE 0.
001890
001900*----------------------------------------------------------------
001910* CYCLE CONTROL - THIS STEP'S LEDGER NAME, AND THE STEP THAT MUST
001920* HAVE ENDED CLEAN FOR THE SAME BUSINESS DATE BEFORE IT STARTS.
001930*----------------------------------------------------------------
001940 01  CYC-STEP-NAME               PIC X(10) VALUE 'TREESTAND'.
001950 01  CYC-PRED-NAME               PIC X(10) VALUE SPACES.
001960 01  CYC-BUS-DATE                PIC 9(08) VALUE 0.
001970 01  CYC-FILE-STATUS             PIC X(02) VALUE '00'.
001980 01  CYC-PARM-STATUS             PIC X(02) VALUE '00'.
001990 01  CYC-SCAN-DONE-SWITCH        PIC X(01) VALUE 'N'.
002000     88  CYC-SCAN-DONE           VALUE 'Y'.
002010 01  CYC-RERUN-SWITCH            PIC X(01) VALUE 'N'.
002020     88  CYC-RERUN-ALLOWED       VALUE 'Y'.
002030 01  CYC-REFUSED-SWITCH          PIC X(01) VALUE 'N'.
002040     88  CYC-REFUSED             VALUE 'Y'.
002050 01  CYC-SCAN-STEP               PIC X(10) VALUE SPACES.
002060 01  CYC-LAST-EVENT              PIC X(01) VALUE SPACE.
002070 01  CYC-LAST-RC                 PIC 9(03) VALUE 0.
002080 01  CYC-LAST-SEQ                PIC 9(03) VALUE 0.
002090 01  CYC-NEXT-SEQ                PIC 9(03) VALUE 0.
002100 01  CYC-EVENT-CODE              PIC X(01) VALUE SPACE.
002110 01  CYC-EVENT-RC                PIC 9(03) VALUE 0.
002120 01  CYC-REFUSE-RC               PIC 9(03) VALUE 0.
002130 01  CYC-NOTE                    PIC X(30) VALUE SPACES.
002140 01  CYC-KEY-COUNTS.
002150     05  CYC-KEY-COUNT OCCURS 3 TIMES.
002160         10  CYC-COUNT-LABEL     PIC X(08).
002170         10  CYC-COUNT-VALUE     PIC 9(07).
002180
002190 PROCEDURE DIVISION.
002200*----------------------------------------------------------------
002210* 0000-MAINLINE - COPY THE KEYED FILE AND THE RELEASED ORDERS
002220* THROUGH, GENERATE TODAY'S DUE STANDING ORDERS BEHIND THEM,
002230* THEN REPORT THE MERGE.
002240*----------------------------------------------------------------
002250 0000-MAINLINE.
002260     PERFORM 0100-CHECK-CYCLE THRU 0100-EXIT.
002270     IF CYC-REFUSED
002280         MOVE CYC-REFUSE-RC TO RETURN-CODE
002290         STOP RUN
002300     END-IF.
002310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002320     PERFORM 2000-COPY-KEYED-ORDER THRU 2000-EXIT
002330         UNTIL KEYD-EOF.
002340     PERFORM 2500-COPY-RELEASED-ORDER THRU 2500-EXIT
002350         UNTIL RELS-EOF.
002360     PERFORM 3000-GENERATE-ONE-STANDING THRU 3000-EXIT
002370         UNTIL STND-EOF.
002380     PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT.
002390     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002400     PERFORM 0900-END-CYCLE THRU 0900-EXIT.
002410     STOP RUN.
002420
002430*----------------------------------------------------------------
002440* 0100-CHECK-CYCLE - TAKE THE BUSINESS DATE FROM THE CYCLPARM
002450* CARD (TODAY IF NONE), THEN REFUSE - RC 16 - IF THIS STEP HAS
002460* ALREADY ENDED CLEAN FOR THAT DATE AND THE CARD DOES NOT NAME IT
002470* FOR A RERUN. THE START, OR THE REFUSAL, IS POSTED TO THE
002480* LEDGER.
002490*----------------------------------------------------------------
002500 0100-CHECK-CYCLE.
002510     ACCEPT CYC-BUS-DATE FROM DATE YYYYMMDD.
002520     MOVE SPACES TO CYC-KEY-COUNTS.
002530     MOVE ZERO TO CYC-COUNT-VALUE(1).
002540     MOVE ZERO TO CYC-COUNT-VALUE(2).
002550     MOVE ZERO TO CYC-COUNT-VALUE(3).
002560     OPEN INPUT CYCLE-PARM-FILE.
002570     IF CYC-PARM-STATUS NOT = '35'
002580         READ CYCLE-PARM-FILE
002590             AT END
002600                 MOVE SPACES TO CYCLE-PARM-RECORD
002610         END-READ
002620         IF CYP-BUS-DATE IS NUMERIC
002630             MOVE CYP-BUS-DATE TO CYC-BUS-DATE
002640         END-IF
002650         IF CYP-RERUN-STEP = CYC-STEP-NAME
002660             MOVE 'Y' TO CYC-RERUN-SWITCH
002670         END-IF
002680         CLOSE CYCLE-PARM-FILE
002690     END-IF.
002700     OPEN I-O CYCLE-FILE.
002710     IF CYC-FILE-STATUS = '35'
002720         OPEN OUTPUT CYCLE-FILE
002730         CLOSE CYCLE-FILE
002740         OPEN I-O CYCLE-FILE
002750     END-IF.
002760     IF CYC-PRED-NAME NOT = SPACES
002770         MOVE CYC-PRED-NAME TO CYC-SCAN-STEP
002780         PERFORM 0110-SCAN-STEP THRU 0110-EXIT
002790         IF CYC-LAST-EVENT NOT = 'E' OR CYC-LAST-RC > 4
002800             MOVE 'Y' TO CYC-REFUSED-SWITCH
002810             MOVE 12 TO CYC-REFUSE-RC
002820             STRING CYC-PRED-NAME DELIMITED BY SPACE
002830                 ' HAS NOT ENDED CLEAN' DELIMITED BY SIZE
002840                 INTO CYC-NOTE
002850             END-STRING
002860         END-IF
002870     END-IF.
002880     MOVE CYC-STEP-NAME TO CYC-SCAN-STEP.
002890     PERFORM 0110-SCAN-STEP THRU 0110-EXIT.
002900     COMPUTE CYC-NEXT-SEQ = CYC-LAST-SEQ + 1.
002910     IF NOT CYC-REFUSED
002920             AND CYC-LAST-EVENT = 'E' AND CYC-LAST-RC NOT > 4
002930         IF CYC-RERUN-ALLOWED
002940             MOVE 'RERUN BY CYCLPARM OVERRIDE' TO CYC-NOTE
002950         ELSE
002960             MOVE 'Y' TO CYC-REFUSED-SWITCH
002970             MOVE 16 TO CYC-REFUSE-RC
002980             MOVE 'ALREADY ENDED CLEAN - NO RERUN' TO CYC-NOTE
002990         END-IF
003000     END-IF.
003010     IF CYC-REFUSED
003020         MOVE 'R' TO CYC-EVENT-CODE
003030         MOVE CYC-REFUSE-RC TO CYC-EVENT-RC
003040         PERFORM 0130-WRITE-CYCLE-EVENT THRU 0130-EXIT
003050         CLOSE CYCLE-FILE
003060         DISPLAY 'TREESTAND REFUSED FOR ' CYC-BUS-DATE
003070             ' - ' CYC-NOTE
003080     ELSE
003090         MOVE 'S' TO CYC-EVENT-CODE
003100         MOVE ZERO TO CYC-EVENT-RC
003110         PERFORM 0130-WRITE-CYCLE-EVENT THRU 0130-EXIT
003120     END-IF.
003130 0100-EXIT.
003140     EXIT.
003150
003160*----------------------------------------------------------------
003170* 0110-SCAN-STEP - WALK ONE STEP'S EVENTS FOR THE BUSINESS DATE,
003180* KEEPING THE LATEST STARTED/ENDED EVENT WITH ITS RETURN CODE, AND
003190* THE HIGHEST EVENT SEQUENCE USED. NO EVENTS LEAVES THE LAST EVENT
003200* BLANK - NEVER STARTED.
003210*----------------------------------------------------------------
003220 0110-SCAN-STEP.
003230     MOVE SPACE TO CYC-LAST-EVENT.
003240     MOVE ZERO TO CYC-LAST-RC.
003250     MOVE ZERO TO CYC-LAST-SEQ.
003260     MOVE 'N' TO CYC-SCAN-DONE-SWITCH.
003270     MOVE CYC-BUS-DATE TO CY-BUS-DATE.
003280     MOVE CYC-SCAN-STEP TO CY-STEP-NAME.
003290     MOVE ZERO TO CY-EVENT-SEQ.
003300     START CYCLE-FILE KEY NOT < CY-KEY
003310         INVALID KEY
003320             MOVE 'Y' TO CYC-SCAN-DONE-SWITCH
003330     END-START.
003340     IF NOT CYC-SCAN-DONE
003350         PERFORM 0120-READ-NEXT-CYCLE THRU 0120-EXIT
003360     END-IF.
003370     PERFORM 0115-SCAN-ONE-EVENT THRU 0115-EXIT
003380         UNTIL CYC-SCAN-DONE.
003390 0110-EXIT.
003400     EXIT.
003410
003420 0115-SCAN-ONE-EVENT.
003430     IF CY-BUS-DATE NOT = CYC-BUS-DATE
003440             OR CY-STEP-NAME NOT = CYC-SCAN-STEP
003450         MOVE 'Y' TO CYC-SCAN-DONE-SWITCH
003460         GO TO 0115-EXIT
003470     END-IF.
003480     MOVE CY-EVENT-SEQ TO CYC-LAST-SEQ.
003490     IF CY-EVENT-STARTED OR CY-EVENT-ENDED
003500         MOVE CY-EVENT TO CYC-LAST-EVENT
003510         MOVE CY-RETURN-CODE TO CYC-LAST-RC
003520     END-IF.
003530     PERFORM 0120-READ-NEXT-CYCLE THRU 0120-EXIT.
003540 0115-EXIT.
003550     EXIT.
003560
003570 0120-READ-NEXT-CYCLE.
003580     READ CYCLE-FILE NEXT RECORD
003590         AT END
003600             MOVE 'Y' TO CYC-SCAN-DONE-SWITCH
003610     END-READ.
003620 0120-EXIT.
003630     EXIT.
003640
003650*----------------------------------------------------------------
003660* 0130-WRITE-CYCLE-EVENT - POST ONE EVENT UNDER THE NEXT SEQUENCE
003670* NUMBER FOR THIS STEP AND BUSINESS DATE.
003680*----------------------------------------------------------------
003690 0130-WRITE-CYCLE-EVENT.
003700     MOVE SPACES TO CYCLE-CONTROL-RECORD.
003710     MOVE CYC-BUS-DATE TO CY-BUS-DATE.
003720     MOVE CYC-STEP-NAME TO CY-STEP-NAME.
003730     MOVE CYC-NEXT-SEQ TO CY-EVENT-SEQ.
003740     MOVE CYC-EVENT-CODE TO CY-EVENT.
003750     ACCEPT CY-EVENT-DATE FROM DATE YYYYMMDD.
003760     ACCEPT CY-EVENT-TIME FROM TIME.
003770     MOVE CYC-EVENT-RC TO CY-RETURN-CODE.
003780     MOVE CYC-RERUN-SWITCH TO CY-RERUN-FLAG.
003790     MOVE CYC-KEY-COUNTS TO CY-KEY-COUNTS.
003800     MOVE CYC-NOTE TO CY-NOTE.
003810     WRITE CYCLE-CONTROL-RECORD
003820         INVALID KEY
003830             DISPLAY 'TREESTAND CYCLE LEDGER WRITE FAILED - KEY '
003840                 CY-KEY
003850     END-WRITE.
003860     ADD 1 TO CYC-NEXT-SEQ.
003870 0130-EXIT.
003880     EXIT.
003890
003900*----------------------------------------------------------------
003910* 0900-END-CYCLE - POST THE ENDED EVENT WITH THE STEP'S RETURN
003920* CODE AND ITS KEY COUNTS, AND CLOSE THE LEDGER.
003930*----------------------------------------------------------------
003940 0900-END-CYCLE.
003950     MOVE 'MERGED' TO CYC-COUNT-LABEL(1).
003960     MOVE MERGED-COUNT TO CYC-COUNT-VALUE(1).
003970     MOVE 'GENERATD' TO CYC-COUNT-LABEL(2).
003980     MOVE GENERATED-COUNT TO CYC-COUNT-VALUE(2).
003990     MOVE 'RELEASED' TO CYC-COUNT-LABEL(3).
004000     MOVE RELEASED-COUNT TO CYC-COUNT-VALUE(3).
004010     MOVE 'E' TO CYC-EVENT-CODE.
004020     MOVE RETURN-CODE TO CYC-EVENT-RC.
004030     MOVE SPACES TO CYC-NOTE.
004040     PERFORM 0130-WRITE-CYCLE-EVENT THRU 0130-EXIT.
004050     CLOSE CYCLE-FILE.
004060 0900-EXIT.
004070     EXIT.
004080
004090*----------------------------------------------------------------
004100* 1000-INITIALIZE - OPEN EVERYTHING AND PRIME BOTH READS. THE
004110* WEEKDAY (1 = MONDAY THROUGH 7 = SUNDAY) INDEXES THE STANDING
004120* MASTER'S DAY FLAGS DIRECTLY.
004130*----------------------------------------------------------------
004140 1000-INITIALIZE.
004150     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
004160     ACCEPT RUN-TIME FROM TIME.
004170     ACCEPT RUN-DAY-OF-WEEK FROM DAY-OF-WEEK.
004180     OPEN INPUT STANDING-FILE.
004190     IF STND-FILE-STATUS = '35'
004200         MOVE 'Y' TO STND-EOF-SWITCH
004210     END-IF.
004220     OPEN INPUT KEYED-ORDER-FILE.
004230     IF KEYD-FILE-STATUS = '35'
004240         MOVE 'Y' TO KEYD-EOF-SWITCH
004250     END-IF.
004260     OPEN INPUT RELEASED-ORDER-FILE.
004270     IF RELS-FILE-STATUS = '35'
004280         MOVE 'Y' TO RELS-EOF-SWITCH
004290     END-IF.
004300     OPEN OUTPUT MERGED-ORDER-FILE.
004310     OPEN OUTPUT MISS-REPORT-FILE.
004320     PERFORM 7100-WRITE-HEADER THRU 7100-EXIT.
004330     IF NOT KEYD-EOF
004340         PERFORM 2100-READ-KEYED-ORDER THRU 2100-EXIT
004350     END-IF.
004360     IF NOT RELS-EOF
004370         PERFORM 2600-READ-RELEASED-ORDER THRU 2600-EXIT
004380     END-IF.
004390     IF NOT STND-EOF
004400         PERFORM 3100-READ-STANDING THRU 3100-EXIT
004410     END-IF.
004420 1000-EXIT.
004430     EXIT.
004440
004450*----------------------------------------------------------------
004460* 2000-COPY-KEYED-ORDER - ONE KEYED ORDER STRAIGHT THROUGH TO
004470* THE MERGED FILE, UNTOUCHED.
004480*----------------------------------------------------------------
004490 2000-COPY-KEYED-ORDER.
004500     MOVE KEYED-ORDER-RECORD TO MERGED-ORDER-RECORD.
004510     WRITE MERGED-ORDER-RECORD.
004520     ADD 1 TO KEYED-COUNT.
004530     ADD 1 TO MERGED-COUNT.
004540     PERFORM 2100-READ-KEYED-ORDER THRU 2100-EXIT.
004550 2000-EXIT.
004560     EXIT.
004570
004580 2100-READ-KEYED-ORDER.
004590     READ KEYED-ORDER-FILE
004600         AT END
004610             MOVE 'Y' TO KEYD-EOF-SWITCH
004620     END-READ.
004630 2100-EXIT.
004640     EXIT.
004650
004660*----------------------------------------------------------------
004670* 2500-COPY-RELEASED-ORDER - ONE RELEASED ORDER STRAIGHT THROUGH
004680* TO THE MERGED FILE. LIKE KEYED WORK IT IS NOT HELD TO THE
004690* QUEUE CAP - IT HAS ALREADY WAITED A DAY FOR APPROVAL.
004700*----------------------------------------------------------------
004710 2500-COPY-RELEASED-ORDER.
004720     MOVE RELEASED-ORDER-RECORD TO MERGED-ORDER-RECORD.
004730     WRITE MERGED-ORDER-RECORD.
004740     ADD 1 TO RELEASED-COUNT.
004750     ADD 1 TO MERGED-COUNT.
004760     PERFORM 2600-READ-RELEASED-ORDER THRU 2600-EXIT.
004770 2500-EXIT.
004780     EXIT.
004790
004800 2600-READ-RELEASED-ORDER.
004810     READ RELEASED-ORDER-FILE
004820         AT END
004830             MOVE 'Y' TO RELS-EOF-SWITCH
004840     END-READ.
004850 2600-EXIT.
004860     EXIT.
004870
004880*----------------------------------------------------------------
004890* 3000-GENERATE-ONE-STANDING - ONE STANDING MASTER RECORD: IF IT
004900* IS DUE TODAY, STAMP ITS IMAGE WITH THE 'S' SOURCE CODE AND
004910* THE GENERATION DATE/TIME AS ITS SUBMISSION AND MERGE IT -
004920* UNLESS THE MERGED FILE ALREADY STANDS AT THE QUEUE CAP, IN
004930* WHICH CASE IT GOES ON THE MISS LIST.
004940*----------------------------------------------------------------
004950 3000-GENERATE-ONE-STANDING.
004960     PERFORM 3200-CHECK-DUE-TODAY THRU 3200-EXIT.
004970     IF ORDER-IS-DUE
004980         IF MERGED-COUNT < MERGE-LIMIT-NUM
004990             MOVE STD-ORDER-IMAGE TO ORDER-RECORD
005000             MOVE 'S' TO ORD-SOURCE-CODE
005010             MOVE RUN-DATE TO ORD-SUBMIT-DATE
005020             MOVE RUN-TIME(1:4) TO ORD-SUBMIT-TIME
005030             MOVE ORDER-RECORD TO MERGED-ORDER-RECORD
005040             WRITE MERGED-ORDER-RECORD
005050             ADD 1 TO GENERATED-COUNT
005060             ADD 1 TO MERGED-COUNT
005070         ELSE
005080             ADD 1 TO MISSED-COUNT
005090             PERFORM 4000-WRITE-MISS-LINE THRU 4000-EXIT
005100         END-IF
005110     END-IF.
005120     PERFORM 3100-READ-STANDING THRU 3100-EXIT.
005130 3000-EXIT.
005140     EXIT.
005150
005160 3100-READ-STANDING.
005170     READ STANDING-FILE
005180         AT END
005190             MOVE 'Y' TO STND-EOF-SWITCH
005200     END-READ.
005210 3100-EXIT.
005220     EXIT.
005230
005240*----------------------------------------------------------------
005250* 3200-CHECK-DUE-TODAY - DUE MEANS TODAY'S WEEKDAY FLAG IS 'Y',
005260* TODAY FALLS IN THE START/END WINDOW (END DATE ZERO = NO END),
005270* AND TODAY IS NOT ONE OF THE SKIP DATES.
005280*----------------------------------------------------------------
005290 3200-CHECK-DUE-TODAY.
005300     MOVE 'N' TO ORDER-DUE-SWITCH.
005310     IF STD-DAY-FLAG(RUN-DAY-OF-WEEK) NOT = 'Y'
005320         GO TO 3200-EXIT
005330     END-IF.
005340     IF STD-START-DATE IS NUMERIC
005350             AND STD-START-DATE > RUN-DATE
005360         GO TO 3200-EXIT
005370     END-IF.
005380     IF STD-END-DATE IS NUMERIC
005390             AND STD-END-DATE > ZERO
005400             AND STD-END-DATE < RUN-DATE
005410         GO TO 3200-EXIT
005420     END-IF.
005430     MOVE 'Y' TO ORDER-DUE-SWITCH.
005440     PERFORM 3300-CHECK-ONE-SKIP-DATE THRU 3300-EXIT
005450         VARYING DUE-SKIP-IDX FROM 1 BY 1
005460         UNTIL DUE-SKIP-IDX > 5 OR NOT ORDER-IS-DUE.
005470 3200-EXIT.
005480     EXIT.
005490
005500 3300-CHECK-ONE-SKIP-DATE.
005510     IF STD-SKIP-DATE(DUE-SKIP-IDX) IS NUMERIC
005520             AND STD-SKIP-DATE(DUE-SKIP-IDX) = RUN-DATE
005530         MOVE 'N' TO ORDER-DUE-SWITCH
005540     END-IF.
005550 3300-EXIT.
005560     EXIT.
005570
005580*----------------------------------------------------------------
005590* 4000-WRITE-MISS-LINE - ONE LINE PER STANDING ORDER DUE TODAY
005600* BUT HELD OUT BY THE QUEUE CAP, AT ENOUGH DETAIL FOR THE SHOP
005610* TO KEY IT BY HAND OR RERUN IT TOMORROW.
005620*----------------------------------------------------------------
005630 4000-WRITE-MISS-LINE.
005640     MOVE STD-ORDER-IMAGE TO ORDER-RECORD.
005650     MOVE SPACES TO MRP-LINE.
005660     MOVE ' ' TO MRP-CC.
005670     STRING '  ' DELIMITED BY SIZE
005680         ORD-JOB-NAME DELIMITED BY SIZE
005690         '  ' DELIMITED BY SIZE
005700         ORD-DEST-NAME DELIMITED BY SIZE
005710         '  DUE TODAY - HELD OUT, MERGED FILE AT QUEUE CAP'
005720         DELIMITED BY SIZE
005730         INTO MRP-LINE
005740     END-STRING.
005750     WRITE MISS-REPORT-RECORD.
005760 4000-EXIT.
005770     EXIT.
005780
005790*----------------------------------------------------------------
005800* 7100-WRITE-HEADER.
005810*----------------------------------------------------------------
005820 7100-WRITE-HEADER.
005830     MOVE SPACES TO MRP-LINE.
005840     MOVE '1' TO MRP-CC.
005850     STRING 'TREESTAND STANDING-ORDER MERGE  '
005860         DELIMITED BY SIZE
005870         RUN-DATE DELIMITED BY SIZE
005880         INTO MRP-LINE
005890     END-STRING.
005900     WRITE MISS-REPORT-RECORD.
005910 7100-EXIT.
005920     EXIT.
005930
005940*----------------------------------------------------------------
005950* 7000-WRITE-TRAILER - THE MERGE COUNTS. A NONZERO MISS COUNT IS
005960* ALSO FLASHED ON THE CONSOLE SO THE OPERATOR SEES IT BEFORE THE
005970* PRINT RUN GOES OUT.
005980*----------------------------------------------------------------
005990 7000-WRITE-TRAILER.
006000     MOVE SPACES TO MRP-LINE.
006010     MOVE '0' TO MRP-CC.
006020     MOVE KEYED-COUNT TO EDIT-COUNT-4.
006030     STRING 'KEYED ORDERS COPIED ....... ' DELIMITED BY SIZE
006040         EDIT-COUNT-4 DELIMITED BY SIZE
006050         INTO MRP-LINE
006060     END-STRING.
006070     WRITE MISS-REPORT-RECORD.
006080
006090     MOVE SPACES TO MRP-LINE.
006100     MOVE ' ' TO MRP-CC.
006110     MOVE RELEASED-COUNT TO EDIT-COUNT-4.
006120     STRING 'RELEASED ORDERS MERGED .... ' DELIMITED BY SIZE
006130         EDIT-COUNT-4 DELIMITED BY SIZE
006140         INTO MRP-LINE
006150     END-STRING.
006160     WRITE MISS-REPORT-RECORD.
006170
006180     MOVE SPACES TO MRP-LINE.
006190     MOVE GENERATED-COUNT TO EDIT-COUNT-4.
006200     STRING 'STANDING ORDERS MERGED .... ' DELIMITED BY SIZE
006210         EDIT-COUNT-4 DELIMITED BY SIZE
006220         INTO MRP-LINE
006230     END-STRING.
006240     WRITE MISS-REPORT-RECORD.
006250
006260     MOVE SPACES TO MRP-LINE.
006270     MOVE MISSED-COUNT TO EDIT-COUNT-4.
006280     STRING 'STANDING ORDERS HELD OUT .. ' DELIMITED BY SIZE
006290         EDIT-COUNT-4 DELIMITED BY SIZE
006300         INTO MRP-LINE
006310     END-STRING.
006320     WRITE MISS-REPORT-RECORD.
006330
006340     MOVE SPACES TO MRP-LINE.
006350     MOVE MERGED-COUNT TO EDIT-COUNT-4.
006360     STRING 'ORDERS IN MERGED FILE ..... ' DELIMITED BY SIZE
006370         EDIT-COUNT-4 DELIMITED BY SIZE
006380         INTO MRP-LINE
006390     END-STRING.
006400     WRITE MISS-REPORT-RECORD.
006410
006420     IF MISSED-COUNT > ZERO
006430         DISPLAY 'TREESTAND - ' MISSED-COUNT
006440             ' STANDING ORDER(S) HELD OUT AT THE QUEUE CAP'
006450     END-IF.
006460
006470     MOVE SPACES TO MRP-LINE.
006480     STRING 'RUN DATE/TIME ' DELIMITED BY SIZE
006490         RUN-DATE DELIMITED BY SIZE
006500         ' / ' DELIMITED BY SIZE
006510         RUN-TIME DELIMITED BY SIZE
006520         INTO MRP-LINE
006530     END-STRING.
006540     WRITE MISS-REPORT-RECORD.
006550 7000-EXIT.
006560     EXIT.
006570
006580*----------------------------------------------------------------
006590* 9000-TERMINATE - THE RELEASED ORDERS ARE NOW IN THE MERGED
006600* FILE, SO RELORDS IS EMPTIED (OPENED OUTPUT AND CLOSED) TO KEEP
006610* TOMORROW'S MERGE FROM RELEASING THEM A SECOND TIME.
006620*----------------------------------------------------------------
006630 9000-TERMINATE.
006640     CLOSE STANDING-FILE.
006650     CLOSE KEYED-ORDER-FILE.
006660     IF RELS-FILE-STATUS NOT = '35'
006670         CLOSE RELEASED-ORDER-FILE
006680         OPEN OUTPUT RELEASED-ORDER-FILE
006690         CLOSE RELEASED-ORDER-FILE
006700     END-IF.
006710     CLOSE MERGED-ORDER-FILE.
006720     CLOSE MISS-REPORT-FILE.
006730 9000-EXIT.
006740     EXIT.
