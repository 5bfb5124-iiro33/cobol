000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TreeService.
000030 AUTHOR. IIRO.
000040 INSTALLATION. PRINT-SHOP-DP.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* 2026-10-15 IIRO  ORIGINAL VERSION. WEEKLY SERVICE-LEVEL REPORT
000110*                  OVER THE ORDHIST ORDER HISTORY: FOR THE SEVEN
000120*                  DAYS ENDING ON THE WEEK-ENDING DATE, EVERY
000130*                  ACCEPTED ORDER'S TURNAROUND FROM ITS SUBMISSION
000140*                  DATE/TIME TO THE TIME IT FINISHED IN THE PRINT
000150*                  RUN. PER DESTINATION: ORDERS, RUSH ORDERS,
000160*                  AVERAGE AND WORST TURNAROUND AND THE ORDERS
000170*                  THAT MISSED TARGET, THEN THE MISSED ORDERS
000180*                  LISTED BY DESTINATION. A NORMAL ORDER MISSES
000190*                  WHEN IT FINISHES AFTER THE DAY IT WAS
000200*                  SUBMITTED; A RUSH ORDER WHEN IT TAKES LONGER
000210*                  THAN THE RUSH TARGET ON THE OPTIONAL SVCPARM
000220*                  CARD (DEFAULT 240 MINUTES). READ-ONLY.
000230*----------------------------------------------------------------
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT PARM-FILE ASSIGN TO SVCPARM
000290         ORGANIZATION IS SEQUENTIAL
000300         FILE STATUS IS PARM-FILE-STATUS.
000310
000320     SELECT ORDER-HISTORY-FILE ASSIGN TO ORDHIST
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS OH-KEY
000360         FILE STATUS IS OHIST-FILE-STATUS.
000370
000380     SELECT REPORT-FILE ASSIGN TO SVCRPT
000390         ORGANIZATION IS SEQUENTIAL.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430*----------------------------------------------------------------
000440* PARM-FILE - OPTIONAL CONTROL CARD: THE WEEK-ENDING DATE
000450* (YYYYMMDD) IN COLUMNS 1-8, BLANK = TODAY, AND THE RUSH TARGET
000460* IN MINUTES IN COLUMNS 10-13, BLANK = 0240. NO CARD AT ALL
000470* TAKES BOTH DEFAULTS.
000480*----------------------------------------------------------------
000490 FD  PARM-FILE
000500     RECORDING MODE IS F
000510     LABEL RECORDS ARE STANDARD
000520     RECORD CONTAINS 80 CHARACTERS.
000530 01  PARM-RECORD.
000540     05  PRM-WEEK-END-DATE       PIC X(08).
000550     05  FILLER                  PIC X(01).
000560     05  PRM-RUSH-TARGET         PIC X(04).
000570     05  FILLER                  PIC X(67).
000580
000590*----------------------------------------------------------------
000600* ORDER-HISTORY-FILE - THE LIVE INDEXED HISTORY POSTED BY
000610* TREESTARS, READ ONCE IN KEY SEQUENCE.
000620*----------------------------------------------------------------
000630 FD  ORDER-HISTORY-FILE
000640     RECORD CONTAINS 100 CHARACTERS.
000650     COPY OHISTREC.
000660
000670*----------------------------------------------------------------
000680* REPORT-FILE - THE SERVICE-LEVEL REPORT, 132-BYTE PRINT LINE
000690* WITH AN ASA CARRIAGE-CONTROL BYTE.
000700*----------------------------------------------------------------
000710 FD  REPORT-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE OMITTED
000740     RECORD CONTAINS 132 CHARACTERS.
000750 01  REPORT-RECORD.
000760     05  RPT-CC                  PIC X(01).
000770     05  RPT-LINE                PIC X(131).
000780
000790 WORKING-STORAGE SECTION.
000800 01  HIST-EOF-SWITCH             PIC X(01) VALUE 'N'.
000810     88  HIST-EOF                VALUE 'Y'.
000820 01  HIST-MISSING-SWITCH         PIC X(01) VALUE 'N'.
000830     88  HIST-MISSING            VALUE 'Y'.
000840 01  PARM-OK-SWITCH              PIC X(01) VALUE 'Y'.
000850     88  PARM-IS-OK              VALUE 'Y'.
000860 01  DATE-OK-SWITCH              PIC X(01) VALUE 'N'.
000870     88  DATE-IS-VALID           VALUE 'Y'.
000880 01  TIME-OK-SWITCH              PIC X(01) VALUE 'N'.
000890     88  TIME-IS-VALID           VALUE 'Y'.
000900 01  LEAP-YEAR-SWITCH            PIC X(01) VALUE 'N'.
000910     88  LEAP-YEAR               VALUE 'Y'.
000920 01  TIMED-SWITCH                PIC X(01) VALUE 'N'.
000930     88  ORDER-IS-TIMED          VALUE 'Y'.
000940 01  DEST-FOUND-SWITCH           PIC X(01) VALUE 'N'.
000950     88  DEST-FOUND              VALUE 'Y'.
000960 01  PARM-FILE-STATUS            PIC X(02) VALUE '00'.
000970 01  OHIST-FILE-STATUS           PIC X(02) VALUE '00'.
000980
000990*----------------------------------------------------------------
001000* CALENDAR - A DATE IS TURNED INTO A DAY NUMBER (DAYS SINCE THE
001010* START OF YEAR 1) SO TWO DATES CAN BE SUBTRACTED ACROSS MONTH
001020* AND YEAR ENDS. DAYS BEFORE EACH MONTH AND THE LENGTH OF EACH
001030* MONTH ARE FOR A COMMON YEAR; FEBRUARY GAINS A DAY IN A LEAP
001040* YEAR.
001050*----------------------------------------------------------------
001060 01  CUM-DAYS-VALUES.
001070     05  FILLER                  PIC X(36)
001080         VALUE '000031059090120151181212243273304334'.
001090 01  CUM-DAYS-TABLE REDEFINES CUM-DAYS-VALUES.
001100     05  CUM-DAYS OCCURS 12 TIMES
001110                                 PIC 9(03).
001120 01  MONTH-DAYS-VALUES.
001130     05  FILLER                  PIC X(24)
001140         VALUE '312831303130313130313031'.
001150 01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
001160     05  MONTH-DAYS OCCURS 12 TIMES
001170                                 PIC 9(02).
001180
001190 01  DATE-WORK                   PIC 9(08) VALUE 0.
001200 01  DATE-WORK-PARTS REDEFINES DATE-WORK.
001210     05  DW-YYYY                 PIC 9(04).
001220     05  DW-MM                   PIC 9(02).
001230     05  DW-DD                   PIC 9(02).
001240 01  DAY-NUMBER                  PIC 9(07) VALUE 0.
001250 01  MONTH-LENGTH                PIC 9(02) VALUE 0.
001260 01  YEAR-LESS-ONE               PIC 9(04) VALUE 0.
001270 01  QUOTIENT-4                  PIC 9(04) VALUE 0.
001280 01  QUOTIENT-100                PIC 9(04) VALUE 0.
001290 01  QUOTIENT-400                PIC 9(04) VALUE 0.
001300 01  REMAINDER-4                 PIC 9(03) VALUE 0.
001310 01  REMAINDER-100               PIC 9(03) VALUE 0.
001320 01  REMAINDER-400               PIC 9(03) VALUE 0.
001330
001340 01  TIME-WORK                   PIC X(04) VALUE SPACES.
001350 01  TIME-WORK-PARTS REDEFINES TIME-WORK.
001360     05  TW-HH                   PIC 9(02).
001370     05  TW-MM                   PIC 9(02).
001380 01  TIME-MINUTES                PIC 9(04) VALUE 0.
001390
001400*----------------------------------------------------------------
001410* THE WEEK AND THE TARGETS.
001420*----------------------------------------------------------------
001430 01  WEEK-END-DATE               PIC 9(08) VALUE 0.
001440 01  WEEK-END-DAYNUM             PIC 9(07) VALUE 0.
001450 01  WEEK-START-DAYNUM           PIC 9(07) VALUE 0.
001460 01  RUSH-TARGET-MIN             PIC 9(04) VALUE 240.
001470
001480*----------------------------------------------------------------
001490* THE ORDER IN HAND - ITS SUBMISSION AND FINISH AS DAY NUMBER
001500* AND MINUTE OF THE DAY, AND THE TURNAROUND IN MINUTES.
001510*----------------------------------------------------------------
001520 01  SUBMIT-DAYNUM               PIC 9(07) VALUE 0.
001530 01  SUBMIT-MINUTES              PIC 9(04) VALUE 0.
001540 01  FINISH-DAYNUM               PIC 9(07) VALUE 0.
001550 01  FINISH-MINUTES              PIC 9(04) VALUE 0.
001560 01  TURN-WORK                   PIC S9(09) VALUE 0.
001570 01  TURN-MINUTES                PIC 9(07) VALUE 0.
001580
001590*----------------------------------------------------------------
001600* DESTINATION TABLE - KEPT IN DESTINATION NAME ORDER AS NEW
001610* NAMES ARE MET, SO THE REPORT NEEDS NO SORT.
001620*----------------------------------------------------------------
001630 01  DEST-TABLE-MAX              PIC 9(03) VALUE 100.
001640 01  DEST-COUNT                  PIC 9(03) VALUE 0.
001650 01  DEST-IDX                    PIC 9(03) VALUE 0.
001660 01  FOUND-DEST-IDX              PIC 9(03) VALUE 0.
001670 01  SHIFT-IDX                   PIC 9(03) VALUE 0.
001680 01  DEST-DROP-COUNT             PIC 9(07) VALUE 0.
001690 01  DEST-TABLE.
001700     05  DEST-ENTRY OCCURS 100 TIMES.
001710         10  DT-DEST-NAME        PIC X(08).
001720         10  DT-ORDERS           PIC 9(05).
001730         10  DT-RUSH             PIC 9(05).
001740         10  DT-TIMED            PIC 9(05).
001750         10  DT-TOTAL-MIN        PIC 9(09).
001760         10  DT-WORST-MIN        PIC 9(07).
001770         10  DT-MISSED           PIC 9(05).
001780         10  DT-RUSH-MISSED      PIC 9(05).
001790
001800 01  SHOP-TOTALS.
001810     05  SH-ORDERS               PIC 9(05) VALUE 0.
001820     05  SH-RUSH                 PIC 9(05) VALUE 0.
001830     05  SH-TIMED                PIC 9(05) VALUE 0.
001840     05  SH-TOTAL-MIN            PIC 9(09) VALUE 0.
001850     05  SH-WORST-MIN            PIC 9(07) VALUE 0.
001860     05  SH-MISSED               PIC 9(05) VALUE 0.
001870     05  SH-RUSH-MISSED          PIC 9(05) VALUE 0.
001880
001890*----------------------------------------------------------------
001900* MISSED-ORDER TABLE - ONE PRINTED DETAIL PER ORDER THAT MISSED
001910* ITS TARGET, LISTED UNDER ITS DESTINATION AFTER THE SUMMARY.
001920*----------------------------------------------------------------
001930 01  MISS-TABLE-MAX              PIC 9(03) VALUE 500.
001940 01  MISS-COUNT                  PIC 9(03) VALUE 0.
001950 01  MISS-IDX                    PIC 9(03) VALUE 0.
001960 01  MISS-NOT-LISTED             PIC 9(07) VALUE 0.
001970 01  MISS-TABLE.
001980     05  MISS-ENTRY OCCURS 500 TIMES.
001990         10  MS-DEST-NAME        PIC X(08).
002000         10  MS-DETAIL           PIC X(110).
002010
002020 01  HIST-READ-COUNT             PIC 9(07) VALUE 0.
002030 01  IN-WEEK-COUNT               PIC 9(07) VALUE 0.
002040 01  NOT-MEASURED-COUNT          PIC 9(07) VALUE 0.
002050 01  UNTIMED-COUNT               PIC 9(07) VALUE 0.
002060
002070 01  AVERAGE-MIN                 PIC 9(07) VALUE 0.
002080 01  DURATION-MIN                PIC 9(07) VALUE 0.
002090 01  DURATION-HOURS              PIC 9(05) VALUE 0.
002100 01  DURATION-MINS               PIC 9(02) VALUE 0.
002110 01  DURATION-TEXT               PIC X(08) VALUE SPACES.
002120 01  TARGET-TEXT                 PIC X(08) VALUE SPACES.
002130 01  EDIT-HOURS                  PIC ZZZZ9.
002140 01  EDIT-TARGET                 PIC ZZZ9.
002150 01  EDIT-COUNT-5                PIC ZZ,ZZ9.
002160 01  EDIT-COUNT-7                PIC Z,ZZZ,ZZ9.
002170 01  RUN-DATE                    PIC 9(08) VALUE 0.
002180 01  RUN-TIME                    PIC 9(08) VALUE 0.
002190
002200 PROCEDURE DIVISION.
002210*----------------------------------------------------------------
002220* 0000-MAINLINE - EDIT THE CONTROL CARD, MEASURE THE WEEK'S
002230* ORDERS IN ONE PASS OVER ORDHIST, THEN PRINT THE SUMMARY BY
002240* DESTINATION AND THE ORDERS THAT MISSED.
002250*----------------------------------------------------------------
002260 0000-MAINLINE.
002270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002280     IF PARM-IS-OK
002290         IF NOT HIST-MISSING
002300             PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT
002310         END-IF
002320         PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT
002330         PERFORM 4000-PRINT-MISSES THRU 4000-EXIT
002340     END-IF.
002350     PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT.
002360     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002370     IF NOT PARM-IS-OK
002380         MOVE 8 TO RETURN-CODE
002390     ELSE
002400         IF DEST-DROP-COUNT > ZERO OR MISS-NOT-LISTED > ZERO
002410             MOVE 4 TO RETURN-CODE
002420         END-IF
002430     END-IF.
002440     STOP RUN.
002450
002460*----------------------------------------------------------------
002470* 1000-INITIALIZE - READ AND EDIT THE CONTROL CARD, WORK OUT THE
002480* WEEK, AND CHECK THERE IS A HISTORY TO MEASURE. A MISSING
002490* ORDHIST (NOTHING POSTED YET) IS NOT AN ERROR.
002500*----------------------------------------------------------------
002510 1000-INITIALIZE.
002520     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
002530     ACCEPT RUN-TIME FROM TIME.
002540     OPEN OUTPUT REPORT-FILE.
002550     MOVE SPACES TO PARM-RECORD.
002560     OPEN INPUT PARM-FILE.
002570     IF PARM-FILE-STATUS NOT = '35'
002580         READ PARM-FILE
002590             AT END
002600                 MOVE SPACES TO PARM-RECORD
002610         END-READ
002620         CLOSE PARM-FILE
002630     END-IF.
002640     IF PRM-WEEK-END-DATE = SPACES
002650         MOVE RUN-DATE TO WEEK-END-DATE
002660     ELSE
002670         IF PRM-WEEK-END-DATE IS NUMERIC
002680             MOVE PRM-WEEK-END-DATE TO WEEK-END-DATE
002690         ELSE
002700             MOVE 'N' TO PARM-OK-SWITCH
002710         END-IF
002720     END-IF.
002730     IF PARM-IS-OK
002740         MOVE WEEK-END-DATE TO DATE-WORK
002750         PERFORM 6000-DAY-NUMBER THRU 6000-EXIT
002760         IF NOT DATE-IS-VALID OR WEEK-END-DATE > RUN-DATE
002770             MOVE 'N' TO PARM-OK-SWITCH
002780         END-IF
002790     END-IF.
002800     IF PARM-IS-OK AND PRM-RUSH-TARGET NOT = SPACES
002810         IF PRM-RUSH-TARGET IS NUMERIC
002820             MOVE PRM-RUSH-TARGET TO RUSH-TARGET-MIN
002830             IF RUSH-TARGET-MIN = ZERO
002840                 MOVE 'N' TO PARM-OK-SWITCH
002850             END-IF
002860         ELSE
002870             MOVE 'N' TO PARM-OK-SWITCH
002880         END-IF
002890     END-IF.
002900     IF NOT PARM-IS-OK
002910         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
002920         MOVE '1' TO RPT-CC
002930         STRING 'SVCPARM WEEK-ENDING DATE NOT A VALID PAST DATE '
002940             DELIMITED BY SIZE
002950             'OR RUSH TARGET NOT 0001-9999 - NOTHING MEASURED'
002960             DELIMITED BY SIZE
002970             INTO RPT-LINE
002980         END-STRING
002990         WRITE REPORT-RECORD
003000         DISPLAY 'TREESERVICE REFUSED - BAD SVCPARM CARD'
003010         GO TO 1000-EXIT
003020     END-IF.
003030
003040     MOVE DAY-NUMBER TO WEEK-END-DAYNUM.
003050     SUBTRACT 6 FROM WEEK-END-DAYNUM GIVING WEEK-START-DAYNUM.
003060     PERFORM 7100-WRITE-HEADER THRU 7100-EXIT.
003070     OPEN INPUT ORDER-HISTORY-FILE.
003080     IF OHIST-FILE-STATUS = '35'
003090         MOVE 'Y' TO HIST-MISSING-SWITCH
003100         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
003110         STRING 'ORDER HISTORY FILE NOT FOUND - NOTHING TO '
003120             DELIMITED BY SIZE
003130             'MEASURE' DELIMITED BY SIZE
003140             INTO RPT-LINE
003150         END-STRING
003160         WRITE REPORT-RECORD
003170     END-IF.
003180 1000-EXIT.
003190     EXIT.
003200
003210*----------------------------------------------------------------
003220* 2000-SCAN-HISTORY - ONE PASS OVER ORDHIST IN KEY SEQUENCE.
003230*----------------------------------------------------------------
003240 2000-SCAN-HISTORY.
003250     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
003260     PERFORM 2200-MEASURE-ONE-ORDER THRU 2200-EXIT
003270         UNTIL HIST-EOF.
003280     CLOSE ORDER-HISTORY-FILE.
003290 2000-EXIT.
003300     EXIT.
003310
003320 2100-READ-HISTORY.
003330     READ ORDER-HISTORY-FILE NEXT RECORD
003340         AT END
003350             MOVE 'Y' TO HIST-EOF-SWITCH
003360     END-READ.
003370 2100-EXIT.
003380     EXIT.
003390
003400*----------------------------------------------------------------
003410* 2200-MEASURE-ONE-ORDER - AN ORDER RUN IN THE WEEK COUNTS FOR
003420* ITS DESTINATION IF IT WAS ACCEPTED; REJECTED, HELD AND REPRINT
003430* RECORDS DID NOT DELIVER THE ORDER AND ARE ONLY COUNTED. AN
003440* ACCEPTED ORDER WITH NO USABLE SUBMISSION STAMP COUNTS AS AN
003450* ORDER BUT CANNOT BE TIMED.
003460*----------------------------------------------------------------
003470 2200-MEASURE-ONE-ORDER.
003480     ADD 1 TO HIST-READ-COUNT.
003490     MOVE OH-RUN-DATE TO DATE-WORK.
003500     PERFORM 6000-DAY-NUMBER THRU 6000-EXIT.
003510     IF NOT DATE-IS-VALID
003520             OR DAY-NUMBER < WEEK-START-DAYNUM
003530             OR DAY-NUMBER > WEEK-END-DAYNUM
003540         GO TO 2200-READ-NEXT
003550     END-IF.
003560     IF OH-STATUS NOT = 'ACCEPTED'
003570         ADD 1 TO NOT-MEASURED-COUNT
003580         GO TO 2200-READ-NEXT
003590     END-IF.
003600     ADD 1 TO IN-WEEK-COUNT.
003610     MOVE DAY-NUMBER TO FINISH-DAYNUM.
003620     PERFORM 5000-FIND-DEST THRU 5000-EXIT.
003630     IF NOT DEST-FOUND
003640         ADD 1 TO DEST-DROP-COUNT
003650         GO TO 2200-READ-NEXT
003660     END-IF.
003670     MOVE FOUND-DEST-IDX TO DEST-IDX.
003680     ADD 1 TO DT-ORDERS(DEST-IDX).
003690     ADD 1 TO SH-ORDERS.
003700     IF OH-PRIORITY = 'R'
003710         ADD 1 TO DT-RUSH(DEST-IDX)
003720         ADD 1 TO SH-RUSH
003730     END-IF.
003740     PERFORM 2300-TIME-ONE-ORDER THRU 2300-EXIT.
003750     IF NOT ORDER-IS-TIMED
003760         ADD 1 TO UNTIMED-COUNT
003770         GO TO 2200-READ-NEXT
003780     END-IF.
003790     ADD 1 TO DT-TIMED(DEST-IDX).
003800     ADD 1 TO SH-TIMED.
003810     ADD TURN-MINUTES TO DT-TOTAL-MIN(DEST-IDX).
003820     ADD TURN-MINUTES TO SH-TOTAL-MIN.
003830     IF TURN-MINUTES > DT-WORST-MIN(DEST-IDX)
003840         MOVE TURN-MINUTES TO DT-WORST-MIN(DEST-IDX)
003850     END-IF.
003860     IF TURN-MINUTES > SH-WORST-MIN
003870         MOVE TURN-MINUTES TO SH-WORST-MIN
003880     END-IF.
003890     IF OH-PRIORITY = 'R'
003900         IF TURN-MINUTES > RUSH-TARGET-MIN
003910             ADD 1 TO DT-RUSH-MISSED(DEST-IDX)
003920             ADD 1 TO SH-RUSH-MISSED
003930             PERFORM 5500-LOG-MISS THRU 5500-EXIT
003940         END-IF
003950     ELSE
003960         IF FINISH-DAYNUM > SUBMIT-DAYNUM
003970             PERFORM 5500-LOG-MISS THRU 5500-EXIT
003980         END-IF
003990     END-IF.
004000 2200-READ-NEXT.
004010     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
004020 2200-EXIT.
004030     EXIT.
004040
004050*----------------------------------------------------------------
004060* 2300-TIME-ONE-ORDER - TURNAROUND IN MINUTES FROM THE
004070* SUBMISSION STAMP TO THE FINISH TIME. A BLANK OR BAD STAMP, OR
004080* ONE LATER THAN THE FINISH, LEAVES THE ORDER UNTIMED.
004090*----------------------------------------------------------------
004100 2300-TIME-ONE-ORDER.
004110     MOVE 'N' TO TIMED-SWITCH.
004120     MOVE OH-RUN-TIME TO TIME-WORK.
004130     PERFORM 6100-TIME-MINUTES THRU 6100-EXIT.
004140     IF NOT TIME-IS-VALID
004150         GO TO 2300-EXIT
004160     END-IF.
004170     MOVE TIME-MINUTES TO FINISH-MINUTES.
004180     IF OH-SUBMIT-DATE IS NOT NUMERIC
004190         GO TO 2300-EXIT
004200     END-IF.
004210     MOVE OH-SUBMIT-DATE TO DATE-WORK.
004220     PERFORM 6000-DAY-NUMBER THRU 6000-EXIT.
004230     IF NOT DATE-IS-VALID
004240         GO TO 2300-EXIT
004250     END-IF.
004260     MOVE DAY-NUMBER TO SUBMIT-DAYNUM.
004270     MOVE OH-SUBMIT-TIME TO TIME-WORK.
004280     PERFORM 6100-TIME-MINUTES THRU 6100-EXIT.
004290     IF NOT TIME-IS-VALID
004300         GO TO 2300-EXIT
004310     END-IF.
004320     MOVE TIME-MINUTES TO SUBMIT-MINUTES.
004330     COMPUTE TURN-WORK = (FINISH-DAYNUM - SUBMIT-DAYNUM) * 1440
004340         + FINISH-MINUTES - SUBMIT-MINUTES.
004350     IF TURN-WORK < ZERO
004360         GO TO 2300-EXIT
004370     END-IF.
004380     MOVE TURN-WORK TO TURN-MINUTES.
004390     MOVE 'Y' TO TIMED-SWITCH.
004400 2300-EXIT.
004410     EXIT.
004420
004430*----------------------------------------------------------------
004440* 3000-PRINT-SUMMARY - ONE LINE PER DESTINATION IN NAME ORDER,
004450* THEN THE SHOP TOTAL. TURNAROUNDS PRINT AS HOURS:MINUTES.
004460*----------------------------------------------------------------
004470 3000-PRINT-SUMMARY.
004480     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
004490     MOVE RUSH-TARGET-MIN TO EDIT-TARGET.
004500     STRING 'TARGETS: NORMAL ORDERS FINISHED THE DAY THEY ARE '
004510         DELIMITED BY SIZE
004520         'SUBMITTED, RUSH ORDERS WITHIN ' DELIMITED BY SIZE
004530         EDIT-TARGET DELIMITED BY SIZE
004540         ' MINUTES' DELIMITED BY SIZE
004550         INTO RPT-LINE
004560     END-STRING.
004570     WRITE REPORT-RECORD.
004580     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
004590     MOVE '0' TO RPT-CC.
004600     MOVE 'DEST' TO RPT-LINE(1:4).
004610     MOVE 'ORDERS' TO RPT-LINE(11:6).
004620     MOVE '  RUSH' TO RPT-LINE(19:6).
004630     MOVE ' TIMED' TO RPT-LINE(27:6).
004640     MOVE ' AVERAGE' TO RPT-LINE(35:8).
004650     MOVE '   WORST' TO RPT-LINE(45:8).
004660     MOVE 'MISSED' TO RPT-LINE(55:6).
004670     MOVE 'RUSH MISSED' TO RPT-LINE(63:11).
004680     WRITE REPORT-RECORD.
004690     PERFORM 3100-WRITE-ONE-DEST THRU 3100-EXIT
004700         VARYING DEST-IDX FROM 1 BY 1
004710         UNTIL DEST-IDX > DEST-COUNT.
004720
004730     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
004740     MOVE '0' TO RPT-CC.
004750     MOVE 'SHOP' TO RPT-LINE(1:4).
004760     MOVE SH-ORDERS TO EDIT-COUNT-5.
004770     MOVE EDIT-COUNT-5 TO RPT-LINE(11:6).
004780     MOVE SH-RUSH TO EDIT-COUNT-5.
004790     MOVE EDIT-COUNT-5 TO RPT-LINE(19:6).
004800     MOVE SH-TIMED TO EDIT-COUNT-5.
004810     MOVE EDIT-COUNT-5 TO RPT-LINE(27:6).
004820     IF SH-TIMED > ZERO
004830         COMPUTE AVERAGE-MIN ROUNDED = SH-TOTAL-MIN / SH-TIMED
004840         MOVE AVERAGE-MIN TO DURATION-MIN
004850         PERFORM 6200-EDIT-DURATION THRU 6200-EXIT
004860         MOVE DURATION-TEXT TO RPT-LINE(35:8)
004870         MOVE SH-WORST-MIN TO DURATION-MIN
004880         PERFORM 6200-EDIT-DURATION THRU 6200-EXIT
004890         MOVE DURATION-TEXT TO RPT-LINE(45:8)
004900     END-IF.
004910     MOVE SH-MISSED TO EDIT-COUNT-5.
004920     MOVE EDIT-COUNT-5 TO RPT-LINE(55:6).
004930     MOVE SH-RUSH-MISSED TO EDIT-COUNT-5.
004940     MOVE EDIT-COUNT-5 TO RPT-LINE(68:6).
004950     WRITE REPORT-RECORD.
004960 3000-EXIT.
004970     EXIT.
004980
004990 3100-WRITE-ONE-DEST.
005000     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
005010     MOVE DT-DEST-NAME(DEST-IDX) TO RPT-LINE(1:8).
005020     MOVE DT-ORDERS(DEST-IDX) TO EDIT-COUNT-5.
005030     MOVE EDIT-COUNT-5 TO RPT-LINE(11:6).
005040     MOVE DT-RUSH(DEST-IDX) TO EDIT-COUNT-5.
005050     MOVE EDIT-COUNT-5 TO RPT-LINE(19:6).
005060     MOVE DT-TIMED(DEST-IDX) TO EDIT-COUNT-5.
005070     MOVE EDIT-COUNT-5 TO RPT-LINE(27:6).
005080     IF DT-TIMED(DEST-IDX) > ZERO
005090         COMPUTE AVERAGE-MIN ROUNDED =
005100             DT-TOTAL-MIN(DEST-IDX) / DT-TIMED(DEST-IDX)
005110         MOVE AVERAGE-MIN TO DURATION-MIN
005120         PERFORM 6200-EDIT-DURATION THRU 6200-EXIT
005130         MOVE DURATION-TEXT TO RPT-LINE(35:8)
005140         MOVE DT-WORST-MIN(DEST-IDX) TO DURATION-MIN
005150         PERFORM 6200-EDIT-DURATION THRU 6200-EXIT
005160         MOVE DURATION-TEXT TO RPT-LINE(45:8)
005170     END-IF.
005180     MOVE DT-MISSED(DEST-IDX) TO EDIT-COUNT-5.
005190     MOVE EDIT-COUNT-5 TO RPT-LINE(55:6).
005200     MOVE DT-RUSH-MISSED(DEST-IDX) TO EDIT-COUNT-5.
005210     MOVE EDIT-COUNT-5 TO RPT-LINE(68:6).
005220     WRITE REPORT-RECORD.
005230 3100-EXIT.
005240     EXIT.
005250
005260*----------------------------------------------------------------
005270* 4000-PRINT-MISSES - ON A NEW PAGE, EACH DESTINATION THAT
005280* MISSED WITH ITS MISSED ORDERS UNDER IT.
005290*----------------------------------------------------------------
005300 4000-PRINT-MISSES.
005310     PERFORM 7100-WRITE-HEADER THRU 7100-EXIT.
005320     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
005330     IF SH-MISSED = ZERO
005340         MOVE 'NO ORDER MISSED ITS TARGET THIS WEEK' TO RPT-LINE
005350         WRITE REPORT-RECORD
005360         GO TO 4000-EXIT
005370     END-IF.
005380     MOVE 'ORDERS THAT MISSED THEIR TARGET' TO RPT-LINE.
005390     WRITE REPORT-RECORD.
005400     PERFORM 4100-LIST-ONE-DEST THRU 4100-EXIT
005410         VARYING DEST-IDX FROM 1 BY 1
005420         UNTIL DEST-IDX > DEST-COUNT.
005430 4000-EXIT.
005440     EXIT.
005450
005460 4100-LIST-ONE-DEST.
005470     IF DT-MISSED(DEST-IDX) = ZERO
005480         GO TO 4100-EXIT
005490     END-IF.
005500     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
005510     MOVE '0' TO RPT-CC.
005520     MOVE DT-MISSED(DEST-IDX) TO EDIT-COUNT-5.
005530     STRING 'DESTINATION ' DELIMITED BY SIZE
005540         DT-DEST-NAME(DEST-IDX) DELIMITED BY SIZE
005550         '  MISSED ' DELIMITED BY SIZE
005560         EDIT-COUNT-5 DELIMITED BY SIZE
005570         INTO RPT-LINE
005580     END-STRING.
005590     WRITE REPORT-RECORD.
005600     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
005610     MOVE '  JOB      RUN DATE SEQ  P SUBMITTED      FINISHED'
005620         TO RPT-LINE.
005630     MOVE 'TOOK' TO RPT-LINE(57:4).
005640     MOVE 'TARGET' TO RPT-LINE(66:6).
005650     WRITE REPORT-RECORD.
005660     PERFORM 4200-LIST-ONE-MISS THRU 4200-EXIT
005670         VARYING MISS-IDX FROM 1 BY 1
005680         UNTIL MISS-IDX > MISS-COUNT.
005690 4100-EXIT.
005700     EXIT.
005710
005720 4200-LIST-ONE-MISS.
005730     IF MS-DEST-NAME(MISS-IDX) = DT-DEST-NAME(DEST-IDX)
005740         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
005750         MOVE MS-DETAIL(MISS-IDX) TO RPT-LINE
005760         WRITE REPORT-RECORD
005770     END-IF.
005780 4200-EXIT.
005790     EXIT.
005800
005810*----------------------------------------------------------------
005820* 5000-FIND-DEST - POINT FOUND-DEST-IDX AT THE ORDER'S
005830* DESTINATION, OPENING A ZEROED ENTRY IN NAME ORDER THE FIRST
005840* TIME A DESTINATION IS MET. A FULL TABLE LEAVES DEST-FOUND OFF.
005850*----------------------------------------------------------------
005860 5000-FIND-DEST.
005870     MOVE 'N' TO DEST-FOUND-SWITCH.
005880     PERFORM 5010-CHECK-ONE-DEST THRU 5010-EXIT
005890         VARYING DEST-IDX FROM 1 BY 1
005900         UNTIL DEST-IDX > DEST-COUNT
005910             OR DT-DEST-NAME(DEST-IDX) NOT < OH-DEST-NAME.
005920     IF DEST-IDX NOT > DEST-COUNT
005930         IF DT-DEST-NAME(DEST-IDX) = OH-DEST-NAME
005940             MOVE DEST-IDX TO FOUND-DEST-IDX
005950             MOVE 'Y' TO DEST-FOUND-SWITCH
005960             GO TO 5000-EXIT
005970         END-IF
005980     END-IF.
005990     IF DEST-COUNT NOT < DEST-TABLE-MAX
006000         GO TO 5000-EXIT
006010     END-IF.
006020     PERFORM 5020-SHIFT-ONE-DEST THRU 5020-EXIT
006030         VARYING SHIFT-IDX FROM DEST-COUNT BY -1
006040         UNTIL SHIFT-IDX < DEST-IDX.
006050     ADD 1 TO DEST-COUNT.
006060     MOVE OH-DEST-NAME TO DT-DEST-NAME(DEST-IDX).
006070     MOVE ZERO TO DT-ORDERS(DEST-IDX).
006080     MOVE ZERO TO DT-RUSH(DEST-IDX).
006090     MOVE ZERO TO DT-TIMED(DEST-IDX).
006100     MOVE ZERO TO DT-TOTAL-MIN(DEST-IDX).
006110     MOVE ZERO TO DT-WORST-MIN(DEST-IDX).
006120     MOVE ZERO TO DT-MISSED(DEST-IDX).
006130     MOVE ZERO TO DT-RUSH-MISSED(DEST-IDX).
006140     MOVE DEST-IDX TO FOUND-DEST-IDX.
006150     MOVE 'Y' TO DEST-FOUND-SWITCH.
006160 5000-EXIT.
006170     EXIT.
006180
006190 5010-CHECK-ONE-DEST.
006200     CONTINUE.
006210 5010-EXIT.
006220     EXIT.
006230
006240 5020-SHIFT-ONE-DEST.
006250     MOVE DEST-ENTRY(SHIFT-IDX) TO DEST-ENTRY(SHIFT-IDX + 1).
006260 5020-EXIT.
006270     EXIT.
006280
006290*----------------------------------------------------------------
006300* 5500-LOG-MISS - COUNT THE ORDER THAT MISSED AND HOLD ITS
006310* DETAIL LINE FOR THE LISTING.
006320*----------------------------------------------------------------
006330 5500-LOG-MISS.
006340     ADD 1 TO DT-MISSED(DEST-IDX).
006350     ADD 1 TO SH-MISSED.
006360     IF MISS-COUNT NOT < MISS-TABLE-MAX
006370         ADD 1 TO MISS-NOT-LISTED
006380         GO TO 5500-EXIT
006390     END-IF.
006400     ADD 1 TO MISS-COUNT.
006410     MOVE OH-DEST-NAME TO MS-DEST-NAME(MISS-COUNT).
006420     MOVE TURN-MINUTES TO DURATION-MIN.
006430     PERFORM 6200-EDIT-DURATION THRU 6200-EXIT.
006440     IF OH-PRIORITY = 'R'
006450         MOVE RUSH-TARGET-MIN TO EDIT-TARGET
006460         MOVE SPACES TO TARGET-TEXT
006470         STRING EDIT-TARGET DELIMITED BY SIZE
006480             ' MIN' DELIMITED BY SIZE
006490             INTO TARGET-TEXT
006500         END-STRING
006510     ELSE
006520         MOVE 'SAME DAY' TO TARGET-TEXT
006530     END-IF.
006540     MOVE SPACES TO MS-DETAIL(MISS-COUNT).
006550     STRING '  ' DELIMITED BY SIZE
006560         OH-JOB-NAME DELIMITED BY SIZE
006570         ' ' DELIMITED BY SIZE
006580         OH-RUN-DATE DELIMITED BY SIZE
006590         ' ' DELIMITED BY SIZE
006600         OH-ORDER-SEQ DELIMITED BY SIZE
006610         ' ' DELIMITED BY SIZE
006620         OH-PRIORITY DELIMITED BY SIZE
006630         ' ' DELIMITED BY SIZE
006640         OH-SUBMIT-DATE DELIMITED BY SIZE
006650         ' ' DELIMITED BY SIZE
006660         OH-SUBMIT-TIME DELIMITED BY SIZE
006670         '  ' DELIMITED BY SIZE
006680         OH-RUN-DATE DELIMITED BY SIZE
006690         ' ' DELIMITED BY SIZE
006700         OH-RUN-TIME DELIMITED BY SIZE
006710         ' ' DELIMITED BY SIZE
006720         DURATION-TEXT DELIMITED BY SIZE
006730         ' ' DELIMITED BY SIZE
006740         TARGET-TEXT DELIMITED BY SIZE
006750         INTO MS-DETAIL(MISS-COUNT)
006760     END-STRING.
006770 5500-EXIT.
006780     EXIT.
006790
006800*----------------------------------------------------------------
006810* 6000-DAY-NUMBER - DATE-WORK AS A DAY NUMBER, WITH DATE-IS-VALID
006820* OFF WHEN IT IS NOT A REAL CALENDAR DATE.
006830*----------------------------------------------------------------
006840 6000-DAY-NUMBER.
006850     MOVE 'N' TO DATE-OK-SWITCH.
006860     MOVE ZERO TO DAY-NUMBER.
006870     IF DW-YYYY = ZERO OR DW-MM < 1 OR DW-MM > 12
006880         GO TO 6000-EXIT
006890     END-IF.
006900     MOVE 'N' TO LEAP-YEAR-SWITCH.
006910     DIVIDE DW-YYYY BY 4 GIVING QUOTIENT-4 REMAINDER REMAINDER-4.
006920     DIVIDE DW-YYYY BY 100 GIVING QUOTIENT-100
006930         REMAINDER REMAINDER-100.
006940     DIVIDE DW-YYYY BY 400 GIVING QUOTIENT-400
006950         REMAINDER REMAINDER-400.
006960     IF REMAINDER-4 = ZERO AND REMAINDER-100 NOT = ZERO
006970         MOVE 'Y' TO LEAP-YEAR-SWITCH
006980     END-IF.
006990     IF REMAINDER-400 = ZERO
007000         MOVE 'Y' TO LEAP-YEAR-SWITCH
007010     END-IF.
007020     MOVE MONTH-DAYS(DW-MM) TO MONTH-LENGTH.
007030     IF DW-MM = 2 AND LEAP-YEAR
007040         ADD 1 TO MONTH-LENGTH
007050     END-IF.
007060     IF DW-DD < 1 OR DW-DD > MONTH-LENGTH
007070         GO TO 6000-EXIT
007080     END-IF.
007090     SUBTRACT 1 FROM DW-YYYY GIVING YEAR-LESS-ONE.
007100     DIVIDE YEAR-LESS-ONE BY 4 GIVING QUOTIENT-4.
007110     DIVIDE YEAR-LESS-ONE BY 100 GIVING QUOTIENT-100.
007120     DIVIDE YEAR-LESS-ONE BY 400 GIVING QUOTIENT-400.
007130     COMPUTE DAY-NUMBER = YEAR-LESS-ONE * 365
007140         + QUOTIENT-4 - QUOTIENT-100 + QUOTIENT-400
007150         + CUM-DAYS(DW-MM) + DW-DD.
007160     IF DW-MM > 2 AND LEAP-YEAR
007170         ADD 1 TO DAY-NUMBER
007180     END-IF.
007190     MOVE 'Y' TO DATE-OK-SWITCH.
007200 6000-EXIT.
007210     EXIT.
007220
007230*----------------------------------------------------------------
007240* 6100-TIME-MINUTES - AN HHMM TIME-WORK AS MINUTES PAST
007250* MIDNIGHT, WITH TIME-IS-VALID OFF WHEN IT IS BLANK OR NOT A
007260* REAL TIME OF DAY.
007270*----------------------------------------------------------------
007280 6100-TIME-MINUTES.
007290     MOVE 'N' TO TIME-OK-SWITCH.
007300     IF TIME-WORK IS NOT NUMERIC
007310         GO TO 6100-EXIT
007320     END-IF.
007330     IF TW-HH > 23 OR TW-MM > 59
007340         GO TO 6100-EXIT
007350     END-IF.
007360     COMPUTE TIME-MINUTES = TW-HH * 60 + TW-MM.
007370     MOVE 'Y' TO TIME-OK-SWITCH.
007380 6100-EXIT.
007390     EXIT.
007400
007410*----------------------------------------------------------------
007420* 6200-EDIT-DURATION - DURATION-MIN AS HOURS:MINUTES.
007430*----------------------------------------------------------------
007440 6200-EDIT-DURATION.
007450     DIVIDE DURATION-MIN BY 60 GIVING DURATION-HOURS
007460         REMAINDER DURATION-MINS.
007470     MOVE DURATION-HOURS TO EDIT-HOURS.
007480     MOVE SPACES TO DURATION-TEXT.
007490     STRING EDIT-HOURS DELIMITED BY SIZE
007500         ':' DELIMITED BY SIZE
007510         DURATION-MINS DELIMITED BY SIZE
007520         INTO DURATION-TEXT
007530     END-STRING.
007540 6200-EXIT.
007550     EXIT.
007560
007570*----------------------------------------------------------------
007580* 7000-WRITE-TRAILER - THE CONTROL COUNTS.
007590*----------------------------------------------------------------
007600 7000-WRITE-TRAILER.
007610     IF NOT PARM-IS-OK
007620         GO TO 7000-RUN-LINE
007630     END-IF.
007640     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
007650     MOVE '0' TO RPT-CC.
007660     MOVE HIST-READ-COUNT TO EDIT-COUNT-7.
007670     STRING 'ORDHIST RECORDS READ ...... ' DELIMITED BY SIZE
007680         EDIT-COUNT-7 DELIMITED BY SIZE
007690         INTO RPT-LINE
007700     END-STRING.
007710     WRITE REPORT-RECORD.
007720
007730     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
007740     MOVE IN-WEEK-COUNT TO EDIT-COUNT-7.
007750     STRING 'ORDERS ACCEPTED IN WEEK ... ' DELIMITED BY SIZE
007760         EDIT-COUNT-7 DELIMITED BY SIZE
007770         INTO RPT-LINE
007780     END-STRING.
007790     WRITE REPORT-RECORD.
007800
007810     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
007820     MOVE UNTIMED-COUNT TO EDIT-COUNT-7.
007830     STRING 'NOT TIMED - NO SUBMISSION . ' DELIMITED BY SIZE
007840         EDIT-COUNT-7 DELIMITED BY SIZE
007850         INTO RPT-LINE
007860     END-STRING.
007870     WRITE REPORT-RECORD.
007880
007890     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
007900     MOVE NOT-MEASURED-COUNT TO EDIT-COUNT-7.
007910     STRING 'REJECTED/HELD/REPRINT ..... ' DELIMITED BY SIZE
007920         EDIT-COUNT-7 DELIMITED BY SIZE
007930         INTO RPT-LINE
007940     END-STRING.
007950     WRITE REPORT-RECORD.
007960
007970     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
007980     MOVE SH-MISSED TO EDIT-COUNT-7.
007990     STRING 'ORDERS THAT MISSED TARGET . ' DELIMITED BY SIZE
008000         EDIT-COUNT-7 DELIMITED BY SIZE
008010         INTO RPT-LINE
008020     END-STRING.
008030     WRITE REPORT-RECORD.
008040
008050     IF MISS-NOT-LISTED > ZERO
008060         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
008070         MOVE MISS-NOT-LISTED TO EDIT-COUNT-7
008080         STRING 'MISSES NOT LISTED ......... ' DELIMITED BY SIZE
008090             EDIT-COUNT-7 DELIMITED BY SIZE
008100             INTO RPT-LINE
008110         END-STRING
008120         WRITE REPORT-RECORD
008130     END-IF.
008140
008150     IF DEST-DROP-COUNT > ZERO
008160         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
008170         MOVE DEST-DROP-COUNT TO EDIT-COUNT-7
008180         STRING 'DROPPED - DEST TABLE FULL . ' DELIMITED BY SIZE
008190             EDIT-COUNT-7 DELIMITED BY SIZE
008200             INTO RPT-LINE
008210         END-STRING
008220         WRITE REPORT-RECORD
008230     END-IF.
008240
008250 7000-RUN-LINE.
008260     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
008270     STRING 'RUN DATE/TIME ' DELIMITED BY SIZE
008280         RUN-DATE DELIMITED BY SIZE
008290         ' / ' DELIMITED BY SIZE
008300         RUN-TIME DELIMITED BY SIZE
008310         INTO RPT-LINE
008320     END-STRING.
008330     WRITE REPORT-RECORD.
008340 7000-EXIT.
008350     EXIT.
008360
008370*----------------------------------------------------------------
008380* 7100-WRITE-HEADER.
008390*----------------------------------------------------------------
008400 7100-WRITE-HEADER.
008410     MOVE SPACES TO RPT-LINE.
008420     MOVE '1' TO RPT-CC.
008430     STRING 'TREESERVICE WEEKLY SERVICE LEVEL  7 DAYS ENDING '
008440         DELIMITED BY SIZE
008450         WEEK-END-DATE DELIMITED BY SIZE
008460         '  RUN ' DELIMITED BY SIZE
008470         RUN-DATE DELIMITED BY SIZE
008480         INTO RPT-LINE
008490     END-STRING.
008500     WRITE REPORT-RECORD.
008510 7100-EXIT.
008520     EXIT.
008530
008540 7200-START-DETAIL-LINE.
008550     MOVE SPACES TO RPT-LINE.
008560     MOVE ' ' TO RPT-CC.
008570 7200-EXIT.
008580     EXIT.
008590
008600*----------------------------------------------------------------
008610* 9000-TERMINATE.
008620*----------------------------------------------------------------
008630 9000-TERMINATE.
008640     CLOSE REPORT-FILE.
008650 9000-EXIT.
008660     EXIT.
