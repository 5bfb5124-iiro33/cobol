000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TreePurge.
000030 AUTHOR. IIRO.
000040 INSTALLATION. PRINT-SHOP-DP.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* 2026-10-15 IIRO  ORIGINAL VERSION. RETENTION PURGE AND
000110*                  REORGANIZATION OF THE INDEXED ORDHIST ORDER
000120*                  HISTORY, WHICH TREESTARS ONLY EVER ADDS TO.
000130*                  TAKES A RETENTION PERIOD IN MONTHS ON THE
000140*                  PURGPARM CONTROL CARD, UNLOADS EVERY RECORD
000150*                  WHOSE RUN MONTH FALLS BEFORE THE CUTOFF TO
000160*                  THE CUMULATIVE OHARCH ARCHIVE (WHERE TREEINQ
000170*                  CAN STILL FIND IT), AND REBUILDS ORDHIST FROM
000180*                  THE RETAINED RECORDS ONLY. THE REPORT SHOWS
000190*                  KEPT, ARCHIVED AND PURGED BY RUN MONTH, WITH
000200*                  CONTROL TOTALS PROVING KEPT PLUS ARCHIVED
000210*                  EQUALS READ. A BAD CONTROL CARD, OR AN UNLOAD
000220*                  THAT DOES NOT BALANCE, ENDS RETURN CODE 8
000230*                  WITH THE LIVE FILE NOT REBUILT.
000240*----------------------------------------------------------------
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT PARM-FILE ASSIGN TO PURGPARM
000300         ORGANIZATION IS SEQUENTIAL
000310         FILE STATUS IS PARM-FILE-STATUS.
000320
000330     SELECT ORDER-HISTORY-FILE ASSIGN TO ORDHIST
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS OH-KEY
000370         FILE STATUS IS OHIST-FILE-STATUS.
000380
000390     SELECT KEEP-FILE ASSIGN TO OHKEEP
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS KEEP-FILE-STATUS.
000420
000430     SELECT ARCHIVE-FILE ASSIGN TO OHARCH
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS ARCH-FILE-STATUS.
000460
000470     SELECT REPORT-FILE ASSIGN TO PURGRPT
000480         ORGANIZATION IS SEQUENTIAL.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520*----------------------------------------------------------------
000530* PARM-FILE - ONE CONTROL CARD: THE RETENTION PERIOD IN MONTHS,
000540* 001-999, IN COLUMNS 1-3. THE CURRENT RUN MONTH COUNTS AS THE
000550* FIRST MONTH RETAINED, SO 001 KEEPS ONLY THIS MONTH'S ORDERS
000560* AND 012 KEEPS THIS MONTH AND THE ELEVEN BEFORE IT.
000570*----------------------------------------------------------------
000580 FD  PARM-FILE
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD
000610     RECORD CONTAINS 80 CHARACTERS.
000620 01  PARM-RECORD.
000630     05  PRM-RETAIN-MONTHS       PIC X(03).
000640     05  FILLER                  PIC X(77).
000650
000660*----------------------------------------------------------------
000670* ORDER-HISTORY-FILE - THE LIVE INDEXED HISTORY POSTED BY
000680* TREESTARS. READ ONCE IN KEY SEQUENCE TO UNLOAD IT, THEN
000690* OPENED OUTPUT AND RELOADED WITH THE RETAINED RECORDS.
000700*----------------------------------------------------------------
000710 FD  ORDER-HISTORY-FILE
000720     RECORD CONTAINS 100 CHARACTERS.
000730     COPY OHISTREC.
000740
000750*----------------------------------------------------------------
000760* KEEP-FILE - WORK FILE OF THE RETAINED RECORDS, STILL IN KEY
000770* SEQUENCE, THAT THE RELOAD READS BACK. KEPT AFTER THE RUN AS
000780* THE BACKOUT COPY SHOULD THE RELOAD FAIL PART WAY.
000790*----------------------------------------------------------------
000800 FD  KEEP-FILE
000810     RECORDING MODE IS F
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 100 CHARACTERS.
000840 01  KEEP-RECORD                 PIC X(100).
000850
000860*----------------------------------------------------------------
000870* ARCHIVE-FILE - THE CUMULATIVE ORDER HISTORY ARCHIVE. EVERY
000880* PURGE EXTENDS IT WITH THE RECORDS IT TOOK OFF THE LIVE FILE,
000890* SAME OHISTREC LAYOUT. A MISSING FILE (FIRST PURGE EVER) IS
000900* CREATED FRESH.
000910*----------------------------------------------------------------
000920 FD  ARCHIVE-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 100 CHARACTERS.
000960 01  ARCHIVE-RECORD              PIC X(100).
000970
000980*----------------------------------------------------------------
000990* REPORT-FILE - THE PURGE REPORT, 132-BYTE PRINT LINE WITH AN
001000* ASA CARRIAGE-CONTROL BYTE.
001010*----------------------------------------------------------------
001020 FD  REPORT-FILE
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE OMITTED
001050     RECORD CONTAINS 132 CHARACTERS.
001060 01  REPORT-RECORD.
001070     05  RPT-CC                  PIC X(01).
001080     05  RPT-LINE                PIC X(131).
001090
001100 WORKING-STORAGE SECTION.
001110 01  HIST-EOF-SWITCH             PIC X(01) VALUE 'N'.
001120     88  HIST-EOF                VALUE 'Y'.
001130 01  KEEP-EOF-SWITCH             PIC X(01) VALUE 'N'.
001140     88  KEEP-EOF                VALUE 'Y'.
001150 01  HIST-MISSING-SWITCH         PIC X(01) VALUE 'N'.
001160     88  HIST-MISSING            VALUE 'Y'.
001170 01  PARM-OK-SWITCH              PIC X(01) VALUE 'Y'.
001180     88  PARM-IS-OK              VALUE 'Y'.
001190 01  BALANCE-OK-SWITCH           PIC X(01) VALUE 'Y'.
001200     88  BALANCE-IS-OK           VALUE 'Y'.
001210 01  MONTH-FOUND-SWITCH          PIC X(01) VALUE 'N'.
001220     88  MONTH-FOUND             VALUE 'Y'.
001230 01  REBUILT-SWITCH              PIC X(01) VALUE 'N'.
001240     88  FILE-REBUILT            VALUE 'Y'.
001250 01  PARM-FILE-STATUS            PIC X(02) VALUE '00'.
001260 01  OHIST-FILE-STATUS           PIC X(02) VALUE '00'.
001270 01  KEEP-FILE-STATUS            PIC X(02) VALUE '00'.
001280 01  ARCH-FILE-STATUS            PIC X(02) VALUE '00'.
001290
001300*----------------------------------------------------------------
001310* RETENTION CUTOFF - RUN MONTH LESS (RETENTION - 1) MONTHS,
001320* WORKED AS A MONTH NUMBER (YEAR * 12 + MONTH - 1) SO THE YEAR
001330* BOUNDARY NEEDS NO SPECIAL CASE. A RECORD WHOSE RUN MONTH IS
001340* BEFORE THE CUTOFF MONTH IS ARCHIVED.
001350*----------------------------------------------------------------
001360 01  RETAIN-MONTHS               PIC 9(03) VALUE 0.
001370 01  MONTH-NUMBER                PIC 9(06) VALUE 0.
001380 01  CUTOFF-MONTH                PIC 9(06) VALUE 0.
001390 01  CUTOFF-MONTH-PARTS REDEFINES CUTOFF-MONTH.
001400     05  CUTOFF-YYYY             PIC 9(04).
001410     05  CUTOFF-MM               PIC 9(02).
001420 01  RECORD-MONTH                PIC 9(06) VALUE 0.
001430
001440*----------------------------------------------------------------
001450* RUN-MONTH TABLE - ONE ENTRY PER RUN MONTH FOUND ON THE LIVE
001460* FILE, KEPT IN ASCENDING MONTH ORDER AS MONTHS ARE MET (THE
001470* FILE IS IN JOB-NAME ORDER, SO MONTHS ARRIVE MIXED). PURGED IS
001480* WORKED AFTER THE RELOAD AS READ LESS RELOADED, SO IT PROVES
001490* WHAT ACTUALLY LEFT THE LIVE FILE RATHER THAN REPEATING THE
001500* ARCHIVED FIGURE.
001510*----------------------------------------------------------------
001520 01  MONTH-TABLE-MAX             PIC 9(03) VALUE 240.
001530 01  MONTH-COUNT                 PIC 9(03) VALUE 0.
001540 01  MONTH-IDX                   PIC 9(03) VALUE 0.
001550 01  SHIFT-IDX                   PIC 9(03) VALUE 0.
001560 01  MONTH-TABLE.
001570     05  MONTH-ENTRY OCCURS 240 TIMES.
001580         10  MT-MONTH            PIC 9(06).
001590         10  MT-READ             PIC 9(07).
001600         10  MT-KEPT             PIC 9(07).
001610         10  MT-ARCHIVED         PIC 9(07).
001620         10  MT-RELOADED         PIC 9(07).
001630 01  MONTH-OVERFLOW-COUNT        PIC 9(07) VALUE 0.
001640
001650 01  READ-COUNT                  PIC 9(07) VALUE 0.
001660 01  KEPT-COUNT                  PIC 9(07) VALUE 0.
001670 01  ARCHIVED-COUNT              PIC 9(07) VALUE 0.
001680 01  RELOADED-COUNT              PIC 9(07) VALUE 0.
001690 01  PURGED-COUNT                PIC 9(07) VALUE 0.
001700 01  RELOAD-ERROR-COUNT          PIC 9(07) VALUE 0.
001710 01  BALANCE-COUNT               PIC 9(07) VALUE 0.
001720 01  MONTH-PURGED                PIC 9(07) VALUE 0.
001730
001740 01  EDIT-COUNT-7                PIC Z,ZZZ,ZZ9.
001750 01  RUN-DATE                    PIC 9(08) VALUE 0.
001760 01  RUN-DATE-PARTS REDEFINES RUN-DATE.
001770     05  RUN-YYYY                PIC 9(04).
001780     05  RUN-MM                  PIC 9(02).
001790     05  RUN-DD                  PIC 9(02).
001800 01  RUN-TIME                    PIC 9(08) VALUE 0.
001810
001820 PROCEDURE DIVISION.
001830*----------------------------------------------------------------
001840* 0000-MAINLINE - EDIT THE CONTROL CARD, UNLOAD THE LIVE FILE
001850* TO KEEP AND ARCHIVE, AND ONLY IF THE UNLOAD BALANCES REBUILD
001860* THE LIVE FILE FROM THE KEEP FILE.
001870*----------------------------------------------------------------
001880 0000-MAINLINE.
001890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001900     IF PARM-IS-OK AND NOT HIST-MISSING
001910         PERFORM 2000-UNLOAD-HISTORY THRU 2000-EXIT
001920         PERFORM 3000-CHECK-UNLOAD THRU 3000-EXIT
001930         IF BALANCE-IS-OK
001940             PERFORM 4000-RELOAD-HISTORY THRU 4000-EXIT
001950         END-IF
001960     END-IF.
001970     PERFORM 7000-WRITE-REPORT THRU 7000-EXIT.
001980     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001990     IF NOT PARM-IS-OK OR NOT BALANCE-IS-OK
002000         MOVE 8 TO RETURN-CODE
002010     END-IF.
002020     STOP RUN.
002030
002040*----------------------------------------------------------------
002050* 1000-INITIALIZE - READ AND EDIT THE CONTROL CARD, WORK THE
002060* CUTOFF MONTH, AND CHECK THERE IS A LIVE FILE TO PURGE. A
002070* MISSING ORDHIST (NOTHING POSTED YET) IS NOT AN ERROR.
002080*----------------------------------------------------------------
002090 1000-INITIALIZE.
002100     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
002110     ACCEPT RUN-TIME FROM TIME.
002120     OPEN OUTPUT REPORT-FILE.
002130     PERFORM 7100-WRITE-HEADER THRU 7100-EXIT.
002140     OPEN INPUT PARM-FILE.
002150     IF PARM-FILE-STATUS = '35'
002160         MOVE 'N' TO PARM-OK-SWITCH
002170     ELSE
002180         READ PARM-FILE
002190             AT END
002200                 MOVE 'N' TO PARM-OK-SWITCH
002210         END-READ
002220         CLOSE PARM-FILE
002230     END-IF.
002240     IF PARM-IS-OK
002250         IF PRM-RETAIN-MONTHS IS NOT NUMERIC
002260             MOVE 'N' TO PARM-OK-SWITCH
002270         ELSE
002280             MOVE PRM-RETAIN-MONTHS TO RETAIN-MONTHS
002290             IF RETAIN-MONTHS = ZERO
002300                 MOVE 'N' TO PARM-OK-SWITCH
002310             END-IF
002320         END-IF
002330     END-IF.
002340     IF NOT PARM-IS-OK
002350         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
002360         STRING 'PURGPARM CARD MISSING OR RETENTION NOT 001-999 '
002370             DELIMITED BY SIZE
002380             '- NOTHING PURGED' DELIMITED BY SIZE
002390             INTO RPT-LINE
002400         END-STRING
002410         WRITE REPORT-RECORD
002420         DISPLAY 'TREEPURGE REFUSED - BAD PURGPARM CARD'
002430         GO TO 1000-EXIT
002440     END-IF.
002450
002460     COMPUTE MONTH-NUMBER = RUN-YYYY * 12 + RUN-MM - 1
002470         - (RETAIN-MONTHS - 1).
002480     DIVIDE MONTH-NUMBER BY 12 GIVING CUTOFF-YYYY
002490         REMAINDER CUTOFF-MM.
002500     ADD 1 TO CUTOFF-MM.
002510
002520     OPEN INPUT ORDER-HISTORY-FILE.
002530     IF OHIST-FILE-STATUS = '35'
002540         MOVE 'Y' TO HIST-MISSING-SWITCH
002550         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
002560         STRING 'ORDER HISTORY FILE NOT FOUND - NOTHING TO PURGE'
002570             DELIMITED BY SIZE
002580             INTO RPT-LINE
002590         END-STRING
002600         WRITE REPORT-RECORD
002610     END-IF.
002620 1000-EXIT.
002630     EXIT.
002640
002650*----------------------------------------------------------------
002660* 2000-UNLOAD-HISTORY - ONE PASS OVER THE LIVE FILE IN KEY
002670* SEQUENCE: RECORDS INSIDE THE RETENTION PERIOD TO THE KEEP
002680* FILE, OLDER ONES TO THE END OF THE ARCHIVE.
002690*----------------------------------------------------------------
002700 2000-UNLOAD-HISTORY.
002710     OPEN OUTPUT KEEP-FILE.
002720     OPEN EXTEND ARCHIVE-FILE.
002730     IF ARCH-FILE-STATUS = '35'
002740         OPEN OUTPUT ARCHIVE-FILE
002750     END-IF.
002760     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
002770     PERFORM 2200-UNLOAD-ONE-RECORD THRU 2200-EXIT
002780         UNTIL HIST-EOF.
002790     CLOSE ORDER-HISTORY-FILE.
002800     CLOSE KEEP-FILE.
002810     CLOSE ARCHIVE-FILE.
002820 2000-EXIT.
002830     EXIT.
002840
002850 2100-READ-HISTORY.
002860     READ ORDER-HISTORY-FILE NEXT RECORD
002870         AT END
002880             MOVE 'Y' TO HIST-EOF-SWITCH
002890     END-READ.
002900 2100-EXIT.
002910     EXIT.
002920
002930 2200-UNLOAD-ONE-RECORD.
002940     ADD 1 TO READ-COUNT.
002950     MOVE OH-RUN-DATE(1:6) TO RECORD-MONTH.
002960     PERFORM 2300-FIND-MONTH THRU 2300-EXIT.
002970     IF RECORD-MONTH < CUTOFF-MONTH
002980         MOVE ORDER-HISTORY-RECORD TO ARCHIVE-RECORD
002990         WRITE ARCHIVE-RECORD
003000         ADD 1 TO ARCHIVED-COUNT
003010         IF MONTH-FOUND
003020             ADD 1 TO MT-ARCHIVED(MONTH-IDX)
003030         END-IF
003040     ELSE
003050         MOVE ORDER-HISTORY-RECORD TO KEEP-RECORD
003060         WRITE KEEP-RECORD
003070         ADD 1 TO KEPT-COUNT
003080         IF MONTH-FOUND
003090             ADD 1 TO MT-KEPT(MONTH-IDX)
003100         END-IF
003110     END-IF.
003120     IF MONTH-FOUND
003130         ADD 1 TO MT-READ(MONTH-IDX)
003140     END-IF.
003150     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
003160 2200-EXIT.
003170     EXIT.
003180
003190*----------------------------------------------------------------
003200* 2300-FIND-MONTH - POINT MONTH-IDX AT RECORD-MONTH'S ENTRY,
003210* OPENING A NEW ENTRY IN MONTH ORDER WHEN IT IS THE FIRST RECORD
003220* OF THAT MONTH. A FULL TABLE LEAVES MONTH-FOUND OFF; THE
003230* RECORD STILL COUNTS IN THE TOTALS AND THE REPORT SAYS HOW MANY
003240* MISSED THE MONTH BREAKDOWN.
003250*----------------------------------------------------------------
003260 2300-FIND-MONTH.
003270     MOVE 'N' TO MONTH-FOUND-SWITCH.
003280     PERFORM 2310-CHECK-ONE-MONTH THRU 2310-EXIT
003290         VARYING MONTH-IDX FROM 1 BY 1
003300         UNTIL MONTH-IDX > MONTH-COUNT
003310             OR MT-MONTH(MONTH-IDX) NOT < RECORD-MONTH.
003320     IF MONTH-IDX NOT > MONTH-COUNT
003330         IF MT-MONTH(MONTH-IDX) = RECORD-MONTH
003340             MOVE 'Y' TO MONTH-FOUND-SWITCH
003350             GO TO 2300-EXIT
003360         END-IF
003370     END-IF.
003380     IF MONTH-COUNT NOT < MONTH-TABLE-MAX
003390         ADD 1 TO MONTH-OVERFLOW-COUNT
003400         GO TO 2300-EXIT
003410     END-IF.
003420     PERFORM 2320-SHIFT-ONE-MONTH THRU 2320-EXIT
003430         VARYING SHIFT-IDX FROM MONTH-COUNT BY -1
003440         UNTIL SHIFT-IDX < MONTH-IDX.
003450     ADD 1 TO MONTH-COUNT.
003460     MOVE RECORD-MONTH TO MT-MONTH(MONTH-IDX).
003470     MOVE ZERO TO MT-READ(MONTH-IDX).
003480     MOVE ZERO TO MT-KEPT(MONTH-IDX).
003490     MOVE ZERO TO MT-ARCHIVED(MONTH-IDX).
003500     MOVE ZERO TO MT-RELOADED(MONTH-IDX).
003510     MOVE 'Y' TO MONTH-FOUND-SWITCH.
003520 2300-EXIT.
003530     EXIT.
003540
003550 2310-CHECK-ONE-MONTH.
003560     CONTINUE.
003570 2310-EXIT.
003580     EXIT.
003590
003600 2320-SHIFT-ONE-MONTH.
003610     MOVE MONTH-ENTRY(SHIFT-IDX) TO MONTH-ENTRY(SHIFT-IDX + 1).
003620 2320-EXIT.
003630     EXIT.
003640
003650*----------------------------------------------------------------
003660* 3000-CHECK-UNLOAD - KEPT PLUS ARCHIVED MUST EQUAL READ BEFORE
003670* THE LIVE FILE IS TOUCHED. OUT OF BALANCE LEAVES ORDHIST AS IT
003680* WAS.
003690*----------------------------------------------------------------
003700 3000-CHECK-UNLOAD.
003710     COMPUTE BALANCE-COUNT = KEPT-COUNT + ARCHIVED-COUNT.
003720     IF BALANCE-COUNT NOT = READ-COUNT
003730         MOVE 'N' TO BALANCE-OK-SWITCH
003740         DISPLAY 'TREEPURGE UNLOAD OUT OF BALANCE - ORDHIST '
003750             'NOT REBUILT'
003760     END-IF.
003770 3000-EXIT.
003780     EXIT.
003790
003800*----------------------------------------------------------------
003810* 4000-RELOAD-HISTORY - REBUILD THE LIVE FILE: OPENED OUTPUT IT
003820* STARTS EMPTY, AND THE KEEP FILE (STILL IN KEY SEQUENCE) IS
003830* WRITTEN BACK. EVERY RELOADED RECORD IS COUNTED BY MONTH SO THE
003840* REPORT CAN PROVE WHAT WAS PURGED.
003850*----------------------------------------------------------------
003860 4000-RELOAD-HISTORY.
003870     OPEN OUTPUT ORDER-HISTORY-FILE.
003880     OPEN INPUT KEEP-FILE.
003890     PERFORM 4100-READ-KEEP THRU 4100-EXIT.
003900     PERFORM 4200-RELOAD-ONE-RECORD THRU 4200-EXIT
003910         UNTIL KEEP-EOF.
003920     CLOSE KEEP-FILE.
003930     CLOSE ORDER-HISTORY-FILE.
003940     MOVE 'Y' TO REBUILT-SWITCH.
003950     COMPUTE PURGED-COUNT = READ-COUNT - RELOADED-COUNT.
003960     IF RELOADED-COUNT NOT = KEPT-COUNT
003970             OR PURGED-COUNT NOT = ARCHIVED-COUNT
003980         MOVE 'N' TO BALANCE-OK-SWITCH
003990         DISPLAY 'TREEPURGE RELOAD OUT OF BALANCE - RESTORE '
004000             'ORDHIST FROM OHKEEP'
004010     END-IF.
004020 4000-EXIT.
004030     EXIT.
004040
004050 4100-READ-KEEP.
004060     READ KEEP-FILE
004070         AT END
004080             MOVE 'Y' TO KEEP-EOF-SWITCH
004090     END-READ.
004100 4100-EXIT.
004110     EXIT.
004120
004130 4200-RELOAD-ONE-RECORD.
004140     MOVE KEEP-RECORD TO ORDER-HISTORY-RECORD.
004150     WRITE ORDER-HISTORY-RECORD
004160         INVALID KEY
004170             ADD 1 TO RELOAD-ERROR-COUNT
004180         NOT INVALID KEY
004190             ADD 1 TO RELOADED-COUNT
004200             MOVE OH-RUN-DATE(1:6) TO RECORD-MONTH
004210             PERFORM 2300-FIND-MONTH THRU 2300-EXIT
004220             IF MONTH-FOUND
004230                 ADD 1 TO MT-RELOADED(MONTH-IDX)
004240             END-IF
004250     END-WRITE.
004260     PERFORM 4100-READ-KEEP THRU 4100-EXIT.
004270 4200-EXIT.
004280     EXIT.
004290
004300*----------------------------------------------------------------
004310* 7000-WRITE-REPORT - THE PARAMETERS, ONE LINE PER RUN MONTH,
004320* THE CONTROL TOTALS AND THE VERDICT.
004330*----------------------------------------------------------------
004340 7000-WRITE-REPORT.
004350     IF NOT PARM-IS-OK
004360         GO TO 7000-EXIT
004370     END-IF.
004380     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
004390     MOVE RETAIN-MONTHS TO EDIT-COUNT-7.
004400     STRING 'RETENTION (MONTHS) ........ ' DELIMITED BY SIZE
004410         EDIT-COUNT-7 DELIMITED BY SIZE
004420         INTO RPT-LINE
004430     END-STRING.
004440     WRITE REPORT-RECORD.
004450     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
004460     STRING 'ARCHIVE RUN MONTHS BEFORE . ' DELIMITED BY SIZE
004470         '   ' DELIMITED BY SIZE
004480         CUTOFF-MONTH DELIMITED BY SIZE
004490         INTO RPT-LINE
004500     END-STRING.
004510     WRITE REPORT-RECORD.
004520     IF HIST-MISSING
004530         GO TO 7000-EXIT
004540     END-IF.
004550
004560     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
004570     MOVE '0' TO RPT-CC.
004580     STRING 'RUN MONTH        READ      KEPT  ARCHIVED    PURGED'
004590         DELIMITED BY SIZE
004600         INTO RPT-LINE
004610     END-STRING.
004620     WRITE REPORT-RECORD.
004630     PERFORM 7300-WRITE-ONE-MONTH THRU 7300-EXIT
004640         VARYING MONTH-IDX FROM 1 BY 1
004650         UNTIL MONTH-IDX > MONTH-COUNT.
004660     IF MONTH-OVERFLOW-COUNT > ZERO
004670         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
004680         MOVE MONTH-OVERFLOW-COUNT TO EDIT-COUNT-7
004690         STRING '*** ' DELIMITED BY SIZE
004700             EDIT-COUNT-7 DELIMITED BY SIZE
004710             ' RECORD(S) BEYOND THE 240-MONTH TABLE - IN THE '
004720             DELIMITED BY SIZE
004730             'TOTALS ONLY ***' DELIMITED BY SIZE
004740             INTO RPT-LINE
004750         END-STRING
004760         WRITE REPORT-RECORD
004770     END-IF.
004780
004790     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
004800     MOVE '0' TO RPT-CC.
004810     MOVE READ-COUNT TO EDIT-COUNT-7.
004820     STRING 'RECORDS READ .............. ' DELIMITED BY SIZE
004830         EDIT-COUNT-7 DELIMITED BY SIZE
004840         INTO RPT-LINE
004850     END-STRING.
004860     WRITE REPORT-RECORD.
004870
004880     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
004890     MOVE KEPT-COUNT TO EDIT-COUNT-7.
004900     STRING 'RECORDS KEPT .............. ' DELIMITED BY SIZE
004910         EDIT-COUNT-7 DELIMITED BY SIZE
004920         INTO RPT-LINE
004930     END-STRING.
004940     WRITE REPORT-RECORD.
004950
004960     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
004970     MOVE ARCHIVED-COUNT TO EDIT-COUNT-7.
004980     STRING 'RECORDS ARCHIVED .......... ' DELIMITED BY SIZE
004990         EDIT-COUNT-7 DELIMITED BY SIZE
005000         INTO RPT-LINE
005010     END-STRING.
005020     WRITE REPORT-RECORD.
005030
005040     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
005050     MOVE BALANCE-COUNT TO EDIT-COUNT-7.
005060     STRING 'KEPT + ARCHIVED ........... ' DELIMITED BY SIZE
005070         EDIT-COUNT-7 DELIMITED BY SIZE
005080         INTO RPT-LINE
005090     END-STRING.
005100     WRITE REPORT-RECORD.
005110
005120     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
005130     MOVE RELOADED-COUNT TO EDIT-COUNT-7.
005140     STRING 'RECORDS RELOADED .......... ' DELIMITED BY SIZE
005150         EDIT-COUNT-7 DELIMITED BY SIZE
005160         INTO RPT-LINE
005170     END-STRING.
005180     WRITE REPORT-RECORD.
005190
005200     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
005210     MOVE PURGED-COUNT TO EDIT-COUNT-7.
005220     STRING 'RECORDS PURGED FROM ORDHIST ' DELIMITED BY SIZE
005230         EDIT-COUNT-7 DELIMITED BY SIZE
005240         INTO RPT-LINE
005250     END-STRING.
005260     WRITE REPORT-RECORD.
005270
005280     IF RELOAD-ERROR-COUNT > ZERO
005290         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
005300         MOVE RELOAD-ERROR-COUNT TO EDIT-COUNT-7
005310         STRING 'RELOAD KEY ERRORS ......... ' DELIMITED BY SIZE
005320             EDIT-COUNT-7 DELIMITED BY SIZE
005330             INTO RPT-LINE
005340         END-STRING
005350         WRITE REPORT-RECORD
005360     END-IF.
005370
005380     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
005390     IF BALANCE-IS-OK
005400         STRING 'CONTROL TOTALS IN BALANCE - ORDHIST REBUILT '
005410             DELIMITED BY SIZE
005420             'WITH THE RETAINED RECORDS' DELIMITED BY SIZE
005430             INTO RPT-LINE
005440         END-STRING
005450     ELSE
005460         STRING '*** CONTROL TOTALS OUT OF BALANCE - SEE THE '
005470             DELIMITED BY SIZE
005480             'FIGURES ABOVE ***' DELIMITED BY SIZE
005490             INTO RPT-LINE
005500         END-STRING
005510     END-IF.
005520     WRITE REPORT-RECORD.
005530 7000-EXIT.
005540     EXIT.
005550
005560*----------------------------------------------------------------
005570* 7100-WRITE-HEADER.
005580*----------------------------------------------------------------
005590 7100-WRITE-HEADER.
005600     MOVE SPACES TO RPT-LINE.
005610     MOVE '1' TO RPT-CC.
005620     STRING 'TREEPURGE ORDER HISTORY RETENTION PURGE  '
005630         DELIMITED BY SIZE
005640         RUN-DATE DELIMITED BY SIZE
005650         INTO RPT-LINE
005660     END-STRING.
005670     WRITE REPORT-RECORD.
005680 7100-EXIT.
005690     EXIT.
005700
005710 7200-START-DETAIL-LINE.
005720     MOVE SPACES TO RPT-LINE.
005730     MOVE ' ' TO RPT-CC.
005740 7200-EXIT.
005750     EXIT.
005760
005770*----------------------------------------------------------------
005780* 7300-WRITE-ONE-MONTH - READ, KEPT, ARCHIVED AND PURGED FOR ONE
005790* RUN MONTH. PURGED IS READ LESS RELOADED, AND ZERO WHEN THE
005800* LIVE FILE WAS NOT REBUILT.
005810*----------------------------------------------------------------
005820 7300-WRITE-ONE-MONTH.
005830     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
005840     MOVE MT-MONTH(MONTH-IDX) TO RPT-LINE(1:6).
005850     MOVE MT-READ(MONTH-IDX) TO EDIT-COUNT-7.
005860     MOVE EDIT-COUNT-7 TO RPT-LINE(12:9).
005870     MOVE MT-KEPT(MONTH-IDX) TO EDIT-COUNT-7.
005880     MOVE EDIT-COUNT-7 TO RPT-LINE(22:9).
005890     MOVE MT-ARCHIVED(MONTH-IDX) TO EDIT-COUNT-7.
005900     MOVE EDIT-COUNT-7 TO RPT-LINE(32:9).
005910     IF FILE-REBUILT
005920         COMPUTE MONTH-PURGED = MT-READ(MONTH-IDX)
005930             - MT-RELOADED(MONTH-IDX)
005940     ELSE
005950         MOVE ZERO TO MONTH-PURGED
005960     END-IF.
005970     MOVE MONTH-PURGED TO EDIT-COUNT-7.
005980     MOVE EDIT-COUNT-7 TO RPT-LINE(42:9).
005990     WRITE REPORT-RECORD.
006000 7300-EXIT.
006010     EXIT.
006020
006030*----------------------------------------------------------------
006040* 9000-TERMINATE.
006050*----------------------------------------------------------------
006060 9000-TERMINATE.
006070     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
006080     STRING 'RUN DATE/TIME ' DELIMITED BY SIZE
006090         RUN-DATE DELIMITED BY SIZE
006100         ' / ' DELIMITED BY SIZE
006110         RUN-TIME DELIMITED BY SIZE
006120         INTO RPT-LINE
006130     END-STRING.
006140     WRITE REPORT-RECORD.
006150     CLOSE REPORT-FILE.
006160 9000-EXIT.
006170     EXIT.
