000170*                  TEXT - TURNING A TEN-MINUTE HUNT THROUGH
000180*                  ACKFILE, BILLEXT AND PRTOUT INTO ONE KEYED
000190*                  LOOKUP.
000200* 2026-10-15 IIRO  ARCHIVE SEARCH: AN 'A' IN COLUMN 17 OF THE
000210*                  REQUEST SEARCHES THE OHARCH ARCHIVE THAT
000220*                  TREEPURGE MOVES OLD HISTORY TO, SO A JOB CAN
000230*                  STILL BE FOUND AFTER IT HAS LEFT THE LIVE
000240*                  FILE. THE ANSWER LINES ARE THE SAME.
000250*----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT REQUEST-FILE ASSIGN TO INQREQ
000310         ORGANIZATION IS SEQUENTIAL.
000320
000330     SELECT ORDER-HISTORY-FILE ASSIGN TO ORDHIST
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS OH-KEY
000370         FILE STATUS IS OHIST-FILE-STATUS.
000380
000390     SELECT REPORT-FILE ASSIGN TO INQRPT
000400         ORGANIZATION IS SEQUENTIAL.
000410
000420     SELECT ARCHIVE-FILE ASSIGN TO OHARCH
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS ARCH-FILE-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480*----------------------------------------------------------------
000490* REQUEST-FILE - ONE INQUIRY PER RECORD: THE JOB NAME, AND AN
000500* OPTIONAL RUN DATE (YYYYMMDD) TO NARROW THE ANSWER TO ONE DAY.
000510* BLANK DATE LISTS EVERY RUN THE JOB APPEARS UNDER. AN 'A' IN
000520* THE SEARCH FLAG LOOKS IN THE ARCHIVE INSTEAD OF THE LIVE FILE.
000530*----------------------------------------------------------------
000540 FD  REQUEST-FILE
000550     RECORDING MODE IS F
000560     LABEL RECORDS ARE STANDARD
000570     RECORD CONTAINS 80 CHARACTERS.
000580 01  INQUIRY-REQUEST-RECORD.
000590     05  INQ-JOB-NAME            PIC X(08).
000600     05  INQ-RUN-DATE            PIC X(08).
000610     05  INQ-SEARCH-FLAG         PIC X(01).
000620         88  INQ-ARCHIVE-SEARCH  VALUE 'A'.
000630     05  FILLER                  PIC X(63).
000640
000650*----------------------------------------------------------------
000660* ORDER-HISTORY-FILE - THE INDEXED HISTORY POSTED BY TREESTARS,
000670* KEYED ON JOB NAME + RUN DATE + SEQUENCE NUMBER. READ HERE WITH
000680* A START AT THE REQUEST'S KEY AND SEQUENTIAL READS UNTIL THE
000690* JOB (OR DAY) RUNS OUT.
000700*----------------------------------------------------------------
000710 FD  ORDER-HISTORY-FILE
000720     RECORD CONTAINS 100 CHARACTERS.
000730     COPY OHISTREC.
000740
000750*----------------------------------------------------------------
000760* ARCHIVE-FILE - THE SEQUENTIAL ORDER HISTORY ARCHIVE WRITTEN BY
000770* TREEPURGE, SAME OHISTREC LAYOUT. NOT KEYED, SO AN ARCHIVE
000780* SEARCH READS IT END TO END, READING EACH RECORD INTO THE
000790* HISTORY RECORD AREA SO ONE SET OF ANSWER LINES SERVES BOTH.
000800*----------------------------------------------------------------
000810 FD  ARCHIVE-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 100 CHARACTERS.
000850 01  ARCHIVE-RECORD              PIC X(100).
000860
000870*----------------------------------------------------------------
000880* REPORT-FILE - THE INQUIRY ANSWERS, 132-BYTE PRINT LINE WITH AN
000890* ASA CARRIAGE-CONTROL BYTE, ONE BLOCK PER REQUEST.
000900*----------------------------------------------------------------
000910 FD  REPORT-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE OMITTED
000940     RECORD CONTAINS 132 CHARACTERS.
000950 01  REPORT-RECORD.
000960     05  RPT-CC                  PIC X(01).
000970     05  RPT-LINE                PIC X(131).
000980
000990 WORKING-STORAGE SECTION.
001000 01  REQ-EOF-SWITCH              PIC X(01) VALUE 'N'.
001010     88  REQ-EOF                 VALUE 'Y'.
001020 01  HIST-DONE-SWITCH            PIC X(01) VALUE 'N'.
001030     88  HIST-DONE               VALUE 'Y'.
001040 01  HIST-MISSING-SWITCH         PIC X(01) VALUE 'N'.
001050     88  HIST-MISSING            VALUE 'Y'.
001060 01  OHIST-FILE-STATUS           PIC X(02) VALUE '00'.
001070 01  ARCH-EOF-SWITCH             PIC X(01) VALUE 'N'.
001080     88  ARCH-EOF                VALUE 'Y'.
001090 01  ARCH-FILE-STATUS            PIC X(02) VALUE '00'.
001100
001110 01  REQUEST-JOB-NAME            PIC X(08) VALUE SPACES.
001120 01  REQUEST-RUN-DATE            PIC 9(08) VALUE 0.
001130 01  DATE-GIVEN-SWITCH           PIC X(01) VALUE 'N'.
001140     88  DATE-GIVEN              VALUE 'Y'.
001150 01  MATCH-COUNT                 PIC 9(04) VALUE 0.
001160 01  REQUESTS-ANSWERED           PIC 9(04) VALUE 0.
001170 01  ARCHIVE-SEARCHES            PIC 9(04) VALUE 0.
001180
001190 01  EDIT-COUNT-4                PIC ZZZ9.
001200 01  RUN-DATE                    PIC 9(08) VALUE 0.
001210 01  RUN-TIME                    PIC 9(08) VALUE 0.
001220
001230 PROCEDURE DIVISION.
001240*----------------------------------------------------------------
001250* 0000-MAINLINE - ONE ANSWER BLOCK PER REQUEST RECORD.
001260*----------------------------------------------------------------
001270 0000-MAINLINE.
001280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001290     PERFORM 2000-ANSWER-ONE-REQUEST THRU 2000-EXIT
001300         UNTIL REQ-EOF.
001310     PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT.
001320     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001330     STOP RUN.
001340
001350*----------------------------------------------------------------
001360* 1000-INITIALIZE.
001370*----------------------------------------------------------------
001380 1000-INITIALIZE.
001390     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
001400     ACCEPT RUN-TIME FROM TIME.
001410     OPEN INPUT REQUEST-FILE.
001420     OPEN INPUT ORDER-HISTORY-FILE.
001430     IF OHIST-FILE-STATUS = '35'
001440         MOVE 'Y' TO HIST-MISSING-SWITCH
001450     END-IF.
001460     OPEN OUTPUT REPORT-FILE.
001470     PERFORM 7100-WRITE-HEADER THRU 7100-EXIT.
001480     IF HIST-MISSING
001490         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
001500         STRING 'ORDER HISTORY FILE NOT FOUND - NO LOOKUPS '
001510             DELIMITED BY SIZE
001520             'POSSIBLE' DELIMITED BY SIZE
001530             INTO RPT-LINE
001540         END-STRING
001550         WRITE REPORT-RECORD
001560     END-IF.
001570     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
001580 1000-EXIT.
001590     EXIT.
001600
001610*----------------------------------------------------------------
001620* 2000-ANSWER-ONE-REQUEST - ONE REQUEST: ECHO IT, POSITION THE
001630* HISTORY AT ITS KEY, AND LIST EVERY RECORD FOR THAT JOB (AND
001640* DAY, WHEN A DATE WAS GIVEN).
001650*----------------------------------------------------------------
001660 2000-ANSWER-ONE-REQUEST.
001670     ADD 1 TO REQUESTS-ANSWERED.
001680     MOVE INQ-JOB-NAME TO REQUEST-JOB-NAME.
001690     IF INQ-RUN-DATE IS NUMERIC
001700         MOVE 'Y' TO DATE-GIVEN-SWITCH
001710         MOVE INQ-RUN-DATE TO REQUEST-RUN-DATE
001720     ELSE
001730         MOVE 'N' TO DATE-GIVEN-SWITCH
001740         MOVE ZERO TO REQUEST-RUN-DATE
001750     END-IF.
001760     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
001770     MOVE '0' TO RPT-CC.
001780     IF DATE-GIVEN
001790         STRING 'JOB ' DELIMITED BY SIZE
001800             REQUEST-JOB-NAME DELIMITED BY SIZE
001810             '  RUN DATE ' DELIMITED BY SIZE
001820             INQ-RUN-DATE DELIMITED BY SIZE
001830             INTO RPT-LINE
001840         END-STRING
001850     ELSE
001860         STRING 'JOB ' DELIMITED BY SIZE
001870             REQUEST-JOB-NAME DELIMITED BY SIZE
001880             '  ALL RUN DATES' DELIMITED BY SIZE
001890             INTO RPT-LINE
001900         END-STRING
001910     END-IF.
001920     IF INQ-ARCHIVE-SEARCH
001930         MOVE '  (ARCHIVE)' TO RPT-LINE(40:11)
001940     END-IF.
001950     WRITE REPORT-RECORD.
001960     MOVE ZERO TO MATCH-COUNT.
001970     IF INQ-ARCHIVE-SEARCH
001980         ADD 1 TO ARCHIVE-SEARCHES
001990         PERFORM 4000-SCAN-ARCHIVE THRU 4000-EXIT
002000     ELSE
002010         IF NOT HIST-MISSING
002020             PERFORM 3000-SCAN-HISTORY THRU 3000-EXIT
002030         END-IF
002040     END-IF.
002050     IF MATCH-COUNT = ZERO
002060         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
002070         IF INQ-ARCHIVE-SEARCH
002080             STRING '  NO HISTORY IN THE ARCHIVE'
002090                 DELIMITED BY SIZE
002100                 INTO RPT-LINE
002110             END-STRING
002120         ELSE
002130             STRING '  NO HISTORY ON FILE' DELIMITED BY SIZE
002140                 INTO RPT-LINE
002150             END-STRING
002160         END-IF
002170         WRITE REPORT-RECORD
002180     END-IF.
002190     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
002200 2000-EXIT.
002210     EXIT.
002220
002230 2100-READ-REQUEST.
002240     READ REQUEST-FILE
002250         AT END
002260             MOVE 'Y' TO REQ-EOF-SWITCH
002270     END-READ.
002280 2100-EXIT.
002290     EXIT.
002300
002310*----------------------------------------------------------------
002320* 3000-SCAN-HISTORY - START AT THE FIRST KEY FOR THE REQUESTED
002330* JOB (AND DATE, IF GIVEN) AND READ FORWARD UNTIL THE KEY WALKS
002340* OFF THE JOB OR THE DAY.
002350*----------------------------------------------------------------
002360 3000-SCAN-HISTORY.
002370     MOVE 'N' TO HIST-DONE-SWITCH.
002380     MOVE REQUEST-JOB-NAME TO OH-JOB-NAME.
002390     MOVE REQUEST-RUN-DATE TO OH-RUN-DATE.
002400     MOVE ZERO TO OH-ORDER-SEQ.
002410     START ORDER-HISTORY-FILE KEY NOT < OH-KEY
002420         INVALID KEY
002430             MOVE 'Y' TO HIST-DONE-SWITCH
002440     END-START.
002450     IF NOT HIST-DONE
002460         PERFORM 3100-READ-NEXT-HISTORY THRU 3100-EXIT
002470     END-IF.
002480     PERFORM 3200-LIST-ONE-HISTORY THRU 3200-EXIT
002490         UNTIL HIST-DONE.
002500 3000-EXIT.
002510     EXIT.
002520
002530 3100-READ-NEXT-HISTORY.
002540     READ ORDER-HISTORY-FILE NEXT RECORD
002550         AT END
002560             MOVE 'Y' TO HIST-DONE-SWITCH
002570     END-READ.
002580 3100-EXIT.
002590     EXIT.
002600
002610*----------------------------------------------------------------
002620* 3200-LIST-ONE-HISTORY - ONE HISTORY RECORD, IF IT STILL
002630* BELONGS TO THE REQUEST: STATUS, SEQUENCE, DESTINATION, PAGES,
002640* AND THE REJECT REASON WHEN THERE IS ONE.
002650*----------------------------------------------------------------
002660 3200-LIST-ONE-HISTORY.
002670     IF OH-JOB-NAME NOT = REQUEST-JOB-NAME
002680         MOVE 'Y' TO HIST-DONE-SWITCH
002690         GO TO 3200-EXIT
002700     END-IF.
002710     IF DATE-GIVEN AND OH-RUN-DATE NOT = REQUEST-RUN-DATE
002720         MOVE 'Y' TO HIST-DONE-SWITCH
002730         GO TO 3200-EXIT
002740     END-IF.
002750     PERFORM 3300-WRITE-HISTORY-LINES THRU 3300-EXIT.
002760     PERFORM 3100-READ-NEXT-HISTORY THRU 3100-EXIT.
002770 3200-EXIT.
002780     EXIT.
002790
002800*----------------------------------------------------------------
002810* 3300-WRITE-HISTORY-LINES - THE ANSWER FOR ONE HISTORY RECORD,
002820* LIVE OR ARCHIVED: STATUS, SEQUENCE, DESTINATION, PAGES, AND
002830* THE REJECT REASON WHEN THERE IS ONE.
002840*----------------------------------------------------------------
002850 3300-WRITE-HISTORY-LINES.
002860     ADD 1 TO MATCH-COUNT.
002870     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
002880     MOVE OH-PAGE-COUNT TO EDIT-COUNT-4.
002890     STRING '  ' DELIMITED BY SIZE
002900         OH-RUN-DATE DELIMITED BY SIZE
002910         '  SEQ ' DELIMITED BY SIZE
002920         OH-ORDER-SEQ DELIMITED BY SIZE
002930         '  ' DELIMITED BY SIZE
002940         OH-STATUS DELIMITED BY SIZE
002950         '  DEST ' DELIMITED BY SIZE
002960         OH-DEST-NAME DELIMITED BY SIZE
002970         '  PAGES ' DELIMITED BY SIZE
002980         EDIT-COUNT-4 DELIMITED BY SIZE
002990         INTO RPT-LINE
003000     END-STRING.
003010     WRITE REPORT-RECORD.
003020     IF OH-STATUS = 'REJECTED'
003030         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
003040         STRING '           REASON: ' DELIMITED BY SIZE
003050             OH-REASON-TEXT DELIMITED BY SIZE
003060             INTO RPT-LINE
003070         END-STRING
003080         WRITE REPORT-RECORD
003090     END-IF.
003100 3300-EXIT.
003110     EXIT.
003120
003130*----------------------------------------------------------------
003140* 4000-SCAN-ARCHIVE - READ THE WHOLE ARCHIVE FOR THE REQUESTED
003150* JOB (AND DATE, IF GIVEN). THE ARCHIVE IS A RUN OF PURGES ONE
003160* AFTER ANOTHER, EACH IN KEY ORDER, SO THERE IS NO STOPPING EARLY.
003170*----------------------------------------------------------------
003180 4000-SCAN-ARCHIVE.
003190     OPEN INPUT ARCHIVE-FILE.
003200     IF ARCH-FILE-STATUS = '35'
003210         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
003220         STRING '  ORDER HISTORY ARCHIVE NOT FOUND'
003230             DELIMITED BY SIZE
003240             INTO RPT-LINE
003250         END-STRING
003260         WRITE REPORT-RECORD
003270         GO TO 4000-EXIT
003280     END-IF.
003290     MOVE 'N' TO ARCH-EOF-SWITCH.
003300     PERFORM 4100-READ-ARCHIVE THRU 4100-EXIT.
003310     PERFORM 4200-CHECK-ONE-ARCHIVE THRU 4200-EXIT
003320         UNTIL ARCH-EOF.
003330     CLOSE ARCHIVE-FILE.
003340 4000-EXIT.
003350     EXIT.
003360
003370 4100-READ-ARCHIVE.
003380     READ ARCHIVE-FILE INTO ORDER-HISTORY-RECORD
003390         AT END
003400             MOVE 'Y' TO ARCH-EOF-SWITCH
003410     END-READ.
003420 4100-EXIT.
003430     EXIT.
003440
003450 4200-CHECK-ONE-ARCHIVE.
003460     IF OH-JOB-NAME = REQUEST-JOB-NAME
003470         IF NOT DATE-GIVEN OR OH-RUN-DATE = REQUEST-RUN-DATE
003480             PERFORM 3300-WRITE-HISTORY-LINES THRU 3300-EXIT
003490         END-IF
003500     END-IF.
003510     PERFORM 4100-READ-ARCHIVE THRU 4100-EXIT.
003520 4200-EXIT.
003530     EXIT.
003540
003550*----------------------------------------------------------------
003560* 7100-WRITE-HEADER.
003570*----------------------------------------------------------------
003580 7100-WRITE-HEADER.
003590     MOVE SPACES TO RPT-LINE.
003600     MOVE '1' TO RPT-CC.
003610     STRING 'TREEINQ ORDER STATUS INQUIRY  '
003620         DELIMITED BY SIZE
003630         RUN-DATE DELIMITED BY SIZE
003640         INTO RPT-LINE
003650     END-STRING.
003660     WRITE REPORT-RECORD.
003670 7100-EXIT.
003680     EXIT.
003690
003700 7200-START-DETAIL-LINE.
003710     MOVE SPACES TO RPT-LINE.
003720     MOVE ' ' TO RPT-CC.
003730 7200-EXIT.
003740     EXIT.
003750
003760*----------------------------------------------------------------
003770* 7000-WRITE-TRAILER.
003780*----------------------------------------------------------------
003790 7000-WRITE-TRAILER.
003800     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
003810     MOVE '0' TO RPT-CC.
003820     MOVE REQUESTS-ANSWERED TO EDIT-COUNT-4.
003830     STRING 'REQUESTS ANSWERED ......... ' DELIMITED BY SIZE
003840         EDIT-COUNT-4 DELIMITED BY SIZE
003850         INTO RPT-LINE
003860     END-STRING.
003870     WRITE REPORT-RECORD.
003880
003890     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
003900     MOVE ARCHIVE-SEARCHES TO EDIT-COUNT-4.
003910     STRING 'ARCHIVE SEARCHES .......... ' DELIMITED BY SIZE
003920         EDIT-COUNT-4 DELIMITED BY SIZE
003930         INTO RPT-LINE
003940     END-STRING.
003950     WRITE REPORT-RECORD.
003960
003970     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
003980     STRING 'RUN DATE/TIME ' DELIMITED BY SIZE
003990         RUN-DATE DELIMITED BY SIZE
004000         ' / ' DELIMITED BY SIZE
004010         RUN-TIME DELIMITED BY SIZE
004020         INTO RPT-LINE
004030     END-STRING.
004040     WRITE REPORT-RECORD.
004050 7000-EXIT.
004060     EXIT.
004070
004080*----------------------------------------------------------------
004090* 9000-TERMINATE.
004100*----------------------------------------------------------------
004110 9000-TERMINATE.
004120     CLOSE REQUEST-FILE.
004130     CLOSE ORDER-HISTORY-FILE.
004140     CLOSE REPORT-FILE.
004150 9000-EXIT.
004160     EXIT.
