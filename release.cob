000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TreeRelease.
000030 AUTHOR. IIRO.
000040 INSTALLATION. PRINT-SHOP-DP.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* 2026-10-15 IIRO  ORIGINAL VERSION. RELEASES ORDERS TREESTARS
000110*                  HELD FOR GOING OVER THEIR ACCOUNT'S MONTHLY
000120*                  SPENDING LIMIT. READS A DECK OF RELEASE CARDS
000130*                  (SEE RLSREC) NAMING EACH HELD ORDER BY ITS RUN
000140*                  DATE AND SEQUENCE NUMBER, WITH THE APPROVER'S
000150*                  INITIALS. EACH APPROVED ORDER IS STAMPED WITH
000160*                  THOSE INITIALS - SO TREESTARS PRINTS IT
000170*                  WITHOUT HOLDING IT AGAIN - AND WRITTEN TO THE
000180*                  RELEASED-ORDER FILE TREESTAND MERGES INTO THE
000190*                  NEXT DAY'S ORDERS. THE ORDERS NOT RELEASED ARE
000200*                  WRITTEN TO A NEW HELD-ORDER GENERATION, AND AN
000210*                  AUDIT REPORT SHOWS WHO RELEASED WHAT AGAINST
000220*                  WHICH LIMIT.
000230*----------------------------------------------------------------
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT HELD-FILE ASSIGN TO HELDORD
000290         ORGANIZATION IS SEQUENTIAL
000300         FILE STATUS IS HELD-FILE-STATUS.
000310
000320     SELECT RELEASE-TRAN-FILE ASSIGN TO RLSTRAN
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS RLSE-FILE-STATUS.
000350
000360     SELECT RELEASED-ORDER-FILE ASSIGN TO RELORDS
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS RELO-FILE-STATUS.
000390
000400     SELECT HELD-NEW-FILE ASSIGN TO HELDNEW
000410         ORGANIZATION IS SEQUENTIAL.
000420
000430     SELECT AUDIT-FILE ASSIGN TO RLSAUDIT
000440         ORGANIZATION IS SEQUENTIAL.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480*----------------------------------------------------------------
000490* HELD-FILE - EVERY ORDER TREESTARS HAS HELD OVER A MONTHLY
000500* SPENDING LIMIT AND NOBODY HAS RELEASED YET. A MISSING FILE
000510* MEANS NOTHING IS HELD - EVERY CARD IN THE DECK IS REJECTED.
000520*----------------------------------------------------------------
000530 FD  HELD-FILE
000540     RECORDING MODE IS F
000550     LABEL RECORDS ARE STANDARD
000560     RECORD CONTAINS 160 CHARACTERS.
000570     COPY HELDREC.
000580
000590*----------------------------------------------------------------
000600* RELEASE-TRAN-FILE - THE DAY'S RELEASE DECK, ONE CARD PER HELD
000610* ORDER FINANCE HAS APPROVED. A MISSING FILE MEANS AN EMPTY DECK
000620* - THE HELD FILE IS CARRIED FORWARD UNCHANGED.
000630*----------------------------------------------------------------
000640 FD  RELEASE-TRAN-FILE
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE STANDARD
000670     RECORD CONTAINS 80 CHARACTERS.
000680     COPY RLSREC.
000690
000700*----------------------------------------------------------------
000710* RELEASED-ORDER-FILE - THE RELEASED ORDER IMAGES, STAMPED WITH
000720* THE APPROVER'S INITIALS, WAITING FOR TREESTAND TO MERGE THEM
000730* INTO THE NEXT ORDERS FILE. EXTENDED, SO TWO RELEASE RUNS ON
000740* ONE DAY BOTH REACH THE QUEUE; TREESTAND EMPTIES IT.
000750*----------------------------------------------------------------
000760 FD  RELEASED-ORDER-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD
000790     RECORD CONTAINS 80 CHARACTERS.
000800 01  RELEASED-ORDER-RECORD       PIC X(80).
000810
000820*----------------------------------------------------------------
000830* HELD-NEW-FILE - THE NEW HELD-ORDER GENERATION: EVERY HELD
000840* ORDER THIS DECK DID NOT RELEASE, UNCHANGED. THE OLD FILE IS
000850* LEFT UNTOUCHED, SO A BAD DECK IS BACKED OUT BY NOT CATALOGING
000860* THE NEW GENERATION (AND EMPTYING RELORDS).
000870*----------------------------------------------------------------
000880 FD  HELD-NEW-FILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD
000910     RECORD CONTAINS 160 CHARACTERS.
000920 01  HELD-NEW-RECORD             PIC X(160).
000930
000940*----------------------------------------------------------------
000950* AUDIT-FILE - THE RELEASE AUDIT REPORT, 132-BYTE PRINT LINE
000960* WITH AN ASA CARRIAGE-CONTROL BYTE. ONE LINE PER CARD REJECTED,
000970* PER ORDER RELEASED (WITH THE FIGURES IT WAS HELD ON AND WHO
000980* APPROVED IT) AND PER ORDER STILL HELD.
000990*----------------------------------------------------------------
001000 FD  AUDIT-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE OMITTED
001030     RECORD CONTAINS 132 CHARACTERS.
001040 01  AUDIT-RECORD.
001050     05  AUD-CC                  PIC X(01).
001060     05  AUD-LINE                PIC X(131).
001070
001080 WORKING-STORAGE SECTION.
001090 01  HELD-EOF-SWITCH             PIC X(01) VALUE 'N'.
001100     88  HELD-EOF                VALUE 'Y'.
001110 01  RLSE-EOF-SWITCH             PIC X(01) VALUE 'N'.
001120     88  RLSE-EOF                VALUE 'Y'.
001130 01  CARD-VALID-SWITCH           PIC X(01) VALUE 'Y'.
001140     88  CARD-IS-VALID           VALUE 'Y'.
001150 01  CARD-FOUND-SWITCH           PIC X(01) VALUE 'N'.
001160     88  CARD-FOUND              VALUE 'Y'.
001170 01  HELD-FILE-STATUS            PIC X(02) VALUE '00'.
001180 01  RLSE-FILE-STATUS            PIC X(02) VALUE '00'.
001190 01  RELO-FILE-STATUS            PIC X(02) VALUE '00'.
001200
001210*----------------------------------------------------------------
001220* THE RELEASED ORDER IS STAMPED HERE THROUGH THE ORDREC FIELD
001230* NAMES BEFORE THE IMAGE GOES OUT. SAME LAYOUT THE PRINT RUN
001240* READS.
001250*----------------------------------------------------------------
001260     COPY ORDREC.
001270
001280*----------------------------------------------------------------
001290* RELEASE DECK TABLE - THE WHOLE DECK IS EDITED AND LOADED AT
001300* STARTUP, THEN THE HELD FILE IS PASSED ONCE AGAINST IT. A CARD
001310* STAYS PENDING ('P') UNTIL A HELD ORDER USES IT ('U'); CARDS
001320* STILL PENDING AFTER THE PASS NAMED NO HELD ORDER.
001330*----------------------------------------------------------------
001340 01  CARD-TABLE-MAX              PIC 9(03) VALUE 200.
001350 01  CARD-COUNT                  PIC 9(03) VALUE 0.
001360 01  CARD-IDX                    PIC 9(03) VALUE 0.
001370 01  FOUND-IDX                   PIC 9(03) VALUE 0.
001380 01  MATCH-HELD-DATE             PIC 9(08) VALUE 0.
001390 01  MATCH-ORDER-SEQ             PIC 9(04) VALUE 0.
001400 01  CARD-TABLE.
001410     05  CARD-ENTRY OCCURS 200 TIMES.
001420         10  CD-HELD-DATE        PIC 9(08).
001430         10  CD-ORDER-SEQ        PIC 9(04).
001440         10  CD-JOB-NAME         PIC X(08).
001450         10  CD-APPROVER         PIC X(03).
001460         10  CD-NOTE             PIC X(30).
001470         10  CD-STATE-SWITCH     PIC X(01).
001480
001490 01  REJECT-REASON-TEXT          PIC X(40) VALUE SPACES.
001500 01  REJECT-REASON-CODE          PIC 9(02) VALUE 0.
001510
001520 01  CARDS-READ-COUNT            PIC 9(04) VALUE 0.
001530 01  CARDS-REJECTED              PIC 9(04) VALUE 0.
001540 01  HELD-READ-COUNT             PIC 9(04) VALUE 0.
001550 01  ORDERS-RELEASED             PIC 9(04) VALUE 0.
001560 01  ORDERS-STILL-HELD           PIC 9(04) VALUE 0.
001570
001580 01  AUDIT-TAG                   PIC X(10) VALUE SPACES.
001590 01  EDIT-COUNT-4                PIC ZZZ9.
001600 01  EDIT-AMOUNT-1               PIC ZZZ,ZZ9.99.
001610 01  EDIT-AMOUNT-2               PIC ZZZ,ZZ9.99.
001620 01  EDIT-AMOUNT-3               PIC ZZZ,ZZ9.99.
001630 01  RUN-DATE                    PIC 9(08) VALUE 0.
001640 01  RUN-TIME                    PIC 9(08) VALUE 0.
001650
001660 PROCEDURE DIVISION.
001670*----------------------------------------------------------------
001680* 0000-MAINLINE - LOAD AND EDIT THE DECK, PASS THE HELD FILE
001690* AGAINST IT, REJECT THE CARDS THAT MATCHED NOTHING, AND PRINT
001700* THE TRAILER.
001710*----------------------------------------------------------------
001720 0000-MAINLINE.
001730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001740     PERFORM 2000-PROCESS-HELD THRU 2000-EXIT
001750         UNTIL HELD-EOF.
001760     PERFORM 4000-REJECT-UNMATCHED THRU 4000-EXIT
001770         VARYING CARD-IDX FROM 1 BY 1
001780         UNTIL CARD-IDX > CARD-COUNT.
001790     PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT.
001800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001810     STOP RUN.
001820
001830*----------------------------------------------------------------
001840* 1000-INITIALIZE - OPEN EVERYTHING, LOAD THE DECK, PRIME THE
001850* HELD FILE. THE RELEASED-ORDER FILE IS EXTENDED, OR CREATED
001860* WHEN TREESTAND HAS NOT LEFT ONE BEHIND.
001870*----------------------------------------------------------------
001880 1000-INITIALIZE.
001890     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
001900     ACCEPT RUN-TIME FROM TIME.
001910     OPEN INPUT HELD-FILE.
001920     IF HELD-FILE-STATUS = '35'
001930         MOVE 'Y' TO HELD-EOF-SWITCH
001940     END-IF.
001950     OPEN INPUT RELEASE-TRAN-FILE.
001960     IF RLSE-FILE-STATUS = '35'
001970         MOVE 'Y' TO RLSE-EOF-SWITCH
001980     END-IF.
001990     OPEN EXTEND RELEASED-ORDER-FILE.
002000     IF RELO-FILE-STATUS = '35'
002010         OPEN OUTPUT RELEASED-ORDER-FILE
002020     END-IF.
002030     OPEN OUTPUT HELD-NEW-FILE.
002040     OPEN OUTPUT AUDIT-FILE.
002050     PERFORM 7100-WRITE-HEADER THRU 7100-EXIT.
002060     PERFORM 1100-LOAD-CARDS THRU 1100-EXIT.
002070     IF NOT HELD-EOF
002080         PERFORM 2100-READ-HELD THRU 2100-EXIT
002090     END-IF.
002100 1000-EXIT.
002110     EXIT.
002120
002130*----------------------------------------------------------------
002140* 1100-LOAD-CARDS - EDIT EVERY CARD IN THE DECK AND TABLE THE
002150* ONES THAT PASS.
002160*----------------------------------------------------------------
002170 1100-LOAD-CARDS.
002180     IF NOT RLSE-EOF
002190         PERFORM 1110-READ-CARD THRU 1110-EXIT
002200         PERFORM 1120-STORE-CARD THRU 1120-EXIT
002210             UNTIL RLSE-EOF
002220     END-IF.
002230 1100-EXIT.
002240     EXIT.
002250
002260 1110-READ-CARD.
002270     READ RELEASE-TRAN-FILE
002280         AT END
002290             MOVE 'Y' TO RLSE-EOF-SWITCH
002300     END-READ.
002310 1110-EXIT.
002320     EXIT.
002330
002340 1120-STORE-CARD.
002350     ADD 1 TO CARDS-READ-COUNT.
002360     PERFORM 1200-EDIT-CARD THRU 1200-EXIT.
002370     IF CARD-IS-VALID
002380         ADD 1 TO CARD-COUNT
002390         MOVE RLS-HELD-DATE TO CD-HELD-DATE(CARD-COUNT)
002400         MOVE RLS-ORDER-SEQ TO CD-ORDER-SEQ(CARD-COUNT)
002410         MOVE RLS-JOB-NAME TO CD-JOB-NAME(CARD-COUNT)
002420         MOVE RLS-APPROVER TO CD-APPROVER(CARD-COUNT)
002430         MOVE RLS-NOTE TO CD-NOTE(CARD-COUNT)
002440         MOVE 'P' TO CD-STATE-SWITCH(CARD-COUNT)
002450     END-IF.
002460     PERFORM 1110-READ-CARD THRU 1110-EXIT.
002470 1120-EXIT.
002480     EXIT.
002490
002500*----------------------------------------------------------------
002510* 1200-EDIT-CARD - GUARD THE CARD ONE CHECK AT A TIME, THE WAY
002520* TREEMAINT GUARDS ITS DECK. NO RELEASE WITHOUT INITIALS - THE
002530* AUDIT REPORT IS WORTHLESS IF IT CANNOT SAY WHO APPROVED THE
002540* SPEND. THE CODE LIST IS DOCUMENTED IN RLSREC.
002550*----------------------------------------------------------------
002560 1200-EDIT-CARD.
002570     MOVE 'Y' TO CARD-VALID-SWITCH.
002580     MOVE SPACES TO REJECT-REASON-TEXT.
002590     MOVE ZERO TO REJECT-REASON-CODE.
002600
002610     IF RLS-HELD-DATE IS NOT NUMERIC
002620             OR RLS-ORDER-SEQ IS NOT NUMERIC
002630         MOVE 'N' TO CARD-VALID-SWITCH
002640         MOVE 01 TO REJECT-REASON-CODE
002650         MOVE 'HELD DATE OR SEQUENCE IS NOT NUMERIC' TO
002660             REJECT-REASON-TEXT
002670     END-IF.
002680
002690     IF CARD-IS-VALID
002700         IF RLS-APPROVER = SPACES
002710             MOVE 'N' TO CARD-VALID-SWITCH
002720             MOVE 02 TO REJECT-REASON-CODE
002730             MOVE 'APPROVER INITIALS ARE BLANK' TO
002740                 REJECT-REASON-TEXT
002750         END-IF
002760     END-IF.
002770
002780     IF CARD-IS-VALID
002790         MOVE RLS-HELD-DATE TO MATCH-HELD-DATE
002800         MOVE RLS-ORDER-SEQ TO MATCH-ORDER-SEQ
002810         PERFORM 1300-FIND-CARD THRU 1300-EXIT
002820         IF CARD-FOUND
002830             MOVE 'N' TO CARD-VALID-SWITCH
002840             MOVE 03 TO REJECT-REASON-CODE
002850             MOVE 'DUPLICATE CARD FOR THE SAME HELD ORDER' TO
002860                 REJECT-REASON-TEXT
002870         END-IF
002880     END-IF.
002890
002900     IF CARD-IS-VALID
002910         IF CARD-COUNT NOT < CARD-TABLE-MAX
002920             MOVE 'N' TO CARD-VALID-SWITCH
002930             MOVE 04 TO REJECT-REASON-CODE
002940             MOVE 'DECK TABLE CAPACITY OF 200 EXCEEDED' TO
002950                 REJECT-REASON-TEXT
002960         END-IF
002970     END-IF.
002980
002990     IF NOT CARD-IS-VALID
003000         PERFORM 1400-REJECT-DECK-CARD THRU 1400-EXIT
003010     END-IF.
003020 1200-EXIT.
003030     EXIT.
003040
003050*----------------------------------------------------------------
003060* 1300-FIND-CARD - LOOK THE MATCH DATE/SEQ UP IN THE DECK TABLE.
003070*----------------------------------------------------------------
003080 1300-FIND-CARD.
003090     MOVE 'N' TO CARD-FOUND-SWITCH.
003100     MOVE ZERO TO FOUND-IDX.
003110     PERFORM 1310-MATCH-ONE-CARD THRU 1310-EXIT
003120         VARYING CARD-IDX FROM 1 BY 1
003130         UNTIL CARD-IDX > CARD-COUNT OR CARD-FOUND.
003140 1300-EXIT.
003150     EXIT.
003160
003170 1310-MATCH-ONE-CARD.
003180     IF CD-HELD-DATE(CARD-IDX) = MATCH-HELD-DATE
003190             AND CD-ORDER-SEQ(CARD-IDX) = MATCH-ORDER-SEQ
003200         MOVE CARD-IDX TO FOUND-IDX
003210         MOVE 'Y' TO CARD-FOUND-SWITCH
003220     END-IF.
003230 1310-EXIT.
003240     EXIT.
003250
003260*----------------------------------------------------------------
003270* 1400-REJECT-DECK-CARD - A CARD TURNED AWAY BY THE EDIT, ON THE
003280* CONSOLE AND THE AUDIT REPORT.
003290*----------------------------------------------------------------
003300 1400-REJECT-DECK-CARD.
003310     ADD 1 TO CARDS-REJECTED.
003320     DISPLAY 'TREERELEASE CARD ' RLS-HELD-DATE '/' RLS-ORDER-SEQ
003330         ' REJECTED - ' REJECT-REASON-TEXT.
003340     MOVE SPACES TO AUD-LINE.
003350     MOVE ' ' TO AUD-CC.
003360     STRING '  REJECTED   ' DELIMITED BY SIZE
003370         RLS-HELD-DATE DELIMITED BY SIZE
003380         '/' DELIMITED BY SIZE
003390         RLS-ORDER-SEQ DELIMITED BY SIZE
003400         '  ' DELIMITED BY SIZE
003410         RLS-JOB-NAME DELIMITED BY SIZE
003420         '  BY ' DELIMITED BY SIZE
003430         RLS-APPROVER DELIMITED BY SIZE
003440         '  REASON ' DELIMITED BY SIZE
003450         REJECT-REASON-CODE DELIMITED BY SIZE
003460         ' ' DELIMITED BY SIZE
003470         REJECT-REASON-TEXT DELIMITED BY SIZE
003480         INTO AUD-LINE
003490     END-STRING.
003500     WRITE AUDIT-RECORD.
003510 1400-EXIT.
003520     EXIT.
003530
003540*----------------------------------------------------------------
003550* 2000-PROCESS-HELD - ONE HELD ORDER: RELEASE IT IF A CARD NAMES
003560* IT AND THE JOB NAME AGREES, OTHERWISE CARRY IT FORWARD TO THE
003570* NEW HELD GENERATION. A JOB-NAME MISMATCH REJECTS THE CARD AND
003580* LEAVES THE ORDER HELD - A MISKEYED SEQUENCE NUMBER MUST NOT
003590* RELEASE SOMEBODY ELSE'S ORDER.
003600*----------------------------------------------------------------
003610 2000-PROCESS-HELD.
003620     ADD 1 TO HELD-READ-COUNT.
003630     MOVE HLD-RUN-DATE TO MATCH-HELD-DATE.
003640     MOVE HLD-ORDER-SEQ TO MATCH-ORDER-SEQ.
003650     PERFORM 1300-FIND-CARD THRU 1300-EXIT.
003660     IF CARD-FOUND
003670         IF CD-STATE-SWITCH(FOUND-IDX) NOT = 'P'
003680             MOVE 'N' TO CARD-FOUND-SWITCH
003690         END-IF
003700     END-IF.
003710     IF CARD-FOUND
003720         IF CD-JOB-NAME(FOUND-IDX) NOT = SPACES
003730                 AND CD-JOB-NAME(FOUND-IDX) NOT = HLD-JOB-NAME
003740             MOVE 'R' TO CD-STATE-SWITCH(FOUND-IDX)
003750             MOVE 06 TO REJECT-REASON-CODE
003760             MOVE 'JOB NAME DOES NOT MATCH THE HELD ORDER' TO
003770                 REJECT-REASON-TEXT
003780             PERFORM 4100-REJECT-TABLE-CARD THRU 4100-EXIT
003790             MOVE 'N' TO CARD-FOUND-SWITCH
003800         END-IF
003810     END-IF.
003820     IF CARD-FOUND
003830         MOVE 'U' TO CD-STATE-SWITCH(FOUND-IDX)
003840         PERFORM 3000-RELEASE-ORDER THRU 3000-EXIT
003850     ELSE
003860         PERFORM 3100-KEEP-HELD THRU 3100-EXIT
003870     END-IF.
003880     PERFORM 2100-READ-HELD THRU 2100-EXIT.
003890 2000-EXIT.
003900     EXIT.
003910
003920 2100-READ-HELD.
003930     READ HELD-FILE
003940         AT END
003950             MOVE 'Y' TO HELD-EOF-SWITCH
003960     END-READ.
003970 2100-EXIT.
003980     EXIT.
003990
004000*----------------------------------------------------------------
004010* 3000-RELEASE-ORDER - STAMP THE APPROVER'S INITIALS INTO THE
004020* ORDER IMAGE (TREESTARS SKIPS THE LIMIT CHECK FOR A STAMPED
004030* ORDER) AND QUEUE IT FOR TREESTAND'S NEXT MERGE.
004040*----------------------------------------------------------------
004050 3000-RELEASE-ORDER.
004060     MOVE HLD-ORDER-IMAGE TO ORDER-RECORD.
004070     MOVE CD-APPROVER(FOUND-IDX) TO ORD-RELEASE-INITS.
004080     MOVE ORDER-RECORD TO RELEASED-ORDER-RECORD.
004090     WRITE RELEASED-ORDER-RECORD.
004100     ADD 1 TO ORDERS-RELEASED.
004110     MOVE 'RELEASED' TO AUDIT-TAG.
004120     PERFORM 5000-AUDIT-HELD-ORDER THRU 5000-EXIT.
004130 3000-EXIT.
004140     EXIT.
004150
004160*----------------------------------------------------------------
004170* 3100-KEEP-HELD - NOT RELEASED: CARRY IT FORWARD UNCHANGED.
004180*----------------------------------------------------------------
004190 3100-KEEP-HELD.
004200     MOVE HELD-RECORD TO HELD-NEW-RECORD.
004210     WRITE HELD-NEW-RECORD.
004220     ADD 1 TO ORDERS-STILL-HELD.
004230     MOVE 'STILL HELD' TO AUDIT-TAG.
004240     PERFORM 5000-AUDIT-HELD-ORDER THRU 5000-EXIT.
004250 3100-EXIT.
004260     EXIT.
004270
004280*----------------------------------------------------------------
004290* 4000-REJECT-UNMATCHED - A CARD STILL PENDING AFTER THE WHOLE
004300* HELD FILE HAS PASSED NAMED NO HELD ORDER.
004310*----------------------------------------------------------------
004320 4000-REJECT-UNMATCHED.
004330     IF CD-STATE-SWITCH(CARD-IDX) = 'P'
004340         MOVE 'R' TO CD-STATE-SWITCH(CARD-IDX)
004350         MOVE CARD-IDX TO FOUND-IDX
004360         MOVE 05 TO REJECT-REASON-CODE
004370         MOVE 'NO HELD ORDER WITH THIS DATE/SEQUENCE' TO
004380             REJECT-REASON-TEXT
004390         PERFORM 4100-REJECT-TABLE-CARD THRU 4100-EXIT
004400     END-IF.
004410 4000-EXIT.
004420     EXIT.
004430
004440*----------------------------------------------------------------
004450* 4100-REJECT-TABLE-CARD - THE TABLED CARD AT FOUND-IDX, PUT
004460* BACK ON THE CARD LAYOUT AND REJECTED THE SAME WAY AS AN EDIT
004470* FAILURE.
004480*----------------------------------------------------------------
004490 4100-REJECT-TABLE-CARD.
004500     MOVE SPACES TO RELEASE-CARD.
004510     MOVE CD-HELD-DATE(FOUND-IDX) TO RLS-HELD-DATE.
004520     MOVE CD-ORDER-SEQ(FOUND-IDX) TO RLS-ORDER-SEQ.
004530     MOVE CD-JOB-NAME(FOUND-IDX) TO RLS-JOB-NAME.
004540     MOVE CD-APPROVER(FOUND-IDX) TO RLS-APPROVER.
004550     MOVE CD-NOTE(FOUND-IDX) TO RLS-NOTE.
004560     PERFORM 1400-REJECT-DECK-CARD THRU 1400-EXIT.
004570 4100-EXIT.
004580     EXIT.
004590
004600*----------------------------------------------------------------
004610* 5000-AUDIT-HELD-ORDER - ONE LINE PER HELD ORDER: THE TAG, THE
004620* ORDER, THE FIGURES IT WAS HELD ON (ORDER COST, MONTH-TO-DATE
004630* CHARGES AND LIMIT AT THE TIME), AND - FOR A RELEASE - WHO
004640* APPROVED IT AND WHY.
004650*----------------------------------------------------------------
004660 5000-AUDIT-HELD-ORDER.
004670     MOVE SPACES TO AUD-LINE.
004680     MOVE ' ' TO AUD-CC.
004690     MOVE HLD-ORDER-COST TO EDIT-AMOUNT-1.
004700     MOVE HLD-MTD-CHARGES TO EDIT-AMOUNT-2.
004710     MOVE HLD-MONTH-LIMIT TO EDIT-AMOUNT-3.
004720     STRING '  ' DELIMITED BY SIZE
004730         AUDIT-TAG DELIMITED BY SIZE
004740         ' ' DELIMITED BY SIZE
004750         HLD-RUN-DATE DELIMITED BY SIZE
004760         '/' DELIMITED BY SIZE
004770         HLD-ORDER-SEQ DELIMITED BY SIZE
004780         ' ' DELIMITED BY SIZE
004790         HLD-JOB-NAME DELIMITED BY SIZE
004800         ' ' DELIMITED BY SIZE
004810         HLD-ACCT-CODE DELIMITED BY SIZE
004820         ' COST ' DELIMITED BY SIZE
004830         EDIT-AMOUNT-1 DELIMITED BY SIZE
004840         ' MTD ' DELIMITED BY SIZE
004850         EDIT-AMOUNT-2 DELIMITED BY SIZE
004860         ' LIMIT ' DELIMITED BY SIZE
004870         EDIT-AMOUNT-3 DELIMITED BY SIZE
004880         INTO AUD-LINE
004890     END-STRING.
004900     IF AUDIT-TAG = 'RELEASED'
004910         STRING ' BY ' DELIMITED BY SIZE
004920             CD-APPROVER(FOUND-IDX) DELIMITED BY SIZE
004930             ' ' DELIMITED BY SIZE
004940             CD-NOTE(FOUND-IDX) DELIMITED BY SIZE
004950             INTO AUD-LINE(89:43)
004960         END-STRING
004970     END-IF.
004980     WRITE AUDIT-RECORD.
004990 5000-EXIT.
005000     EXIT.
005010
005020*----------------------------------------------------------------
005030* 7100-WRITE-HEADER.
005040*----------------------------------------------------------------
005050 7100-WRITE-HEADER.
005060     MOVE SPACES TO AUD-LINE.
005070     MOVE '1' TO AUD-CC.
005080     STRING 'TREERELEASE HELD ORDER RELEASE AUDIT  '
005090         DELIMITED BY SIZE
005100         RUN-DATE DELIMITED BY SIZE
005110         INTO AUD-LINE
005120     END-STRING.
005130     WRITE AUDIT-RECORD.
005140 7100-EXIT.
005150     EXIT.
005160
005170*----------------------------------------------------------------
005180* 7000-WRITE-TRAILER - THE COUNT SUMMARY. RELEASED PLUS STILL
005190* HELD ALWAYS EQUALS HELD ORDERS READ. A REJECTED CARD ENDS THE
005200* STEP WITH RC 4 SO THE OPERATOR CHASES IT BEFORE TOMORROW'S
005210* RUN.
005220*----------------------------------------------------------------
005230 7000-WRITE-TRAILER.
005240     MOVE SPACES TO AUD-LINE.
005250     MOVE '0' TO AUD-CC.
005260     MOVE CARDS-READ-COUNT TO EDIT-COUNT-4.
005270     STRING 'RELEASE CARDS READ ........ ' DELIMITED BY SIZE
005280         EDIT-COUNT-4 DELIMITED BY SIZE
005290         INTO AUD-LINE
005300     END-STRING.
005310     WRITE AUDIT-RECORD.
005320
005330     MOVE SPACES TO AUD-LINE.
005340     MOVE ' ' TO AUD-CC.
005350     MOVE CARDS-REJECTED TO EDIT-COUNT-4.
005360     STRING 'RELEASE CARDS REJECTED .... ' DELIMITED BY SIZE
005370         EDIT-COUNT-4 DELIMITED BY SIZE
005380         INTO AUD-LINE
005390     END-STRING.
005400     WRITE AUDIT-RECORD.
005410
005420     MOVE SPACES TO AUD-LINE.
005430     MOVE HELD-READ-COUNT TO EDIT-COUNT-4.
005440     STRING 'HELD ORDERS READ .......... ' DELIMITED BY SIZE
005450         EDIT-COUNT-4 DELIMITED BY SIZE
005460         INTO AUD-LINE
005470     END-STRING.
005480     WRITE AUDIT-RECORD.
005490
005500     MOVE SPACES TO AUD-LINE.
005510     MOVE ORDERS-RELEASED TO EDIT-COUNT-4.
005520     STRING 'ORDERS RELEASED ........... ' DELIMITED BY SIZE
005530         EDIT-COUNT-4 DELIMITED BY SIZE
005540         INTO AUD-LINE
005550     END-STRING.
005560     WRITE AUDIT-RECORD.
005570
005580     MOVE SPACES TO AUD-LINE.
005590     MOVE ORDERS-STILL-HELD TO EDIT-COUNT-4.
005600     STRING 'ORDERS STILL HELD ......... ' DELIMITED BY SIZE
005610         EDIT-COUNT-4 DELIMITED BY SIZE
005620         INTO AUD-LINE
005630     END-STRING.
005640     WRITE AUDIT-RECORD.
005650
005660     MOVE SPACES TO AUD-LINE.
005670     STRING 'RUN DATE/TIME ' DELIMITED BY SIZE
005680         RUN-DATE DELIMITED BY SIZE
005690         ' / ' DELIMITED BY SIZE
005700         RUN-TIME DELIMITED BY SIZE
005710         INTO AUD-LINE
005720     END-STRING.
005730     WRITE AUDIT-RECORD.
005740
005750     IF CARDS-REJECTED > ZERO
005760         MOVE 4 TO RETURN-CODE
005770     END-IF.
005780 7000-EXIT.
005790     EXIT.
005800
005810*----------------------------------------------------------------
005820* 9000-TERMINATE.
005830*----------------------------------------------------------------
005840 9000-TERMINATE.
005850     CLOSE HELD-FILE.
005860     CLOSE RELEASE-TRAN-FILE.
005870     CLOSE RELEASED-ORDER-FILE.
005880     CLOSE HELD-NEW-FILE.
005890     CLOSE AUDIT-FILE.
005900 9000-EXIT.
005910     EXIT.
