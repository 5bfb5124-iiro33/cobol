000300*                  ZERO FIRST, SO ORDERS DATED BEFORE THE CHANGE
000310*                  KEEP PRICING AT THE OLD RATES INSTEAD OF
000320*                  FALLING BACK TO THE FRESHLY CHANGED MASTER.
000330* 2026-10-15 IIRO  CARDS NOW CARRY THE ACCOUNT'S MONTHLY SPENDING
000340*                  LIMIT (SEE CMTRNREC). BLANK ON AN ADD MEANS NO
000350*                  LIMIT, BLANK ON A CHANGE KEEPS THE MASTER
000360*                  LIMIT, ZEROS REMOVE IT. A NON-NUMERIC LIMIT IS
000370*                  REJECTED (REASON 11) AND THE LIMIT PRINTS ON
000380*                  EVERY AUDIT LINE.
000390*----------------------------------------------------------------
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CUSTOMER-FILE ASSIGN TO CUSTMAST
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS CUST-FILE-STATUS.
000470
000480     SELECT TRAN-FILE ASSIGN TO CUSTTRAN
000490         ORGANIZATION IS SEQUENTIAL.
000500
000510     SELECT NEW-MASTER-FILE ASSIGN TO CUSTNEW
000520         ORGANIZATION IS SEQUENTIAL.
000530
000540     SELECT MAINT-REJECT-FILE ASSIGN TO CMREJLOG
000550         ORGANIZATION IS SEQUENTIAL.
000560
000570     SELECT AUDIT-FILE ASSIGN TO CMAUDRPT
000580         ORGANIZATION IS SEQUENTIAL.
000590
000600     SELECT RATE-FILE ASSIGN TO CUSTRATE
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS RATE-FILE-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660*----------------------------------------------------------------
000670* CUSTOMER-FILE - THE CURRENT CHARGE-BACK ACCOUNT MASTER. A
000680* MISSING FILE (FIRST-EVER MAINTENANCE RUN) IS TREATED AS AN
000690* EMPTY MASTER SO THE OPENING DECK OF ADDS CAN BUILD IT.
000700*----------------------------------------------------------------
000710 FD  CUSTOMER-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD
000740     RECORD CONTAINS 80 CHARACTERS.
000750     COPY CUSTREC.
000760
000770*----------------------------------------------------------------
000780* TRAN-FILE - THE DAY'S MAINTENANCE DECK, ONE ADD/CHANGE/DELETE
000790* PER RECORD, APPLIED IN DECK ORDER.
000800*----------------------------------------------------------------
000810 FD  TRAN-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 80 CHARACTERS.
000850     COPY CMTRNREC.
000860
000870*----------------------------------------------------------------
000880* NEW-MASTER-FILE - THE UPDATED MASTER, WRITTEN IN FULL AFTER
000890* THE WHOLE DECK HAS BEEN APPLIED. THE OLD MASTER IS LEFT
000900* UNTOUCHED, SO A BAD RUN IS BACKED OUT BY NOT CATALOGING THE
000910* NEW GENERATION.
000920*----------------------------------------------------------------
000930 FD  NEW-MASTER-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 80 CHARACTERS.
000970 01  NEW-MASTER-RECORD.
000980     05  NEW-ACCT-CODE           PIC X(04).
000990     05  NEW-ACCT-NAME           PIC X(30).
001000     05  NEW-STAR-RATE           PIC 9(03)V9(02).
001010     05  NEW-TREE-RATE           PIC 9(05)V9(02).
001020     05  NEW-MONTH-LIMIT         PIC 9(07)V9(02).
001030     05  FILLER                  PIC X(25).
001040
001050*----------------------------------------------------------------
001060* MAINT-REJECT-FILE - ONE RECORD PER TRANSACTION TURNED AWAY BY
001070* 2200-EDIT-TRAN, WITH THE REASON, SO A FAT-FINGERED DECK IS
001080* LOGGED RATHER THAN ONLY FLASHED ON THE OPERATOR CONSOLE. THE
001090* CODE LIST IS DOCUMENTED IN CMTRNREC.
001100*----------------------------------------------------------------
001110 FD  MAINT-REJECT-FILE
001120     RECORDING MODE IS F
001130     LABEL RECORDS ARE OMITTED
001140     RECORD CONTAINS 80 CHARACTERS.
001150 01  MAINT-REJECT-RECORD.
001160     05  CMR-FUNC-CODE           PIC X(01).
001170     05  CMR-ACCT-CODE           PIC X(04).
001180     05  CMR-REASON-CODE         PIC 9(02).
001190     05  CMR-REASON-TEXT         PIC X(40).
001200     05  FILLER                  PIC X(33).
001210
001220*----------------------------------------------------------------
001230* AUDIT-FILE - THE BEFORE/AFTER AUDIT REPORT, 132-BYTE PRINT
001240* LINE WITH AN ASA CARRIAGE-CONTROL BYTE. EVERY MASTER CHANGE
001250* PRINTS THE RECORD AS IT WAS AND AS IT NOW IS, SO FINANCE SIGNS
001260* OFF ON RATE UPDATES FROM PAPER INSTEAD OF TRUSTING THE DECK.
001270*----------------------------------------------------------------
001280 FD  AUDIT-FILE
001290     RECORDING MODE IS F
001300     LABEL RECORDS ARE OMITTED
001310     RECORD CONTAINS 132 CHARACTERS.
001320 01  AUDIT-RECORD.
001330     05  AUD-CC                  PIC X(01).
001340     05  AUD-LINE                PIC X(131).
001350
001360*----------------------------------------------------------------
001370* RATE-FILE - THE RATE HISTORY, EXTENDED WITH ONE RECORD PER
001380* RATE-BEARING DECK CARD SO TREEBILL CAN PRICE EACH EXTRACT
001390* ORDER AT THE RATE IN FORCE ON ITS RUN DATE. A MISSING FILE
001400* (FIRST RATE CARD EVER) IS CREATED FRESH.
001410*----------------------------------------------------------------
001420 FD  RATE-FILE
001430     RECORDING MODE IS F
001440     LABEL RECORDS ARE STANDARD
001450     RECORD CONTAINS 80 CHARACTERS.
001460     COPY RATEREC.
001470
001480 WORKING-STORAGE SECTION.
001490 01  CUST-EOF-SWITCH             PIC X(01) VALUE 'N'.
001500     88  CUST-EOF                VALUE 'Y'.
001510 01  TRAN-EOF-SWITCH             PIC X(01) VALUE 'N'.
001520     88  TRAN-EOF                VALUE 'Y'.
001530 01  TRAN-VALID-SWITCH           PIC X(01) VALUE 'Y'.
001540     88  TRAN-IS-VALID           VALUE 'Y'.
001550 01  ACCT-FOUND-SWITCH           PIC X(01) VALUE 'N'.
001560     88  ACCT-FOUND              VALUE 'Y'.
001570 01  CUST-FILE-STATUS            PIC X(02) VALUE '00'.
001580 01  RATE-FILE-STATUS            PIC X(02) VALUE '00'.
001590 01  RATE-EOF-SWITCH             PIC X(01) VALUE 'N'.
001600     88  RATE-EOF                VALUE 'Y'.
001610 01  RATE-EFF-DATE-NUM           PIC 9(08) VALUE 0.
001620
001630*----------------------------------------------------------------
001640* ACCOUNTS ALREADY ON THE RATE HISTORY - LOADED AT STARTUP AND
001650* KEPT CURRENT AS RECORDS ARE APPENDED. A RATE-BEARING CHANGE
001660* FOR AN ACCOUNT NOT YET LISTED FIRST SEEDS THE SUPERSEDED
001670* RATES AT EFFECTIVE DATE ZERO, SO EXTRACT RECORDS DATED BEFORE
001680* THE FIRST DATED CHANGE STILL PRICE AT THE OLD RATES INSTEAD
001690* OF FALLING BACK TO THE FRESHLY CHANGED MASTER.
001700*----------------------------------------------------------------
001710 01  RHIST-TABLE-MAX             PIC 9(03) VALUE 200.
001720 01  RHIST-COUNT                 PIC 9(03) VALUE 0.
001730 01  RHIST-IDX                   PIC 9(03) VALUE 0.
001740 01  RHIST-FOUND-SWITCH          PIC X(01) VALUE 'N'.
001750     88  RHIST-FOUND              VALUE 'Y'.
001760 01  RATE-ACCT-WORK              PIC X(04) VALUE SPACES.
001770 01  RATE-HIST-ACCT-TABLE.
001780     05  RHA-ACCT-CODE OCCURS 200 TIMES
001790                                 PIC X(04).
001800
001810 01  REJECT-REASON-TEXT          PIC X(40) VALUE SPACES.
001820 01  REJECT-REASON-CODE          PIC 9(02) VALUE 0.
001830
001840*----------------------------------------------------------------
001850* CUSTOMER MASTER TABLE - THE WHOLE MASTER IS LOADED AT STARTUP,
001860* THE DECK IS APPLIED AGAINST THE TABLE, AND THE SURVIVORS ARE
001870* WRITTEN OUT AS THE NEW GENERATION. DELETED ENTRIES ARE FLAGGED
001880* RATHER THAN SQUEEZED OUT SO A DELETE-THEN-ADD DECK STILL
001890* APPLIES IN ORDER. SAME 50-ACCOUNT LIMIT AS TREEBILL.
001900*----------------------------------------------------------------
001910 01  CUST-TABLE-MAX              PIC 9(02) VALUE 50.
001920 01  CUST-COUNT                  PIC 9(02) VALUE 0.
001930 01  CUST-IDX                    PIC 9(02) VALUE 0.
001940 01  FOUND-IDX                   PIC 9(02) VALUE 0.
001950 01  AUDIT-IDX                   PIC 9(02) VALUE 0.
001960 01  CUSTOMER-TABLE.
001970     05  CUST-ENTRY OCCURS 50 TIMES.
001980         10  CT-ACCT-CODE        PIC X(04).
001990         10  CT-ACCT-NAME        PIC X(30).
002000         10  CT-STAR-RATE        PIC 9(03)V9(02).
002010         10  CT-TREE-RATE        PIC 9(05)V9(02).
002020         10  CT-MONTH-LIMIT      PIC 9(07)V9(02).
002030         10  CT-DELETE-SWITCH    PIC X(01).
002040
002050*----------------------------------------------------------------
002060* RATE CONVERSION - THE DECK CARRIES RATES AS DISPLAY DIGITS
002070* WITH TWO IMPLIED DECIMALS; MOVING THEM THROUGH THE REDEFINES
002080* PUTS THE DECIMAL POINT BACK WITHOUT ARITHMETIC.
002090*----------------------------------------------------------------
002100 01  TRAN-STAR-RATE-NUM          PIC 9(03)V9(02) VALUE 0.
002110 01  TRAN-STAR-RATE-X REDEFINES TRAN-STAR-RATE-NUM
002120                                 PIC X(05).
002130 01  TRAN-TREE-RATE-NUM          PIC 9(05)V9(02) VALUE 0.
002140 01  TRAN-TREE-RATE-X REDEFINES TRAN-TREE-RATE-NUM
002150                                 PIC X(07).
002160 01  TRAN-MONTH-LIMIT-NUM        PIC 9(07)V9(02) VALUE 0.
002170 01  TRAN-MONTH-LIMIT-X REDEFINES TRAN-MONTH-LIMIT-NUM
002180                                 PIC X(09).
002190
002200 01  TRANS-READ-COUNT            PIC 9(04) VALUE 0.
002210 01  ADDS-APPLIED                PIC 9(04) VALUE 0.
002220 01  CHANGES-APPLIED             PIC 9(04) VALUE 0.
002230 01  DELETES-APPLIED             PIC 9(04) VALUE 0.
002240 01  TRANS-REJECTED              PIC 9(04) VALUE 0.
002250
002260 01  AUDIT-TAG                   PIC X(08) VALUE SPACES.
002270 01  EDIT-COUNT-4                PIC ZZZ9.
002280 01  EDIT-STAR-RATE              PIC ZZ9.99.
002290 01  EDIT-TREE-RATE              PIC ZZ,ZZ9.99.
002300 01  EDIT-MONTH-LIMIT            PIC Z,ZZZ,ZZ9.99.
002310 01  RUN-DATE                    PIC 9(08) VALUE 0.
002320 01  RUN-TIME                    PIC 9(08) VALUE 0.
002330
002340 PROCEDURE DIVISION.
002350*----------------------------------------------------------------
002360* 0000-MAINLINE - LOAD THE MASTER, APPLY THE WHOLE DECK, WRITE
002370* THE NEW GENERATION AND THE AUDIT TRAILER.
002380*----------------------------------------------------------------
002390 0000-MAINLINE.
002400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002410     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
002420         UNTIL TRAN-EOF.
002430     PERFORM 6000-WRITE-NEW-MASTER THRU 6000-EXIT.
002440     PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT.
002450     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002460     STOP RUN.
002470
002480*----------------------------------------------------------------
002490* 1000-INITIALIZE.
002500*----------------------------------------------------------------
002510 1000-INITIALIZE.
002520     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
002530     ACCEPT RUN-TIME FROM TIME.
002540     OPEN INPUT CUSTOMER-FILE.
002550     IF CUST-FILE-STATUS = '35'
002560         MOVE 'Y' TO CUST-EOF-SWITCH
002570     END-IF.
002580     OPEN INPUT TRAN-FILE.
002590     OPEN OUTPUT NEW-MASTER-FILE.
002600     OPEN OUTPUT MAINT-REJECT-FILE.
002610     OPEN OUTPUT AUDIT-FILE.
002620     PERFORM 1200-OPEN-RATE-FILE THRU 1200-EXIT.
002630     PERFORM 7100-WRITE-HEADER THRU 7100-EXIT.
002640     PERFORM 1100-LOAD-CUSTOMERS THRU 1100-EXIT.
002650     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
002660 1000-EXIT.
002670     EXIT.
002680
002690*----------------------------------------------------------------
002700* 1100-LOAD-CUSTOMERS - PULL THE ACCOUNT MASTER INTO THE TABLE.
002710*----------------------------------------------------------------
002720 1100-LOAD-CUSTOMERS.
002730     IF NOT CUST-EOF
002740         PERFORM 1110-READ-CUSTOMER THRU 1110-EXIT
002750         PERFORM 1120-STORE-CUSTOMER THRU 1120-EXIT
002760             UNTIL CUST-EOF
002770     END-IF.
002780 1100-EXIT.
002790     EXIT.
002800
002810 1110-READ-CUSTOMER.
002820     READ CUSTOMER-FILE
002830         AT END
002840             MOVE 'Y' TO CUST-EOF-SWITCH
002850     END-READ.
002860 1110-EXIT.
002870     EXIT.
002880
002890 1120-STORE-CUSTOMER.
002900     IF CUST-COUNT < CUST-TABLE-MAX
002910         ADD 1 TO CUST-COUNT
002920         MOVE CUST-ACCT-CODE TO CT-ACCT-CODE(CUST-COUNT)
002930         MOVE CUST-ACCT-NAME TO CT-ACCT-NAME(CUST-COUNT)
002940         MOVE CUST-STAR-RATE TO CT-STAR-RATE(CUST-COUNT)
002950         MOVE CUST-TREE-RATE TO CT-TREE-RATE(CUST-COUNT)
002960         MOVE CUST-MONTH-LIMIT TO CT-MONTH-LIMIT(CUST-COUNT)
002970         MOVE 'N' TO CT-DELETE-SWITCH(CUST-COUNT)
002980     ELSE
002990         DISPLAY 'TREEMAINT CUSTOMER MASTER EXCEEDS TABLE OF '
003000             CUST-TABLE-MAX ' - ACCOUNT ' CUST-ACCT-CODE
003010             ' IGNORED'
003020     END-IF.
003030     PERFORM 1110-READ-CUSTOMER THRU 1110-EXIT.
003040 1120-EXIT.
003050     EXIT.
003060
003070*----------------------------------------------------------------
003080* 1200-OPEN-RATE-FILE - FIRST A READ PASS TO NOTE WHICH
003090* ACCOUNTS ALREADY HAVE RATE HISTORY (THE SEEDING IN
003100* 4100-SEED-RATE-HISTORY DEPENDS ON IT), THEN THE FILE IS
003110* REOPENED EXTEND - THE HISTORY ACCUMULATES ACROSS MAINTENANCE
003120* RUNS. A MISSING FILE IS CREATED FRESH.
003130*----------------------------------------------------------------
003140 1200-OPEN-RATE-FILE.
003150     OPEN INPUT RATE-FILE.
003160     IF RATE-FILE-STATUS = '35'
003170         MOVE 'Y' TO RATE-EOF-SWITCH
003180     ELSE
003190         PERFORM 1210-READ-RATE THRU 1210-EXIT
003200         PERFORM 1220-NOTE-ONE-RATE THRU 1220-EXIT
003210             UNTIL RATE-EOF
003220         CLOSE RATE-FILE
003230     END-IF.
003240     OPEN EXTEND RATE-FILE.
003250     IF RATE-FILE-STATUS = '35'
003260         OPEN OUTPUT RATE-FILE
003270     END-IF.
003280 1200-EXIT.
003290     EXIT.
003300
003310 1210-READ-RATE.
003320     READ RATE-FILE
003330         AT END
003340             MOVE 'Y' TO RATE-EOF-SWITCH
003350     END-READ.
003360 1210-EXIT.
003370     EXIT.
003380
003390 1220-NOTE-ONE-RATE.
003400     MOVE RT-ACCT-CODE TO RATE-ACCT-WORK.
003410     PERFORM 4200-NOTE-RATE-ACCOUNT THRU 4200-EXIT.
003420     PERFORM 1210-READ-RATE THRU 1210-EXIT.
003430 1220-EXIT.
003440     EXIT.
003450
003460*----------------------------------------------------------------
003470* 2000-PROCESS-TRANS - ONE TRANSACTION: EDIT IT, APPLY IT TO THE
003480* TABLE IF IT PASSED, AND READ THE NEXT.
003490*----------------------------------------------------------------
003500 2000-PROCESS-TRANS.
003510     ADD 1 TO TRANS-READ-COUNT.
003520     PERFORM 2200-EDIT-TRAN THRU 2200-EXIT.
003530     IF TRAN-IS-VALID
003540         EVALUATE TRUE
003550             WHEN CMT-FUNC-ADD
003560                 PERFORM 3000-APPLY-ADD THRU 3000-EXIT
003570             WHEN CMT-FUNC-CHANGE
003580                 PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
003590             WHEN CMT-FUNC-DELETE
003600                 PERFORM 3200-APPLY-DELETE THRU 3200-EXIT
003610         END-EVALUATE
003620     END-IF.
003630     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
003640 2000-EXIT.
003650     EXIT.
003660
003670 2100-READ-TRAN.
003680     READ TRAN-FILE
003690         AT END
003700             MOVE 'Y' TO TRAN-EOF-SWITCH
003710     END-READ.
003720 2100-EXIT.
003730     EXIT.
003740
003750*----------------------------------------------------------------
003760* 2200-EDIT-TRAN - GUARD EVERY FIELD BEFORE IT TOUCHES THE
003770* MASTER, THE SAME ONE-CHECK-AT-A-TIME WAY THE TREESTARS ORDER
003780* EDIT GUARDS ORDERS, SO A FAT-FINGERED RATE IS REJECTED WITH A
003790* REASON INSTEAD OF THROWING EVERY STATEMENT OFF FOR A MONTH.
003800*----------------------------------------------------------------
003810 2200-EDIT-TRAN.
003820     MOVE 'Y' TO TRAN-VALID-SWITCH.
003830     MOVE SPACES TO REJECT-REASON-TEXT.
003840     MOVE ZERO TO REJECT-REASON-CODE.
003850
003860     IF NOT CMT-FUNC-VALID
003870         MOVE 'N' TO TRAN-VALID-SWITCH
003880         MOVE 01 TO REJECT-REASON-CODE
003890         MOVE 'FUNCTION CODE IS NOT ONE OF A C D' TO
003900             REJECT-REASON-TEXT
003910     END-IF.
003920
003930     IF TRAN-IS-VALID
003940         IF CMT-ACCT-CODE = SPACES
003950             MOVE 'N' TO TRAN-VALID-SWITCH
003960             MOVE 02 TO REJECT-REASON-CODE
003970             MOVE 'ACCOUNT CODE IS BLANK' TO
003980                 REJECT-REASON-TEXT
003990         END-IF
004000     END-IF.
004010
004020     IF TRAN-IS-VALID
004030         PERFORM 2250-FIND-ACCOUNT THRU 2250-EXIT
004040         IF CMT-FUNC-ADD AND ACCT-FOUND
004050             MOVE 'N' TO TRAN-VALID-SWITCH
004060             MOVE 03 TO REJECT-REASON-CODE
004070             MOVE 'ADD OF AN ACCOUNT ALREADY ON THE MASTER' TO
004080                 REJECT-REASON-TEXT
004090         END-IF
004100     END-IF.
004110
004120     IF TRAN-IS-VALID
004130         IF NOT CMT-FUNC-ADD AND NOT ACCT-FOUND
004140             MOVE 'N' TO TRAN-VALID-SWITCH
004150             MOVE 04 TO REJECT-REASON-CODE
004160             MOVE 'ACCOUNT IS NOT ON THE MASTER' TO
004170                 REJECT-REASON-TEXT
004180         END-IF
004190     END-IF.
004200
004210     IF TRAN-IS-VALID
004220         IF CMT-FUNC-ADD AND CMT-ACCT-NAME = SPACES
004230             MOVE 'N' TO TRAN-VALID-SWITCH
004240             MOVE 05 TO REJECT-REASON-CODE
004250             MOVE 'ACCOUNT NAME MISSING ON AN ADD' TO
004260                 REJECT-REASON-TEXT
004270         END-IF
004280     END-IF.
004290
004300     IF TRAN-IS-VALID
004310         IF CMT-STAR-RATE NOT = SPACES
004320                 AND CMT-STAR-RATE IS NOT NUMERIC
004330             MOVE 'N' TO TRAN-VALID-SWITCH
004340             MOVE 06 TO REJECT-REASON-CODE
004350             MOVE 'STAR RATE IS NOT A VALID NUMBER' TO
004360                 REJECT-REASON-TEXT
004370         END-IF
004380     END-IF.
004390
004400     IF TRAN-IS-VALID
004410         IF CMT-TREE-RATE NOT = SPACES
004420                 AND CMT-TREE-RATE IS NOT NUMERIC
004430             MOVE 'N' TO TRAN-VALID-SWITCH
004440             MOVE 07 TO REJECT-REASON-CODE
004450             MOVE 'TREE RATE IS NOT A VALID NUMBER' TO
004460                 REJECT-REASON-TEXT
004470         END-IF
004480     END-IF.
004490
004500     IF TRAN-IS-VALID
004510         IF CMT-FUNC-ADD
004520                 AND (CMT-STAR-RATE = SPACES
004530                     OR CMT-TREE-RATE = SPACES)
004540             MOVE 'N' TO TRAN-VALID-SWITCH
004550             MOVE 08 TO REJECT-REASON-CODE
004560             MOVE 'BOTH RATES ARE REQUIRED ON AN ADD' TO
004570                 REJECT-REASON-TEXT
004580         END-IF
004590     END-IF.
004600
004610     IF TRAN-IS-VALID
004620         IF CMT-FUNC-ADD AND CUST-COUNT NOT < CUST-TABLE-MAX
004630             MOVE 'N' TO TRAN-VALID-SWITCH
004640             MOVE 09 TO REJECT-REASON-CODE
004650             MOVE 'MASTER TABLE CAPACITY OF 50 EXCEEDED' TO
004660                 REJECT-REASON-TEXT
004670         END-IF
004680     END-IF.
004690
004700     IF TRAN-IS-VALID
004710         IF CMT-EFF-DATE NOT = SPACES
004720                 AND CMT-EFF-DATE IS NOT NUMERIC
004730             MOVE 'N' TO TRAN-VALID-SWITCH
004740             MOVE 10 TO REJECT-REASON-CODE
004750             MOVE 'EFFECTIVE DATE IS NOT A VALID DATE' TO
004760                 REJECT-REASON-TEXT
004770         END-IF
004780     END-IF.
004790
004800     IF TRAN-IS-VALID
004810         IF CMT-MONTH-LIMIT NOT = SPACES
004820                 AND CMT-MONTH-LIMIT IS NOT NUMERIC
004830             MOVE 'N' TO TRAN-VALID-SWITCH
004840             MOVE 11 TO REJECT-REASON-CODE
004850             MOVE 'MONTHLY LIMIT IS NOT A VALID AMOUNT' TO
004860                 REJECT-REASON-TEXT
004870         END-IF
004880     END-IF.
004890
004900     IF NOT TRAN-IS-VALID
004910         ADD 1 TO TRANS-REJECTED
004920         DISPLAY 'TREEMAINT TRANSACTION ' CMT-FUNC-CODE ' ('
004930             CMT-ACCT-CODE ') REJECTED - ' REJECT-REASON-TEXT
004940         PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
004950     END-IF.
004960 2200-EXIT.
004970     EXIT.
004980
004990*----------------------------------------------------------------
005000* 2250-FIND-ACCOUNT - LOOK THE TRANSACTION'S ACCOUNT UP IN THE
005010* TABLE, IGNORING ENTRIES ALREADY DELETED BY AN EARLIER CARD IN
005020* THE SAME DECK.
005030*----------------------------------------------------------------
005040 2250-FIND-ACCOUNT.
005050     MOVE 'N' TO ACCT-FOUND-SWITCH.
005060     MOVE ZERO TO FOUND-IDX.
005070     PERFORM 2260-MATCH-ONE-ACCOUNT THRU 2260-EXIT
005080         VARYING CUST-IDX FROM 1 BY 1
005090         UNTIL CUST-IDX > CUST-COUNT OR ACCT-FOUND.
005100 2250-EXIT.
005110     EXIT.
005120
005130 2260-MATCH-ONE-ACCOUNT.
005140     IF CT-ACCT-CODE(CUST-IDX) = CMT-ACCT-CODE
005150             AND CT-DELETE-SWITCH(CUST-IDX) NOT = 'Y'
005160         MOVE CUST-IDX TO FOUND-IDX
005170         MOVE 'Y' TO ACCT-FOUND-SWITCH
005180     END-IF.
005190 2260-EXIT.
005200     EXIT.
005210
005220*----------------------------------------------------------------
005230* 2400-WRITE-REJECT - LOG THE REJECTED TRANSACTION SO THE
005240* BAD-DECK HISTORY SURVIVES PAST THE OPERATOR CONSOLE.
005250*----------------------------------------------------------------
005260 2400-WRITE-REJECT.
005270     MOVE SPACES TO MAINT-REJECT-RECORD.
005280     MOVE CMT-FUNC-CODE TO CMR-FUNC-CODE.
005290     MOVE CMT-ACCT-CODE TO CMR-ACCT-CODE.
005300     MOVE REJECT-REASON-CODE TO CMR-REASON-CODE.
005310     MOVE REJECT-REASON-TEXT TO CMR-REASON-TEXT.
005320     WRITE MAINT-REJECT-RECORD.
005330 2400-EXIT.
005340     EXIT.
005350
005360*----------------------------------------------------------------
005370* 3000-APPLY-ADD - NEW ACCOUNT INTO THE NEXT FREE SLOT, AUDITED
005380* AS AN AFTER IMAGE ONLY (THERE IS NO BEFORE).
005390*----------------------------------------------------------------
005400 3000-APPLY-ADD.
005410     ADD 1 TO CUST-COUNT.
005420     MOVE CMT-ACCT-CODE TO CT-ACCT-CODE(CUST-COUNT).
005430     MOVE CMT-ACCT-NAME TO CT-ACCT-NAME(CUST-COUNT).
005440     MOVE CMT-STAR-RATE TO TRAN-STAR-RATE-X.
005450     MOVE TRAN-STAR-RATE-NUM TO CT-STAR-RATE(CUST-COUNT).
005460     MOVE CMT-TREE-RATE TO TRAN-TREE-RATE-X.
005470     MOVE TRAN-TREE-RATE-NUM TO CT-TREE-RATE(CUST-COUNT).
005480     IF CMT-MONTH-LIMIT = SPACES
005490         MOVE ZERO TO CT-MONTH-LIMIT(CUST-COUNT)
005500     ELSE
005510         MOVE CMT-MONTH-LIMIT TO TRAN-MONTH-LIMIT-X
005520         MOVE TRAN-MONTH-LIMIT-NUM TO CT-MONTH-LIMIT(CUST-COUNT)
005530     END-IF.
005540     MOVE 'N' TO CT-DELETE-SWITCH(CUST-COUNT).
005550     ADD 1 TO ADDS-APPLIED.
005560     MOVE 'ADDED' TO AUDIT-TAG.
005570     MOVE CUST-COUNT TO AUDIT-IDX.
005580     PERFORM 5000-AUDIT-ONE-ENTRY THRU 5000-EXIT.
005590     PERFORM 4000-WRITE-RATE-RECORD THRU 4000-EXIT.
005600 3000-EXIT.
005610     EXIT.
005620
005630*----------------------------------------------------------------
005640* 3100-APPLY-CHANGE - BEFORE IMAGE, THEN THE NON-BLANK FIELDS OF
005650* THE CARD, THEN THE AFTER IMAGE. A BLANK NAME, RATE OR LIMIT
005660* LEAVES THE MASTER FIELD AS IT WAS, SO A RATE-ONLY CARD CANNOT
005670* WIPE THE ACCOUNT NAME.
005680*----------------------------------------------------------------
005690 3100-APPLY-CHANGE.
005700     MOVE 'BEFORE' TO AUDIT-TAG.
005710     MOVE FOUND-IDX TO AUDIT-IDX.
005720     PERFORM 5000-AUDIT-ONE-ENTRY THRU 5000-EXIT.
005730     IF CMT-STAR-RATE NOT = SPACES
005740             OR CMT-TREE-RATE NOT = SPACES
005750         PERFORM 4100-SEED-RATE-HISTORY THRU 4100-EXIT
005760     END-IF.
005770     IF CMT-ACCT-NAME NOT = SPACES
005780         MOVE CMT-ACCT-NAME TO CT-ACCT-NAME(FOUND-IDX)
005790     END-IF.
005800     IF CMT-STAR-RATE NOT = SPACES
005810         MOVE CMT-STAR-RATE TO TRAN-STAR-RATE-X
005820         MOVE TRAN-STAR-RATE-NUM TO CT-STAR-RATE(FOUND-IDX)
005830     END-IF.
005840     IF CMT-TREE-RATE NOT = SPACES
005850         MOVE CMT-TREE-RATE TO TRAN-TREE-RATE-X
005860         MOVE TRAN-TREE-RATE-NUM TO CT-TREE-RATE(FOUND-IDX)
005870     END-IF.
005880     IF CMT-MONTH-LIMIT NOT = SPACES
005890         MOVE CMT-MONTH-LIMIT TO TRAN-MONTH-LIMIT-X
005900         MOVE TRAN-MONTH-LIMIT-NUM TO CT-MONTH-LIMIT(FOUND-IDX)
005910     END-IF.
005920     ADD 1 TO CHANGES-APPLIED.
005930     MOVE 'AFTER' TO AUDIT-TAG.
005940     PERFORM 5000-AUDIT-ONE-ENTRY THRU 5000-EXIT.
005950     IF CMT-STAR-RATE NOT = SPACES
005960             OR CMT-TREE-RATE NOT = SPACES
005970         PERFORM 4000-WRITE-RATE-RECORD THRU 4000-EXIT
005980     END-IF.
005990 3100-EXIT.
006000     EXIT.
006010
006020*----------------------------------------------------------------
006030* 3200-APPLY-DELETE - FLAG THE ENTRY OUT OF THE NEW GENERATION,
006040* AUDITED AS A BEFORE IMAGE ONLY (THERE IS NO AFTER).
006050*----------------------------------------------------------------
006060 3200-APPLY-DELETE.
006070     MOVE 'DELETED' TO AUDIT-TAG.
006080     MOVE FOUND-IDX TO AUDIT-IDX.
006090     PERFORM 5000-AUDIT-ONE-ENTRY THRU 5000-EXIT.
006100     MOVE 'Y' TO CT-DELETE-SWITCH(FOUND-IDX).
006110     ADD 1 TO DELETES-APPLIED.
006120 3200-EXIT.
006130     EXIT.
006140
006150*----------------------------------------------------------------
006160* 4000-WRITE-RATE-RECORD - APPEND THE RATE PAIR NOW IN THE TABLE
006170* ENTRY AT AUDIT-IDX TO THE RATE HISTORY, IN FORCE FROM THE
006180* CARD'S EFFECTIVE DATE (BLANK MEANS THE RUN DATE), AND SHOW THE
006190* DATE ON THE AUDIT REPORT SO FINANCE SIGNS OFF ON WHEN THE NEW
006200* RATES TAKE FORCE AS WELL AS WHAT THEY ARE.
006210*----------------------------------------------------------------
006220 4000-WRITE-RATE-RECORD.
006230     IF CMT-EFF-DATE = SPACES
006240         MOVE RUN-DATE TO RATE-EFF-DATE-NUM
006250     ELSE
006260         MOVE CMT-EFF-DATE TO RATE-EFF-DATE-NUM
006270     END-IF.
006280     MOVE SPACES TO RATE-RECORD.
006290     MOVE CT-ACCT-CODE(AUDIT-IDX) TO RT-ACCT-CODE.
006300     MOVE RATE-EFF-DATE-NUM TO RT-EFF-DATE.
006310     MOVE CT-STAR-RATE(AUDIT-IDX) TO RT-STAR-RATE.
006320     MOVE CT-TREE-RATE(AUDIT-IDX) TO RT-TREE-RATE.
006330     WRITE RATE-RECORD.
006340     MOVE CT-ACCT-CODE(AUDIT-IDX) TO RATE-ACCT-WORK.
006350     PERFORM 4200-NOTE-RATE-ACCOUNT THRU 4200-EXIT.
006360
006370     MOVE SPACES TO AUD-LINE.
006380     MOVE ' ' TO AUD-CC.
006390     STRING '          RATES EFFECTIVE ' DELIMITED BY SIZE
006400         RATE-EFF-DATE-NUM DELIMITED BY SIZE
006410         INTO AUD-LINE
006420     END-STRING.
006430     WRITE AUDIT-RECORD.
006440 4000-EXIT.
006450     EXIT.
006460
006470*----------------------------------------------------------------
006480* 4100-SEED-RATE-HISTORY - AN ACCOUNT TAKING ITS FIRST DATED
006490* RATE CHANGE HAS NO HISTORY TO FALL BACK ON, AND THE MASTER IS
006500* ABOUT TO CARRY THE NEW RATES - SO THE SUPERSEDED RATES ARE
006510* APPENDED FIRST AT EFFECTIVE DATE ZERO. EXTRACT RECORDS DATED
006520* BEFORE THE CHANGE THEN STILL PRICE AT THE OLD RATES IN
006530* TREEBILL INSTEAD OF PICKING UP THE FRESHLY CHANGED MASTER.
006540* CALLED BEFORE THE CARD'S RATES TOUCH THE TABLE ENTRY.
006550*----------------------------------------------------------------
006560 4100-SEED-RATE-HISTORY.
006570     MOVE CT-ACCT-CODE(FOUND-IDX) TO RATE-ACCT-WORK.
006580     MOVE 'N' TO RHIST-FOUND-SWITCH.
006590     PERFORM 4210-MATCH-ONE-RATE-ACCT THRU 4210-EXIT
006600         VARYING RHIST-IDX FROM 1 BY 1
006610         UNTIL RHIST-IDX > RHIST-COUNT OR RHIST-FOUND.
006620     IF RHIST-FOUND
006630         GO TO 4100-EXIT
006640     END-IF.
006650     MOVE SPACES TO RATE-RECORD.
006660     MOVE CT-ACCT-CODE(FOUND-IDX) TO RT-ACCT-CODE.
006670     MOVE ZERO TO RT-EFF-DATE.
006680     MOVE CT-STAR-RATE(FOUND-IDX) TO RT-STAR-RATE.
006690     MOVE CT-TREE-RATE(FOUND-IDX) TO RT-TREE-RATE.
006700     WRITE RATE-RECORD.
006710     PERFORM 4200-NOTE-RATE-ACCOUNT THRU 4200-EXIT.
006720
006730     MOVE SPACES TO AUD-LINE.
006740     MOVE ' ' TO AUD-CC.
006750     STRING '          SUPERSEDED RATES SEEDED TO HISTORY'
006760         DELIMITED BY SIZE
006770         INTO AUD-LINE
006780     END-STRING.
006790     WRITE AUDIT-RECORD.
006800 4100-EXIT.
006810     EXIT.
006820
006830*----------------------------------------------------------------
006840* 4200-NOTE-RATE-ACCOUNT - REMEMBER THE ACCOUNT IN
006850* RATE-ACCT-WORK AS HAVING RATE HISTORY, ONCE.
006860*----------------------------------------------------------------
006870 4200-NOTE-RATE-ACCOUNT.
006880     MOVE 'N' TO RHIST-FOUND-SWITCH.
006890     PERFORM 4210-MATCH-ONE-RATE-ACCT THRU 4210-EXIT
006900         VARYING RHIST-IDX FROM 1 BY 1
006910         UNTIL RHIST-IDX > RHIST-COUNT OR RHIST-FOUND.
006920     IF NOT RHIST-FOUND
006930         IF RHIST-COUNT < RHIST-TABLE-MAX
006940             ADD 1 TO RHIST-COUNT
006950             MOVE RATE-ACCT-WORK TO RHA-ACCT-CODE(RHIST-COUNT)
006960         ELSE
006970             DISPLAY 'TREEMAINT RATE ACCOUNT TABLE FULL - '
006980                 RATE-ACCT-WORK ' MAY SEED TWICE'
006990         END-IF
007000     END-IF.
007010 4200-EXIT.
007020     EXIT.
007030
007040 4210-MATCH-ONE-RATE-ACCT.
007050     IF RHA-ACCT-CODE(RHIST-IDX) = RATE-ACCT-WORK
007060         MOVE 'Y' TO RHIST-FOUND-SWITCH
007070     END-IF.
007080 4210-EXIT.
007090     EXIT.
007100
007110*----------------------------------------------------------------
007120* 5000-AUDIT-ONE-ENTRY - ONE AUDIT LINE: THE ACTION TAG AND THE
007130* TABLE ENTRY AT AUDIT-IDX AT FULL DETAIL, RATES EDITED WITH
007140* THEIR DECIMAL POINTS SO FINANCE READS THEM AS MONEY.
007150*----------------------------------------------------------------
007160 5000-AUDIT-ONE-ENTRY.
007170     MOVE SPACES TO AUD-LINE.
007180     MOVE ' ' TO AUD-CC.
007190     MOVE CT-STAR-RATE(AUDIT-IDX) TO EDIT-STAR-RATE.
007200     MOVE CT-TREE-RATE(AUDIT-IDX) TO EDIT-TREE-RATE.
007210     MOVE CT-MONTH-LIMIT(AUDIT-IDX) TO EDIT-MONTH-LIMIT.
007220     STRING '  ' DELIMITED BY SIZE
007230         AUDIT-TAG DELIMITED BY SIZE
007240         ' ' DELIMITED BY SIZE
007250         CT-ACCT-CODE(AUDIT-IDX) DELIMITED BY SIZE
007260         '  ' DELIMITED BY SIZE
007270         CT-ACCT-NAME(AUDIT-IDX) DELIMITED BY SIZE
007280         '  STAR RATE ' DELIMITED BY SIZE
007290         EDIT-STAR-RATE DELIMITED BY SIZE
007300         '  TREE RATE ' DELIMITED BY SIZE
007310         EDIT-TREE-RATE DELIMITED BY SIZE
007320         '  MONTHLY LIMIT ' DELIMITED BY SIZE
007330         EDIT-MONTH-LIMIT DELIMITED BY SIZE
007340         INTO AUD-LINE
007350     END-STRING.
007360     WRITE AUDIT-RECORD.
007370 5000-EXIT.
007380     EXIT.
007390
007400*----------------------------------------------------------------
007410* 6000-WRITE-NEW-MASTER - EVERY SURVIVING TABLE ENTRY OUT TO THE
007420* NEW GENERATION, IN THE ORDER THE MASTER ARRIVED PLUS ADDS AT
007430* THE END.
007440*----------------------------------------------------------------
007450 6000-WRITE-NEW-MASTER.
007460     PERFORM 6100-WRITE-ONE-MASTER THRU 6100-EXIT
007470         VARYING CUST-IDX FROM 1 BY 1
007480         UNTIL CUST-IDX > CUST-COUNT.
007490 6000-EXIT.
007500     EXIT.
007510
007520 6100-WRITE-ONE-MASTER.
007530     IF CT-DELETE-SWITCH(CUST-IDX) = 'Y'
007540         GO TO 6100-EXIT
007550     END-IF.
007560     MOVE SPACES TO NEW-MASTER-RECORD.
007570     MOVE CT-ACCT-CODE(CUST-IDX) TO NEW-ACCT-CODE.
007580     MOVE CT-ACCT-NAME(CUST-IDX) TO NEW-ACCT-NAME.
007590     MOVE CT-STAR-RATE(CUST-IDX) TO NEW-STAR-RATE.
007600     MOVE CT-TREE-RATE(CUST-IDX) TO NEW-TREE-RATE.
007610     MOVE CT-MONTH-LIMIT(CUST-IDX) TO NEW-MONTH-LIMIT.
007620     WRITE NEW-MASTER-RECORD.
007630 6100-EXIT.
007640     EXIT.
007650
007660*----------------------------------------------------------------
007670* 7100-WRITE-HEADER.
007680*----------------------------------------------------------------
007690 7100-WRITE-HEADER.
007700     MOVE SPACES TO AUD-LINE.
007710     MOVE '1' TO AUD-CC.
007720     STRING 'TREEMAINT CUSTOMER MASTER MAINTENANCE AUDIT  '
007730         DELIMITED BY SIZE
007740         RUN-DATE DELIMITED BY SIZE
007750         INTO AUD-LINE
007760     END-STRING.
007770     WRITE AUDIT-RECORD.
007780 7100-EXIT.
007790     EXIT.
007800
007810*----------------------------------------------------------------
007820* 7000-WRITE-TRAILER - THE COUNT SUMMARY FINANCE INITIALS WHEN
007830* THE AUDIT PAGES CHECK OUT.
007840*----------------------------------------------------------------
007850 7000-WRITE-TRAILER.
007860     MOVE SPACES TO AUD-LINE.
007870     MOVE '0' TO AUD-CC.
007880     MOVE TRANS-READ-COUNT TO EDIT-COUNT-4.
007890     STRING 'TRANSACTIONS READ ......... ' DELIMITED BY SIZE
007900         EDIT-COUNT-4 DELIMITED BY SIZE
007910         INTO AUD-LINE
007920     END-STRING.
007930     WRITE AUDIT-RECORD.
007940
007950     MOVE SPACES TO AUD-LINE.
007960     MOVE ' ' TO AUD-CC.
007970     MOVE ADDS-APPLIED TO EDIT-COUNT-4.
007980     STRING 'ACCOUNTS ADDED ............ ' DELIMITED BY SIZE
007990         EDIT-COUNT-4 DELIMITED BY SIZE
008000         INTO AUD-LINE
008010     END-STRING.
008020     WRITE AUDIT-RECORD.
008030
008040     MOVE SPACES TO AUD-LINE.
008050     MOVE CHANGES-APPLIED TO EDIT-COUNT-4.
008060     STRING 'ACCOUNTS CHANGED .......... ' DELIMITED BY SIZE
008070         EDIT-COUNT-4 DELIMITED BY SIZE
008080         INTO AUD-LINE
008090     END-STRING.
008100     WRITE AUDIT-RECORD.
008110
008120     MOVE SPACES TO AUD-LINE.
008130     MOVE DELETES-APPLIED TO EDIT-COUNT-4.
008140     STRING 'ACCOUNTS DELETED .......... ' DELIMITED BY SIZE
008150         EDIT-COUNT-4 DELIMITED BY SIZE
008160         INTO AUD-LINE
008170     END-STRING.
008180     WRITE AUDIT-RECORD.
008190
008200     MOVE SPACES TO AUD-LINE.
008210     MOVE TRANS-REJECTED TO EDIT-COUNT-4.
008220     STRING 'TRANSACTIONS REJECTED ..... ' DELIMITED BY SIZE
008230         EDIT-COUNT-4 DELIMITED BY SIZE
008240         INTO AUD-LINE
008250     END-STRING.
008260     WRITE AUDIT-RECORD.
008270
008280     MOVE SPACES TO AUD-LINE.
008290     STRING 'RUN DATE/TIME ' DELIMITED BY SIZE
008300         RUN-DATE DELIMITED BY SIZE
008310         ' / ' DELIMITED BY SIZE
008320         RUN-TIME DELIMITED BY SIZE
008330         INTO AUD-LINE
008340     END-STRING.
008350     WRITE AUDIT-RECORD.
008360 7000-EXIT.
008370     EXIT.
008380
008390*----------------------------------------------------------------
008400* 9000-TERMINATE.
008410*----------------------------------------------------------------
008420 9000-TERMINATE.
008430     CLOSE CUSTOMER-FILE.
008440     CLOSE TRAN-FILE.
008450     CLOSE NEW-MASTER-FILE.
008460     CLOSE MAINT-REJECT-FILE.
008470     CLOSE RATE-FILE.
008480     CLOSE AUDIT-FILE.
008490 9000-EXIT.
008500     EXIT.
