000220*                  NOTHING CLEARED, SO THE SCHEDULER HOLDS THE
000230*                  CLOSE INSTEAD OF BILLING FROM OR CLEARING A
000240*                  HALF-PROCESSED MONTH.
000241* 2026-10-15 IIRO  CLOSES THE MONTH'S BILLING ADJUSTMENTS WITH
000242*                  THE EXTRACT. THE STAMP MUST ALSO COVER EVERY
000243*                  ADJTRAN CARD NOW ON FILE (A CARD KEYED AFTER
000244*                  THE LAST TREEBILL RUN REFUSES THE CLOSE); THE
000245*                  ADJUSTMENTS TREEBILL POSTED (ADJPOST) ARE
000246*                  ARCHIVED TO BILLHIST AS TYPE 'A' RECORDS
000247*                  UNDER THE SAME STATEMENT PERIOD, AND BOTH
000248*                  ADJUSTMENT FILES ARE EMPTIED WITH THE EXTRACT.
000249* 2026-10-15 IIRO  POSTS STARTED AND ENDED EVENTS (RETURN CODE
000250*                  AND KEY COUNTS) TO THE SHARED CYCLCTL CYCLE-
000251*                  CONTROL LEDGER. REFUSES TO RUN - RC 12 - UNLESS
000252*                  TREEBILL HAS ENDED CLEAN FOR THE BUSINESS
000253*                  DATE, AND - RC 16 - IF THIS STEP ALREADY HAS
000254*                  AND THE CYCLPARM CARD DOES NOT NAME IT FOR A
000255*                  RERUN.
000256*----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000420     SELECT REPORT-FILE ASSIGN TO CLOSERPT
000430         ORGANIZATION IS SEQUENTIAL.
000440
000441     SELECT ADJUSTMENT-FILE ASSIGN TO ADJTRAN
000442         ORGANIZATION IS SEQUENTIAL
000443         FILE STATUS IS ADJT-FILE-STATUS.
000444
000445     SELECT ADJ-POSTED-FILE ASSIGN TO ADJPOST
000446         ORGANIZATION IS SEQUENTIAL
000447         FILE STATUS IS ADJP-FILE-STATUS.
000448
000449     SELECT CYCLE-FILE ASSIGN TO CYCLCTL
000450         ORGANIZATION IS INDEXED
000451         ACCESS MODE IS DYNAMIC
000452         RECORD KEY IS CY-KEY
000453         FILE STATUS IS CYC-FILE-STATUS.
000454
000455     SELECT CYCLE-PARM-FILE ASSIGN TO CYCLPARM
000456         ORGANIZATION IS SEQUENTIAL
000457         FILE STATUS IS CYC-PARM-STATUS.
000458
000459 DATA DIVISION.
000460 FILE SECTION.
000470*----------------------------------------------------------------
000480* BILLING-FILE - THE WORKING EXTRACT BEING CLOSED. READ ONCE TO
000670     RECORD CONTAINS 80 CHARACTERS.
000680     COPY BSTMPREC.
000690
000691*----------------------------------------------------------------
000692* ADJUSTMENT-FILE - THE MONTH'S ADJUSTMENT CARDS (SEE ADJREC).
000693* COUNTED AGAINST THE STAMP, THEN EMPTIED WITH THE EXTRACT.
000694*----------------------------------------------------------------
000695 FD  ADJUSTMENT-FILE
000696     RECORDING MODE IS F
000697     LABEL RECORDS ARE STANDARD
000698     RECORD CONTAINS 80 CHARACTERS.
000699 01  ADJ-CARD-RECORD             PIC X(80).
000700
000701*----------------------------------------------------------------
000702* ADJ-POSTED-FILE - THE ADJUSTMENTS THE LAST TREEBILL RUN POSTED,
000703* ARCHIVED TO THE HISTORY AS TYPE 'A' RECORDS, THEN EMPTIED.
000704*----------------------------------------------------------------
000705 FD  ADJ-POSTED-FILE
000706     RECORDING MODE IS F
000707     LABEL RECORDS ARE STANDARD
000708     RECORD CONTAINS 80 CHARACTERS.
000709 01  ADJ-POSTED-RECORD           PIC X(80).
000710
000711*----------------------------------------------------------------
000712* HISTORY-FILE - THE CUMULATIVE BILLING HISTORY. EVERY CLOSE
000720* EXTENDS IT WITH THE MONTH'S EXTRACT RECORDS STAMPED WITH THEIR
000730* STATEMENT PERIOD. A MISSING FILE (FIRST CLOSE EVER) IS CREATED
000740* FRESH.
000910     05  RPT-CC                  PIC X(01).
000920     05  RPT-LINE                PIC X(131).
000930
000931*----------------------------------------------------------------
000932* CYCLE-FILE - THE SHARED CYCLE-CONTROL LEDGER (SEE CYCLREC),
000933* CHECKED BEFORE THIS STEP STARTS AND POSTED AT START AND END.
000934*----------------------------------------------------------------
000935 FD  CYCLE-FILE
000936     RECORD CONTAINS 120 CHARACTERS.
000937     COPY CYCLREC.
000938
000939*----------------------------------------------------------------
000940* CYCLE-PARM-FILE - THE OPTIONAL BUSINESS DATE / RERUN CARD.
000941*----------------------------------------------------------------
000942 FD  CYCLE-PARM-FILE
000943     RECORDING MODE IS F
000944     LABEL RECORDS ARE STANDARD
000945     RECORD CONTAINS 80 CHARACTERS.
000946     COPY CYCPREC.
000947
000948 WORKING-STORAGE SECTION.
000950 01  BILL-EOF-SWITCH             PIC X(01) VALUE 'N'.
000960     88  BILL-EOF                VALUE 'Y'.
000970 01  STAMP-FOUND-SWITCH          PIC X(01) VALUE 'N'.
001010 01  BILL-FILE-STATUS            PIC X(02) VALUE '00'.
001020 01  STMP-FILE-STATUS            PIC X(02) VALUE '00'.
001030 01  HIST-FILE-STATUS            PIC X(02) VALUE '00'.
001031 01  ADJT-EOF-SWITCH             PIC X(01) VALUE 'N'.
001032     88  ADJT-EOF                VALUE 'Y'.
001033 01  ADJP-EOF-SWITCH             PIC X(01) VALUE 'N'.
001034     88  ADJP-EOF                VALUE 'Y'.
001035 01  ADJT-FILE-STATUS            PIC X(02) VALUE '00'.
001036 01  ADJP-FILE-STATUS            PIC X(02) VALUE '00'.
001040
001050 01  EXTRACT-COUNT               PIC 9(04) VALUE 0.
001060 01  ARCHIVED-COUNT              PIC 9(04) VALUE 0.
001070 01  STMT-PERIOD                 PIC 9(06) VALUE 0.
001071 01  ADJ-CARD-COUNT              PIC 9(04) VALUE 0.
001072 01  STAMP-ADJ-COUNT             PIC 9(04) VALUE 0.
001073 01  ADJ-ARCHIVED-COUNT          PIC 9(04) VALUE 0.
001080
001090 01  EDIT-COUNT-4                PIC ZZZ9.
001100 01  RUN-DATE                    PIC 9(08) VALUE 0.
001110 01  RUN-TIME                    PIC 9(08) VALUE 0.
001111
001112*----------------------------------------------------------------
001113* CYCLE CONTROL - THIS STEP'S LEDGER NAME, AND THE STEP THAT MUST
001114* HAVE ENDED CLEAN FOR THE SAME BUSINESS DATE BEFORE IT STARTS.
001115*----------------------------------------------------------------
001116 01  CYC-STEP-NAME               PIC X(10) VALUE 'TREECLOSE'.
001117 01  CYC-PRED-NAME               PIC X(10) VALUE 'TREEBILL'.
001118 01  CYC-BUS-DATE                PIC 9(08) VALUE 0.
001119 01  CYC-FILE-STATUS             PIC X(02) VALUE '00'.
001120 01  CYC-PARM-STATUS             PIC X(02) VALUE '00'.
001121 01  CYC-SCAN-DONE-SWITCH        PIC X(01) VALUE 'N'.
001122     88  CYC-SCAN-DONE           VALUE 'Y'.
001123 01  CYC-RERUN-SWITCH            PIC X(01) VALUE 'N'.
001124     88  CYC-RERUN-ALLOWED       VALUE 'Y'.
001125 01  CYC-REFUSED-SWITCH          PIC X(01) VALUE 'N'.
001126     88  CYC-REFUSED             VALUE 'Y'.
001127 01  CYC-SCAN-STEP               PIC X(10) VALUE SPACES.
001128 01  CYC-LAST-EVENT              PIC X(01) VALUE SPACE.
001129 01  CYC-LAST-RC                 PIC 9(03) VALUE 0.
001130 01  CYC-LAST-SEQ                PIC 9(03) VALUE 0.
001131 01  CYC-NEXT-SEQ                PIC 9(03) VALUE 0.
001132 01  CYC-EVENT-CODE              PIC X(01) VALUE SPACE.
001133 01  CYC-EVENT-RC                PIC 9(03) VALUE 0.
001134 01  CYC-REFUSE-RC               PIC 9(03) VALUE 0.
001135 01  CYC-NOTE                    PIC X(30) VALUE SPACES.
001136 01  CYC-KEY-COUNTS.
001137     05  CYC-KEY-COUNT OCCURS 3 TIMES.
001138         10  CYC-COUNT-LABEL     PIC X(08).
001139         10  CYC-COUNT-VALUE     PIC 9(07).
001140
001141 PROCEDURE DIVISION.
001142*----------------------------------------------------------------
001150* 0000-MAINLINE - COUNT THE EXTRACT, VERIFY THE STAMP COVERS IT,
001160* AND ONLY IF IT DOES ARCHIVE THE MONTH AND EMPTY THE EXTRACT.
001170* A REFUSED CLOSE ENDS RETURN CODE 8 WITH THE EXTRACT UNTOUCHED.
001180*----------------------------------------------------------------
001190 0000-MAINLINE.
001191     PERFORM 0100-CHECK-CYCLE THRU 0100-EXIT.
001192     IF CYC-REFUSED
001193         MOVE CYC-REFUSE-RC TO RETURN-CODE
001194         STOP RUN
001195     END-IF.
001200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001210     PERFORM 2000-COUNT-EXTRACT THRU 2000-EXIT
001220         UNTIL BILL-EOF.
001230     CLOSE BILLING-FILE.
001231     PERFORM 2200-COUNT-ADJUSTMENTS THRU 2200-EXIT.
001240     PERFORM 3000-VERIFY-STAMP THRU 3000-EXIT.
001250     IF CLOSE-IS-OK AND EXTRACT-COUNT > ZERO
001260         PERFORM 4000-ARCHIVE-EXTRACT THRU 4000-EXIT
001261         PERFORM 4200-ARCHIVE-ADJUSTMENTS THRU 4200-EXIT
001270         PERFORM 5000-CLEAR-EXTRACT THRU 5000-EXIT
001280     END-IF.
001290     PERFORM 7000-WRITE-VERDICT THRU 7000-EXIT.
001310     IF NOT CLOSE-IS-OK
001320         MOVE 8 TO RETURN-CODE
001330     END-IF.
001331     PERFORM 0900-END-CYCLE THRU 0900-EXIT.
001340     STOP RUN.
001350
001351*----------------------------------------------------------------
001352* 0100-CHECK-CYCLE - TAKE THE BUSINESS DATE FROM THE CYCLPARM
001353* CARD (TODAY IF NONE), THEN REFUSE - RC 12 - IF THE PREDECESSOR
001354* HAS NOT ENDED CLEAN FOR THAT DATE, OR - RC 16 - IF THIS STEP
001355* ALREADY HAS AND THE CARD DOES NOT NAME IT FOR A RERUN. THE
001356* START, OR THE REFUSAL, IS POSTED TO THE LEDGER.
001357*----------------------------------------------------------------
001358 0100-CHECK-CYCLE.
001359     ACCEPT CYC-BUS-DATE FROM DATE YYYYMMDD.
001360     MOVE SPACES TO CYC-KEY-COUNTS.
001361     MOVE ZERO TO CYC-COUNT-VALUE(1).
001362     MOVE ZERO TO CYC-COUNT-VALUE(2).
001363     MOVE ZERO TO CYC-COUNT-VALUE(3).
001364     OPEN INPUT CYCLE-PARM-FILE.
001365     IF CYC-PARM-STATUS NOT = '35'
001366         READ CYCLE-PARM-FILE
001367             AT END
001368                 MOVE SPACES TO CYCLE-PARM-RECORD
001369         END-READ
001370         IF CYP-BUS-DATE IS NUMERIC
001371             MOVE CYP-BUS-DATE TO CYC-BUS-DATE
001372         END-IF
001373         IF CYP-RERUN-STEP = CYC-STEP-NAME
001374             MOVE 'Y' TO CYC-RERUN-SWITCH
001375         END-IF
001376         CLOSE CYCLE-PARM-FILE
001377     END-IF.
001378     OPEN I-O CYCLE-FILE.
001379     IF CYC-FILE-STATUS = '35'
001380         OPEN OUTPUT CYCLE-FILE
001381         CLOSE CYCLE-FILE
001382         OPEN I-O CYCLE-FILE
001383     END-IF.
001384     IF CYC-PRED-NAME NOT = SPACES
001385         MOVE CYC-PRED-NAME TO CYC-SCAN-STEP
001386         PERFORM 0110-SCAN-STEP THRU 0110-EXIT
001387         IF CYC-LAST-EVENT NOT = 'E' OR CYC-LAST-RC > 4
001388             MOVE 'Y' TO CYC-REFUSED-SWITCH
001389             MOVE 12 TO CYC-REFUSE-RC
001390             STRING CYC-PRED-NAME DELIMITED BY SPACE
001391                 ' HAS NOT ENDED CLEAN' DELIMITED BY SIZE
001392                 INTO CYC-NOTE
001393             END-STRING
001394         END-IF
001395     END-IF.
001396     MOVE CYC-STEP-NAME TO CYC-SCAN-STEP.
001397     PERFORM 0110-SCAN-STEP THRU 0110-EXIT.
001398     COMPUTE CYC-NEXT-SEQ = CYC-LAST-SEQ + 1.
001399     IF NOT CYC-REFUSED
001400             AND CYC-LAST-EVENT = 'E' AND CYC-LAST-RC NOT > 4
001401         IF CYC-RERUN-ALLOWED
001402             MOVE 'RERUN BY CYCLPARM OVERRIDE' TO CYC-NOTE
001403         ELSE
001404             MOVE 'Y' TO CYC-REFUSED-SWITCH
001405             MOVE 16 TO CYC-REFUSE-RC
001406             MOVE 'ALREADY ENDED CLEAN - NO RERUN' TO CYC-NOTE
001407         END-IF
001408     END-IF.
001409     IF CYC-REFUSED
001410         MOVE 'R' TO CYC-EVENT-CODE
001411         MOVE CYC-REFUSE-RC TO CYC-EVENT-RC
001412         PERFORM 0130-WRITE-CYCLE-EVENT THRU 0130-EXIT
001413         CLOSE CYCLE-FILE
001414         DISPLAY 'TREECLOSE REFUSED FOR ' CYC-BUS-DATE
001415             ' - ' CYC-NOTE
001416     ELSE
001417         MOVE 'S' TO CYC-EVENT-CODE
001418         MOVE ZERO TO CYC-EVENT-RC
001419         PERFORM 0130-WRITE-CYCLE-EVENT THRU 0130-EXIT
001420     END-IF.
001421 0100-EXIT.
001422     EXIT.
001423
001424*----------------------------------------------------------------
001425* 0110-SCAN-STEP - WALK ONE STEP'S EVENTS FOR THE BUSINESS DATE,
001426* KEEPING THE LATEST STARTED/ENDED EVENT WITH ITS RETURN CODE, AND
001427* THE HIGHEST EVENT SEQUENCE USED. NO EVENTS LEAVES THE LAST EVENT
001428* BLANK - NEVER STARTED.
001429*----------------------------------------------------------------
001430 0110-SCAN-STEP.
001431     MOVE SPACE TO CYC-LAST-EVENT.
001432     MOVE ZERO TO CYC-LAST-RC.
001433     MOVE ZERO TO CYC-LAST-SEQ.
001434     MOVE 'N' TO CYC-SCAN-DONE-SWITCH.
001435     MOVE CYC-BUS-DATE TO CY-BUS-DATE.
001436     MOVE CYC-SCAN-STEP TO CY-STEP-NAME.
001437     MOVE ZERO TO CY-EVENT-SEQ.
001438     START CYCLE-FILE KEY NOT < CY-KEY
001439         INVALID KEY
001440             MOVE 'Y' TO CYC-SCAN-DONE-SWITCH
001441     END-START.
001442     IF NOT CYC-SCAN-DONE
001443         PERFORM 0120-READ-NEXT-CYCLE THRU 0120-EXIT
001444     END-IF.
001445     PERFORM 0115-SCAN-ONE-EVENT THRU 0115-EXIT
001446         UNTIL CYC-SCAN-DONE.
001447 0110-EXIT.
001448     EXIT.
001449
001450 0115-SCAN-ONE-EVENT.
001451     IF CY-BUS-DATE NOT = CYC-BUS-DATE
001452             OR CY-STEP-NAME NOT = CYC-SCAN-STEP
001453         MOVE 'Y' TO CYC-SCAN-DONE-SWITCH
001454         GO TO 0115-EXIT
001455     END-IF.
001456     MOVE CY-EVENT-SEQ TO CYC-LAST-SEQ.
001457     IF CY-EVENT-STARTED OR CY-EVENT-ENDED
001458         MOVE CY-EVENT TO CYC-LAST-EVENT
001459         MOVE CY-RETURN-CODE TO CYC-LAST-RC
001460     END-IF.
001461     PERFORM 0120-READ-NEXT-CYCLE THRU 0120-EXIT.
001462 0115-EXIT.
001463     EXIT.
001464
001465 0120-READ-NEXT-CYCLE.
001466     READ CYCLE-FILE NEXT RECORD
001467         AT END
001468             MOVE 'Y' TO CYC-SCAN-DONE-SWITCH
001469     END-READ.
001470 0120-EXIT.
001471     EXIT.
001472
001473*----------------------------------------------------------------
001474* 0130-WRITE-CYCLE-EVENT - POST ONE EVENT UNDER THE NEXT SEQUENCE
001475* NUMBER FOR THIS STEP AND BUSINESS DATE.
001476*----------------------------------------------------------------
001477 0130-WRITE-CYCLE-EVENT.
001478     MOVE SPACES TO CYCLE-CONTROL-RECORD.
001479     MOVE CYC-BUS-DATE TO CY-BUS-DATE.
001480     MOVE CYC-STEP-NAME TO CY-STEP-NAME.
001481     MOVE CYC-NEXT-SEQ TO CY-EVENT-SEQ.
001482     MOVE CYC-EVENT-CODE TO CY-EVENT.
001483     ACCEPT CY-EVENT-DATE FROM DATE YYYYMMDD.
001484     ACCEPT CY-EVENT-TIME FROM TIME.
001485     MOVE CYC-EVENT-RC TO CY-RETURN-CODE.
001486     MOVE CYC-RERUN-SWITCH TO CY-RERUN-FLAG.
001487     MOVE CYC-KEY-COUNTS TO CY-KEY-COUNTS.
001488     MOVE CYC-NOTE TO CY-NOTE.
001489     WRITE CYCLE-CONTROL-RECORD
001490         INVALID KEY
001491             DISPLAY 'TREECLOSE CYCLE LEDGER WRITE FAILED - KEY '
001492                 CY-KEY
001493     END-WRITE.
001494     ADD 1 TO CYC-NEXT-SEQ.
001495 0130-EXIT.
001496     EXIT.
001497
001498*----------------------------------------------------------------
001499* 0900-END-CYCLE - POST THE ENDED EVENT WITH THE STEP'S RETURN
001500* CODE AND ITS KEY COUNTS, AND CLOSE THE LEDGER.
001501*----------------------------------------------------------------
001502 0900-END-CYCLE.
001503     MOVE 'EXTRACT' TO CYC-COUNT-LABEL(1).
001504     MOVE EXTRACT-COUNT TO CYC-COUNT-VALUE(1).
001505     MOVE 'ARCHIVED' TO CYC-COUNT-LABEL(2).
001506     MOVE ARCHIVED-COUNT TO CYC-COUNT-VALUE(2).
001507     MOVE 'ADJARCH' TO CYC-COUNT-LABEL(3).
001508     MOVE ADJ-ARCHIVED-COUNT TO CYC-COUNT-VALUE(3).
001509     MOVE 'E' TO CYC-EVENT-CODE.
001510     MOVE RETURN-CODE TO CYC-EVENT-RC.
001511     MOVE SPACES TO CYC-NOTE.
001512     PERFORM 0130-WRITE-CYCLE-EVENT THRU 0130-EXIT.
001513     CLOSE CYCLE-FILE.
001514 0900-EXIT.
001515     EXIT.
001516
001517*----------------------------------------------------------------
001518* 1000-INITIALIZE - OPEN THE REPORT AND THE STAMP, PICK UP THE
001519* STAMP RECORD IF TREEBILL LEFT ONE, AND PRIME THE COUNT PASS
001520* OVER THE EXTRACT. A MISSING EXTRACT COUNTS AS EMPTY.
001521*----------------------------------------------------------------
001522 1000-INITIALIZE.
001523     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
001524     ACCEPT RUN-TIME FROM TIME.
001525     OPEN OUTPUT REPORT-FILE.
001526     PERFORM 7100-WRITE-HEADER THRU 7100-EXIT.
001527     OPEN INPUT STAMP-FILE.
001528     IF STMP-FILE-STATUS = '35'
001529         CONTINUE
001530     ELSE
001531         READ STAMP-FILE
001532             AT END
001533                 CONTINUE
001534             NOT AT END
001540                 MOVE 'Y' TO STAMP-FOUND-SWITCH
001550         END-READ
001560         CLOSE STAMP-FILE
001770     END-READ.
001780 2100-EXIT.
001790     EXIT.
001791
001792*----------------------------------------------------------------
001793* 2200-COUNT-ADJUSTMENTS - HOW MANY ADJUSTMENT CARDS ARE ON FILE
001794* NOW, FOR 3000 TO HOLD AGAINST THE STAMP. A MISSING FILE MEANS
001795* NO ADJUSTMENTS THIS MONTH.
001796*----------------------------------------------------------------
001797 2200-COUNT-ADJUSTMENTS.
001798     OPEN INPUT ADJUSTMENT-FILE.
001799     IF ADJT-FILE-STATUS = '35'
001800         GO TO 2200-EXIT
001801     END-IF.
001802     PERFORM 2300-READ-ADJUSTMENT THRU 2300-EXIT.
001803     PERFORM 2250-COUNT-ONE-ADJUSTMENT THRU 2250-EXIT
001804         UNTIL ADJT-EOF.
001805     CLOSE ADJUSTMENT-FILE.
001806 2200-EXIT.
001807     EXIT.
001808
001809 2250-COUNT-ONE-ADJUSTMENT.
001810     ADD 1 TO ADJ-CARD-COUNT.
001811     PERFORM 2300-READ-ADJUSTMENT THRU 2300-EXIT.
001812 2250-EXIT.
001813     EXIT.
001814
001815 2300-READ-ADJUSTMENT.
001816     READ ADJUSTMENT-FILE
001817         AT END
001818             MOVE 'Y' TO ADJT-EOF-SWITCH
001819     END-READ.
001820 2300-EXIT.
001821     EXIT.
001822
001823*----------------------------------------------------------------
001824* 3000-VERIFY-STAMP - THE CLOSE GOES AHEAD ONLY WHEN THE STAMP
001830* EXISTS AND ITS EXTRACT COUNT EQUALS THE RECORDS NOW IN THE
001840* EXTRACT - A SHORT STAMP MEANS TREESTARS APPENDED CHARGES AFTER
001850* THE LAST STATEMENT RUN, AND CLEARING NOW WOULD LOSE THEM. AN
001860* EMPTY EXTRACT HAS NOTHING TO VERIFY OR ARCHIVE. THE STATEMENT
001870* PERIOD IS THE YEAR/MONTH OF THE STAMP'S STATEMENT DATE.
001871* THE STAMP MUST ALSO COVER EVERY ADJUSTMENT CARD ON FILE - ONE
001872* KEYED SINCE THE STATEMENT RUN WAS NEVER POSTED. A STAMP
001873* WRITTEN BEFORE ADJUSTMENTS EXISTED CARRIES NO CARD COUNT AND
001874* VOUCHES FOR NONE.
001880*----------------------------------------------------------------
001890 3000-VERIFY-STAMP.
001900     IF EXTRACT-COUNT = ZERO
002210         WRITE REPORT-RECORD
002220         GO TO 3000-EXIT
002230     END-IF.
002231     IF BST-ADJ-COUNT IS NUMERIC
002232         MOVE BST-ADJ-COUNT TO STAMP-ADJ-COUNT
002233     END-IF.
002234     IF STAMP-ADJ-COUNT NOT = ADJ-CARD-COUNT
002235         MOVE 'N' TO CLOSE-OK-SWITCH
002236         PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT
002237         MOVE STAMP-ADJ-COUNT TO EDIT-COUNT-4
002238         STRING 'STAMP COVERS ' DELIMITED BY SIZE
002239             EDIT-COUNT-4 DELIMITED BY SIZE
002240             ' ADJUSTMENT(S) - ADJTRAN HOLDS CARDS TREEBILL '
002241             DELIMITED BY SIZE
002242             'NEVER POSTED' DELIMITED BY SIZE
002243             INTO RPT-LINE
002244         END-STRING
002245         WRITE REPORT-RECORD
002246         GO TO 3000-EXIT
002247     END-IF.
002248     MOVE BST-STMT-DATE(1:6) TO STMT-PERIOD.
002250 3000-EXIT.
002260     EXIT.
002270
002540     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
002550 4100-EXIT.
002560     EXIT.
002561
002562*----------------------------------------------------------------
002563* 4200-ARCHIVE-ADJUSTMENTS - THE ADJUSTMENTS TREEBILL POSTED GO
002564* TO THE SAME HISTORY UNDER THE SAME STATEMENT PERIOD, MARKED
002565* TYPE 'A' SO READERS OF BILLHIST CAN TELL THEM FROM ORDERS.
002566* THE FILE 4000 JUST EXTENDED IS THERE TO EXTEND AGAIN.
002567*----------------------------------------------------------------
002568 4200-ARCHIVE-ADJUSTMENTS.
002569     OPEN INPUT ADJ-POSTED-FILE.
002570     IF ADJP-FILE-STATUS = '35'
002571         GO TO 4200-EXIT
002572     END-IF.
002573     OPEN EXTEND HISTORY-FILE.
002574     PERFORM 4400-READ-POSTED THRU 4400-EXIT.
002575     PERFORM 4300-ARCHIVE-ONE-ADJUSTMENT THRU 4300-EXIT
002576         UNTIL ADJP-EOF.
002577     CLOSE ADJ-POSTED-FILE.
002578     CLOSE HISTORY-FILE.
002579 4200-EXIT.
002580     EXIT.
002581
002582 4300-ARCHIVE-ONE-ADJUSTMENT.
002583     MOVE SPACES TO BILL-HISTORY-RECORD.
002584     MOVE STMT-PERIOD TO BH-STMT-PERIOD.
002585     MOVE ADJ-POSTED-RECORD TO BH-BILL-IMAGE.
002586     MOVE 'A' TO BH-RECORD-TYPE.
002587     WRITE BILL-HISTORY-RECORD.
002588     ADD 1 TO ADJ-ARCHIVED-COUNT.
002589     PERFORM 4400-READ-POSTED THRU 4400-EXIT.
002590 4300-EXIT.
002591     EXIT.
002592
002593 4400-READ-POSTED.
002594     READ ADJ-POSTED-FILE
002595         AT END
002596             MOVE 'Y' TO ADJP-EOF-SWITCH
002597     END-READ.
002598 4400-EXIT.
002599     EXIT.
002600
002601*----------------------------------------------------------------
002602* 5000-CLEAR-EXTRACT - THE MONTH IS SAFELY IN THE HISTORY, SO
002603* THE WORKING EXTRACT STARTS THE NEW MONTH EMPTY. THIS IS THE
002610* ONLY PLACE IN THE SHOP ALLOWED TO EMPTY BILLEXT. THE STAMP IS
002611* REWRITTEN WITH ZERO COUNTS AT THE SAME TIME - A STALE STAMP
002612* LEFT STANDING COULD VOUCH FOR A NEW MONTH'S EXTRACT THAT
002613* HAPPENED TO HOLD THE SAME RECORD COUNT, AND A CLOSE RUN AHEAD
002614* OF TREEBILL WOULD CLEAR AN UNSTATEMENTED MONTH AGAIN. THE
002615* ADJUSTMENT CARDS AND THE POSTED ADJUSTMENTS GO WITH THE MONTH.
002620*----------------------------------------------------------------
002630 5000-CLEAR-EXTRACT.
002640     OPEN OUTPUT BILLING-FILE.
002650     CLOSE BILLING-FILE.
002651     OPEN OUTPUT ADJUSTMENT-FILE.
002652     CLOSE ADJUSTMENT-FILE.
002653     OPEN OUTPUT ADJ-POSTED-FILE.
002654     CLOSE ADJ-POSTED-FILE.
002655     OPEN OUTPUT STAMP-FILE.
002656     MOVE SPACES TO BILL-STAMP-RECORD.
002657     MOVE RUN-DATE TO BST-STMT-DATE.
002658     MOVE RUN-TIME TO BST-STMT-TIME.
002659     MOVE ZERO TO BST-EXTRACT-COUNT.
002660     MOVE ZERO TO BST-BILLED-COUNT.
002661     MOVE ZERO TO BST-UNMATCHED-COUNT.
002662     MOVE ZERO TO BST-ADJ-COUNT.
002663     WRITE BILL-STAMP-RECORD.
002664     CLOSE STAMP-FILE.
002665 5000-EXIT.
002666     EXIT.
002680
002690*----------------------------------------------------------------
002700* 7100-WRITE-HEADER.
003240     END-STRING.
003250     WRITE REPORT-RECORD.
003260
003261     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
003262     MOVE ADJ-CARD-COUNT TO EDIT-COUNT-4.
003263     STRING 'ADJUSTMENT CARDS .......... ' DELIMITED BY SIZE
003264         EDIT-COUNT-4 DELIMITED BY SIZE
003265         INTO RPT-LINE
003266     END-STRING.
003267     WRITE REPORT-RECORD.
003268
003269     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
003270     MOVE ADJ-ARCHIVED-COUNT TO EDIT-COUNT-4.
003271     STRING 'ADJUSTMENTS ARCHIVED ...... ' DELIMITED BY SIZE
003272         EDIT-COUNT-4 DELIMITED BY SIZE
003273         INTO RPT-LINE
003274     END-STRING.
003275     WRITE REPORT-RECORD.
003276
003277     PERFORM 7200-START-DETAIL-LINE THRU 7200-EXIT.
003280     IF CLOSE-IS-OK
003290         STRING 'PERIOD CLOSED - EXTRACT CLEARED FOR THE NEW '
003300             DELIMITED BY SIZE
