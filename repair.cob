000210*                  MISTAKE. THE CORRECTED DECK GOES IN WITH THE
000220*                  NEXT DAY'S KEYED ORDERS; THE CROSS-REFERENCE
000230*                  RIDES THROUGH TO THE ACK SLIP AND TREERECON.
000231* 2026-10-15 IIRO  THE CORRECTION KEEPS THE ORIGINAL ORDER'S
000232*                  SUBMISSION DATE/TIME, SO TREESERVICE MEASURES
000233*                  A RESUBMISSION FROM WHEN THE WORK FIRST CAME
000234*                  IN. THE LISTING SHOWS THE STAMP SO THE
000235*                  OPERATOR LEAVES THOSE COLUMNS AS PUNCHED.
000236* 2026-10-15 IIRO  NAMES THE ARTWORK FIELDS FOR THE NEW SHAPE 'A'
000237*                  REJECTS - 18 UNKNOWN ARTWORK, 19 ARTWORK TOO
000238*                  WIDE FOR THE PRINT LINE.
000240*----------------------------------------------------------------
000250
000260 ENVIRONMENT DIVISION.
001400     05  FILLER PIC X(30) VALUE 'ORD-FOREST-GAP                '.
001410     05  FILLER PIC X(30) VALUE 'ORD-FOREST-COUNT              '.
001420     05  FILLER PIC X(30) VALUE '(NONE - RESUBMIT AS IS)       '.
001430     05  FILLER PIC X(30) VALUE 'ORD-ART-NAME                  '.
001440     05  FILLER PIC X(30) VALUE 'ORD-ART-NAME/ORD-FOREST-COUNT '.
001450     05  FILLER PIC X(30) VALUE '(SEE REASON TEXT)             '.
001460 01  FIELD-NAME-TABLE REDEFINES FIELD-NAME-VALUES.
001470     05  FIELD-NAME OCCURS 20 TIMES
002870* 3000-DECK-ONE-CORRECTION - THE ORIGINAL ORDER IMAGE, WITH THE
002880* SEQUENCE NUMBER IT PRINTED UNDER STAMPED IN THE RESUBMISSION
002890* CROSS-REFERENCE, OUT TO THE CORRECTION DECK - PLUS THE
002900* LISTING BLOCK NAMING THE FIELD TO FIX. THE ORIGINAL
002901* SUBMISSION DATE/TIME RIDES ALONG UNTOUCHED.
002910*----------------------------------------------------------------
002920 3000-DECK-ONE-CORRECTION.
002930     MOVE RJ-ORDER-SEQ TO ORD-RESUB-SEQ.
003200         END-STRING
003210     END-IF.
003220     WRITE REPAIR-REPORT-RECORD.
003221
003222     MOVE SPACES TO RRP-LINE.
003223     IF ORD-SUBMIT-DATE = SPACES
003224         STRING '       SUBMITTED: NOT RECORDED'
003225             DELIMITED BY SIZE
003226             INTO RRP-LINE
003227         END-STRING
003228     ELSE
003229         STRING '       SUBMITTED: ' DELIMITED BY SIZE
003230             ORD-SUBMIT-DATE DELIMITED BY SIZE
003231             ' ' DELIMITED BY SIZE
003232             ORD-SUBMIT-TIME DELIMITED BY SIZE
003233             ' - LEAVE COLUMNS 56-67 AS PUNCHED'
003234             DELIMITED BY SIZE
003235             INTO RRP-LINE
003236         END-STRING
003237     END-IF.
003238     WRITE REPAIR-REPORT-RECORD.
003239 3000-EXIT.
003240     EXIT.
003250
003260 4000-LIST-UNMATCHED.
