000010*****************************************************************
000020*    ADJREC.CPY                                                  *
000030*    PRINT SHOP BILLING ADJUSTMENT TRANSACTION LAYOUT            *
000040*    ONE RECORD = ONE CORRECTION TO A MONTH'S CHARGES, KEYED BY  *
000050*    THE ACCOUNT, RUN DATE AND ORDER SEQUENCE OF THE EXTRACT     *
000060*    RECORD IT CORRECTS. TYPE C CREDITS THE ACCOUNT (A JAMMED    *
000070*    PRINT THE DEPARTMENT REFUSED, A GOODWILL CREDIT), TYPE D    *
000080*    DEBITS IT, TYPE T TRANSFERS THE CHARGE TO THE TO-ACCOUNT    *
000090*    (A BANNER CHARGED TO THE WRONG ACCOUNT CODE). AMOUNT IS 9   *
000100*    DIGITS WITH 2 IMPLIED DECIMALS; ON A TRANSFER A BLANK OR    *
000110*    ZERO AMOUNT MOVES THE WHOLE REMAINING ORDER CHARGE. THE     *
000120*    AUTHORIZER'S INITIALS ARE REQUIRED. THE FILE ACCUMULATES    *
000130*    FOR THE MONTH LIKE BILLEXT; TREEBILL POSTS IT, TREECLOSE    *
000140*    ARCHIVES THE POSTED CARDS TO BILLHIST AND CLEARS IT.        *
000150*                                                                *
000160*    TREEBILL REJECT CODES (ADJREJ LOG):                         *
000170*      01 TYPE NOT C D OR T          02 ACCOUNT CODE BLANK       *
000180*      03 RUN DATE/SEQ NOT NUMERIC   04 AMOUNT NOT VALID         *
000190*      05 AUTHORIZER BLANK           06 ACCOUNT NOT ON MASTER    *
000200*      07 ORDER NOT IN THE EXTRACT   08 CREDIT EXCEEDS CHARGE    *
000210*      09 TO-ACCOUNT NOT VALID       10 ADJUSTMENT TABLE FULL    *
000220*                                                                *
000230*    MODIFICATION HISTORY                                       *
000240*    2026-10-15  IIRO  INITIAL VERSION.                          *
000250*****************************************************************
000260 01  ADJUSTMENT-RECORD.
000270     05  ADJ-TYPE                PIC X(01).
000280         88  ADJ-TYPE-CREDIT     VALUE 'C'.
000290         88  ADJ-TYPE-DEBIT      VALUE 'D'.
000300         88  ADJ-TYPE-TRANSFER   VALUE 'T'.
000310         88  ADJ-TYPE-VALID      VALUE 'C' 'D' 'T'.
000320     05  ADJ-ACCT-CODE           PIC X(04).
000330     05  ADJ-RUN-DATE            PIC X(08).
000340     05  ADJ-ORDER-SEQ           PIC X(04).
000350     05  ADJ-AMOUNT              PIC X(09).
000360     05  ADJ-TO-ACCT-CODE        PIC X(04).
000370     05  ADJ-REASON              PIC X(30).
000380     05  ADJ-AUTHORIZER          PIC X(03).
000390     05  FILLER                  PIC X(17).
