000140*      05 ACCOUNT NAME MISSING    06 STAR RATE NOT NUMERIC       *
000150*      07 TREE RATE NOT NUMERIC   08 RATES MISSING ON ADD        *
000160*      09 MASTER TABLE FULL       10 EFFECTIVE DATE INVALID      *
000162*      11 MONTHLY LIMIT NOT NUM   12 RESERVED                    *
000170*                                                                *
000180*    MODIFICATION HISTORY                                       *
000190*    2026-09-02  IIRO  INITIAL VERSION - GIVES THE CUSTOMER      *
000224*                      BLANK = THE MAINTENANCE RUN DATE) SO A    *
000226*                      RATE CARD SAYS WHEN ITS RATES TAKE        *
000228*                      FORCE. SEE RATEREC.CPY.                   *
000229*    2026-10-15  IIRO  ADDED THE MONTHLY SPENDING LIMIT, KEYED   *
000231*                      AS 9 UNSIGNED DIGITS WITH TWO IMPLIED     *
000232*                      DECIMALS (999999999 = 9999999.99). BLANK  *
000233*                      ON AN ADD MEANS NO LIMIT; BLANK ON A      *
000234*                      CHANGE LEAVES THE MASTER LIMIT AS IT WAS; *
000235*                      ALL ZEROS REMOVES THE LIMIT.              *
000236*****************************************************************
000240 01  CUST-TRAN-RECORD.
000250     05  CMT-FUNC-CODE           PIC X(01).
000260         88  CMT-FUNC-ADD        VALUE 'A'.
000320     05  CMT-STAR-RATE           PIC X(05).
000330     05  CMT-TREE-RATE           PIC X(07).
000340     05  CMT-EFF-DATE            PIC X(08).
000345     05  CMT-MONTH-LIMIT         PIC X(09).
000350     05  FILLER                  PIC X(16).
