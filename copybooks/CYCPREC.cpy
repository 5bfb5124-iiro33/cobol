000010*****************************************************************
000020*    CYCPREC.CPY                                                 *
000030*    PRINT SHOP CYCLE-CONTROL PARAMETER CARD LAYOUT              *
000040*    ONE OPTIONAL CARD (CYCLPARM) READ BY EVERY STEP THAT LOGS   *
000050*    TO THE CYCLCTL LEDGER, AND BY THE TREECYCLE STATUS REPORT.  *
000060*    BUSINESS DATE BLANK (OR NO CARD) MEANS TODAY'S DATE, SO A   *
000070*    CYCLE THAT RUNS PAST MIDNIGHT MUST CARRY ITS DATE HERE.     *
000080*    RERUN STEP NAMES THE ONE STEP ALLOWED TO RUN AGAIN AFTER    *
000090*    IT HAS ALREADY ENDED CLEAN FOR THE BUSINESS DATE; IT IS     *
000100*    LOGGED ON THE STARTED EVENT. IT DOES NOT EXCUSE A MISSING   *
000110*    PREDECESSOR.                                                *
000120*                                                                *
000130*    MODIFICATION HISTORY                                       *
000140*    2026-10-15  IIRO  INITIAL VERSION.                          *
000150*****************************************************************
000160 01  CYCLE-PARM-RECORD.
000170     05  CYP-BUS-DATE            PIC X(08).
000180     05  FILLER                  PIC X(01).
000190     05  CYP-RERUN-STEP          PIC X(10).
000200     05  FILLER                  PIC X(61).
