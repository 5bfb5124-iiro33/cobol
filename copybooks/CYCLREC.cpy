000010*****************************************************************
000020*    CYCLREC.CPY                                                 *
000030*    PRINT SHOP CYCLE-CONTROL LEDGER RECORD LAYOUT               *
000040*    ONE RECORD = ONE EVENT IN THE LIFE OF ONE NIGHTLY STEP FOR  *
000050*    ONE BUSINESS DATE, IN THE SHARED INDEXED CYCLCTL LEDGER     *
000060*    KEYED ON BUSINESS DATE + STEP NAME + EVENT SEQUENCE. EACH   *
000070*    STEP WRITES A STARTED EVENT WHEN IT BEGINS AND AN ENDED     *
000080*    EVENT, WITH ITS RETURN CODE AND UP TO THREE KEY COUNTS,     *
000090*    WHEN IT FINISHES; A STEP THAT REFUSES TO RUN WRITES A       *
000100*    REFUSED EVENT WITH ITS REFUSAL CODE AND WHY. A STARTED      *
000110*    EVENT WITH NO ENDED EVENT AFTER IT IS A STEP THAT ABENDED   *
000120*    OR IS STILL RUNNING.                                        *
000130*                                                                *
000140*    A STEP HAS ENDED CLEAN WHEN ITS LATEST STARTED/ENDED EVENT  *
000150*    IS ENDED WITH RETURN CODE 4 OR LESS. REFUSAL CODES:         *
000160*      12 REQUIRED PREDECESSOR HAS NOT ENDED CLEAN THAT DATE     *
000170*      16 STEP ALREADY ENDED CLEAN THAT DATE, NO RERUN OVERRIDE  *
000180*                                                                *
000190*    MODIFICATION HISTORY                                       *
000200*    2026-10-15  IIRO  INITIAL VERSION.                          *
000210*****************************************************************
000220 01  CYCLE-CONTROL-RECORD.
000230     05  CY-KEY.
000240         10  CY-BUS-DATE         PIC 9(08).
000250         10  CY-STEP-NAME        PIC X(10).
000260         10  CY-EVENT-SEQ        PIC 9(03).
000270     05  CY-EVENT                PIC X(01).
000280         88  CY-EVENT-STARTED    VALUE 'S'.
000290         88  CY-EVENT-ENDED      VALUE 'E'.
000300         88  CY-EVENT-REFUSED    VALUE 'R'.
000310     05  CY-EVENT-DATE           PIC 9(08).
000320     05  CY-EVENT-TIME           PIC 9(08).
000330     05  CY-RETURN-CODE          PIC 9(03).
000340     05  CY-RERUN-FLAG           PIC X(01).
000350     05  CY-KEY-COUNTS.
000360         10  CY-KEY-COUNT OCCURS 3 TIMES.
000370             15  CY-COUNT-LABEL  PIC X(08).
000380             15  CY-COUNT-VALUE  PIC 9(07).
000390     05  CY-NOTE                 PIC X(30).
000400     05  FILLER                  PIC X(03).
