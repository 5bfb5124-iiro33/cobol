000130*    2026-09-02  IIRO  INITIAL VERSION - THE TRAILER-SCRAPE IT   *
000140*                      REPLACES BROKE ONCE ALREADY WHEN THE      *
000150*                      TRAILER WORDING CHANGED.                  *
000152*    2026-10-15  IIRO  ADDED THE COUNT OF ORDERS HELD OVER THEIR *
000154*                      ACCOUNT'S MONTHLY SPENDING LIMIT, SO      *
000156*                      TREERECON BALANCES TREES + REJECTS + HELD *
000158*                      AGAINST THE ORDERS READ.                  *
000160*****************************************************************
000170 01  RUN-STATUS-RECORD.
000180     05  RS-RUN-DATE             PIC 9(08).
000260     05  RS-REPRINT-STARS        PIC 9(06).
000270     05  RS-QUEUE-DROPS          PIC 9(04).
000280     05  RS-CKPT-ORDER-SEQ       PIC 9(04).
000285     05  RS-HELD-COUNT           PIC 9(04).
000290     05  FILLER                  PIC X(23).
