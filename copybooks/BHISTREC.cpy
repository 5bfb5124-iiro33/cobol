000090*                                                                *
000100*    MODIFICATION HISTORY                                       *
000110*    2026-09-02  IIRO  INITIAL VERSION.                          *
000112*    2026-10-15  IIRO  BH-RECORD-TYPE - THE MONTH'S POSTED       *
000114*                      BILLING ADJUSTMENTS (ADJREC IMAGES) ARE   *
000116*                      ARCHIVED HERE TOO, TYPE 'A'. BLANK IS AN  *
000118*                      EXTRACT RECORD, AS IN EARLIER MONTHS.     *
000120*****************************************************************
000130 01  BILL-HISTORY-RECORD.
000140     05  BH-STMT-PERIOD          PIC 9(06).
000150     05  BH-BILL-IMAGE           PIC X(80).
000155     05  BH-RECORD-TYPE          PIC X(01).
000156         88  BH-TYPE-BILLING     VALUE SPACE.
000157         88  BH-TYPE-ADJUSTMENT  VALUE 'A'.
000160     05  FILLER                  PIC X(13).
