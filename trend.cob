000140*                  TOTALS, AND A REJECTS-BY-REASON-CODE TABLE,
000150*                  SO PURCHASING GETS CONSUMPTION TRENDS FROM A
000160*                  DATASET INSTEAD OF A SPIRAL NOTEBOOK.
000161* 2026-10-15 IIRO  DESCRIBES REJECT CODES 18 AND 19, THE NEW
000162*                  TREESTARS CUSTOM ARTWORK EDITS.
000170*----------------------------------------------------------------
000180
000190 ENVIRONMENT DIVISION.
001020     05  FILLER PIC X(25) VALUE 'FOREST GAP OVER 20       '.
001030     05  FILLER PIC X(25) VALUE 'FOREST PAST LINE WIDTH   '.
001040     05  FILLER PIC X(25) VALUE 'ORDER QUEUE CAPACITY     '.
001050     05  FILLER PIC X(25) VALUE 'ARTWORK NOT ON MASTER    '.
001060     05  FILLER PIC X(25) VALUE 'ARTWORK PAST LINE WIDTH  '.
001070     05  FILLER PIC X(25) VALUE 'RESERVED CODE 20         '.
001080 01  REASON-NAME-TABLE REDEFINES REASON-NAME-VALUES.
001090     05  REASON-NAME OCCURS 20 TIMES
