000150*      11 HEIGHT OVER 10 ROWS     12 STAR RAY WIDTH OVER 20      *
000160*      13 TRUNK WIDTH OVER 20     14 TRUNK HEIGHT, NO WIDTH      *
000170*      15 FOREST GAP OVER 20      16 FOREST PAST LINE WIDTH      *
000180*      17 ORDER QUEUE CAPACITY    18 ARTWORK NOT ON MASTER       *
000181*      19 ARTWORK PAST LINE WIDTH 20 RESERVED                    *
000190*                                                                *
000200*    MODIFICATION HISTORY                                       *
000210*    2026-08-22  IIRO  INITIAL VERSION.                          *
000211*    2026-10-15  IIRO  CODES 18 AND 19 FOR THE SHAPE 'A' CUSTOM  *
000212*                      ARTWORK EDITS IN TREESTARS.               *
000220*****************************************************************
000230 01  RUN-HISTORY-RECORD.
000240     05  RH-RUN-DATE             PIC 9(08).
