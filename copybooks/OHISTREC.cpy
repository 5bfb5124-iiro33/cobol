000110*                                                                *
000120*    MODIFICATION HISTORY                                       *
000130*    2026-09-02  IIRO  INITIAL VERSION.                          *
000131*    2026-10-15  IIRO  ADDED THE TIME OF DAY THE ORDER FINISHED  *
000132*                      IN THE RUN (HHMM) BESIDE THE RUN DATE,    *
000133*                      THE SUBMISSION DATE AND TIME CARRIED FROM *
000134*                      THE ORDER, AND THE ORDER'S PRIORITY, SO   *
000135*                      TREESERVICE CAN MEASURE TURNAROUND        *
000136*                      AGAINST THE SAME-DAY OR RUSH TARGET.      *
000140*****************************************************************
000150 01  ORDER-HISTORY-RECORD.
000160     05  OH-KEY.
000220     05  OH-PAGE-COUNT           PIC 9(04).
000230     05  OH-REASON-CODE          PIC 9(02).
000240     05  OH-REASON-TEXT          PIC X(40).
000241     05  OH-RUN-TIME             PIC X(04).
000242     05  OH-SUBMIT-DATE          PIC X(08).
000243     05  OH-SUBMIT-TIME          PIC X(04).
000244     05  OH-PRIORITY             PIC X(01).
000250     05  FILLER                  PIC X(01).
