000450*                      ORIGINAL AND TREERECON DOES NOT COUNT     *
000460*                      THE WORK TWICE. BLANK = NOT A             *
000470*                      RESUBMISSION.                             *
000471*    2026-10-15  IIRO  ADDED THE RELEASE APPROVER'S INITIALS -   *
000472*                      STAMPED BY TREERELEASE ON AN ORDER HELD   *
000473*                      OVER ITS ACCOUNT'S MONTHLY SPENDING LIMIT *
000474*                      AND RELEASED BY FINANCE. TREESTARS DOES   *
000475*                      NOT HOLD A RELEASED ORDER A SECOND TIME.  *
000476*    2026-10-15  IIRO  ADDED THE SUBMISSION DATE AND TIME        *
000477*                      (HHMM) THE ORDER CAME INTO THE SHOP,      *
000478*                      PUNCHED ON KEYED ORDERS, STAMPED BY       *
000479*                      TREESTAND ON GENERATED ONES AND CARRIED   *
000480*                      UNCHANGED ON A TREEREPAIR RESUBMISSION.   *
000481*                      TREESTARS POSTS IT TO ORDHIST FOR THE     *
000482*                      TREESERVICE TURNAROUND REPORT. BLANK =    *
000483*                      NOT RECORDED.                             *
000484*    2026-10-15  IIRO  ADDED THE ARTWORK NAME - WITH SHAPE CODE  *
000485*                      'A' TREESTARS PRINTS THE NAMED PATTERN    *
000486*                      FROM THE ARTMAST ARTWORK MASTER (SEE      *
000487*                      ARTREC) INSTEAD OF A BUILT-IN SHAPE.      *
000488*                      IGNORED FOR ANY OTHER SHAPE CODE.         *
000489*****************************************************************
000490 01  ORDER-RECORD.
000500     05  ORD-JOB-NAME            PIC X(08).
000510     05  ORD-HEIGHT              PIC X(02).
000620     05  ORD-CAPTION             PIC X(12).
000630     05  ORD-SOURCE-CODE         PIC X(01).
000640     05  ORD-RESUB-SEQ           PIC X(04).
000645     05  ORD-RELEASE-INITS       PIC X(03).
000646     05  ORD-SUBMIT-DATE         PIC X(08).
000647     05  ORD-SUBMIT-TIME         PIC X(04).
000648     05  ORD-ART-NAME            PIC X(08).
000650     05  FILLER                  PIC X(05).
