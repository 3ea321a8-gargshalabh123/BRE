000100*****************************************************************
000200* VARHOLD - VARIANCE HOLD RECORD LAYOUT
000300*
000400* ONE RECORD PER CUSTOMER HELD BY THE CUSTSCRN PRE-PRICING
000500* VARIANCE SCREEN.  THE HELD CUSTOMER IS NOT PRICED; THE RECORD
000600* CARRIES WHY (ONE FLAG PER TEST, 'Y' = TRIPPED), THE PRIOR
000700* VALUES IT WAS COMPARED AGAINST, AND THE UNTOUCHED 52-BYTE
000800* EXTRACT IMAGE.  OPS RELEASE A CUSTOMER FOR THE NEXT RUN WITH A
000900* VARRLSE RELEASE CARD ONCE THE EXTRACT VALUES ARE CONFIRMED.
001000*
001100* MODIFICATION HISTORY
001200*   DATE       INIT  DESCRIPTION
001300*   ---------- ----  ---------------------------------------------
001400*   2026-10-15  RLS  ORIGINAL.
001500*****************************************************************
001600 01  VARIANCE-HOLD-RECORD.
001700     05  VH-RUN-DATE             PIC 9(8).
001800     05  VH-REASON-FLAGS.
001900         10  VH-BALANCE-FLAG     PIC X(1).
002000             88  VH-BALANCE-VARIANCE    VALUE 'Y'.
002100         10  VH-AGE-FLAG         PIC X(1).
002200             88  VH-AGE-VARIANCE        VALUE 'Y'.
002300         10  VH-STATUS-FLAG      PIC X(1).
002400             88  VH-STATUS-FLIP         VALUE 'Y'.
002500         10  VH-SENIOR-FLAG      PIC X(1).
002600             88  VH-FIRST-SENIOR        VALUE 'Y'.
002700     05  VH-PRIOR-BALANCE        PIC 9(7)V99.
002800     05  VH-PRIOR-AGE            PIC 9(3).
002900     05  VH-STATUS-HISTORY       PIC X(6).
003000     05  VH-CUST-IMAGE           PIC X(52).
