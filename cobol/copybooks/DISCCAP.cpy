000100*****************************************************************
000200* DISCCAP - ANNUAL PER-CUSTOMER DISCOUNT CAP RECORD LAYOUT
000300*
000400* THE MOST DISCOUNT ANY ONE CUSTOMER MAY RECEIVE IN A CALENDAR
000500* YEAR, MAINTAINED BY FINANCE (NOT RECOMPILED) LIKE THE BRNCHXRF
000600* CROSS-REFERENCE.  A ROW APPLIES FROM THE START OF
000700* CP-EFFECTIVE-YEAR UNTIL A ROW WITH A LATER YEAR TAKES OVER, SO
000800* A NEW CAP CAN BE LOADED AHEAD OF THE YEAR IT STARTS.
000900* CP-CUST-STATUS NAMES THE CUSTOMER STATUS THE ROW COVERS; '*'
001000* COVERS EVERY STATUS, AND A ROW FOR THE CUSTOMER'S OWN STATUS
001100* WINS OVER A '*' ROW OF THE SAME YEAR.  A CUSTOMER NO ROW
001200* COVERS HAS NO CAP.  CUSTDISC LOADS THE FILE INTO A
001300* WORKING-STORAGE TABLE AT OPEN TIME.
001400*
001500* MODIFICATION HISTORY
001600*   DATE       INIT  DESCRIPTION
001700*   ---------- ----  ---------------------------------------------
001800*   2026-10-15  RLS  ORIGINAL.
001900*****************************************************************
002000 01  DISCOUNT-CAP-RECORD.
002100     05  CP-EFFECTIVE-YEAR       PIC 9(4).
002200     05  CP-CUST-STATUS          PIC X(1).
002300         88  CP-ALL-STATUSES        VALUE '*'.
002400     05  CP-CAP-AMOUNT           PIC 9(7)V99.
002500     05  FILLER                  PIC X(6).
