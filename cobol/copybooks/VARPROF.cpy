000100*****************************************************************
000200* VARPROF - CUSTOMER VARIANCE PROFILE RECORD LAYOUT
000300*
000400* ONE RECORD PER CUSTOMER, KEYED ON CUST-ID, CARRIED ACROSS RUNS
000500* IN THE VARPROF KSDS (DEFINED ONCE BY VARPROF.JCL).  DISCHIST
000600* HOLDS BALANCES AND RATES BUT NOT THE CUSTOMER'S AGE OR STATUS,
000700* SO CUSTSCRN KEEPS THE LAST ACCEPTED AGE AND THE STATUS SEEN ON
000800* EACH OF THE LAST SIX RUNS HERE - SLOT 1 IS THE NEWEST, MATCHING
000900* THE SIX RUNS DISCHIST RETAINS.  ONLY A RECORD THAT PASSES THE
001000* SCREEN (OR IS RELEASED BY OPS) UPDATES ITS PROFILE, SO A HELD
001100* CUSTOMER IS COMPARED AGAINST THE SAME LAST-GOOD VALUES UNTIL
001200* IT IS RELEASED.  VP-SENIOR-SWITCH IS SET THE FIRST TIME THE
001300* CUSTOMER PASSES THE SCREEN AT A SENIOR RATE.
001400*
001500* MODIFICATION HISTORY
001600*   DATE       INIT  DESCRIPTION
001700*   ---------- ----  ---------------------------------------------
001800*   2026-10-15  RLS  ORIGINAL.
001900*****************************************************************
002000 01  VARIANCE-PROFILE-RECORD.
002100     05  VP-CUST-ID              PIC 9(6).
002200     05  VP-LAST-RUN-DATE        PIC 9(8).
002300     05  VP-LAST-AGE             PIC 9(3).
002400     05  VP-STATUS-HISTORY       PIC X(6).
002500     05  VP-STATUS-SLOTS REDEFINES VP-STATUS-HISTORY.
002600         10  VP-STATUS-SLOT      PIC X(1) OCCURS 6 TIMES.
002700     05  VP-SENIOR-SWITCH        PIC X(1).
002800         88  VP-SENIOR-SEEN         VALUE 'Y'.
