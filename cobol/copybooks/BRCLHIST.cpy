000100*****************************************************************
000200* BRCLHIST - MONTH-END BRANCH CLOSE HISTORY RECORD LAYOUT
000300*
000400* ONE RECORD PER BRANCH PER MONTH-END CLOSE, WRITTEN BY BRCLOSE
000500* TO A NEW GENERATION OF THE CLOSE HISTORY GDG.  THE NEXT
000600* MONTH'S CLOSE READS THE PREVIOUS GENERATION BACK AS ITS
000700* PRIOR-MONTH COMPARISON.  THE COMPONENTS ARE CARRIED UNSIGNED,
000800* AS THE GL INTERFACE AMOUNTS ARE; THE BRANCH NET IS ALWAYS
000900* RECOMPUTED FROM THEM:
001000*   WRITE-OFF + ADJUSTMENT CREDITS - ADJUSTMENT DEBITS
001100*             - REVERSALS - FEES
001200* BC-REJECT-AMT IS THE REJECTED WRITE-OFF STILL NOT REPOSTED AT
001300* THE CLOSE - AN OPEN ITEM, NOT PART OF THE NET.  A BRANCH CODE
001400* OF SPACES HOLDS THE ITEMS NO BRANCH COULD BE FOUND FOR.
001500*
001600* MODIFICATION HISTORY
001700*   DATE       INIT  DESCRIPTION
001800*   ---------- ----  ---------------------------------------------
001900*   2026-10-15  RLS  ORIGINAL.
002000*****************************************************************
002100 01  BRANCH-CLOSE-RECORD.
002200     05  BC-PERIOD               PIC 9(6).
002300     05  BC-BRANCH-CODE          PIC X(3).
002400     05  BC-GL-ACCOUNT           PIC X(10).
002500     05  BC-WRITEOFF-AMT         PIC 9(9)V99.
002600     05  BC-ADJ-CREDIT-AMT       PIC 9(9)V99.
002700     05  BC-ADJ-DEBIT-AMT        PIC 9(9)V99.
002800     05  BC-FEE-AMT              PIC 9(9)V99.
002900     05  BC-REVERSAL-AMT         PIC 9(9)V99.
003000     05  BC-REJECT-AMT           PIC 9(9)V99.
003100     05  FILLER                  PIC X(15).
