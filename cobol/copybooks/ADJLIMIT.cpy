000100*****************************************************************
000200* ADJLIMIT - DISCOUNT ADJUSTMENT APPROVER LIMIT RECORD LAYOUT
000300*
000400* ONE RECORD PER MEMBER OF STAFF ALLOWED TO APPROVE A MANUAL
000500* SINGLE-CUSTOMER DISCOUNT ADJUSTMENT, MAINTAINED BY FINANCE
000600* (NOT RECOMPILED) LIKE THE BRNCHXRF CROSS-REFERENCE.  AL-LIMIT-
000700* AMT IS THE LARGEST SINGLE ADJUSTMENT, CREDIT OR DEBIT, THE
000800* APPROVER MAY SIGN FOR.  DISCADJ LOADS THE FILE INTO A
000900* WORKING-STORAGE TABLE AT OPEN TIME; AN ADJUSTMENT WHOSE
001000* APPROVER HAS NO ROW, OR WHOSE AMOUNT IS OVER THE APPROVER'S
001100* LIMIT, IS HELD ON THE PENDING REPORT AND NOT POSTED.
001200*
001300* MODIFICATION HISTORY
001400*   DATE       INIT  DESCRIPTION
001500*   ---------- ----  ---------------------------------------------
001600*   2026-10-15  RLS  ORIGINAL.
001700*****************************************************************
001800 01  APPROVER-LIMIT-RECORD.
001900     05  AL-APPROVER-ID          PIC X(8).
002000     05  AL-APPROVER-NAME        PIC X(20).
002100     05  AL-LIMIT-AMT            PIC 9(7)V99.
