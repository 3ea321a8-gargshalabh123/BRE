000100*****************************************************************
000200* GLACCRL - MONTH-END GL ACCRUAL ENTRY RECORD LAYOUT
000300*
000400* THE FIXED-FORMAT FILE BRCLOSE WRITES FOR THE GL GROUP TO LOAD
000500* AS THE MONTH-END ENTRIES: ONE DETAIL RECORD PER BRANCH, GL
000600* ACCOUNT AND ENTRY TYPE WITH ANY AMOUNT, THEN ONE TRAILER
000700* CARRYING THE RECORD COUNT AND THE DEBIT AND CREDIT TOTALS
000800* THE LOAD MUST PROVE.  AMOUNTS ARE UNSIGNED; AC-DR-CR SAYS
000900* WHICH SIDE OF THE ACCOUNT THE ENTRY POSTS TO:
001000*   WOFF  DISCOUNT WRITTEN OFF (GLIFACE)      D  WRITE-OFF ACCT
001100*   ADJC  DISCADJ CREDIT ADJUSTMENTS          D  WRITE-OFF ACCT
001200*   ADJD  DISCADJ DEBIT ADJUSTMENTS           C  WRITE-OFF ACCT
001300*   BACK  DISCBACK CONTRA POSTINGS            C  WRITE-OFF ACCT
001400*   FEES  SERVICE FEES ASSESSED (FEEGL)       C  FEE-INCOME ACCT
001500*   RJCT  WRITE-OFF REJECTED, NOT REPOSTED    C  WRITE-OFF ACCT
001600* A BRANCH CODE OF SPACES CARRIES THE ITEMS NO BRANCH COULD BE
001700* FOUND FOR, ON THE HEAD-OFFICE WRITE-OFF ACCOUNT.
001800*
001900* MODIFICATION HISTORY
002000*   DATE       INIT  DESCRIPTION
002100*   ---------- ----  ---------------------------------------------
002200*   2026-10-15  RLS  ORIGINAL.
002300*****************************************************************
002400 01  GL-ACCRUAL-RECORD.
002500     05  AC-RECORD-TYPE          PIC X(1).
002600         88  ACCRUAL-DETAIL         VALUE 'D'.
002700         88  ACCRUAL-TRAILER        VALUE 'T'.
002800     05  AC-PERIOD               PIC 9(6).
002900     05  AC-DETAIL-DATA.
003000         10  AC-BRANCH-CODE      PIC X(3).
003100         10  AC-GL-ACCOUNT       PIC X(10).
003200         10  AC-ENTRY-TYPE       PIC X(4).
003300         10  AC-DR-CR            PIC X(1).
003400         10  AC-AMOUNT           PIC 9(11)V99.
003500         10  AC-ITEM-COUNT       PIC 9(7).
003600         10  FILLER              PIC X(35).
003700     05  AC-TRAILER-DATA REDEFINES AC-DETAIL-DATA.
003800         10  AT-RECORD-COUNT     PIC 9(7).
003900         10  AT-DEBIT-TOTAL      PIC 9(13)V99.
004000         10  AT-CREDIT-TOTAL     PIC 9(13)V99.
004100         10  FILLER              PIC X(36).
