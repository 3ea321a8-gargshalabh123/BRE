001200*   DATE       INIT  DESCRIPTION
001300*   ---------- ----  ---------------------------------------------
001400*   2026-08-22  RLS  ORIGINAL.
001410*   2026-10-15  RLS  DISCADJ NOW PUSHES A SINGLE-CUSTOMER
001420*                    ADJUSTMENT ONTO THE ROLLING HISTORY LIKE A
001430*                    RUN, SO THE NEWEST BALANCE-AFTER STILL
001440*                    MATCHES THE MASTER.  AN ADJUSTMENT ENTRY IS
001450*                    ONE WITH HX-RATE ZERO AND A NON-ZERO
001460*                    HX-DISCOUNT-AMT - A PRICED RUN NEVER HAS
001470*                    BOTH.  A DEBIT (DISCOUNT RECOVERED) SHOWS
001480*                    AS BALANCE-AFTER ABOVE BALANCE-BEFORE.
001481*   2026-10-15  RLS  ADDED HX-CAMPAIGN-CODE TO EACH ENTRY - THE
001482*                    CAMPMAST CAMPAIGN THAT PRICED THE RUN,
001483*                    SPACES WHEN NONE (AND ON ADJUSTMENTS).
001484*                    RECORD GROWS FROM 241 TO 289 BYTES - SEE
001485*                    DISCHCNV.JCL FOR THE ONE-TIME RELOAD.
001500*****************************************************************
001600 01  DISCOUNT-HISTORY-RECORD.
001700     05  HX-CUST-ID              PIC 9(6).
002200         10  HX-DISCOUNT-AMT     PIC 9(7)V99.
002300         10  HX-BALANCE-BEFORE   PIC 9(7)V99.
002400         10  HX-BALANCE-AFTER    PIC 9(7)V99.
002500         10  HX-CAMPAIGN-CODE    PIC X(8).
