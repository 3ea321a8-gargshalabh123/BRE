000100*****************************************************************
000200* DISCYTD - PER-CUSTOMER YEAR-TO-DATE DISCOUNT ACCUMULATOR
000300*
000400* ONE KEYED RECORD PER CUSTOMER ON THE DISCYTD KSDS (RECORD KEY
000500* YT-CUST-ID), DEFINED AND SEEDED ONCE BY DISCYTD.JCL.  HOLDS
000600* THE DISCOUNT GRANTED IN CALENDAR YEAR YT-YEAR, NET OF DISCBACK
000700* REVERSALS AND DISCADJ ADJUSTMENTS - THE SAME FIGURE DISCSTMT
000800* PUTS ON THE ANNUAL STATEMENT.  CUSTDISC CHECKS IT AGAINST THE
000900* FINANCE ANNUAL CAP (DISCCAP) AS IT PRICES; THE FIRST RUN OF A
001000* NEW YEAR STARTS THE CUSTOMER AGAIN FROM ZERO.
001100*
001200* YT-LAST-RUN-DATE AND YT-LAST-RUN-AMT ARE THE LAST PRICING RUN
001300* POSTED INTO THE TOTAL.  A CHECKPOINT RESTART THAT REPRICES THE
001400* CUSTOMER FOR THE SAME DATE REPLACES THAT AMOUNT INSTEAD OF
001500* ADDING IT AGAIN, AND DISCBACK TAKES IT BACK OUT (AND CLEARS
001600* THE DATE) WHEN IT REVERSES THAT RUN.
001700*
001800* MODIFICATION HISTORY
001900*   DATE       INIT  DESCRIPTION
002000*   ---------- ----  ---------------------------------------------
002100*   2026-10-15  RLS  ORIGINAL.
002200*****************************************************************
002300 01  DISCOUNT-YTD-RECORD.
002400     05  YT-CUST-ID              PIC 9(6).
002500     05  YT-YEAR                 PIC 9(4).
002600     05  YT-DISCOUNT-AMT         PIC 9(7)V99.
002700     05  YT-LAST-RUN-DATE        PIC 9(8).
002800     05  YT-LAST-RUN-AMT         PIC 9(7)V99.
002900     05  FILLER                  PIC X(4).
