000100*****************************************************************
000200* CAMPCUST - CAMPAIGN CUSTOMER INCLUSION LIST RECORD LAYOUT
000300*
000400* ONE RECORD PER CUSTOMER NAMED FOR A CAMPAIGN WHOSE CAMPMAST
000500* ROW CARRIES CM-LIST-ONLY.  MAINTAINED BY MARKETING WITH THE
000600* CAMPAIGN MASTER; ROWS FOR A CAMPAIGN WITHOUT THE FLAG ARE
000700* IGNORED.  CAMPLOOK LOADS THE LIST INTO A WORKING-STORAGE
000800* TABLE AT THE FIRST CALL.
000900*
001000* MODIFICATION HISTORY
001100*   DATE       INIT  DESCRIPTION
001200*   ---------- ----  ---------------------------------------------
001300*   2026-10-15  RLS  ORIGINAL.
001400*****************************************************************
001500 01  CAMPAIGN-CUSTOMER-RECORD.
001600     05  CI-CAMPAIGN-CODE        PIC X(8).
001700     05  CI-CUST-ID              PIC 9(6).
001800     05  FILLER                  PIC X(6).
