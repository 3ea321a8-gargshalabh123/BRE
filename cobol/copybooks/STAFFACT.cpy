000100*****************************************************************
000200* STAFFACT - STAFF CUSTOMER ACCOUNT RECORD LAYOUT
000300*
000400* ONE RECORD PER CUSTOMER ACCOUNT HELD BY A MEMBER OF STAFF,
000500* MAINTAINED BY PERSONNEL (NOT RECOMPILED) LIKE THE ADJLIMIT
000600* APPROVER FILE.  SF-USER-ID IS THE STAFF MEMBER'S OWN SIGN-ON
000700* ID, BLANK FOR STAFF WITH NO SYSTEM ACCESS.  ACCSRPT LOADS THE
000800* FILE INTO A WORKING-STORAGE TABLE AND FLAGS EVERY CUSTINQ
000900* LOOKUP OF A STAFF ACCOUNT - AND A CLERK'S LOOKUP OF THEIR OWN
001000* ACCOUNT - ON THE DAILY ACCESS REPORT.
001100*
001200* MODIFICATION HISTORY
001300*   DATE       INIT  DESCRIPTION
001400*   ---------- ----  ---------------------------------------------
001500*   2026-10-15  RLS  ORIGINAL.
001600*****************************************************************
001700 01  STAFF-ACCOUNT-RECORD.
001800     05  SF-CUST-ID              PIC 9(6).
001900     05  SF-USER-ID              PIC X(8).
002000     05  SF-STAFF-NAME           PIC X(20).
002100     05  FILLER                  PIC X(6).
