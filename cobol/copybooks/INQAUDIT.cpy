000100*****************************************************************
000200* INQAUDIT - CUSTINQ ACCESS AUDIT LOG RECORD LAYOUT
000300*
000400* ONE RECORD PER CUSTINQ INQUIRY - AN ID LOOKUP OR A NAME
000500* SEARCH - APPENDED TO THE ACCESS AUDIT LOG IN TIME ORDER.
000600* IA-USER-ID AND IA-TERMINAL-ID ARE THE SIGN-ON VALUES THE
000700* CALL-CENTER FRONT END PASSES AT THE START OF THE SESSION.
000800* IA-SEARCH-ARG IS THE KEYED CUST-ID (ID MODE, SEE IA-SEARCH-
000900* CUST-ID) OR THE KEYED FULL OR PARTIAL SURNAME (NAME MODE).
001000* IA-LISTED-CUST-ID HOLDS THE CUSTOMERS SHOWN ON A NAME-SEARCH
001100* PICK-LIST; IA-DISPLAYED-CUST-ID IS THE CUSTOMER WHOSE BALANCE
001200* AND RATE WERE DISPLAYED (ZERO - NOT FOUND, OR NO SELECTION
001300* FROM THE PICK-LIST).  READ BY ACCSRPT FOR THE DAILY ACCESS
001400* REPORT.
001500*
001600* MODIFICATION HISTORY
001700*   DATE       INIT  DESCRIPTION
001800*   ---------- ----  ---------------------------------------------
001900*   2026-10-15  RLS  ORIGINAL.
002000*****************************************************************
002100 01  INQUIRY-AUDIT-RECORD.
002200     05  IA-USER-ID              PIC X(8).
002300     05  IA-TERMINAL-ID          PIC X(8).
002400     05  IA-INQUIRY-DATE         PIC 9(8).
002500     05  IA-INQUIRY-TIME         PIC 9(6).
002600     05  IA-SEARCH-MODE          PIC X(1).
002700         88  IA-ID-SEARCH           VALUE 'I'.
002800         88  IA-NAME-SEARCH         VALUE 'N'.
002900     05  IA-SEARCH-ARG           PIC X(30).
003000     05  IA-SEARCH-ID-VIEW REDEFINES IA-SEARCH-ARG.
003100         10  IA-SEARCH-CUST-ID   PIC 9(6).
003200         10  FILLER              PIC X(24).
003300     05  IA-LISTED-COUNT         PIC 9(2).
003400     05  IA-LISTED-CUST-ID       PIC 9(6) OCCURS 10 TIMES.
003500     05  IA-DISPLAYED-CUST-ID    PIC 9(6).
003600     05  IA-HISTORY-FLAG         PIC X(1).
003700         88  IA-HISTORY-TAKEN       VALUE 'Y'.
003800     05  FILLER                  PIC X(20).
