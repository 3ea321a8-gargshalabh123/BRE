000100*****************************************************************
000200* CAMPMAST - PROMOTIONAL DISCOUNT CAMPAIGN MASTER RECORD LAYOUT
000300*
000400* ONE RECORD PER MARKETING CAMPAIGN, MAINTAINED BY MARKETING
000500* (NOT RECOMPILED) LIKE THE DISCRATE TABLE.  A CAMPAIGN RUNS
000600* FROM CM-START-DATE THROUGH CM-END-DATE INCLUSIVE, FOR
000700* CUSTOMERS AT ONE OF ITS ELIGIBLE BRANCHES WITH ONE OF ITS
000800* ELIGIBLE STATUS CODES.  AN ALL-SPACES BRANCH LIST MEANS
000900* EVERY BRANCH; AN ALL-SPACES STATUS LIST (OR A '*' IN IT)
001000* MEANS EVERY STATUS CUSTDISC PRICES.  CM-LIST-ONLY RESTRICTS
001100* THE CAMPAIGN FURTHER TO THE CUSTOMERS NAMED FOR IT ON THE
001200* CAMPCUST INCLUSION LIST.
001300*
001400* CM-STACK-ON-BASE ADDS CM-BONUS-RATE TO THE DISCRATE TABLE
001500* RATE; CM-REPLACE-BASE PRICES AT CM-BONUS-RATE INSTEAD OF IT.
001600* A CAMPAIGN NEVER LOWERS A CUSTOMER'S RATE - A REPLACEMENT
001700* RATE AT OR BELOW THE TABLE RATE SIMPLY DOES NOT APPLY.  WHEN
001800* SEVERAL CAMPAIGNS QUALIFY, THE ONE GIVING THE HIGHEST RATE
001900* WINS (THE FIRST ON THE FILE ON A TIE).  CAMPLOOK LOADS THE
002000* FILE AT THE FIRST CALL AND APPLIES IT FOR CUSTDISC, CUSTINQ
002100* AND RATESIM.
002200*
002300* MODIFICATION HISTORY
002400*   DATE       INIT  DESCRIPTION
002500*   ---------- ----  ---------------------------------------------
002600*   2026-10-15  RLS  ORIGINAL.
002700*****************************************************************
002800 01  CAMPAIGN-MASTER-RECORD.
002900     05  CM-CAMPAIGN-CODE        PIC X(8).
003000     05  CM-CAMPAIGN-DESC        PIC X(30).
003100     05  CM-START-DATE           PIC 9(8).
003200     05  CM-END-DATE             PIC 9(8).
003300     05  CM-BONUS-RATE           PIC 9(2)V99.
003400     05  CM-RATE-METHOD          PIC X(1).
003500         88  CM-STACK-ON-BASE       VALUE 'S'.
003600         88  CM-REPLACE-BASE        VALUE 'R'.
003700     05  CM-INCLUSION-FLAG       PIC X(1).
003800         88  CM-LIST-ONLY           VALUE 'Y'.
003900     05  CM-STATUS-LIST.
004000         10  CM-ELIGIBLE-STATUS  PIC X(1) OCCURS 2 TIMES.
004100     05  CM-BRANCH-LIST.
004200         10  CM-ELIGIBLE-BRANCH  PIC X(3) OCCURS 10 TIMES.
004300     05  FILLER                  PIC X(8).
