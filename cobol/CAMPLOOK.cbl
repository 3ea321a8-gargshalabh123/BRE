000100*****************************************************************
000200* CAMPLOOK - PROMOTIONAL CAMPAIGN RATE LOOKUP SUBPROGRAM
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. CAMPLOOK.
000600 AUTHOR. LEGACY SYSTEMS TEAM.
000700 INSTALLATION. RETAIL BANKING - CUSTOMER MAINTENANCE.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.

001000*****************************************************************
001100* MODIFICATION HISTORY
001200*   DATE       INIT  DESCRIPTION
001300*   ---------- ----  ---------------------------------------------
001400*   2026-10-15  RLS  ORIGINAL - APPLIES THE MARKETING CAMPAIGN
001500*                    MASTER (CAMPMAST) ON TOP OF THE RATE
001600*                    RATELOOK HANDS BACK.  CUSTDISC, CUSTINQ
001700*                    AND RATESIM ALL CALL IT STRAIGHT AFTER
001800*                    RATELOOK SO THE BATCH RUN, THE INQUIRY
001900*                    AND THE SIMULATION AGREE ON THE ANSWER.
002000*
002100* THE CALLER PASSES THE TABLE RATE IN LK-DISCOUNT-RATE AND GETS
002200* THE CAMPAIGN-ADJUSTED RATE BACK IN THE SAME FIELD, WITH THE
002300* WINNING CAMPAIGN'S CODE IN LK-CAMPAIGN-CODE (SPACES WHEN NO
002400* CAMPAIGN APPLIED AND THE RATE IS UNCHANGED).  LK-PRICE-DATE
002500* IS THE DATE BEING PRICED - THE BUSINESS DATE FOR CUSTDISC.
002600*
002700* THE CAMPAIGN MASTER AND INCLUSION LIST ARE LOADED ON THE
002800* FIRST CALL ONLY, AS RATELOOK LOADS THE RATE TABLE.  EITHER
002900* FILE MAY BE ABSENT - NO MASTER MEANS NO CAMPAIGNS, NO LIST
003000* MEANS NO LIST-ONLY CAMPAIGN QUALIFIES ANYONE.
003100*****************************************************************

003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-370.
003500 OBJECT-COMPUTER. IBM-370.

003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CAMPAIGN-MASTER-FILE ASSIGN TO 'CAMPMAST'
003900         ORGANIZATION IS SEQUENTIAL
004000         ACCESS MODE IS SEQUENTIAL
004100         FILE STATUS IS WS-CAMP-FILE-STATUS.

004200     SELECT CAMPAIGN-CUSTOMER-FILE ASSIGN TO 'CAMPCUST'
004300         ORGANIZATION IS SEQUENTIAL
004400         ACCESS MODE IS SEQUENTIAL
004500         FILE STATUS IS WS-LIST-FILE-STATUS.

004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  CAMPAIGN-MASTER-FILE
004900     LABEL RECORDS ARE STANDARD.
005000     COPY CAMPMAST.

005100 FD  CAMPAIGN-CUSTOMER-FILE
005200     LABEL RECORDS ARE STANDARD.
005300     COPY CAMPCUST.

005400 WORKING-STORAGE SECTION.
005500 77  WS-TABLE-LOADED-SWITCH  PIC X(1) VALUE 'N'.
005600 77  WS-CAMP-EOF-SWITCH      PIC X(1) VALUE 'N'.
005700 77  WS-LIST-EOF-SWITCH      PIC X(1) VALUE 'N'.
005800 77  WS-CAMP-FILE-STATUS     PIC X(2) VALUE '00'.
005900 77  WS-LIST-FILE-STATUS     PIC X(2) VALUE '00'.
006000 77  WS-ELIGIBLE-SWITCH      PIC X(1) VALUE 'N'.
006100     88  CAMPAIGN-ELIGIBLE              VALUE 'Y'.
006200 77  WS-MATCH-SWITCH         PIC X(1) VALUE 'N'.
006300 77  WS-CAMP-IDX             PIC 9(2) COMP VALUE ZERO.
006400 77  WS-SUB                  PIC 9(2) COMP VALUE ZERO.
006500 77  WS-LIST-IDX             PIC 9(4) COMP VALUE ZERO.
006600 77  WS-CANDIDATE-RATE       PIC 9(3)V99 VALUE ZERO.
006700 77  WS-BEST-RATE            PIC 9(3)V99 VALUE ZERO.
006800 77  WS-MAX-RATE             PIC 9(3)V99 VALUE 99.99.

006900* CAMPAIGN MASTER ROWS THAT PASSED THE LOAD EDIT.
007000 01  CAMPAIGN-TABLE-AREA.
007100     05  WS-CAMP-TABLE-COUNT     PIC 9(2) VALUE ZERO.
007200     05  CAMPAIGN-ENTRY OCCURS 50 TIMES.
007300         10  TBL-CAMPAIGN-CODE   PIC X(8).
007400         10  TBL-START-DATE      PIC 9(8).
007500         10  TBL-END-DATE        PIC 9(8).
007600         10  TBL-BONUS-RATE      PIC 9(2)V99.
007700         10  TBL-RATE-METHOD     PIC X(1).
007800         10  TBL-INCLUSION-FLAG  PIC X(1).
007900         10  TBL-STATUS-CODE     PIC X(1) OCCURS 2 TIMES.
008000         10  TBL-BRANCH-CODE     PIC X(3) OCCURS 10 TIMES.
008010         10  TBL-BRANCH-LIST-SWITCH PIC X(1).
008020             88  BRANCH-LIST-EMPTY          VALUE 'Y'.

008100* INCLUSION-LIST ROWS, IN FILE ORDER.
008200 01  INCLUSION-TABLE-AREA.
008300     05  WS-LIST-TABLE-COUNT     PIC 9(4) VALUE ZERO.
008400     05  INCLUSION-ENTRY OCCURS 5000 TIMES.
008500         10  TBL-LIST-CAMPAIGN   PIC X(8).
008600         10  TBL-LIST-CUST-ID    PIC 9(6).

008700 LINKAGE SECTION.
008800 01  LK-CUST-ID               PIC 9(6).
008900 01  LK-CUST-BRANCH           PIC X(3).
009000 01  LK-CUST-STATUS           PIC X(1).
009100 01  LK-PRICE-DATE            PIC 9(8).
009200 01  LK-DISCOUNT-RATE         PIC 9(2)V99.
009300 01  LK-CAMPAIGN-CODE         PIC X(8).

009400 PROCEDURE DIVISION USING LK-CUST-ID
009500                          LK-CUST-BRANCH
009600                          LK-CUST-STATUS
009700                          LK-PRICE-DATE
009800                          LK-DISCOUNT-RATE
009900                          LK-CAMPAIGN-CODE.
010000*****************************************************************
010100* 0000-MAINLINE
010200*****************************************************************
010300 0000-MAINLINE.
010400     IF WS-TABLE-LOADED-SWITCH NOT = 'Y'
010500         PERFORM 1000-LOAD-CAMPAIGNS THRU 1000-EXIT
010600         PERFORM 1100-LOAD-INCLUSION-LIST THRU 1100-EXIT
010700         MOVE 'Y' TO WS-TABLE-LOADED-SWITCH
010800     END-IF
010900     PERFORM 2000-APPLY-CAMPAIGNS THRU 2000-EXIT
011000     GOBACK.

011100 1000-LOAD-CAMPAIGNS.
011200     OPEN INPUT CAMPAIGN-MASTER-FILE
011300     IF WS-CAMP-FILE-STATUS NOT = '00'
011400         DISPLAY 'CAMPLOOK: NO CAMPAIGN MASTER - TABLE RATES ONLY'
011500         GO TO 1000-EXIT
011600     END-IF
011700     PERFORM 1010-LOAD-CAMPAIGN-ENTRY THRU 1010-EXIT
011800         UNTIL WS-CAMP-EOF-SWITCH = 'Y'
011900     CLOSE CAMPAIGN-MASTER-FILE.
012000 1000-EXIT.
012100     EXIT.

012200* A ROW WITH A BAD DATE, RATE OR METHOD IS REJECTED AND LOGGED
012300* RATHER THAN PRICED ON A GUESS; A 51ST ROW IS REJECTED RATHER
012400* THAN WRITTEN PAST THE TABLE, AS RATELOOK DOES.
012500 1010-LOAD-CAMPAIGN-ENTRY.
012600     READ CAMPAIGN-MASTER-FILE
012700         AT END
012800             MOVE 'Y' TO WS-CAMP-EOF-SWITCH
012900     END-READ
013000     IF WS-CAMP-EOF-SWITCH = 'Y'
013100         GO TO 1010-EXIT
013200     END-IF
013300     IF CM-START-DATE NOT NUMERIC
013400         OR CM-END-DATE NOT NUMERIC
013500         OR CM-BONUS-RATE NOT NUMERIC
013600         OR CM-END-DATE < CM-START-DATE
013700         OR NOT (CM-STACK-ON-BASE OR CM-REPLACE-BASE)
013800         OR CM-CAMPAIGN-CODE = SPACES
013900         DISPLAY 'CAMPLOOK: CAMPAIGN ROW REJECTED, INVALID: '
014000             CM-CAMPAIGN-CODE
014100         GO TO 1010-EXIT
014200     END-IF
014300     IF WS-CAMP-TABLE-COUNT NOT < 50
014400         DISPLAY 'CAMPLOOK: CAMPAIGN ROW REJECTED, TABLE FULL: '
014500             CM-CAMPAIGN-CODE
014600         GO TO 1010-EXIT
014700     END-IF
014800     ADD 1 TO WS-CAMP-TABLE-COUNT
014900     MOVE WS-CAMP-TABLE-COUNT TO WS-CAMP-IDX
015000     MOVE CM-CAMPAIGN-CODE  TO TBL-CAMPAIGN-CODE (WS-CAMP-IDX)
015100     MOVE CM-START-DATE     TO TBL-START-DATE (WS-CAMP-IDX)
015200     MOVE CM-END-DATE       TO TBL-END-DATE (WS-CAMP-IDX)
015300     MOVE CM-BONUS-RATE     TO TBL-BONUS-RATE (WS-CAMP-IDX)
015400     MOVE CM-RATE-METHOD    TO TBL-RATE-METHOD (WS-CAMP-IDX)
015500     MOVE CM-INCLUSION-FLAG TO TBL-INCLUSION-FLAG (WS-CAMP-IDX)
015600     PERFORM 1020-LOAD-STATUS-CODE THRU 1020-EXIT
015700         VARYING WS-SUB FROM 1 BY 1
015800         UNTIL WS-SUB > 2
015850     MOVE 'Y' TO TBL-BRANCH-LIST-SWITCH (WS-CAMP-IDX)
015900     PERFORM 1030-LOAD-BRANCH-CODE THRU 1030-EXIT
016000         VARYING WS-SUB FROM 1 BY 1
016100         UNTIL WS-SUB > 10.
016200 1010-EXIT.
016300     EXIT.

016400 1020-LOAD-STATUS-CODE.
016500     MOVE CM-ELIGIBLE-STATUS (WS-SUB)
016600         TO TBL-STATUS-CODE (WS-CAMP-IDX, WS-SUB).
016700 1020-EXIT.
016800     EXIT.

016850* ANY FILLED SLOT, NOT JUST THE FIRST, RESTRICTS THE BRANCHES.
016900 1030-LOAD-BRANCH-CODE.
017000     MOVE CM-ELIGIBLE-BRANCH (WS-SUB)
017100         TO TBL-BRANCH-CODE (WS-CAMP-IDX, WS-SUB)
017110     IF CM-ELIGIBLE-BRANCH (WS-SUB) NOT = SPACES
017120         MOVE 'N' TO TBL-BRANCH-LIST-SWITCH (WS-CAMP-IDX)
017130     END-IF.
017200 1030-EXIT.
017300     EXIT.

017400 1100-LOAD-INCLUSION-LIST.
017500     OPEN INPUT CAMPAIGN-CUSTOMER-FILE
017600     IF WS-LIST-FILE-STATUS NOT = '00'
017700         DISPLAY 'CAMPLOOK: NO CAMPAIGN INCLUSION LIST'
017800         GO TO 1100-EXIT
017900     END-IF
018000     PERFORM 1110-LOAD-INCLUSION-ENTRY THRU 1110-EXIT
018100         UNTIL WS-LIST-EOF-SWITCH = 'Y'
018200     CLOSE CAMPAIGN-CUSTOMER-FILE.
018300 1100-EXIT.
018400     EXIT.

018500 1110-LOAD-INCLUSION-ENTRY.
018600     READ CAMPAIGN-CUSTOMER-FILE
018700         AT END
018800             MOVE 'Y' TO WS-LIST-EOF-SWITCH
018900     END-READ
019000     IF WS-LIST-EOF-SWITCH NOT = 'Y'
019100         IF WS-LIST-TABLE-COUNT < 5000
019200             ADD 1 TO WS-LIST-TABLE-COUNT
019300             MOVE CI-CAMPAIGN-CODE
019400                 TO TBL-LIST-CAMPAIGN (WS-LIST-TABLE-COUNT)
019500             MOVE CI-CUST-ID
019600                 TO TBL-LIST-CUST-ID (WS-LIST-TABLE-COUNT)
019700         ELSE
019800             DISPLAY 'CAMPLOOK: LIST ROW REJECTED, TABLE FULL: '
019900                 CI-CAMPAIGN-CODE ' ' CI-CUST-ID
020000         END-IF
020100     END-IF.
020200 1110-EXIT.
020300     EXIT.

020400*****************************************************************
020500* 2000-APPLY-CAMPAIGNS - EVERY CAMPAIGN LIVE ON THE PRICE DATE
020600* IS TRIED AGAINST THE CUSTOMER.  THE TABLE RATE IS THE FLOOR:
020700* A CAMPAIGN ONLY WINS IF IT BEATS THE BEST RATE SO FAR, SO A
020800* REPLACEMENT RATE BELOW THE TABLE RATE NEVER APPLIES AND THE
020900* FIRST OF TWO EQUAL CAMPAIGNS KEEPS THE CUSTOMER.
021000*****************************************************************
021100 2000-APPLY-CAMPAIGNS.
021200     MOVE SPACES           TO LK-CAMPAIGN-CODE
021300     MOVE LK-DISCOUNT-RATE TO WS-BEST-RATE
021400     PERFORM 2100-TRY-CAMPAIGN THRU 2100-EXIT
021500         VARYING WS-CAMP-IDX FROM 1 BY 1
021600         UNTIL WS-CAMP-IDX > WS-CAMP-TABLE-COUNT
021700     MOVE WS-BEST-RATE     TO LK-DISCOUNT-RATE.
021800 2000-EXIT.
021900     EXIT.

022000 2100-TRY-CAMPAIGN.
022100     IF LK-PRICE-DATE < TBL-START-DATE (WS-CAMP-IDX)
022200         OR LK-PRICE-DATE > TBL-END-DATE (WS-CAMP-IDX)
022300         GO TO 2100-EXIT
022400     END-IF
022500     PERFORM 2200-CHECK-ELIGIBLE THRU 2200-EXIT
022600     IF NOT CAMPAIGN-ELIGIBLE
022700         GO TO 2100-EXIT
022800     END-IF
022900     IF TBL-RATE-METHOD (WS-CAMP-IDX) = 'S'
023000         COMPUTE WS-CANDIDATE-RATE =
023100             LK-DISCOUNT-RATE + TBL-BONUS-RATE (WS-CAMP-IDX)
023200     ELSE
023300         MOVE TBL-BONUS-RATE (WS-CAMP-IDX) TO WS-CANDIDATE-RATE
023400     END-IF
023500     IF WS-CANDIDATE-RATE > WS-MAX-RATE
023600         MOVE WS-MAX-RATE TO WS-CANDIDATE-RATE
023700     END-IF
023800     IF WS-CANDIDATE-RATE > WS-BEST-RATE
023900         MOVE WS-CANDIDATE-RATE TO WS-BEST-RATE
024000         MOVE TBL-CAMPAIGN-CODE (WS-CAMP-IDX) TO LK-CAMPAIGN-CODE
024100     END-IF.
024200 2100-EXIT.
024300     EXIT.

024400* STATUS, THEN BRANCH, THEN (FOR A LIST-ONLY CAMPAIGN) THE
024500* INCLUSION LIST.  AN ALL-SPACES STATUS OR BRANCH LIST MEANS
024600* THE CAMPAIGN DOES NOT RESTRICT ON IT.
024700 2200-CHECK-ELIGIBLE.
024800     MOVE 'N' TO WS-ELIGIBLE-SWITCH
024900     MOVE 'N' TO WS-MATCH-SWITCH
025000     PERFORM 2210-MATCH-STATUS THRU 2210-EXIT
025100         VARYING WS-SUB FROM 1 BY 1
025200         UNTIL WS-SUB > 2
025300     IF WS-MATCH-SWITCH NOT = 'Y'
025400         AND (TBL-STATUS-CODE (WS-CAMP-IDX, 1) NOT = SPACE
025500              OR TBL-STATUS-CODE (WS-CAMP-IDX, 2) NOT = SPACE)
025600         GO TO 2200-EXIT
025700     END-IF
025800     MOVE 'N' TO WS-MATCH-SWITCH
025900     PERFORM 2220-MATCH-BRANCH THRU 2220-EXIT
026000         VARYING WS-SUB FROM 1 BY 1
026100         UNTIL WS-SUB > 10
026200     IF WS-MATCH-SWITCH NOT = 'Y'
026300         AND NOT BRANCH-LIST-EMPTY (WS-CAMP-IDX)
026400         GO TO 2200-EXIT
026500     END-IF
026600     IF TBL-INCLUSION-FLAG (WS-CAMP-IDX) = 'Y'
026700         MOVE 'N' TO WS-MATCH-SWITCH
026800         PERFORM 2230-MATCH-INCLUSION THRU 2230-EXIT
026900             VARYING WS-LIST-IDX FROM 1 BY 1
027000             UNTIL WS-LIST-IDX > WS-LIST-TABLE-COUNT
027100                OR WS-MATCH-SWITCH = 'Y'
027200         IF WS-MATCH-SWITCH NOT = 'Y'
027300             GO TO 2200-EXIT
027400         END-IF
027500     END-IF
027600     MOVE 'Y' TO WS-ELIGIBLE-SWITCH.
027700 2200-EXIT.
027800     EXIT.

027900 2210-MATCH-STATUS.
028000     IF TBL-STATUS-CODE (WS-CAMP-IDX, WS-SUB) = '*'
028100         OR TBL-STATUS-CODE (WS-CAMP-IDX, WS-SUB) = LK-CUST-STATUS
028200         MOVE 'Y' TO WS-MATCH-SWITCH
028300     END-IF.
028400 2210-EXIT.
028500     EXIT.

028600 2220-MATCH-BRANCH.
028700     IF TBL-BRANCH-CODE (WS-CAMP-IDX, WS-SUB) = LK-CUST-BRANCH
028800         AND LK-CUST-BRANCH NOT = SPACES
028900         MOVE 'Y' TO WS-MATCH-SWITCH
029000     END-IF.
029100 2220-EXIT.
029200     EXIT.

029300 2230-MATCH-INCLUSION.
029400     IF TBL-LIST-CAMPAIGN (WS-LIST-IDX)
029500            = TBL-CAMPAIGN-CODE (WS-CAMP-IDX)
029600         AND TBL-LIST-CUST-ID (WS-LIST-IDX) = LK-CUST-ID
029700         MOVE 'Y' TO WS-MATCH-SWITCH
029800     END-IF.
029900 2230-EXIT.
030000     EXIT.
