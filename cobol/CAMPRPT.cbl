000100*****************************************************************
000200* CAMPRPT - PROMOTIONAL CAMPAIGN RESULTS REPORT
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. CAMPRPT.
000600 AUTHOR. LEGACY SYSTEMS TEAM.
000700 INSTALLATION. RETAIL BANKING - CUSTOMER MAINTENANCE.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.

001000*****************************************************************
001100* MODIFICATION HISTORY
001200*   DATE       INIT  DESCRIPTION
001300*   ---------- ----  ---------------------------------------------
001400*   2026-10-15  RLS  ORIGINAL.  MARKETING'S RESULTS REPORT FOR
001500*                    THE CAMPMAST PROMOTIONAL CAMPAIGNS.  READS
001600*                    THE CAMPAIGN-PRICED RECORDS OF THE DISCJRNL
001700*                    PERMANENT JOURNAL, SORTED BY THE JOB INTO
001800*                    CAMPAIGN / CUST-ID / RUN DATE / REVERSAL
001900*                    FLAG ORDER, AND PRINTS ONE BLOCK PER
002000*                    CAMPAIGN:
002100*                      - CUSTOMERS REACHED, NET PRICED RUNS,
002200*                        DISCOUNT GRANTED AND CAMPAIGN COST,
002300*                        BY BRANCH AND IN TOTAL
002400*                    THE CAMPAIGN COST IS THE DISCOUNT GRANTED
002500*                    OVER AND ABOVE WHAT THE DISCRATE TABLE RATE
002600*                    ALONE WOULD HAVE GIVEN (JR-BASE-RATE).  A
002700*                    DISCBACK REVERSAL NETS OUT THE RUN IT
002800*                    REVERSED, PRICED AT THAT RUN'S TABLE RATE.
002900*                    A CUSTOMER IS REACHED IF ANY CAMPAIGN RUN
003000*                    SURVIVES THE REVERSALS, AND IS COUNTED
003100*                    (WITH ALL ITS COST) UNDER THE BRANCH OF
003200*                    ITS LATEST CAMPAIGN-PRICED RUN.  CAMPAIGNS
003300*                    ON THE MASTER THAT HAVE PRICED NOBODY YET
003400*                    ARE LISTED AT THE END.
003500*****************************************************************

003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-370.
003900 OBJECT-COMPUTER. IBM-370.

004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT JOURNAL-IN-FILE ASSIGN TO 'CAMPJRNL'
004300         ORGANIZATION IS SEQUENTIAL
004400         ACCESS MODE IS SEQUENTIAL.

004500     SELECT CAMPAIGN-MASTER-FILE ASSIGN TO 'CAMPMAST'
004600         ORGANIZATION IS SEQUENTIAL
004700         ACCESS MODE IS SEQUENTIAL
004800         FILE STATUS IS WS-CAMP-STATUS.

004900     SELECT CAMPAIGN-REPORT-FILE ASSIGN TO 'CAMPRPT'
005000         ORGANIZATION IS SEQUENTIAL
005100         ACCESS MODE IS SEQUENTIAL.

005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  JOURNAL-IN-FILE
005500     LABEL RECORDS ARE STANDARD.
005600     COPY DISCJRNL.

005700 FD  CAMPAIGN-MASTER-FILE
005800     LABEL RECORDS ARE STANDARD.
005900     COPY CAMPMAST.

006000 FD  CAMPAIGN-REPORT-FILE
006100     LABEL RECORDS ARE OMITTED
006200     RECORD CONTAINS 132 CHARACTERS.
006300 01  CAMPAIGN-REPORT-RECORD      PIC X(132).

006400 WORKING-STORAGE SECTION.
006500 77  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
006600 77  WS-CAMP-STATUS          PIC X(2)    VALUE '00'.

006700 77  WS-JRNL-EOF-SWITCH      PIC X(1)    VALUE 'N'.
006800     88  END-OF-JOURNAL-FILE                VALUE 'Y'.
006900 77  WS-CAMP-EOF-SWITCH      PIC X(1)    VALUE 'N'.
007000 77  WS-CAMPAIGN-OPEN-SWITCH PIC X(1)    VALUE 'N'.
007100     88  CAMPAIGN-OPEN                      VALUE 'Y'.

007200 77  WS-JRNL-READ-COUNT      PIC 9(9)    VALUE ZERO.
007300 77  WS-CAMPAIGN-RPT-COUNT   PIC 9(4)    VALUE ZERO.
007400 77  WS-TOTAL-COST           PIC S9(9)V99 VALUE ZERO.

007500* THE CAMPAIGN AND CUSTOMER BEING ACCUMULATED
007600 77  WS-CURR-CAMPAIGN        PIC X(8)    VALUE SPACES.
007700 77  WS-CURR-CUST-ID         PIC 9(6)    VALUE ZERO.
007800 77  WS-CUST-BRANCH          PIC X(3)    VALUE SPACES.
007900 77  WS-CUST-RUNS            PIC S9(5)   VALUE ZERO.
008000 77  WS-CUST-DISCOUNT        PIC S9(9)V99 VALUE ZERO.
008100 77  WS-CUST-COST            PIC S9(9)V99 VALUE ZERO.
008200 77  WS-LAST-PRICED-DATE     PIC 9(8)    VALUE ZERO.
008300 77  WS-LAST-BASE-RATE       PIC 9(2)V99 VALUE ZERO.
008400 77  WS-USE-BASE-RATE        PIC 9(2)V99 VALUE ZERO.
008500 77  WS-BASE-AMOUNT          PIC 9(7)V99 VALUE ZERO.
008600 77  WS-RECORD-COST          PIC S9(9)V99 VALUE ZERO.

008700 77  WS-CAMP-CUSTOMERS       PIC 9(7)    VALUE ZERO.
008800 77  WS-CAMP-RUNS            PIC S9(7)   VALUE ZERO.
008900 77  WS-CAMP-DISCOUNT        PIC S9(9)V99 VALUE ZERO.
009000 77  WS-CAMP-COST            PIC S9(9)V99 VALUE ZERO.

009100 77  WS-MASTER-COUNT         PIC 9(2) COMP VALUE ZERO.
009200 77  WS-MASTER-SUB           PIC 9(2) COMP VALUE ZERO.
009300 77  WS-MASTER-IDX           PIC 9(2) COMP VALUE ZERO.
009400 77  WS-BRANCH-COUNT         PIC 9(2) COMP VALUE ZERO.
009500 77  WS-BRANCH-SUB           PIC 9(2) COMP VALUE ZERO.
009600 77  WS-BRANCH-IDX           PIC 9(2) COMP VALUE ZERO.

009700* CAMPAIGN MASTER, LOADED AT OPEN TIME FOR THE DESCRIPTIVE
009800* HEADING AND TO LIST CAMPAIGNS THAT HAVE PRICED NOBODY.
009900 01  WS-MASTER-TABLE-AREA.
010000     05  WS-MASTER-ENTRY OCCURS 50 TIMES.
010100         10  MT-CAMPAIGN-CODE    PIC X(8).
010200         10  MT-CAMPAIGN-DESC    PIC X(30).
010300         10  MT-START-DATE       PIC 9(8).
010400         10  MT-END-DATE         PIC 9(8).
010500         10  MT-BONUS-RATE       PIC 9(2)V99.
010600         10  MT-RATE-METHOD      PIC X(1).
010700         10  MT-INCLUSION-FLAG   PIC X(1).
010800         10  MT-REPORTED-SWITCH  PIC X(1).

010900* PER-BRANCH TOTALS FOR THE CURRENT CAMPAIGN, KEPT IN BRANCH
011000* CODE ORDER AS BRANCHES ARE ADDED.
011100 01  WS-BRANCH-TABLE-AREA.
011200     05  WS-BRANCH-ENTRY OCCURS 50 TIMES.
011300         10  BT-BRANCH-CODE      PIC X(3).
011400         10  BT-CUSTOMERS        PIC 9(7).
011500         10  BT-RUNS             PIC S9(7).
011600         10  BT-DISCOUNT         PIC S9(9)V99.
011700         10  BT-COST             PIC S9(9)V99.

011800 01  WS-REPORT-HEADING-1         PIC X(132)
011900         VALUE 'CAMPRPT - PROMOTIONAL CAMPAIGN RESULTS REPORT'.
012000 01  WS-REPORT-HEADING-2.
012100     05  FILLER              PIC X(15) VALUE '  RUN DATE:    '.
012200     05  RH-RUN-DATE         PIC 9(8).
012300     05  FILLER              PIC X(109) VALUE SPACES.

012400 01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

012500 01  WS-CAMPAIGN-LINE.
012600     05  FILLER                  PIC X(10) VALUE 'CAMPAIGN: '.
012700     05  CP-CAMPAIGN-CODE        PIC X(8).
012800     05  FILLER                  PIC X(2)  VALUE SPACES.
012900     05  CP-CAMPAIGN-DESC        PIC X(30).
013000     05  FILLER                  PIC X(2)  VALUE SPACES.
013100     05  FILLER                  PIC X(5)  VALUE 'FROM '.
013200     05  CP-START-DATE           PIC 9(8).
013300     05  FILLER                  PIC X(4)  VALUE ' TO '.
013400     05  CP-END-DATE             PIC 9(8).
013500     05  FILLER                  PIC X(2)  VALUE SPACES.
013600     05  CP-METHOD               PIC X(13).
013700     05  FILLER                  PIC X(1)  VALUE SPACES.
013800     05  CP-BONUS-RATE           PIC Z9.99.
013900     05  FILLER                  PIC X(1)  VALUE SPACES.
014000     05  CP-LIST-FLAG            PIC X(10).
014100     05  FILLER                  PIC X(23) VALUE SPACES.

014200 01  WS-COLUMN-HEADING.
014300     05  FILLER                  PIC X(10) VALUE '    BRANCH'.
014400     05  FILLER                  PIC X(11) VALUE '  CUSTOMERS'.
014500     05  FILLER                  PIC X(11) VALUE '   NET RUNS'.
014600     05  FILLER                  PIC X(18) VALUE
014700         '  DISCOUNT GRANTED'.
014800     05  FILLER                  PIC X(18) VALUE
014900         '     CAMPAIGN COST'.
015000     05  FILLER                  PIC X(64) VALUE SPACES.

015100 01  WS-BRANCH-LINE.
015200     05  FILLER                  PIC X(7)  VALUE SPACES.
015300     05  BL-BRANCH-CODE          PIC X(3).
015400     05  FILLER                  PIC X(4)  VALUE SPACES.
015500     05  BL-CUSTOMERS            PIC Z(6)9.
015600     05  FILLER                  PIC X(4)  VALUE SPACES.
015700     05  BL-RUNS                 PIC -(6)9.
015800     05  FILLER                  PIC X(4)  VALUE SPACES.
015900     05  BL-DISCOUNT             PIC -(10)9.99.
016000     05  FILLER                  PIC X(4)  VALUE SPACES.
016100     05  BL-COST                 PIC -(10)9.99.
016200     05  FILLER                  PIC X(64) VALUE SPACES.

016300 01  WS-CAMPAIGN-TOTAL-LINE.
016400     05  FILLER                  PIC X(5)  VALUE SPACES.
016500     05  FILLER                  PIC X(5)  VALUE 'TOTAL'.
016600     05  FILLER                  PIC X(4)  VALUE SPACES.
016700     05  CT-CUSTOMERS            PIC Z(6)9.
016800     05  FILLER                  PIC X(4)  VALUE SPACES.
016900     05  CT-RUNS                 PIC -(6)9.
017000     05  FILLER                  PIC X(4)  VALUE SPACES.
017100     05  CT-DISCOUNT             PIC -(10)9.99.
017200     05  FILLER                  PIC X(4)  VALUE SPACES.
017300     05  CT-COST                 PIC -(10)9.99.
017400     05  FILLER                  PIC X(64) VALUE SPACES.

017500 01  WS-NO-ACTIVITY-LINE         PIC X(132)
017600         VALUE '     NO CUSTOMER PRICED UNDER THIS CAMPAIGN YET'.

017700 01  WS-REPORT-TOTAL-LINE.
017800     05  FILLER                  PIC X(5)  VALUE SPACES.
017900     05  FILLER                  PIC X(11) VALUE 'CAMPAIGNS: '.
018000     05  RT-CAMPAIGNS            PIC ZZZ9.
018100     05  FILLER                  PIC X(4)  VALUE SPACES.
018200     05  FILLER                  PIC X(17) VALUE
018300         'JOURNAL RECORDS: '.
018400     05  RT-RECORDS              PIC Z(8)9.
018500     05  FILLER                  PIC X(4)  VALUE SPACES.
018600     05  FILLER                  PIC X(21) VALUE
018700         'TOTAL CAMPAIGN COST: '.
018800     05  RT-COST                 PIC -(10)9.99.
018900     05  FILLER                  PIC X(43) VALUE SPACES.

019000 PROCEDURE DIVISION.
019100*****************************************************************
019200* 0000-MAINLINE - ONE PASS OF THE SORTED CAMPAIGN JOURNAL WITH
019300* A CONTROL BREAK ON CAMPAIGN AND CUSTOMER.
019400*****************************************************************
019500 0000-MAINLINE.
019600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019700     PERFORM 3000-READ-JOURNAL THRU 3000-EXIT
019800     PERFORM 4000-PROCESS-JOURNAL THRU 4000-EXIT
019900         UNTIL END-OF-JOURNAL-FILE
020000     IF CAMPAIGN-OPEN
020100         PERFORM 5200-CLOSE-CUSTOMER THRU 5200-EXIT
020200         PERFORM 6000-CLOSE-CAMPAIGN THRU 6000-EXIT
020300     END-IF
020400     PERFORM 8000-LIST-UNUSED-CAMPAIGN THRU 8000-EXIT
020500         VARYING WS-MASTER-SUB FROM 1 BY 1
020600         UNTIL WS-MASTER-SUB > WS-MASTER-COUNT
020700     PERFORM 9000-FINALIZE THRU 9000-EXIT
020800     STOP RUN.

020900 1000-INITIALIZE.
021000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
021100     PERFORM 1100-LOAD-CAMPAIGNS THRU 1100-EXIT
021200     OPEN INPUT  JOURNAL-IN-FILE
021300     OPEN OUTPUT CAMPAIGN-REPORT-FILE
021400     WRITE CAMPAIGN-REPORT-RECORD FROM WS-REPORT-HEADING-1
021500     MOVE WS-RUN-DATE TO RH-RUN-DATE
021600     WRITE CAMPAIGN-REPORT-RECORD FROM WS-REPORT-HEADING-2
021700     WRITE CAMPAIGN-REPORT-RECORD FROM WS-BLANK-LINE.
021800 1000-EXIT.
021900     EXIT.

022000* THE CAMPAIGN MASTER IS MAINTAINED BY MARKETING - A MISSING
022100* FILE STILL REPORTS EVERY CAMPAIGN ON THE JOURNAL, WITHOUT
022200* ITS DESCRIPTION.
022300 1100-LOAD-CAMPAIGNS.
022400     OPEN INPUT CAMPAIGN-MASTER-FILE
022500     IF WS-CAMP-STATUS = '00'
022600         PERFORM 1110-LOAD-CAMPAIGN-ENTRY THRU 1110-EXIT
022700             UNTIL WS-CAMP-EOF-SWITCH = 'Y'
022800         CLOSE CAMPAIGN-MASTER-FILE
022900     ELSE
023000         DISPLAY 'CAMPRPT - NO CAMPAIGN MASTER FILE - JOURNAL'
023100             ' CAMPAIGNS ONLY'
023200     END-IF.
023300 1100-EXIT.
023400     EXIT.

023500 1110-LOAD-CAMPAIGN-ENTRY.
023600     READ CAMPAIGN-MASTER-FILE
023700         AT END
023800             MOVE 'Y' TO WS-CAMP-EOF-SWITCH
023900     END-READ
024000     IF WS-CAMP-EOF-SWITCH NOT = 'Y'
024100         IF WS-MASTER-COUNT < 50
024200             ADD 1 TO WS-MASTER-COUNT
024300             MOVE CM-CAMPAIGN-CODE
024400                 TO MT-CAMPAIGN-CODE (WS-MASTER-COUNT)
024500             MOVE CM-CAMPAIGN-DESC
024600                 TO MT-CAMPAIGN-DESC (WS-MASTER-COUNT)
024700             MOVE CM-START-DATE
024800                 TO MT-START-DATE (WS-MASTER-COUNT)
024900             MOVE CM-END-DATE
025000                 TO MT-END-DATE (WS-MASTER-COUNT)
025100             MOVE CM-BONUS-RATE
025200                 TO MT-BONUS-RATE (WS-MASTER-COUNT)
025300             MOVE CM-RATE-METHOD
025400                 TO MT-RATE-METHOD (WS-MASTER-COUNT)
025500             MOVE CM-INCLUSION-FLAG
025600                 TO MT-INCLUSION-FLAG (WS-MASTER-COUNT)
025700             MOVE 'N' TO MT-REPORTED-SWITCH (WS-MASTER-COUNT)
025800         ELSE
025900             DISPLAY 'CAMPRPT - CAMPAIGN TABLE FULL, REJECTED: '
026000                 CM-CAMPAIGN-CODE
026100         END-IF
026200     END-IF.
026300 1110-EXIT.
026400     EXIT.

026500 3000-READ-JOURNAL.
026600     READ JOURNAL-IN-FILE
026700         AT END
026800             MOVE 'Y' TO WS-JRNL-EOF-SWITCH
026900     END-READ
027000     IF WS-JRNL-EOF-SWITCH NOT = 'Y'
027100         ADD 1 TO WS-JRNL-READ-COUNT
027200     END-IF.
027300 3000-EXIT.
027400     EXIT.

027500*****************************************************************
027600* 4000-PROCESS-JOURNAL - BREAK ON CAMPAIGN, THEN ON CUSTOMER,
027700* THEN ADD THE RECORD INTO THE CUSTOMER'S TOTALS.  A RECORD
027800* WITH NO CAMPAIGN CODE, OR A DISCADJ ADJUSTMENT, IS NOT A
027900* CAMPAIGN RUN AND IS PASSED OVER.
028000*****************************************************************
028100 4000-PROCESS-JOURNAL.
028200     IF JR-CAMPAIGN-CODE = SPACES
028300         OR JR-ADJUST-FLAG NOT = SPACE
028400         GO TO 4000-READ-NEXT
028500     END-IF
028600     IF NOT CAMPAIGN-OPEN
028700         PERFORM 5000-OPEN-CAMPAIGN THRU 5000-EXIT
028800         PERFORM 5100-OPEN-CUSTOMER THRU 5100-EXIT
028900     ELSE
029000         IF JR-CAMPAIGN-CODE NOT = WS-CURR-CAMPAIGN
029100             PERFORM 5200-CLOSE-CUSTOMER THRU 5200-EXIT
029200             PERFORM 6000-CLOSE-CAMPAIGN THRU 6000-EXIT
029300             PERFORM 5000-OPEN-CAMPAIGN THRU 5000-EXIT
029400             PERFORM 5100-OPEN-CUSTOMER THRU 5100-EXIT
029500         ELSE
029600             IF JR-CUST-ID NOT = WS-CURR-CUST-ID
029700                 PERFORM 5200-CLOSE-CUSTOMER THRU 5200-EXIT
029800                 PERFORM 5100-OPEN-CUSTOMER THRU 5100-EXIT
029900             END-IF
030000         END-IF
030100     END-IF
030200     PERFORM 4100-ACCUMULATE-RECORD THRU 4100-EXIT.
030300 4000-READ-NEXT.
030400     PERFORM 3000-READ-JOURNAL THRU 3000-EXIT.
030500 4000-EXIT.
030600     EXIT.

030700* THE COST OF A RUN IS THE DISCOUNT GRANTED LESS WHAT THE TABLE
030800* RATE ALONE WOULD HAVE GIVEN, COMPUTED THE WAY CUSTDISC
030900* COMPUTES A DISCOUNT.  A REVERSAL CARRIES NO TABLE RATE OF ITS
031000* OWN - IT SORTS STRAIGHT AFTER THE PRICED RECORD IT REVERSES
031100* (SAME CUSTOMER AND DATE, FLAG 'R' AFTER SPACE), WHOSE RATE
031200* IS USED.
031300 4100-ACCUMULATE-RECORD.
031400     IF JR-REVERSAL-FLAG = SPACE
031500         MOVE JR-RUN-DATE    TO WS-LAST-PRICED-DATE
031600         MOVE JR-BASE-RATE   TO WS-LAST-BASE-RATE
031700         MOVE JR-BASE-RATE   TO WS-USE-BASE-RATE
031800         MOVE JR-BRANCH-CODE TO WS-CUST-BRANCH
031900     ELSE
032000         IF JR-RUN-DATE = WS-LAST-PRICED-DATE
032100             MOVE WS-LAST-BASE-RATE TO WS-USE-BASE-RATE
032200         ELSE
032300             MOVE ZERO TO WS-USE-BASE-RATE
032400         END-IF
032500     END-IF
032600     COMPUTE WS-BASE-AMOUNT =
032700         JR-BALANCE-BEFORE * WS-USE-BASE-RATE / 100
032800     COMPUTE WS-RECORD-COST = JR-DISCOUNT-AMT - WS-BASE-AMOUNT
032900     IF JR-REVERSAL-FLAG = SPACE
033000         ADD 1                TO WS-CUST-RUNS
033100         ADD JR-DISCOUNT-AMT  TO WS-CUST-DISCOUNT
033200         ADD WS-RECORD-COST   TO WS-CUST-COST
033300     ELSE
033400         SUBTRACT 1               FROM WS-CUST-RUNS
033500         SUBTRACT JR-DISCOUNT-AMT FROM WS-CUST-DISCOUNT
033600         SUBTRACT WS-RECORD-COST  FROM WS-CUST-COST
033700     END-IF.
033800 4100-EXIT.
033900     EXIT.

034000 5000-OPEN-CAMPAIGN.
034100     MOVE JR-CAMPAIGN-CODE TO WS-CURR-CAMPAIGN
034200     MOVE 'Y'  TO WS-CAMPAIGN-OPEN-SWITCH
034300     MOVE ZERO TO WS-CAMP-CUSTOMERS
034400     MOVE ZERO TO WS-CAMP-RUNS
034500     MOVE ZERO TO WS-CAMP-DISCOUNT
034600     MOVE ZERO TO WS-CAMP-COST
034700     MOVE ZERO TO WS-BRANCH-COUNT
034800     MOVE ZERO TO WS-MASTER-IDX
034900     PERFORM 5010-MATCH-MASTER THRU 5010-EXIT
035000         VARYING WS-MASTER-SUB FROM 1 BY 1
035100         UNTIL WS-MASTER-SUB > WS-MASTER-COUNT
035200     PERFORM 7000-WRITE-CAMPAIGN-HEADING THRU 7000-EXIT
035300     WRITE CAMPAIGN-REPORT-RECORD FROM WS-COLUMN-HEADING.
035400 5000-EXIT.
035500     EXIT.

035600 5010-MATCH-MASTER.
035700     IF MT-CAMPAIGN-CODE (WS-MASTER-SUB) = WS-CURR-CAMPAIGN
035800         MOVE WS-MASTER-SUB TO WS-MASTER-IDX
035900         MOVE 'Y' TO MT-REPORTED-SWITCH (WS-MASTER-SUB)
036000     END-IF.
036100 5010-EXIT.
036200     EXIT.

036300 5100-OPEN-CUSTOMER.
036400     MOVE JR-CUST-ID TO WS-CURR-CUST-ID
036500     MOVE SPACES     TO WS-CUST-BRANCH
036600     MOVE ZERO       TO WS-CUST-RUNS
036700     MOVE ZERO       TO WS-CUST-DISCOUNT
036800     MOVE ZERO       TO WS-CUST-COST
036900     MOVE ZERO       TO WS-LAST-PRICED-DATE
037000     MOVE ZERO       TO WS-LAST-BASE-RATE.
037100 5100-EXIT.
037200     EXIT.

037300* THE CUSTOMER'S NET RESULT GOES TO ITS BRANCH AND TO THE
037400* CAMPAIGN; IT COUNTS AS REACHED ONLY IF A RUN SURVIVED.
037500 5200-CLOSE-CUSTOMER.
037600     PERFORM 5300-FIND-BRANCH THRU 5300-EXIT
037700     IF WS-CUST-RUNS > ZERO
037800         ADD 1 TO BT-CUSTOMERS (WS-BRANCH-IDX)
037900         ADD 1 TO WS-CAMP-CUSTOMERS
038000     END-IF
038100     ADD WS-CUST-RUNS     TO BT-RUNS (WS-BRANCH-IDX)
038200     ADD WS-CUST-DISCOUNT TO BT-DISCOUNT (WS-BRANCH-IDX)
038300     ADD WS-CUST-COST     TO BT-COST (WS-BRANCH-IDX)
038400     ADD WS-CUST-RUNS     TO WS-CAMP-RUNS
038500     ADD WS-CUST-DISCOUNT TO WS-CAMP-DISCOUNT
038600     ADD WS-CUST-COST     TO WS-CAMP-COST.
038700 5200-EXIT.
038800     EXIT.

038900* FIND-OR-INSERT THE BRANCH, KEEPING THE TABLE IN BRANCH CODE
039000* ORDER.  A 51ST DISTINCT BRANCH IS FOLDED INTO THE LAST ENTRY,
039100* AS CUSTDISC FOLDS ITS BRANCH CONTROL TOTALS.
039200 5300-FIND-BRANCH.
039300     MOVE ZERO TO WS-BRANCH-IDX
039400     PERFORM 5310-MATCH-BRANCH THRU 5310-EXIT
039500         VARYING WS-BRANCH-SUB FROM 1 BY 1
039600         UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
039700            OR WS-BRANCH-IDX NOT = ZERO
039800     IF WS-BRANCH-IDX NOT = ZERO
039900         IF BT-BRANCH-CODE (WS-BRANCH-IDX) = WS-CUST-BRANCH
040000             GO TO 5300-EXIT
040100         END-IF
040200     END-IF
040300     IF WS-BRANCH-COUNT NOT < 50
040400         MOVE WS-BRANCH-COUNT TO WS-BRANCH-IDX
040500         DISPLAY 'CAMPRPT - BRANCH TABLE FULL AT 50 - '
040600             WS-CUST-BRANCH ' FOLDED INTO LAST ENTRY'
040700         GO TO 5300-EXIT
040800     END-IF
040900     IF WS-BRANCH-IDX = ZERO
041000         COMPUTE WS-BRANCH-IDX = WS-BRANCH-COUNT + 1
041100     ELSE
041200         PERFORM 5320-SHIFT-BRANCH-DOWN THRU 5320-EXIT
041300             VARYING WS-BRANCH-SUB FROM WS-BRANCH-COUNT BY -1
041400             UNTIL WS-BRANCH-SUB < WS-BRANCH-IDX
041500     END-IF
041600     ADD 1 TO WS-BRANCH-COUNT
041700     MOVE WS-CUST-BRANCH TO BT-BRANCH-CODE (WS-BRANCH-IDX)
041800     MOVE ZERO TO BT-CUSTOMERS (WS-BRANCH-IDX)
041900     MOVE ZERO TO BT-RUNS (WS-BRANCH-IDX)
042000     MOVE ZERO TO BT-DISCOUNT (WS-BRANCH-IDX)
042100     MOVE ZERO TO BT-COST (WS-BRANCH-IDX).
042200 5300-EXIT.
042300     EXIT.

042400 5310-MATCH-BRANCH.
042500     IF BT-BRANCH-CODE (WS-BRANCH-SUB) NOT < WS-CUST-BRANCH
042600         MOVE WS-BRANCH-SUB TO WS-BRANCH-IDX
042700     END-IF.
042800 5310-EXIT.
042900     EXIT.

043000 5320-SHIFT-BRANCH-DOWN.
043100     MOVE WS-BRANCH-ENTRY (WS-BRANCH-SUB)
043200         TO WS-BRANCH-ENTRY (WS-BRANCH-SUB + 1).
043300 5320-EXIT.
043400     EXIT.

043500 6000-CLOSE-CAMPAIGN.
043600     PERFORM 6100-WRITE-BRANCH-LINE THRU 6100-EXIT
043700         VARYING WS-BRANCH-SUB FROM 1 BY 1
043800         UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
043900     MOVE WS-CAMP-CUSTOMERS TO CT-CUSTOMERS
044000     MOVE WS-CAMP-RUNS      TO CT-RUNS
044100     MOVE WS-CAMP-DISCOUNT  TO CT-DISCOUNT
044200     MOVE WS-CAMP-COST      TO CT-COST
044300     WRITE CAMPAIGN-REPORT-RECORD FROM WS-CAMPAIGN-TOTAL-LINE
044400     WRITE CAMPAIGN-REPORT-RECORD FROM WS-BLANK-LINE
044500     ADD WS-CAMP-COST TO WS-TOTAL-COST
044600     ADD 1 TO WS-CAMPAIGN-RPT-COUNT
044700     MOVE 'N' TO WS-CAMPAIGN-OPEN-SWITCH.
044800 6000-EXIT.
044900     EXIT.

045000 6100-WRITE-BRANCH-LINE.
045100     MOVE BT-BRANCH-CODE (WS-BRANCH-SUB) TO BL-BRANCH-CODE
045200     MOVE BT-CUSTOMERS (WS-BRANCH-SUB)   TO BL-CUSTOMERS
045300     MOVE BT-RUNS (WS-BRANCH-SUB)        TO BL-RUNS
045400     MOVE BT-DISCOUNT (WS-BRANCH-SUB)    TO BL-DISCOUNT
045500     MOVE BT-COST (WS-BRANCH-SUB)        TO BL-COST
045600     WRITE CAMPAIGN-REPORT-RECORD FROM WS-BRANCH-LINE.
045700 6100-EXIT.
045800     EXIT.

045900* WS-MASTER-IDX POINTS AT THE CAMPAIGN'S MASTER ROW, OR IS ZERO
046000* FOR A CAMPAIGN SINCE REMOVED FROM THE MASTER.
046100 7000-WRITE-CAMPAIGN-HEADING.
046200     MOVE WS-CURR-CAMPAIGN TO CP-CAMPAIGN-CODE
046300     IF WS-MASTER-IDX = ZERO
046400         MOVE '*** NOT ON CAMPAIGN MASTER ***' TO CP-CAMPAIGN-DESC
046500         MOVE ZERO   TO CP-START-DATE
046600         MOVE ZERO   TO CP-END-DATE
046700         MOVE SPACES TO CP-METHOD
046800         MOVE ZERO   TO CP-BONUS-RATE
046900         MOVE SPACES TO CP-LIST-FLAG
047000     ELSE
047100         MOVE MT-CAMPAIGN-DESC (WS-MASTER-IDX) TO CP-CAMPAIGN-DESC
047200         MOVE MT-START-DATE (WS-MASTER-IDX)    TO CP-START-DATE
047300         MOVE MT-END-DATE (WS-MASTER-IDX)      TO CP-END-DATE
047400         MOVE MT-BONUS-RATE (WS-MASTER-IDX)    TO CP-BONUS-RATE
047500         IF MT-RATE-METHOD (WS-MASTER-IDX) = 'S'
047600             MOVE 'STACKED BONUS' TO CP-METHOD
047700         ELSE
047800             MOVE 'REPLACES RATE' TO CP-METHOD
047900         END-IF
048000         IF MT-INCLUSION-FLAG (WS-MASTER-IDX) = 'Y'
048100             MOVE 'LIST ONLY' TO CP-LIST-FLAG
048200         ELSE
048300             MOVE SPACES TO CP-LIST-FLAG
048400         END-IF
048500     END-IF
048600     WRITE CAMPAIGN-REPORT-RECORD FROM WS-CAMPAIGN-LINE.
048700 7000-EXIT.
048800     EXIT.

048900* A CAMPAIGN ON THE MASTER WITH NO JOURNAL RECORD AT ALL - NOT
049000* STARTED YET, OR NOBODY QUALIFIED - STILL GETS ITS HEADING.
049100 8000-LIST-UNUSED-CAMPAIGN.
049200     IF MT-REPORTED-SWITCH (WS-MASTER-SUB) = 'Y'
049300         GO TO 8000-EXIT
049400     END-IF
049500     MOVE MT-CAMPAIGN-CODE (WS-MASTER-SUB) TO WS-CURR-CAMPAIGN
049600     MOVE WS-MASTER-SUB TO WS-MASTER-IDX
049700     PERFORM 7000-WRITE-CAMPAIGN-HEADING THRU 7000-EXIT
049800     WRITE CAMPAIGN-REPORT-RECORD FROM WS-NO-ACTIVITY-LINE
049900     WRITE CAMPAIGN-REPORT-RECORD FROM WS-BLANK-LINE
050000     ADD 1 TO WS-CAMPAIGN-RPT-COUNT.
050100 8000-EXIT.
050200     EXIT.

050300 9000-FINALIZE.
050400     MOVE WS-CAMPAIGN-RPT-COUNT TO RT-CAMPAIGNS
050500     MOVE WS-JRNL-READ-COUNT    TO RT-RECORDS
050600     MOVE WS-TOTAL-COST         TO RT-COST
050700     WRITE CAMPAIGN-REPORT-RECORD FROM WS-REPORT-TOTAL-LINE
050800     CLOSE JOURNAL-IN-FILE
050900     CLOSE CAMPAIGN-REPORT-FILE
051000     DISPLAY 'CAMPRPT - JOURNAL RECORDS READ: ' WS-JRNL-READ-COUNT
051100     DISPLAY 'CAMPRPT - CAMPAIGNS REPORTED:   '
051200         WS-CAMPAIGN-RPT-COUNT.
051300 9000-EXIT.
051400     EXIT.
