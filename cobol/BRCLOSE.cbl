000100*****************************************************************
000200* BRCLOSE - MONTH-END BRANCH CLOSE PACKAGE
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. BRCLOSE.
000600 AUTHOR. LEGACY SYSTEMS TEAM.
000700 INSTALLATION. RETAIL BANKING - CUSTOMER MAINTENANCE.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.

001000*****************************************************************
001100* MODIFICATION HISTORY
001200*   DATE       INIT  DESCRIPTION
001300*   ---------- ----  ---------------------------------------------
001400*   2026-10-15  RLS  ORIGINAL.  REPLACES FINANCE'S HAND CLOSE OF
001500*                    EACH BRANCH FROM FOUR SEPARATE GL FEEDS.
001600*                    EACH FEED JOB NOW ALSO CARRIES ITS GL
001700*                    RECORDS ONTO A MONTH-TO-DATE COPY, EACH
001800*                    RECORD ONCE; THIS PROGRAM READS
001900*                    THE MONTH'S COPIES AT THE CLOSE:
002000*                      - GLIFACE   DISCOUNT WRITTEN OFF
002100*                      - GLADJUST  DISCADJ CREDITS AND DEBITS
002200*                      - GLBACKOUT DISCBACK CONTRA POSTINGS
002300*                      - FEEGL     SERVICE FEES ASSESSED
002400*                      - GLREPOST  GLRECON REJECTS, WITH LAST
002500*                                  CLOSE'S STILL-OPEN REJECTS
002600*                    AND TOTALS THEM BY BRANCH AND THE BRANCH'S
002700*                    BRNCHXRF WRITE-OFF ACCOUNT.  FEEGL CARRIES
002800*                    NO BRANCH, SO A FEE IS ATTRIBUTED TO THE
002900*                    CUSTOMER'S BRANCH ON CUSTFILX.  A REJECT IS
003000*                    REPOSTED ONCE THE LEDGER HAS ACCEPTED THE
003100*                    SAME CUST-ID AND RUN DATE (THE MONTH'S
003200*                    GLRESULT FILES); ANY STILL OPEN IS REPORTED
003300*                    AND CARRIED TO NEXT MONTH'S CLOSE.  THE
003400*                    REPORT GIVES EACH BRANCH'S NET AGAINST THE
003500*                    PRIOR CLOSE'S, AND THE GLACCRL FILE CARRIES
003600*                    THE MONTH-END ENTRIES FOR THE GL GROUP.
003700*                    THE PERIOD IS THE OPTIONAL 'YYYYMM' PARM,
003800*                    LAST MONTH IF NONE.  RC=4 WHEN A REJECT IS
003900*                    STILL OPEN OR AN ITEM HAS NO BRANCH.
004000*****************************************************************

004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER. IBM-370.
004400 OBJECT-COMPUTER. IBM-370.

004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT BRANCH-XREF-FILE ASSIGN TO 'BRNCHXRF'
004800         ORGANIZATION IS SEQUENTIAL
004900         ACCESS MODE IS SEQUENTIAL
005000         FILE STATUS IS WS-BXRF-STATUS.

005100     SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILX'
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS CUST-ID
005500         FILE STATUS IS WS-CUST-FILE-STATUS.

005600     SELECT WRITEOFF-IN-FILE ASSIGN TO 'GLIFACE'
005700         ORGANIZATION IS SEQUENTIAL
005800         ACCESS MODE IS SEQUENTIAL
005900         FILE STATUS IS WS-WOFF-STATUS.

006000     SELECT ADJUST-IN-FILE ASSIGN TO 'GLADJ'
006100         ORGANIZATION IS SEQUENTIAL
006200         ACCESS MODE IS SEQUENTIAL
006300         FILE STATUS IS WS-ADJ-STATUS.

006400     SELECT BACKOUT-IN-FILE ASSIGN TO 'GLBACK'
006500         ORGANIZATION IS SEQUENTIAL
006600         ACCESS MODE IS SEQUENTIAL
006700         FILE STATUS IS WS-BACK-STATUS.

006800     SELECT FEE-IN-FILE ASSIGN TO 'FEEGL'
006900         ORGANIZATION IS SEQUENTIAL
007000         ACCESS MODE IS SEQUENTIAL
007100         FILE STATUS IS WS-FEE-STATUS.

007200     SELECT REJECT-IN-FILE ASSIGN TO 'REPOST'
007300         ORGANIZATION IS SEQUENTIAL
007400         ACCESS MODE IS SEQUENTIAL
007500         FILE STATUS IS WS-REJ-STATUS.

007600     SELECT GL-RESULT-FILE ASSIGN TO 'GLRSLT'
007700         ORGANIZATION IS SEQUENTIAL
007800         ACCESS MODE IS SEQUENTIAL
007900         FILE STATUS IS WS-RSLT-STATUS.

008000     SELECT PRIOR-CLOSE-FILE ASSIGN TO 'PRIORCLS'
008100         ORGANIZATION IS SEQUENTIAL
008200         ACCESS MODE IS SEQUENTIAL
008300         FILE STATUS IS WS-PRIOR-STATUS.

008400     SELECT CURRENT-CLOSE-FILE ASSIGN TO 'CURRCLS'
008500         ORGANIZATION IS SEQUENTIAL
008600         ACCESS MODE IS SEQUENTIAL.

008700     SELECT OPEN-REJECT-FILE ASSIGN TO 'OPENREJ'
008800         ORGANIZATION IS SEQUENTIAL
008900         ACCESS MODE IS SEQUENTIAL.

009000     SELECT GL-ACCRUAL-FILE ASSIGN TO 'ACCRUAL'
009100         ORGANIZATION IS SEQUENTIAL
009200         ACCESS MODE IS SEQUENTIAL.

009300     SELECT CLOSE-REPORT-FILE ASSIGN TO 'CLOSRPT'
009400         ORGANIZATION IS SEQUENTIAL
009500         ACCESS MODE IS SEQUENTIAL.

009600 DATA DIVISION.
009700 FILE SECTION.
009800 FD  BRANCH-XREF-FILE
009900     LABEL RECORDS ARE STANDARD.
010000     COPY BRNCHXRF.

010100 FD  CUSTOMER-FILE
010200     LABEL RECORDS ARE STANDARD.
010300     COPY CUSTREC.

010400* THE FIVE GL FEEDS SHARE THE GL-INTERFACE-RECORD SHAPE - EACH
010500* IS READ INTO THE ONE WORKING-STORAGE COPY OF IT BELOW.
010600 FD  WRITEOFF-IN-FILE
010700     LABEL RECORDS ARE STANDARD.
010800 01  WRITEOFF-IN-RECORD          PIC X(54).

010900 FD  ADJUST-IN-FILE
011000     LABEL RECORDS ARE STANDARD.
011100 01  ADJUST-IN-RECORD            PIC X(54).

011200 FD  BACKOUT-IN-FILE
011300     LABEL RECORDS ARE STANDARD.
011400 01  BACKOUT-IN-RECORD           PIC X(54).

011500 FD  FEE-IN-FILE
011600     LABEL RECORDS ARE STANDARD.
011700 01  FEE-IN-RECORD               PIC X(54).

011800 FD  REJECT-IN-FILE
011900     LABEL RECORDS ARE STANDARD.
012000 01  REJECT-IN-RECORD            PIC X(54).

012100 FD  GL-RESULT-FILE
012200     LABEL RECORDS ARE STANDARD.
012300     COPY GLRESULT.

012400* LAST CLOSE AND THIS CLOSE SHARE THE BRCLOSE LAYOUT, HELD ONCE
012500* IN WORKING-STORAGE AS THE GL RECORD IS.
012600 FD  PRIOR-CLOSE-FILE
012700     LABEL RECORDS ARE STANDARD.
012800 01  PRIOR-CLOSE-RECORD          PIC X(100).

012900 FD  CURRENT-CLOSE-FILE
013000     LABEL RECORDS ARE STANDARD.
013100 01  CURRENT-CLOSE-RECORD        PIC X(100).

013200 FD  OPEN-REJECT-FILE
013300     LABEL RECORDS ARE STANDARD.
013400 01  OPEN-REJECT-RECORD          PIC X(54).

013500 FD  GL-ACCRUAL-FILE
013600     LABEL RECORDS ARE STANDARD.
013700     COPY GLACCRL.

013800 FD  CLOSE-REPORT-FILE
013900     LABEL RECORDS ARE OMITTED
014000     RECORD CONTAINS 132 CHARACTERS.
014100 01  CLOSE-REPORT-RECORD         PIC X(132).

014200 WORKING-STORAGE SECTION.
014300 77  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
014400 77  WS-PERIOD               PIC 9(6)    VALUE ZERO.
014500 77  WS-PERIOD-YEAR          PIC 9(4)    VALUE ZERO.
014600 77  WS-PERIOD-MONTH         PIC 9(2)    VALUE ZERO.
014700 77  WS-PRIOR-PERIOD         PIC 9(6)    VALUE ZERO.
014800 77  WS-ABEND-CODE           PIC S9(4) COMP VALUE +16.

014900* THE HEAD-OFFICE WRITE-OFF AND FEE-INCOME ACCOUNTS, AS
015000* CUSTDISC AND FEEASSES CARRY THEM - A BRANCH WITH NO XREF ROW
015100* IS CLOSED AGAINST THE ACCOUNT ITS WRITE-OFFS FELL BACK TO.
015200 77  WS-GL-WRITEOFF-ACCT     PIC X(10)   VALUE '4010-0000 '.
015300 77  WS-GL-FEEINC-ACCT       PIC X(10)   VALUE '4020-0000 '.

015400 77  WS-BXRF-STATUS          PIC X(2)    VALUE '00'.
015500 77  WS-CUST-FILE-STATUS     PIC X(2)    VALUE '00'.
015600 77  WS-WOFF-STATUS          PIC X(2)    VALUE '00'.
015700 77  WS-ADJ-STATUS           PIC X(2)    VALUE '00'.
015800 77  WS-BACK-STATUS          PIC X(2)    VALUE '00'.
015900 77  WS-FEE-STATUS           PIC X(2)    VALUE '00'.
016000 77  WS-REJ-STATUS           PIC X(2)    VALUE '00'.
016100 77  WS-RSLT-STATUS          PIC X(2)    VALUE '00'.
016200 77  WS-PRIOR-STATUS         PIC X(2)    VALUE '00'.

016300* ONE END-OF-FILE SWITCH SERVES THE SINGLE-FILE READ LOOPS -
016400* EACH LOOP RESETS IT BEFORE IT STARTS.  THE REJECT MATCH HAS
016500* ITS OWN PAIR.
016600 77  WS-READ-EOF-SWITCH      PIC X(1)    VALUE 'N'.
016700     88  END-OF-READ                        VALUE 'Y'.
016800 77  WS-REJ-EOF-SWITCH       PIC X(1)    VALUE 'N'.
016900 77  WS-RSLT-EOF-SWITCH      PIC X(1)    VALUE 'N'.
017000 77  WS-BRANCH-FOUND-SWITCH  PIC X(1)    VALUE 'N'.
017100     88  BRANCH-FOUND                       VALUE 'Y'.

017200* THE REJECT / ACCEPTED-RESULT MATCH KEYS - CUST-ID THEN RUN
017300* DATE, AS THE JOB SORTS BOTH FILES.
017400 77  WS-HIGH-KEY             PIC X(14)   VALUE HIGH-VALUES.
017500 01  WS-REJ-KEY.
017600     05  WS-REJ-KEY-CUST         PIC 9(6).
017700     05  WS-REJ-KEY-DATE         PIC 9(8).
017800 01  WS-RSLT-KEY.
017900     05  WS-RSLT-KEY-CUST        PIC 9(6).
018000     05  WS-RSLT-KEY-DATE        PIC 9(8).

018100 77  WS-WORK-BRANCH          PIC X(3)    VALUE SPACES.
018200 77  WS-WORK-AMT             PIC 9(7)V99 VALUE ZERO.
018300 77  WS-TYPE-SUB             PIC 9(1)    VALUE ZERO.
018400 77  WS-LOW-DATE             PIC 9(8)    VALUE ZERO.
018500 77  WS-HIGH-DATE            PIC 9(8)    VALUE ZERO.
018600 77  WS-ITEM-PERIOD          PIC 9(6)    VALUE ZERO.

018700 77  WS-ITEM-COUNT           PIC 9(7)    VALUE ZERO.
018800 77  WS-OUT-PERIOD-COUNT     PIC 9(7)    VALUE ZERO.
018900 77  WS-FEE-LOOKUP-COUNT     PIC 9(7)    VALUE ZERO.
019000 77  WS-NO-BRANCH-COUNT      PIC 9(7)    VALUE ZERO.
019100 77  WS-REPOSTED-COUNT       PIC 9(7)    VALUE ZERO.
019200 77  WS-REPOSTED-AMT         PIC 9(11)V99 VALUE ZERO.
019300 77  WS-PRIOR-READ-COUNT     PIC 9(7)    VALUE ZERO.
019400 77  WS-CLOSE-WRITTEN-COUNT  PIC 9(7)    VALUE ZERO.
019500 77  WS-ACCRUAL-COUNT        PIC 9(7)    VALUE ZERO.
019600 77  WS-DEBIT-TOTAL          PIC 9(13)V99 VALUE ZERO.
019700 77  WS-CREDIT-TOTAL         PIC 9(13)V99 VALUE ZERO.

019800* BRANCH NETS - SIGNED, A BRANCH WHOSE REVERSALS AND FEES
019900* OUTRUN ITS WRITE-OFFS NETS BELOW ZERO.
020000 77  WS-ADJ-NET              PIC S9(11)V99 VALUE ZERO.
020100 77  WS-BRANCH-NET           PIC S9(11)V99 VALUE ZERO.
020200 77  WS-NET-CHANGE           PIC S9(11)V99 VALUE ZERO.
020300 77  WS-TOTAL-NET            PIC S9(11)V99 VALUE ZERO.
020400 77  WS-TOTAL-PRIOR-NET      PIC S9(11)V99 VALUE ZERO.

020500 COPY GLIFACE.

020600 COPY BRCLHIST.

020700* THE SIX ENTRY TYPES, IN THE ORDER THE BRANCH TOTALS CARRY
020800* THEM, WITH THE SIDE EACH POSTS TO (SEE GLACCRL).
020900*   1 WOFF  2 ADJC  3 ADJD  4 BACK  5 FEES  6 RJCT
021000 01  WS-ENTRY-TYPE-VALUES.
021100     05  FILLER                  PIC X(5)  VALUE 'WOFFD'.
021200     05  FILLER                  PIC X(5)  VALUE 'ADJCD'.
021300     05  FILLER                  PIC X(5)  VALUE 'ADJDC'.
021400     05  FILLER                  PIC X(5)  VALUE 'BACKC'.
021500     05  FILLER                  PIC X(5)  VALUE 'FEESC'.
021600     05  FILLER                  PIC X(5)  VALUE 'RJCTC'.
021700 01  WS-ENTRY-TYPE-TABLE REDEFINES WS-ENTRY-TYPE-VALUES.
021800     05  ET-ENTRY OCCURS 6 TIMES.
021900         10  ET-CODE             PIC X(4).
022000         10  ET-DR-CR            PIC X(1).

022100* BRANCH TABLE - THE BRNCHXRF ROWS FIRST, IN FILE ORDER, THEN
022200* ANY BRANCH MET IN THE FEEDS OR LAST CLOSE WITH NO ROW, AND
022300* THE ITEMS WITH NO BRANCH AT ALL UNDER A BRANCH OF SPACES.
022400* XREF ROWS ARE CAPPED AT 50 AS CUSTDISC CAPS THEM, LEAVING
022500* ROOM FOR THE REST.
022600 77  WS-BRANCH-COUNT         PIC 9(2) COMP VALUE ZERO.
022700 77  WS-BRANCH-SUB           PIC 9(2) COMP VALUE ZERO.
022800 77  WS-SEARCH-SUB           PIC 9(2) COMP VALUE ZERO.
022900 01  WS-BRANCH-TABLE-AREA.
023000     05  WS-BRANCH-ENTRY OCCURS 70 TIMES.
023100         10  BT-BRANCH-CODE      PIC X(3).
023200         10  BT-GL-ACCOUNT       PIC X(10).
023300         10  BT-PRIOR-NET        PIC S9(11)V99.
023400         10  BT-TYPE-TOTAL OCCURS 6 TIMES.
023500             15  BT-AMT          PIC 9(11)V99.
023600             15  BT-COUNT        PIC 9(7).

023700 01  WS-GRAND-TOTAL-AREA.
023800     05  WS-GRAND-TOTAL OCCURS 6 TIMES.
023900         10  GT-AMT              PIC 9(11)V99.
024000         10  GT-COUNT            PIC 9(7).

024100* CLOSE REPORT LAYOUTS - 132 BYTES EACH.
024200 01  WS-HEADING-1.
024300     05  FILLER              PIC X(40)
024400         VALUE 'BRCLOSE - MONTH-END BRANCH CLOSE'.
024500     05  FILLER              PIC X(8)  VALUE 'PERIOD: '.
024600     05  H1-PERIOD           PIC 9(6).
024700     05  FILLER              PIC X(4)  VALUE SPACES.
024800     05  FILLER              PIC X(14) VALUE 'PRIOR CLOSE: '.
024900     05  H1-PRIOR-PERIOD     PIC 9(6).
025000     05  FILLER              PIC X(4)  VALUE SPACES.
025100     05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
025200     05  H1-RUN-DATE         PIC 9(8).
025300     05  FILLER              PIC X(32) VALUE SPACES.

025400 01  WS-HEADING-2.
025500     05  FILLER              PIC X(5)  VALUE 'BRCH'.
025600     05  FILLER              PIC X(11) VALUE 'GL ACCOUNT'.
025700     05  FILLER              PIC X(14) VALUE '  WRITTEN OFF'.
025800     05  FILLER              PIC X(14) VALUE '  ADJUSTMENTS'.
025900     05  FILLER              PIC X(14) VALUE '    REVERSALS'.
026000     05  FILLER              PIC X(14) VALUE '         FEES'.
026100     05  FILLER              PIC X(14) VALUE '          NET'.
026200     05  FILLER              PIC X(14) VALUE '    PRIOR NET'.
026300     05  FILLER              PIC X(14) VALUE '       CHANGE'.
026400     05  FILLER              PIC X(14) VALUE ' REJECTS OPEN'.
026500     05  FILLER              PIC X(4)  VALUE SPACES.

026600 01  WS-DETAIL-LINE.
026700     05  DL-BRANCH-CODE      PIC X(3).
026800     05  FILLER              PIC X(2)  VALUE SPACES.
026900     05  DL-GL-ACCOUNT       PIC X(10).
027000     05  FILLER              PIC X(2)  VALUE SPACES.
027100     05  DL-WRITEOFF-AMT     PIC Z(9)9.99.
027200     05  FILLER              PIC X(1)  VALUE SPACES.
027300     05  DL-ADJ-NET          PIC -Z(8)9.99.
027400     05  FILLER              PIC X(1)  VALUE SPACES.
027500     05  DL-REVERSAL-AMT     PIC Z(9)9.99.
027600     05  FILLER              PIC X(1)  VALUE SPACES.
027700     05  DL-FEE-AMT          PIC Z(9)9.99.
027800     05  FILLER              PIC X(1)  VALUE SPACES.
027900     05  DL-NET              PIC -Z(8)9.99.
028000     05  FILLER              PIC X(1)  VALUE SPACES.
028100     05  DL-PRIOR-NET        PIC -Z(8)9.99.
028200     05  FILLER              PIC X(1)  VALUE SPACES.
028300     05  DL-CHANGE           PIC -Z(8)9.99.
028400     05  FILLER              PIC X(1)  VALUE SPACES.
028500     05  DL-REJECT-AMT       PIC Z(9)9.99.
028600     05  FILLER              PIC X(4)  VALUE SPACES.

028700 01  WS-SUMMARY-LINE.
028800     05  SL-LABEL            PIC X(40).
028900     05  SL-COUNT            PIC Z(6)9.
029000     05  FILLER              PIC X(3)  VALUE SPACES.
029100     05  SL-AMOUNT           PIC Z(10)9.99.
029200     05  FILLER              PIC X(68) VALUE SPACES.

029300 01  WS-MESSAGE-LINE             PIC X(132) VALUE SPACES.

029400 LINKAGE SECTION.
029500 01  PARM-AREA.
029600     05  PARM-LENGTH             PIC S9(4) COMP.
029700     05  PARM-PERIOD             PIC X(6).

029800 PROCEDURE DIVISION USING PARM-AREA.
029900*****************************************************************
030000* 0000-MAINLINE
030100*****************************************************************
030200 0000-MAINLINE.
030300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
030400     PERFORM 2000-ACCUM-WRITEOFFS THRU 2000-EXIT
030500     PERFORM 2100-ACCUM-ADJUSTMENTS THRU 2100-EXIT
030600     PERFORM 2200-ACCUM-BACKOUTS THRU 2200-EXIT
030700     PERFORM 2300-ACCUM-FEES THRU 2300-EXIT
030800     PERFORM 2400-MATCH-REJECTS THRU 2400-EXIT
030900     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT
031000     PERFORM 8100-WRITE-ACCRUALS THRU 8100-EXIT
031100     PERFORM 8200-WRITE-CLOSE-HISTORY THRU 8200-EXIT
031200     PERFORM 9000-FINALIZE THRU 9000-EXIT
031300     STOP RUN.

031400*****************************************************************
031500* 1000-INITIALIZE - SET THE PERIOD, LOAD THE BRANCH TABLE AND
031600* LAST CLOSE, OPEN THE OUTPUTS.  THE CLOSE NORMALLY RUNS IN THE
031700* FIRST DAYS OF THE NEW MONTH, SO NO PARM MEANS LAST MONTH.
031800* CUSTFILX ALWAYS EXISTS - ANY BAD STATUS ABENDS THE STEP (SEE
031900* 8900) SO NO EMPTY GENERATION IS CATALOGED.
032000*****************************************************************
032100 1000-INITIALIZE.
032200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
032300     MOVE WS-RUN-DATE (1:4) TO WS-PERIOD-YEAR
032400     MOVE WS-RUN-DATE (5:2) TO WS-PERIOD-MONTH
032500     IF WS-PERIOD-MONTH = 1
032600         SUBTRACT 1 FROM WS-PERIOD-YEAR
032700         MOVE 12 TO WS-PERIOD-MONTH
032800     ELSE
032900         SUBTRACT 1 FROM WS-PERIOD-MONTH
033000     END-IF
033100     COMPUTE WS-PERIOD = WS-PERIOD-YEAR * 100 + WS-PERIOD-MONTH
033200     IF PARM-LENGTH > 5
033300         AND PARM-PERIOD IS NUMERIC
033400         MOVE PARM-PERIOD TO WS-PERIOD
033500     END-IF
033600     DISPLAY 'BRCLOSE - CLOSING PERIOD ' WS-PERIOD
033700     OPEN INPUT CUSTOMER-FILE
033800     IF WS-CUST-FILE-STATUS NOT = '00'
033900         DISPLAY 'BRCLOSE - CUSTFILX OPEN FAILED, STATUS '
034000             WS-CUST-FILE-STATUS
034100         PERFORM 8900-ABEND-RUN THRU 8900-EXIT
034300     END-IF
034400     PERFORM 1100-LOAD-BRANCH-XREF THRU 1100-EXIT
034500     PERFORM 1200-LOAD-PRIOR-CLOSE THRU 1200-EXIT
034600     OPEN OUTPUT OPEN-REJECT-FILE
034700     OPEN OUTPUT GL-ACCRUAL-FILE
034800     OPEN OUTPUT CURRENT-CLOSE-FILE
034900     OPEN OUTPUT CLOSE-REPORT-FILE.
035000 1000-EXIT.
035100     EXIT.

035200* THE BRANCH CROSS-REFERENCE IS MAINTAINED BY FINANCE - A
035300* MISSING FILE READS AS EMPTY AND EVERY BRANCH IS CLOSED
035400* AGAINST THE HEAD-OFFICE ACCOUNT, AS CUSTDISC FALLS BACK.
035500 1100-LOAD-BRANCH-XREF.
035600     OPEN INPUT BRANCH-XREF-FILE
035700     IF WS-BXRF-STATUS NOT = '00'
035800         DISPLAY 'BRCLOSE - NO BRANCH XREF FILE - ALL BRANCHES'
035900             ' CLOSE TO ' WS-GL-WRITEOFF-ACCT
036000         GO TO 1100-EXIT
036100     END-IF
036200     MOVE 'N' TO WS-READ-EOF-SWITCH
036300     PERFORM 1110-LOAD-XREF-ENTRY THRU 1110-EXIT
036400         UNTIL END-OF-READ
036500     CLOSE BRANCH-XREF-FILE.
036600 1100-EXIT.
036700     EXIT.

036800 1110-LOAD-XREF-ENTRY.
036900     READ BRANCH-XREF-FILE
037000         AT END
037100             MOVE 'Y' TO WS-READ-EOF-SWITCH
037200     END-READ
037300     IF END-OF-READ
037400         GO TO 1110-EXIT
037500     END-IF
037600     IF WS-BRANCH-COUNT < 50
037700         ADD 1 TO WS-BRANCH-COUNT
037800         MOVE WS-BRANCH-COUNT  TO WS-BRANCH-SUB
037900         PERFORM 7020-CLEAR-BRANCH-ENTRY THRU 7020-EXIT
038000         MOVE BX-BRANCH-CODE   TO BT-BRANCH-CODE (WS-BRANCH-SUB)
038100         MOVE BX-WRITEOFF-ACCT TO BT-GL-ACCOUNT (WS-BRANCH-SUB)
038200     ELSE
038300         DISPLAY 'BRCLOSE: XREF ROW REJECTED, TABLE FULL: '
038400             BX-BRANCH-CODE
038500     END-IF.
038600 1110-EXIT.
038700     EXIT.

038800* LAST CLOSE'S GENERATION - EMPTY ON THE VERY FIRST CLOSE, WHEN
038900* EVERY PRIOR NET IS ZERO.  THE NET IS RECOMPUTED FROM THE
039000* STORED COMPONENTS, THE SAME WAY 8010 COMPUTES THIS MONTH'S.
039100 1200-LOAD-PRIOR-CLOSE.
039200     OPEN INPUT PRIOR-CLOSE-FILE
039300     IF WS-PRIOR-STATUS NOT = '00'
039400         DISPLAY 'BRCLOSE - NO PRIOR CLOSE, STATUS '
039500             WS-PRIOR-STATUS ' - PRIOR NETS ARE ZERO'
039600         GO TO 1200-EXIT
039700     END-IF
039800     MOVE 'N' TO WS-READ-EOF-SWITCH
039900     PERFORM 1210-LOAD-PRIOR-ENTRY THRU 1210-EXIT
040000         UNTIL END-OF-READ
040100     CLOSE PRIOR-CLOSE-FILE.
040200 1200-EXIT.
040300     EXIT.

040400 1210-LOAD-PRIOR-ENTRY.
040500     READ PRIOR-CLOSE-FILE INTO BRANCH-CLOSE-RECORD
040600         AT END
040700             MOVE 'Y' TO WS-READ-EOF-SWITCH
040800     END-READ
040900     IF END-OF-READ
041000         GO TO 1210-EXIT
041100     END-IF
041200     ADD 1 TO WS-PRIOR-READ-COUNT
041300     MOVE BC-PERIOD      TO WS-PRIOR-PERIOD
041400     MOVE BC-BRANCH-CODE TO WS-WORK-BRANCH
041500     PERFORM 7000-FIND-BRANCH THRU 7000-EXIT
041600     COMPUTE BT-PRIOR-NET (WS-BRANCH-SUB) =
041700         BT-PRIOR-NET (WS-BRANCH-SUB)
041800         + BC-WRITEOFF-AMT + BC-ADJ-CREDIT-AMT
041900         - BC-ADJ-DEBIT-AMT - BC-REVERSAL-AMT - BC-FEE-AMT.
042000 1210-EXIT.
042100     EXIT.

042200*****************************************************************
042300* 2000-ACCUM-WRITEOFFS - THE MONTH'S GLIFACE FILES.  EVERY
042400* WRITE-OFF CARRIES THE BRANCH CUSTDISC POSTED IT TO.
042500*****************************************************************
042600 2000-ACCUM-WRITEOFFS.
042700     OPEN INPUT WRITEOFF-IN-FILE
042800     IF WS-WOFF-STATUS NOT = '00'
042900         DISPLAY 'BRCLOSE - GLIFACE NOT OPENED, STATUS '
043000             WS-WOFF-STATUS ' - TAKEN AS EMPTY'
043100         GO TO 2000-EXIT
043200     END-IF
043300     MOVE 'N' TO WS-READ-EOF-SWITCH
043400     PERFORM 2010-READ-WRITEOFF THRU 2010-EXIT
043500         UNTIL END-OF-READ
043600     CLOSE WRITEOFF-IN-FILE.
043700 2000-EXIT.
043800     EXIT.

043900 2010-READ-WRITEOFF.
044000     READ WRITEOFF-IN-FILE INTO GL-INTERFACE-RECORD
044100         AT END
044200             MOVE 'Y' TO WS-READ-EOF-SWITCH
044300     END-READ
044400     IF END-OF-READ
044500         GO TO 2010-EXIT
044600     END-IF
044700     MOVE 1              TO WS-TYPE-SUB
044800     MOVE GL-BRANCH-CODE TO WS-WORK-BRANCH
044900     PERFORM 7100-POST-ITEM THRU 7100-EXIT.
045000 2010-EXIT.
045100     EXIT.

045200*****************************************************************
045300* 2100-ACCUM-ADJUSTMENTS - THE MONTH'S GLADJUST FILES.  A CREDIT
045400* MOVES THE BALANCE DOWN LIKE A WRITE-OFF, A DEBIT MOVES IT UP
045500* LIKE A CONTRA POSTING (SEE DISCADJ 5300).
045600*****************************************************************
045700 2100-ACCUM-ADJUSTMENTS.
045800     OPEN INPUT ADJUST-IN-FILE
045900     IF WS-ADJ-STATUS NOT = '00'
046000         DISPLAY 'BRCLOSE - GLADJUST NOT OPENED, STATUS '
046100             WS-ADJ-STATUS ' - TAKEN AS EMPTY'
046200         GO TO 2100-EXIT
046300     END-IF
046400     MOVE 'N' TO WS-READ-EOF-SWITCH
046500     PERFORM 2110-READ-ADJUSTMENT THRU 2110-EXIT
046600         UNTIL END-OF-READ
046700     CLOSE ADJUST-IN-FILE.
046800 2100-EXIT.
046900     EXIT.

047000 2110-READ-ADJUSTMENT.
047100     READ ADJUST-IN-FILE INTO GL-INTERFACE-RECORD
047200         AT END
047300             MOVE 'Y' TO WS-READ-EOF-SWITCH
047400     END-READ
047500     IF END-OF-READ
047600         GO TO 2110-EXIT
047700     END-IF
047800     IF GL-BALANCE-AFTER > GL-BALANCE-BEFORE
047900         MOVE 3 TO WS-TYPE-SUB
048000     ELSE
048100         MOVE 2 TO WS-TYPE-SUB
048200     END-IF
048300     MOVE GL-BRANCH-CODE TO WS-WORK-BRANCH
048400     PERFORM 7100-POST-ITEM THRU 7100-EXIT.
048500 2110-EXIT.
048600     EXIT.

048700*****************************************************************
048800* 2200-ACCUM-BACKOUTS - THE MONTH'S GLBACKOUT FILES.  A CONTRA
048900* POSTING CARRIES THE BRANCH DISCBACK FOUND ON CUSTFILX.
049000*****************************************************************
049100 2200-ACCUM-BACKOUTS.
049200     OPEN INPUT BACKOUT-IN-FILE
049300     IF WS-BACK-STATUS NOT = '00'
049400         DISPLAY 'BRCLOSE - GLBACKOUT NOT OPENED, STATUS '
049500             WS-BACK-STATUS ' - TAKEN AS EMPTY'
049600         GO TO 2200-EXIT
049700     END-IF
049800     MOVE 'N' TO WS-READ-EOF-SWITCH
049900     PERFORM 2210-READ-BACKOUT THRU 2210-EXIT
050000         UNTIL END-OF-READ
050100     CLOSE BACKOUT-IN-FILE.
050200 2200-EXIT.
050300     EXIT.

050400 2210-READ-BACKOUT.
050500     READ BACKOUT-IN-FILE INTO GL-INTERFACE-RECORD
050600         AT END
050700             MOVE 'Y' TO WS-READ-EOF-SWITCH
050800     END-READ
050900     IF END-OF-READ
051000         GO TO 2210-EXIT
051100     END-IF
051200     MOVE 4              TO WS-TYPE-SUB
051300     MOVE GL-BRANCH-CODE TO WS-WORK-BRANCH
051400     PERFORM 7100-POST-ITEM THRU 7100-EXIT.
051500 2210-EXIT.
051600     EXIT.

051700*****************************************************************
051800* 2300-ACCUM-FEES - THE MONTH'S FEEGL FILES.  FEEASSES POSTS
051900* UNBRANCHED, SO AN UNBRANCHED FEE TAKES THE CUSTOMER'S BRANCH
052000* FROM CUSTFILX; A CUSTOMER NO LONGER ON IT STAYS UNBRANCHED.
052100*****************************************************************
052200 2300-ACCUM-FEES.
052300     OPEN INPUT FEE-IN-FILE
052400     IF WS-FEE-STATUS NOT = '00'
052500         DISPLAY 'BRCLOSE - FEEGL NOT OPENED, STATUS '
052600             WS-FEE-STATUS ' - TAKEN AS EMPTY'
052700         GO TO 2300-EXIT
052800     END-IF
052900     MOVE 'N' TO WS-READ-EOF-SWITCH
053000     PERFORM 2310-READ-FEE THRU 2310-EXIT
053100         UNTIL END-OF-READ
053200     CLOSE FEE-IN-FILE.
053300 2300-EXIT.
053400     EXIT.

053500 2310-READ-FEE.
053600     READ FEE-IN-FILE INTO GL-INTERFACE-RECORD
053700         AT END
053800             MOVE 'Y' TO WS-READ-EOF-SWITCH
053900     END-READ
054000     IF END-OF-READ
054100         GO TO 2310-EXIT
054200     END-IF
054300     MOVE GL-ACCOUNT     TO WS-GL-FEEINC-ACCT
054400     MOVE GL-BRANCH-CODE TO WS-WORK-BRANCH
054500     IF WS-WORK-BRANCH = SPACES
054600         ADD 1 TO WS-FEE-LOOKUP-COUNT
054700         MOVE GL-CUST-ID TO CUST-ID
054800         READ CUSTOMER-FILE
054900             INVALID KEY
055000                 MOVE SPACES TO CUST-BRANCH
055100         END-READ
055200         MOVE CUST-BRANCH TO WS-WORK-BRANCH
055300     END-IF
055400     MOVE 5 TO WS-TYPE-SUB
055500     PERFORM 7100-POST-ITEM THRU 7100-EXIT.
055600 2310-EXIT.
055700     EXIT.

055800*****************************************************************
055900* 2400-MATCH-REJECTS - LAST CLOSE'S OPEN REJECTS AND THE MONTH'S
056000* GLREPOST FILES, AGAINST THE MONTH'S ACCEPTED LEDGER RESULTS,
056100* BOTH SORTED BY CUST-ID AND RUN DATE:
056200*   REJECT ONLY - STILL OPEN: TOTALLED AND CARRIED FORWARD
056300*   BOTH        - REPOSTED AND ACCEPTED: CLEARED (A REJECT
056400*                 REPEATED FOR THE SAME KEY CLEARS WITH IT)
056500*   RESULT ONLY - AN ORDINARY ACCEPTED POSTING: PASSED OVER
056600*****************************************************************
056700 2400-MATCH-REJECTS.
056800     OPEN INPUT REJECT-IN-FILE
056900     IF WS-REJ-STATUS NOT = '00'
057000         DISPLAY 'BRCLOSE - REJECT FILE NOT OPENED, STATUS '
057100             WS-REJ-STATUS ' - TAKEN AS EMPTY'
057200         GO TO 2400-EXIT
057300     END-IF
057400     OPEN INPUT GL-RESULT-FILE
057500     IF WS-RSLT-STATUS NOT = '00'
057600         DISPLAY 'BRCLOSE - GL RESULTS NOT OPENED, STATUS '
057700             WS-RSLT-STATUS ' - NO REJECT TAKEN AS REPOSTED'
057800         MOVE 'Y' TO WS-RSLT-EOF-SWITCH
057900         MOVE WS-HIGH-KEY TO WS-RSLT-KEY
058000     ELSE
058100         PERFORM 2420-READ-RESULT THRU 2420-EXIT
058200     END-IF
058300     PERFORM 2410-READ-REJECT THRU 2410-EXIT
058400     PERFORM 2430-MATCH-REJECT THRU 2430-EXIT
058500         UNTIL WS-REJ-EOF-SWITCH = 'Y'
058600     CLOSE REJECT-IN-FILE
058700     IF WS-RSLT-STATUS = '00'
058800         CLOSE GL-RESULT-FILE
058900     END-IF.
059000 2400-EXIT.
059100     EXIT.

059200 2410-READ-REJECT.
059300     READ REJECT-IN-FILE INTO GL-INTERFACE-RECORD
059400         AT END
059500             MOVE 'Y' TO WS-REJ-EOF-SWITCH
059600     END-READ
059700     IF WS-REJ-EOF-SWITCH = 'Y'
059800         MOVE WS-HIGH-KEY TO WS-REJ-KEY
059900     ELSE
060000         MOVE GL-CUST-ID  TO WS-REJ-KEY-CUST
060100         MOVE GL-RUN-DATE TO WS-REJ-KEY-DATE
060200     END-IF.
060300 2410-EXIT.
060400     EXIT.

060500* THE JOB PASSES ONLY ACCEPTED RESULTS; ONE THAT IS NOT IS
060600* SKIPPED HERE ALL THE SAME.
060700 2420-READ-RESULT.
060800     READ GL-RESULT-FILE
060900         AT END
061000             MOVE 'Y' TO WS-RSLT-EOF-SWITCH
061100     END-READ
061200     IF WS-RSLT-EOF-SWITCH = 'Y'
061300         MOVE WS-HIGH-KEY TO WS-RSLT-KEY
061400         GO TO 2420-EXIT
061500     END-IF
061600     IF NOT RESULT-ACCEPTED
061700         GO TO 2420-READ-RESULT
061800     END-IF
061900     MOVE RR-CUST-ID  TO WS-RSLT-KEY-CUST
062000     MOVE RR-RUN-DATE TO WS-RSLT-KEY-DATE.
062100 2420-EXIT.
062200     EXIT.

062300 2430-MATCH-REJECT.
062400     EVALUATE TRUE
062500         WHEN WS-REJ-KEY < WS-RSLT-KEY
062600             MOVE 6              TO WS-TYPE-SUB
062700             MOVE GL-BRANCH-CODE TO WS-WORK-BRANCH
062800             PERFORM 7100-POST-ITEM THRU 7100-EXIT
062900             WRITE OPEN-REJECT-RECORD FROM GL-INTERFACE-RECORD
063000             PERFORM 2410-READ-REJECT THRU 2410-EXIT
063100         WHEN WS-REJ-KEY = WS-RSLT-KEY
063200             ADD 1                  TO WS-REPOSTED-COUNT
063300             ADD GL-DISCOUNT-AMOUNT TO WS-REPOSTED-AMT
063400             PERFORM 2410-READ-REJECT THRU 2410-EXIT
063500         WHEN OTHER
063600             PERFORM 2420-READ-RESULT THRU 2420-EXIT
063700     END-EVALUATE.
063800 2430-EXIT.
063900     EXIT.

064000*****************************************************************
064100* 7000-FIND-BRANCH - SET WS-BRANCH-SUB TO WS-WORK-BRANCH'S
064200* ENTRY, ADDING ONE (CLOSED TO THE HEAD-OFFICE ACCOUNT) FOR A
064300* BRANCH WITH NO XREF ROW.  A FULL TABLE WOULD LEAVE THE CLOSE
064400* SHORT, SO IT ABENDS THE RUN INSTEAD.
064500*****************************************************************
064600 7000-FIND-BRANCH.
064700     MOVE 'N' TO WS-BRANCH-FOUND-SWITCH
064800     PERFORM 7010-MATCH-BRANCH-ENTRY THRU 7010-EXIT
064900         VARYING WS-SEARCH-SUB FROM 1 BY 1
065000         UNTIL WS-SEARCH-SUB > WS-BRANCH-COUNT
065100            OR BRANCH-FOUND
065200     IF BRANCH-FOUND
065300         GO TO 7000-EXIT
065400     END-IF
065500     IF WS-BRANCH-COUNT NOT < 70
065600         DISPLAY 'BRCLOSE - BRANCH TABLE FULL AT BRANCH '
065700             WS-WORK-BRANCH
065800         PERFORM 8900-ABEND-RUN THRU 8900-EXIT
065900     END-IF
066000     ADD 1 TO WS-BRANCH-COUNT
066100     MOVE WS-BRANCH-COUNT TO WS-BRANCH-SUB
066200     PERFORM 7020-CLEAR-BRANCH-ENTRY THRU 7020-EXIT
066300     MOVE WS-WORK-BRANCH      TO BT-BRANCH-CODE (WS-BRANCH-SUB)
066400     MOVE WS-GL-WRITEOFF-ACCT TO BT-GL-ACCOUNT (WS-BRANCH-SUB)
066500     IF WS-WORK-BRANCH NOT = SPACES
066600         DISPLAY 'BRCLOSE - BRANCH ' WS-WORK-BRANCH
066700             ' HAS NO XREF ROW - CLOSED TO ' WS-GL-WRITEOFF-ACCT
066800     END-IF.
066900 7000-EXIT.
067000     EXIT.

067100 7010-MATCH-BRANCH-ENTRY.
067200     IF BT-BRANCH-CODE (WS-SEARCH-SUB) = WS-WORK-BRANCH
067300         MOVE 'Y'           TO WS-BRANCH-FOUND-SWITCH
067400         MOVE WS-SEARCH-SUB TO WS-BRANCH-SUB
067500     END-IF.
067600 7010-EXIT.
067700     EXIT.

067800 7020-CLEAR-BRANCH-ENTRY.
067900     MOVE SPACES TO BT-BRANCH-CODE (WS-BRANCH-SUB)
068000     MOVE SPACES TO BT-GL-ACCOUNT (WS-BRANCH-SUB)
068100     MOVE ZERO   TO BT-PRIOR-NET (WS-BRANCH-SUB)
068200     PERFORM 7030-CLEAR-TYPE-TOTAL THRU 7030-EXIT
068300         VARYING WS-TYPE-SUB FROM 1 BY 1
068400         UNTIL WS-TYPE-SUB > 6.
068500 7020-EXIT.
068600     EXIT.

068700 7030-CLEAR-TYPE-TOTAL.
068800     MOVE ZERO TO BT-AMT (WS-BRANCH-SUB, WS-TYPE-SUB)
068900     MOVE ZERO TO BT-COUNT (WS-BRANCH-SUB, WS-TYPE-SUB).
069000 7030-EXIT.
069100     EXIT.

069200*****************************************************************
069300* 7100-POST-ITEM - ADD ONE GL ITEM (GL-INTERFACE-RECORD) OF
069400* TYPE WS-TYPE-SUB TO BRANCH WS-WORK-BRANCH.  ITEMS ARE TAKEN
069500* IN THE MONTH THEY WERE BOOKED - A BACKOUT OF AN EARLIER
069600* MONTH'S RUN CARRIES THAT RUN'S DATE - SO AN ITEM DATED
069700* OUTSIDE THE PERIOD IS COUNTED FOR THE REPORT, NOT DROPPED.
069800* CARRIED-FORWARD REJECTS ARE OLD BY DEFINITION AND ARE LEFT
069900* OUT OF THE DATE RANGE.
070000*****************************************************************
070100 7100-POST-ITEM.
070200     IF WS-TYPE-SUB < 6
070300         ADD 1 TO WS-ITEM-COUNT
070400         DIVIDE GL-RUN-DATE BY 100 GIVING WS-ITEM-PERIOD
070500         IF WS-ITEM-PERIOD NOT = WS-PERIOD
070600             ADD 1 TO WS-OUT-PERIOD-COUNT
070700         END-IF
070800         IF WS-LOW-DATE = ZERO
070900             OR GL-RUN-DATE < WS-LOW-DATE
071000             MOVE GL-RUN-DATE TO WS-LOW-DATE
071100         END-IF
071200         IF GL-RUN-DATE > WS-HIGH-DATE
071300             MOVE GL-RUN-DATE TO WS-HIGH-DATE
071400         END-IF
071500     END-IF
071600     IF WS-WORK-BRANCH = SPACES
071700         ADD 1 TO WS-NO-BRANCH-COUNT
071800     END-IF
071900     MOVE GL-DISCOUNT-AMOUNT TO WS-WORK-AMT
072000     PERFORM 7000-FIND-BRANCH THRU 7000-EXIT
072100     ADD WS-WORK-AMT TO BT-AMT (WS-BRANCH-SUB, WS-TYPE-SUB)
072200     ADD 1           TO BT-COUNT (WS-BRANCH-SUB, WS-TYPE-SUB)
072300     ADD WS-WORK-AMT TO GT-AMT (WS-TYPE-SUB)
072400     ADD 1           TO GT-COUNT (WS-TYPE-SUB).
072500 7100-EXIT.
072600     EXIT.

072700*****************************************************************
072800* 8000-WRITE-REPORT - ONE LINE PER BRANCH, THEN THE TOTALS AND
072900* THE CONTROL COUNTS FINANCE SIGNS THE CLOSE OFF AGAINST.
073000*****************************************************************
073100 8000-WRITE-REPORT.
073200     MOVE WS-PERIOD       TO H1-PERIOD
073300     MOVE WS-PRIOR-PERIOD TO H1-PRIOR-PERIOD
073400     MOVE WS-RUN-DATE     TO H1-RUN-DATE
073500     WRITE CLOSE-REPORT-RECORD FROM WS-HEADING-1
073600     MOVE SPACES TO WS-MESSAGE-LINE
073700     WRITE CLOSE-REPORT-RECORD FROM WS-MESSAGE-LINE
073800     WRITE CLOSE-REPORT-RECORD FROM WS-HEADING-2
073900     PERFORM 8010-REPORT-BRANCH THRU 8010-EXIT
074000         VARYING WS-BRANCH-SUB FROM 1 BY 1
074100         UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
074200     MOVE SPACES TO WS-MESSAGE-LINE
074300     WRITE CLOSE-REPORT-RECORD FROM WS-MESSAGE-LINE
074400     MOVE 'TOT'  TO DL-BRANCH-CODE
074500     MOVE SPACES TO DL-GL-ACCOUNT
074600     COMPUTE WS-ADJ-NET = GT-AMT (2) - GT-AMT (3)
074700     COMPUTE WS-NET-CHANGE = WS-TOTAL-NET - WS-TOTAL-PRIOR-NET
074800     MOVE GT-AMT (1)         TO DL-WRITEOFF-AMT
074900     MOVE WS-ADJ-NET         TO DL-ADJ-NET
075000     MOVE GT-AMT (4)         TO DL-REVERSAL-AMT
075100     MOVE GT-AMT (5)         TO DL-FEE-AMT
075200     MOVE WS-TOTAL-NET       TO DL-NET
075300     MOVE WS-TOTAL-PRIOR-NET TO DL-PRIOR-NET
075400     MOVE WS-NET-CHANGE      TO DL-CHANGE
075500     MOVE GT-AMT (6)         TO DL-REJECT-AMT
075600     WRITE CLOSE-REPORT-RECORD FROM WS-DETAIL-LINE
075700     MOVE SPACES TO WS-MESSAGE-LINE
075800     WRITE CLOSE-REPORT-RECORD FROM WS-MESSAGE-LINE
075900     MOVE 'DISCOUNT WRITE-OFFS (GLIFACE)' TO SL-LABEL
076000     MOVE GT-COUNT (1) TO SL-COUNT
076100     MOVE GT-AMT (1)   TO SL-AMOUNT
076200     WRITE CLOSE-REPORT-RECORD FROM WS-SUMMARY-LINE
076300     MOVE 'ADJUSTMENT CREDITS (GLADJUST)' TO SL-LABEL
076400     MOVE GT-COUNT (2) TO SL-COUNT
076500     MOVE GT-AMT (2)   TO SL-AMOUNT
076600     WRITE CLOSE-REPORT-RECORD FROM WS-SUMMARY-LINE
076700     MOVE 'ADJUSTMENT DEBITS (GLADJUST)' TO SL-LABEL
076800     MOVE GT-COUNT (3) TO SL-COUNT
076900     MOVE GT-AMT (3)   TO SL-AMOUNT
077000     WRITE CLOSE-REPORT-RECORD FROM WS-SUMMARY-LINE
077100     MOVE 'BACKOUT CONTRA POSTINGS (GLBACKOUT)' TO SL-LABEL
077200     MOVE GT-COUNT (4) TO SL-COUNT
077300     MOVE GT-AMT (4)   TO SL-AMOUNT
077400     WRITE CLOSE-REPORT-RECORD FROM WS-SUMMARY-LINE
077500     MOVE 'SERVICE FEES ASSESSED (FEEGL)' TO SL-LABEL
077600     MOVE GT-COUNT (5) TO SL-COUNT
077700     MOVE GT-AMT (5)   TO SL-AMOUNT
077800     WRITE CLOSE-REPORT-RECORD FROM WS-SUMMARY-LINE
077900     MOVE 'REJECTS REPOSTED AND ACCEPTED' TO SL-LABEL
078000     MOVE WS-REPOSTED-COUNT TO SL-COUNT
078100     MOVE WS-REPOSTED-AMT   TO SL-AMOUNT
078200     WRITE CLOSE-REPORT-RECORD FROM WS-SUMMARY-LINE
078300     MOVE 'REJECTS STILL OPEN - CARRIED FORWARD' TO SL-LABEL
078400     MOVE GT-COUNT (6) TO SL-COUNT
078500     MOVE GT-AMT (6)   TO SL-AMOUNT
078600     WRITE CLOSE-REPORT-RECORD FROM WS-SUMMARY-LINE
078700     MOVE ZERO TO SL-AMOUNT
078800     MOVE 'FEES ATTRIBUTED THROUGH CUSTFILX' TO SL-LABEL
078900     MOVE WS-FEE-LOOKUP-COUNT TO SL-COUNT
079000     WRITE CLOSE-REPORT-RECORD FROM WS-SUMMARY-LINE
079100     MOVE 'ITEMS WITH NO BRANCH (BRCH N/A)' TO SL-LABEL
079200     MOVE WS-NO-BRANCH-COUNT TO SL-COUNT
079300     WRITE CLOSE-REPORT-RECORD FROM WS-SUMMARY-LINE
079400     MOVE 'ITEMS DATED OUTSIDE THE PERIOD' TO SL-LABEL
079500     MOVE WS-OUT-PERIOD-COUNT TO SL-COUNT
079600     WRITE CLOSE-REPORT-RECORD FROM WS-SUMMARY-LINE
079700     MOVE SPACES TO WS-MESSAGE-LINE
079800     MOVE 'ITEM RUN DATES' TO WS-MESSAGE-LINE (1:14)
079900     MOVE WS-LOW-DATE      TO WS-MESSAGE-LINE (41:8)
080000     MOVE '-'              TO WS-MESSAGE-LINE (50:1)
080100     MOVE WS-HIGH-DATE     TO WS-MESSAGE-LINE (52:8)
080200     WRITE CLOSE-REPORT-RECORD FROM WS-MESSAGE-LINE.
080300 8000-EXIT.
080400     EXIT.

080500* BRANCH NET = WRITE-OFFS + ADJUSTMENT CREDITS - ADJUSTMENT
080600* DEBITS - REVERSALS - FEES.  OPEN REJECTS PRINT BESIDE IT AS
080700* AN OPEN ITEM, OUTSIDE THE NET.
080800 8010-REPORT-BRANCH.
080900     COMPUTE WS-ADJ-NET = BT-AMT (WS-BRANCH-SUB, 2)
081000                        - BT-AMT (WS-BRANCH-SUB, 3)
081100     COMPUTE WS-BRANCH-NET = BT-AMT (WS-BRANCH-SUB, 1)
081200                           + WS-ADJ-NET
081300                           - BT-AMT (WS-BRANCH-SUB, 4)
081400                           - BT-AMT (WS-BRANCH-SUB, 5)
081500     COMPUTE WS-NET-CHANGE = WS-BRANCH-NET
081600                           - BT-PRIOR-NET (WS-BRANCH-SUB)
081700     ADD WS-BRANCH-NET TO WS-TOTAL-NET
081800     ADD BT-PRIOR-NET (WS-BRANCH-SUB) TO WS-TOTAL-PRIOR-NET
081900     IF BT-BRANCH-CODE (WS-BRANCH-SUB) = SPACES
082000         MOVE 'N/A' TO DL-BRANCH-CODE
082100     ELSE
082200         MOVE BT-BRANCH-CODE (WS-BRANCH-SUB) TO DL-BRANCH-CODE
082300     END-IF
082400     MOVE BT-GL-ACCOUNT (WS-BRANCH-SUB)   TO DL-GL-ACCOUNT
082500     MOVE BT-AMT (WS-BRANCH-SUB, 1)       TO DL-WRITEOFF-AMT
082600     MOVE WS-ADJ-NET                      TO DL-ADJ-NET
082700     MOVE BT-AMT (WS-BRANCH-SUB, 4)       TO DL-REVERSAL-AMT
082800     MOVE BT-AMT (WS-BRANCH-SUB, 5)       TO DL-FEE-AMT
082900     MOVE WS-BRANCH-NET                   TO DL-NET
083000     MOVE BT-PRIOR-NET (WS-BRANCH-SUB)    TO DL-PRIOR-NET
083100     MOVE WS-NET-CHANGE                   TO DL-CHANGE
083200     MOVE BT-AMT (WS-BRANCH-SUB, 6)       TO DL-REJECT-AMT
083300     WRITE CLOSE-REPORT-RECORD FROM WS-DETAIL-LINE.
083400 8010-EXIT.
083500     EXIT.

083600*****************************************************************
083700* 8100-WRITE-ACCRUALS - ONE GLACCRL DETAIL PER BRANCH AND ENTRY
083800* TYPE WITH AN AMOUNT, THEN THE TRAILER.  FEES POST TO THE
083900* FEE-INCOME ACCOUNT FEEGL CARRIED, EVERYTHING ELSE TO THE
084000* BRANCH'S WRITE-OFF ACCOUNT.
084100*****************************************************************
084200 8100-WRITE-ACCRUALS.
084300     PERFORM 8110-ACCRUE-BRANCH THRU 8110-EXIT
084400         VARYING WS-BRANCH-SUB FROM 1 BY 1
084500         UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
084600     MOVE SPACES           TO GL-ACCRUAL-RECORD
084700     MOVE 'T'              TO AC-RECORD-TYPE
084800     MOVE WS-PERIOD        TO AC-PERIOD
084900     MOVE WS-ACCRUAL-COUNT TO AT-RECORD-COUNT
085000     MOVE WS-DEBIT-TOTAL   TO AT-DEBIT-TOTAL
085100     MOVE WS-CREDIT-TOTAL  TO AT-CREDIT-TOTAL
085200     WRITE GL-ACCRUAL-RECORD.
085300 8100-EXIT.
085400     EXIT.

085500 8110-ACCRUE-BRANCH.
085600     PERFORM 8120-WRITE-ACCRUAL-ENTRY THRU 8120-EXIT
085700         VARYING WS-TYPE-SUB FROM 1 BY 1
085800         UNTIL WS-TYPE-SUB > 6.
085900 8110-EXIT.
086000     EXIT.

086100 8120-WRITE-ACCRUAL-ENTRY.
086200     IF BT-AMT (WS-BRANCH-SUB, WS-TYPE-SUB) = ZERO
086300         GO TO 8120-EXIT
086400     END-IF
086500     MOVE SPACES    TO GL-ACCRUAL-RECORD
086600     MOVE 'D'       TO AC-RECORD-TYPE
086700     MOVE WS-PERIOD TO AC-PERIOD
086800     MOVE BT-BRANCH-CODE (WS-BRANCH-SUB) TO AC-BRANCH-CODE
086900     IF WS-TYPE-SUB = 5
087000         MOVE WS-GL-FEEINC-ACCT TO AC-GL-ACCOUNT
087100     ELSE
087200         MOVE BT-GL-ACCOUNT (WS-BRANCH-SUB) TO AC-GL-ACCOUNT
087300     END-IF
087400     MOVE ET-CODE (WS-TYPE-SUB)  TO AC-ENTRY-TYPE
087500     MOVE ET-DR-CR (WS-TYPE-SUB) TO AC-DR-CR
087600     MOVE BT-AMT (WS-BRANCH-SUB, WS-TYPE-SUB)   TO AC-AMOUNT
087700     MOVE BT-COUNT (WS-BRANCH-SUB, WS-TYPE-SUB) TO AC-ITEM-COUNT
087800     WRITE GL-ACCRUAL-RECORD
087900     ADD 1 TO WS-ACCRUAL-COUNT
088000     IF ET-DR-CR (WS-TYPE-SUB) = 'D'
088100         ADD AC-AMOUNT TO WS-DEBIT-TOTAL
088200     ELSE
088300         ADD AC-AMOUNT TO WS-CREDIT-TOTAL
088400     END-IF.
088500 8120-EXIT.
088600     EXIT.

088700*****************************************************************
088800* 8200-WRITE-CLOSE-HISTORY - THIS CLOSE'S BRANCH TOTALS, READ
088900* BACK AS THE PRIOR MONTH BY THE NEXT CLOSE.  A BRANCH WITH NO
089000* ACTIVITY THIS MONTH IS LEFT OFF - ITS NET IS ZERO ANYWAY.
089100*****************************************************************
089200 8200-WRITE-CLOSE-HISTORY.
089300     PERFORM 8210-WRITE-CLOSE-ENTRY THRU 8210-EXIT
089400         VARYING WS-BRANCH-SUB FROM 1 BY 1
089500         UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT.
089600 8200-EXIT.
089700     EXIT.

089800 8210-WRITE-CLOSE-ENTRY.
089900     IF BT-AMT (WS-BRANCH-SUB, 1) = ZERO
090000         AND BT-AMT (WS-BRANCH-SUB, 2) = ZERO
090100         AND BT-AMT (WS-BRANCH-SUB, 3) = ZERO
090200         AND BT-AMT (WS-BRANCH-SUB, 4) = ZERO
090300         AND BT-AMT (WS-BRANCH-SUB, 5) = ZERO
090400         AND BT-AMT (WS-BRANCH-SUB, 6) = ZERO
090500         GO TO 8210-EXIT
090600     END-IF
090700     MOVE SPACES    TO BRANCH-CLOSE-RECORD
090800     MOVE WS-PERIOD TO BC-PERIOD
090900     MOVE BT-BRANCH-CODE (WS-BRANCH-SUB) TO BC-BRANCH-CODE
091000     MOVE BT-GL-ACCOUNT (WS-BRANCH-SUB)  TO BC-GL-ACCOUNT
091100     MOVE BT-AMT (WS-BRANCH-SUB, 1)      TO BC-WRITEOFF-AMT
091200     MOVE BT-AMT (WS-BRANCH-SUB, 2)      TO BC-ADJ-CREDIT-AMT
091300     MOVE BT-AMT (WS-BRANCH-SUB, 3)      TO BC-ADJ-DEBIT-AMT
091400     MOVE BT-AMT (WS-BRANCH-SUB, 4)      TO BC-REVERSAL-AMT
091500     MOVE BT-AMT (WS-BRANCH-SUB, 5)      TO BC-FEE-AMT
091600     MOVE BT-AMT (WS-BRANCH-SUB, 6)      TO BC-REJECT-AMT
091700     WRITE CURRENT-CLOSE-RECORD FROM BRANCH-CLOSE-RECORD
091800     ADD 1 TO WS-CLOSE-WRITTEN-COUNT.
091900 8210-EXIT.
092000     EXIT.

092100* ABEND RATHER THAN END RC=16 - THE STEP'S (NEW,CATLG,DELETE)
092200* GENERATIONS ARE THEN DISCARDED AND THE MONTH-TO-DATE FILES
092300* ARE NOT EMPTIED, SO THE CLOSE CAN SIMPLY BE RERUN.
092400 8900-ABEND-RUN.
092500     DISPLAY 'BRCLOSE - CLOSE NOT COMPLETED - ABENDING U0016'
092600     CALL 'ILBOABN0' USING WS-ABEND-CODE
092700     MOVE 16 TO RETURN-CODE
092800     STOP RUN.
092900 8900-EXIT.
093000     EXIT.

093100 9000-FINALIZE.
093200     CLOSE CUSTOMER-FILE
093300     CLOSE OPEN-REJECT-FILE
093400     CLOSE GL-ACCRUAL-FILE
093500     CLOSE CURRENT-CLOSE-FILE
093600     CLOSE CLOSE-REPORT-FILE
093700     DISPLAY 'BRCLOSE - GL ITEMS READ:         ' WS-ITEM-COUNT
093800     DISPLAY 'BRCLOSE - DATED OUTSIDE PERIOD:  '
093900         WS-OUT-PERIOD-COUNT
094000     DISPLAY 'BRCLOSE - FEES ATTRIBUTED:       '
094100         WS-FEE-LOOKUP-COUNT
094200     DISPLAY 'BRCLOSE - ITEMS WITH NO BRANCH:  '
094300         WS-NO-BRANCH-COUNT
094400     DISPLAY 'BRCLOSE - REJECTS REPOSTED:      ' WS-REPOSTED-COUNT
094500     DISPLAY 'BRCLOSE - REJECTS STILL OPEN:    ' GT-COUNT (6)
094600     DISPLAY 'BRCLOSE - PRIOR CLOSE RECORDS:   '
094700         WS-PRIOR-READ-COUNT
094800     DISPLAY 'BRCLOSE - CLOSE RECORDS WRITTEN: '
094900         WS-CLOSE-WRITTEN-COUNT
095000     DISPLAY 'BRCLOSE - ACCRUAL ENTRIES:       ' WS-ACCRUAL-COUNT
095100     DISPLAY 'BRCLOSE - ACCRUAL DEBITS:        ' WS-DEBIT-TOTAL
095200     DISPLAY 'BRCLOSE - ACCRUAL CREDITS:       ' WS-CREDIT-TOTAL
095300     IF GT-COUNT (6) > ZERO
095400         OR WS-NO-BRANCH-COUNT > ZERO
095500         DISPLAY 'BRCLOSE - OPEN REJECTS OR UNBRANCHED ITEMS'
095600             ' - RC=4'
095700         MOVE 4 TO RETURN-CODE
095800     END-IF.
095900 9000-EXIT.
096000     EXIT.
