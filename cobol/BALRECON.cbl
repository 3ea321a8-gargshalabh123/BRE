000100*****************************************************************
000200* BALRECON - NIGHTLY THREE-WAY CUSTOMER BALANCE INTEGRITY CHECK
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. BALRECON.
000600 AUTHOR. LEGACY SYSTEMS TEAM.
000700 INSTALLATION. RETAIL BANKING - CUSTOMER MAINTENANCE.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.

001000*****************************************************************
001100* MODIFICATION HISTORY
001200*   DATE       INIT  DESCRIPTION
001300*   ---------- ----  ---------------------------------------------
001400*   2026-10-15  RLS  ORIGINAL.  A CUSTOMER'S BALANCE IS HELD IN
001500*                    THREE PLACES - THE CUSTOMERS TABLE (UPDATED
001600*                    BY CUSTDISC AND DISCBACK BY SQL), THE
001700*                    CUSTFILX KSDS CUSTINQ QUOTES FROM (UPDATED
001800*                    BY CUSTBUPD FROM THE BALUPDT FEED), AND
001900*                    THE CLOSING BALANCE OF THE NEWEST DISCHIST
002000*                    ENTRY.  NOTHING PROVED THEY AGREED - A
002100*                    SKIPPED APPLY STEP OR A HALF-FINISHED
002200*                    BACKOUT LEFT THEM APART UNTIL A CUSTOMER
002300*                    CALLED.  THIS STEP RUNS AT THE END OF THE
002400*                    NIGHT AND MATCHES ALL THREE ON ASCENDING
002500*                    CUST-ID (THE GLRECON MATCH PATTERN,
002600*                    EXTENDED TO THREE INPUTS).  EVERY CUSTOMER
002700*                    WHOSE COPIES DISAGREE IS LISTED WITH ALL
002800*                    THREE VALUES AND THE LIKELY CAUSE, AND ANY
002900*                    DISAGREEMENT ENDS THE STEP RC=8 SO RUNSTAT
003000*                    SHOWS THE NIGHT AS NOT CLEAN.  A HISTORY
003100*                    RECORD WITH NO MASTER IN EITHER COPY IS A
003200*                    CLOSED ACCOUNT - COUNTED, NOT FLAGGED.
003300*****************************************************************

003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-370.
003700 OBJECT-COMPUTER. IBM-370.

003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILX'
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS CUST-ID
004400         FILE STATUS IS WS-CUST-FILE-STATUS.

004500     SELECT DISCOUNT-HISTORY-FILE ASSIGN TO 'DISCHIST'
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS HX-CUST-ID
004900         FILE STATUS IS WS-HIST-STATUS.

005000     SELECT RUN-SUMMARY-FILE ASSIGN TO 'RUNSUMRY'
005100         ORGANIZATION IS SEQUENTIAL
005200         ACCESS MODE IS SEQUENTIAL
005300         FILE STATUS IS WS-SUMRY-STATUS.

005400     SELECT BALANCE-REPORT-FILE ASSIGN TO 'BALRCRPT'
005500         ORGANIZATION IS SEQUENTIAL
005600         ACCESS MODE IS SEQUENTIAL.

005700     SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG'
005800         ORGANIZATION IS SEQUENTIAL
005900         ACCESS MODE IS SEQUENTIAL
006000         FILE STATUS IS WS-RLOG-STATUS.

006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  CUSTOMER-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY CUSTREC.

006600 FD  DISCOUNT-HISTORY-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY DISCHIST.

006900 FD  RUN-SUMMARY-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY RUNSUMRY.

007200 FD  BALANCE-REPORT-FILE
007300     LABEL RECORDS ARE OMITTED
007400     RECORD CONTAINS 132 CHARACTERS.
007500 01  BALANCE-REPORT-RECORD       PIC X(132).

007600 FD  RUN-LOG-FILE
007700     LABEL RECORDS ARE STANDARD.
007800     COPY RUNEVENT.

007900 WORKING-STORAGE SECTION.
008000     EXEC SQL INCLUDE SQLCA END-EXEC.

008100 77  WS-HIGH-KEY             PIC 9(6)    VALUE 999999.
008200 77  WS-LOG-DATE             PIC 9(8)    VALUE ZERO.

008300 77  WS-CUST-FILE-STATUS     PIC X(2)    VALUE '00'.
008400 77  WS-HIST-STATUS          PIC X(2)    VALUE '00'.
008500 77  WS-SUMRY-STATUS         PIC X(2)    VALUE '00'.
008600 77  WS-RLOG-STATUS          PIC X(2)    VALUE '00'.
008700 77  WS-SUMRY-EOF-SWITCH     PIC X(1)    VALUE 'N'.
008800 77  WS-TBL-EOF-SWITCH       PIC X(1)    VALUE 'N'.
008900 77  WS-CUST-EOF-SWITCH      PIC X(1)    VALUE 'N'.
009000 77  WS-HIST-EOF-SWITCH      PIC X(1)    VALUE 'N'.
009100 77  WS-OUT-OF-BAL-SWITCH    PIC X(1)    VALUE 'N'.
009200     88  RUN-OUT-OF-BALANCE                 VALUE 'Y'.

009300* WHICH OF THE THREE COPIES HOLD THE CUSTOMER IN THIS CYCLE
009400 77  WS-ON-TABLE-SWITCH      PIC X(1)    VALUE 'N'.
009500     88  ON-TABLE                           VALUE 'Y'.
009600 77  WS-ON-MASTER-SWITCH     PIC X(1)    VALUE 'N'.
009700     88  ON-MASTER                          VALUE 'Y'.
009800 77  WS-ON-HISTORY-SWITCH    PIC X(1)    VALUE 'N'.
009900     88  ON-HISTORY                         VALUE 'Y'.

010000 77  WS-TBL-KEY              PIC 9(6)    VALUE ZERO.
010100 77  WS-CUST-KEY             PIC 9(6)    VALUE ZERO.
010200 77  WS-HIST-KEY             PIC 9(6)    VALUE ZERO.
010300 77  WS-LOW-KEY              PIC 9(6)    VALUE ZERO.

010400* SQL HOST VARIABLES - ONE CUSTOMERS ROW PER FETCH
010500 77  WS-TBL-CUST-ID          PIC 9(6)    VALUE ZERO.
010600 77  WS-TBL-BALANCE          PIC 9(7)V99 VALUE ZERO.

010700* THE THREE BALANCES UNDER COMPARISON, STAGED PER CYCLE
010800 77  WS-CMP-TABLE-BAL        PIC 9(7)V99 VALUE ZERO.
010900 77  WS-CMP-MASTER-BAL       PIC 9(7)V99 VALUE ZERO.
011000 77  WS-CMP-HIST-BAL         PIC 9(7)V99 VALUE ZERO.
011100 77  WS-CMP-HIST-DATE        PIC 9(8)    VALUE ZERO.
011200 77  WS-EDIT-BALANCE         PIC Z(6)9.99.
011300 77  WS-CAUSE                PIC X(28)   VALUE SPACES.

011400 77  WS-TABLE-COUNT          PIC 9(7)    VALUE ZERO.
011500 77  WS-MASTER-COUNT         PIC 9(7)    VALUE ZERO.
011600 77  WS-HISTORY-COUNT        PIC 9(7)    VALUE ZERO.
011700 77  WS-AGREED-COUNT         PIC 9(7)    VALUE ZERO.
011800 77  WS-DISAGREE-COUNT       PIC 9(7)    VALUE ZERO.
011900 77  WS-CLOSED-COUNT         PIC 9(7)    VALUE ZERO.

012000 01  WS-TIME-WORK            PIC 9(8)    VALUE ZERO.
012100 01  WS-TIME-WORK-PARTS REDEFINES WS-TIME-WORK.
012200     05  WS-TIME-HHMMSS          PIC 9(6).
012300     05  FILLER                  PIC 9(2).

012400 01  WS-DETAIL-LINE.
012500     05  FILLER                  PIC X(5)  VALUE SPACES.
012600     05  DL-CUST-ID              PIC Z(5)9.
012700     05  FILLER                  PIC X(3)  VALUE SPACES.
012800     05  FILLER                  PIC X(8)  VALUE 'TABLE:  '.
012900     05  DL-TABLE-BAL            PIC X(10).
013000     05  FILLER                  PIC X(3)  VALUE SPACES.
013100     05  FILLER                  PIC X(10) VALUE 'CUSTFILX: '.
013200     05  DL-MASTER-BAL           PIC X(10).
013300     05  FILLER                  PIC X(3)  VALUE SPACES.
013400     05  FILLER                  PIC X(9)  VALUE 'HISTORY: '.
013500     05  DL-HIST-BAL             PIC X(10).
013600     05  FILLER                  PIC X(3)  VALUE SPACES.
013700     05  DL-HIST-DATE            PIC X(8).
013800     05  FILLER                  PIC X(3)  VALUE SPACES.
013900     05  DL-CAUSE                PIC X(28).
014000     05  FILLER                  PIC X(13) VALUE SPACES.

014100 01  WS-BALANCE-TOTAL-LINE.
014200     05  FILLER                  PIC X(5)  VALUE SPACES.
014300     05  FILLER                  PIC X(8)  VALUE 'TABLE: '.
014400     05  BT-TABLE-COUNT          PIC Z(5)9.
014500     05  FILLER                  PIC X(2)  VALUE SPACES.
014600     05  FILLER                  PIC X(10) VALUE 'CUSTFILX: '.
014700     05  BT-MASTER-COUNT         PIC Z(5)9.
014800     05  FILLER                  PIC X(2)  VALUE SPACES.
014900     05  FILLER                  PIC X(9)  VALUE 'HISTORY: '.
015000     05  BT-HISTORY-COUNT        PIC Z(5)9.
015100     05  FILLER                  PIC X(2)  VALUE SPACES.
015200     05  FILLER                  PIC X(8)  VALUE 'AGREED: '.
015300     05  BT-AGREED-COUNT         PIC Z(5)9.
015400     05  FILLER                  PIC X(2)  VALUE SPACES.
015500     05  FILLER                  PIC X(10) VALUE 'DISAGREE: '.
015600     05  BT-DISAGREE-COUNT       PIC Z(5)9.
015700     05  FILLER                  PIC X(2)  VALUE SPACES.
015800     05  FILLER                  PIC X(8)  VALUE 'CLOSED: '.
015900     05  BT-CLOSED-COUNT         PIC Z(5)9.
016000     05  FILLER                  PIC X(28) VALUE SPACES.

016100 01  WS-BALANCE-HEADING-1        PIC X(132)
016200         VALUE 'BALRECON - CUSTOMER BALANCE INTEGRITY REPORT'.
016300 01  WS-BALANCE-HEADING-2.
016400     05  FILLER              PIC X(15) VALUE '  RUN DATE:    '.
016500     05  BH-RUN-DATE         PIC 9(8).
016600     05  FILLER              PIC X(109) VALUE SPACES.

016700 01  WS-VERDICT-LINE.
016800     05  FILLER                  PIC X(5)  VALUE SPACES.
016900     05  VL-VERDICT              PIC X(60).
017000     05  FILLER                  PIC X(67) VALUE SPACES.

017100 PROCEDURE DIVISION.
017200*****************************************************************
017300* 0000-MAINLINE - THREE-INPUT MATCH ON ASCENDING CUST-ID: THE
017400* CUSTOMERS TABLE, THE CUSTFILX KSDS AND THE DISCHIST KSDS.
017500*****************************************************************
017600 0000-MAINLINE.
017700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017800     PERFORM 3000-FETCH-TABLE THRU 3000-EXIT
017900     PERFORM 3100-READ-MASTER THRU 3100-EXIT
018000     PERFORM 3200-READ-HISTORY THRU 3200-EXIT
018100     PERFORM 4000-MATCH-CUSTOMER THRU 4000-EXIT
018200         UNTIL WS-TBL-KEY = WS-HIGH-KEY
018300             AND WS-CUST-KEY = WS-HIGH-KEY
018400             AND WS-HIST-KEY = WS-HIGH-KEY
018500     PERFORM 9000-FINALIZE THRU 9000-EXIT
018600     STOP RUN.

018700*****************************************************************
018800* 1000-INITIALIZE - TAKE THE BUSINESS DATE FROM THE RUN-SUMMARY
018900* RECORD (AS GLBALCHK DOES), OPEN THE TWO KSDSS AND POSITION
019000* BOTH BROWSES AT THE FRONT, OPEN THE TABLE CURSOR, AND PRINT
019100* THE HEADINGS.  BOTH KSDSS ALWAYS EXIST - A BAD OPEN ENDS THE
019200* STEP RC=16 RATHER THAN REPORTING EVERY CUSTOMER AS MISSING.
019300*****************************************************************
019400 1000-INITIALIZE.
019500     OPEN INPUT  RUN-SUMMARY-FILE
019600     IF WS-SUMRY-STATUS = '00'
019700         PERFORM 1100-LOAD-RUN-SUMMARY THRU 1100-EXIT
019800             UNTIL WS-SUMRY-EOF-SWITCH = 'Y'
019900         CLOSE RUN-SUMMARY-FILE
020000     END-IF
020100     IF WS-LOG-DATE = ZERO
020200         ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
020300     END-IF
020400     PERFORM 9500-LOG-RUN-START THRU 9500-EXIT
020500     OPEN INPUT  CUSTOMER-FILE
020600     IF WS-CUST-FILE-STATUS NOT = '00'
020700         DISPLAY 'BALRECON - CUSTFILX OPEN FAILED, STATUS '
020800             WS-CUST-FILE-STATUS ' - RC=16'
020900         MOVE 16 TO RETURN-CODE
021000         STOP RUN
021100     END-IF
021200     OPEN INPUT  DISCOUNT-HISTORY-FILE
021300     IF WS-HIST-STATUS NOT = '00'
021400         DISPLAY 'BALRECON - HISTORY FILE OPEN FAILED, STATUS '
021500             WS-HIST-STATUS ' - RC=16'
021600         MOVE 16 TO RETURN-CODE
021700         STOP RUN
021800     END-IF
021900     OPEN OUTPUT BALANCE-REPORT-FILE
022000     MOVE ZERO TO CUST-ID
022100     START CUSTOMER-FILE KEY NOT < CUST-ID
022200         INVALID KEY
022300             MOVE 'Y' TO WS-CUST-EOF-SWITCH
022400     END-START
022500     MOVE ZERO TO HX-CUST-ID
022600     START DISCOUNT-HISTORY-FILE KEY NOT < HX-CUST-ID
022700         INVALID KEY
022800             MOVE 'Y' TO WS-HIST-EOF-SWITCH
022900     END-START
023000     EXEC SQL
023100         DECLARE BALCSR CURSOR FOR
023200         SELECT CUST_ID, BALANCE
023300         FROM CUSTOMERS
023400         ORDER BY CUST_ID
023500     END-EXEC
023600     EXEC SQL
023700         OPEN BALCSR
023800     END-EXEC
023900     WRITE BALANCE-REPORT-RECORD FROM WS-BALANCE-HEADING-1
024000     MOVE WS-LOG-DATE TO BH-RUN-DATE
024100     WRITE BALANCE-REPORT-RECORD FROM WS-BALANCE-HEADING-2.
024200 1000-EXIT.
024300     EXIT.

024400* THE SUMMARY FILE HOLDS ONE RECORD PER RUN - THE LAST ONE READ
024500* IS TONIGHT'S, AS GLBALCHK LOADS IT.
024600 1100-LOAD-RUN-SUMMARY.
024700     READ RUN-SUMMARY-FILE
024800         AT END
024900             MOVE 'Y' TO WS-SUMRY-EOF-SWITCH
025000     END-READ
025100     IF WS-SUMRY-EOF-SWITCH NOT = 'Y'
025200         MOVE RS-RUN-DATE TO WS-LOG-DATE
025300     END-IF.
025400 1100-EXIT.
025500     EXIT.

025600* SQLCODE 100 IS THE END OF THE TABLE.  ANY OTHER NONZERO CODE
025700* MEANS THE TABLE SIDE OF THE MATCH CANNOT BE TRUSTED - THE
025800* STEP ENDS RC=16 RATHER THAN REPORT A FALSE PICTURE.
025900 3000-FETCH-TABLE.
026000     EXEC SQL
026100         FETCH BALCSR
026200         INTO :WS-TBL-CUST-ID, :WS-TBL-BALANCE
026300     END-EXEC
026400     IF SQLCODE = 100
026500         MOVE 'Y' TO WS-TBL-EOF-SWITCH
026600         MOVE WS-HIGH-KEY TO WS-TBL-KEY
026700         GO TO 3000-EXIT
026800     END-IF
026900     IF SQLCODE NOT = ZERO
027000         DISPLAY 'BALRECON - CUSTOMERS FETCH FAILED, SQLCODE '
027100             SQLCODE ' - RC=16'
027200         MOVE 16 TO RETURN-CODE
027300         STOP RUN
027400     END-IF
027500     MOVE WS-TBL-CUST-ID TO WS-TBL-KEY
027600     ADD 1 TO WS-TABLE-COUNT.
027700 3000-EXIT.
027800     EXIT.

027900 3100-READ-MASTER.
028000     IF WS-CUST-EOF-SWITCH NOT = 'Y'
028100         READ CUSTOMER-FILE NEXT RECORD
028200             AT END
028300                 MOVE 'Y' TO WS-CUST-EOF-SWITCH
028400         END-READ
028500     END-IF
028600     IF WS-CUST-EOF-SWITCH = 'Y'
028700         MOVE WS-HIGH-KEY TO WS-CUST-KEY
028800     ELSE
028900         MOVE CUST-ID TO WS-CUST-KEY
029000         ADD 1 TO WS-MASTER-COUNT
029100     END-IF.
029200 3100-EXIT.
029300     EXIT.

029400* A HISTORY RECORD WITH NO ENTRIES CARRIES NO BALANCE TO PROVE
029500* - IT IS PASSED OVER AS IF ABSENT.
029600 3200-READ-HISTORY.
029700     PERFORM 3210-READ-NEXT-HISTORY THRU 3210-EXIT
029800     PERFORM 3210-READ-NEXT-HISTORY THRU 3210-EXIT
029900         UNTIL WS-HIST-EOF-SWITCH = 'Y'
030000             OR HX-ENTRY-COUNT > ZERO
030100     IF WS-HIST-EOF-SWITCH = 'Y'
030200         MOVE WS-HIGH-KEY TO WS-HIST-KEY
030300     ELSE
030400         MOVE HX-CUST-ID TO WS-HIST-KEY
030500         ADD 1 TO WS-HISTORY-COUNT
030600     END-IF.
031200 3200-EXIT.
031300     EXIT.

031310 3210-READ-NEXT-HISTORY.
031320     IF WS-HIST-EOF-SWITCH NOT = 'Y'
031330         READ DISCOUNT-HISTORY-FILE NEXT RECORD
031340             AT END
031350                 MOVE 'Y' TO WS-HIST-EOF-SWITCH
031352         END-READ
031354     END-IF.
031360 3210-EXIT.
031370     EXIT.

031400*****************************************************************
031500* 4000-MATCH-CUSTOMER - ONE MATCH CYCLE FOR THE LOWEST KEY
031600* OUTSTANDING ON ANY OF THE THREE INPUTS.  EACH INPUT HOLDING
031700* THAT KEY CONTRIBUTES ITS BALANCE AND IS THEN ADVANCED.
031800*****************************************************************
031900 4000-MATCH-CUSTOMER.
032000     MOVE WS-TBL-KEY TO WS-LOW-KEY
032100     IF WS-CUST-KEY < WS-LOW-KEY
032200         MOVE WS-CUST-KEY TO WS-LOW-KEY
032300     END-IF
032400     IF WS-HIST-KEY < WS-LOW-KEY
032500         MOVE WS-HIST-KEY TO WS-LOW-KEY
032600     END-IF
032700     MOVE 'N' TO WS-ON-TABLE-SWITCH
032800     MOVE 'N' TO WS-ON-MASTER-SWITCH
032900     MOVE 'N' TO WS-ON-HISTORY-SWITCH
033000     MOVE ZERO TO WS-CMP-TABLE-BAL
033100     MOVE ZERO TO WS-CMP-MASTER-BAL
033200     MOVE ZERO TO WS-CMP-HIST-BAL
033300     MOVE ZERO TO WS-CMP-HIST-DATE
033400     IF WS-TBL-KEY = WS-LOW-KEY
033500         MOVE 'Y' TO WS-ON-TABLE-SWITCH
033600         MOVE WS-TBL-BALANCE TO WS-CMP-TABLE-BAL
033700     END-IF
033800     IF WS-CUST-KEY = WS-LOW-KEY
033900         MOVE 'Y' TO WS-ON-MASTER-SWITCH
034000         MOVE CUST-BALANCE TO WS-CMP-MASTER-BAL
034100     END-IF
034200     IF WS-HIST-KEY = WS-LOW-KEY
034300         MOVE 'Y' TO WS-ON-HISTORY-SWITCH
034400         MOVE HX-BALANCE-AFTER (1) TO WS-CMP-HIST-BAL
034500         MOVE HX-RUN-DATE (1)      TO WS-CMP-HIST-DATE
034600     END-IF
034700     PERFORM 4100-CLASSIFY THRU 4100-EXIT
034800     IF WS-CAUSE NOT = SPACES
034900         PERFORM 4200-REPORT-DISAGREEMENT THRU 4200-EXIT
035000     END-IF
035100     IF ON-TABLE
035200         PERFORM 3000-FETCH-TABLE THRU 3000-EXIT
035300     END-IF
035400     IF ON-MASTER
035500         PERFORM 3100-READ-MASTER THRU 3100-EXIT
035600     END-IF
035700     IF ON-HISTORY
035800         PERFORM 3200-READ-HISTORY THRU 3200-EXIT
035900     END-IF.
036000 4000-EXIT.
036100     EXIT.

036200*****************************************************************
036300* 4100-CLASSIFY - DECIDE WHETHER THE COPIES AGREE AND, IF NOT,
036400* THE LIKELY CAUSE (T = TABLE, F = CUSTFILX, H = NEWEST
036500* HISTORY CLOSING BALANCE):
036600*   ON T ONLY OR T+H          - MISSING FROM CUSTFILX
036700*   ON F ONLY OR F+H          - MISSING FROM CUSTOMERS TABLE
036800*   ON H ONLY                 - CLOSED ACCOUNT, COUNTED ONLY
036900*   T = F, NO H OR H = T      - AGREED
037000*   T = F, H DIFFERENT        - HISTORY NEWER THAN BALANCE (A
037100*                               PRICED RUN NEVER REACHED EITHER
037200*                               COPY OF THE BALANCE)
037300*   T NOT = F, T = H          - CUSTFILX BEHIND: PRICED ON THE
037400*                               BUSINESS DATE MEANS THE APPLY
037500*                               STEP DID NOT RUN; OTHERWISE A
037600*                               BACKOUT RESTORED THE TABLE AND
037700*                               HISTORY BUT ITS BALUPDT WAS
037800*                               NEVER APPLIED
037900*   T NOT = F, F = H          - TABLE UPDATE LOST
038000*   T NOT = F, NO H           - THE TWO MASTERS DIFFER
038100*   ALL THREE DIFFERENT       - ALL THREE DIFFER
038200*****************************************************************
038300 4100-CLASSIFY.
038400     MOVE SPACES TO WS-CAUSE
038500     IF NOT ON-TABLE AND NOT ON-MASTER
038600         ADD 1 TO WS-CLOSED-COUNT
038700         GO TO 4100-EXIT
038800     END-IF
038900     IF NOT ON-MASTER
039000         MOVE 'MISSING FROM CUSTFILX' TO WS-CAUSE
039100         GO TO 4100-EXIT
039200     END-IF
039300     IF NOT ON-TABLE
039400         MOVE 'MISSING FROM CUSTOMERS TABLE' TO WS-CAUSE
039500         GO TO 4100-EXIT
039600     END-IF
039700     IF WS-CMP-TABLE-BAL = WS-CMP-MASTER-BAL
039800         IF NOT ON-HISTORY
039900             OR WS-CMP-HIST-BAL = WS-CMP-TABLE-BAL
040000             ADD 1 TO WS-AGREED-COUNT
040100         ELSE
040200             MOVE 'HISTORY NEWER THAN BALANCE' TO WS-CAUSE
040300         END-IF
040400         GO TO 4100-EXIT
040500     END-IF
040600     EVALUATE TRUE
040700         WHEN NOT ON-HISTORY
040800             MOVE 'TABLE AND CUSTFILX DIFFER' TO WS-CAUSE
040900         WHEN WS-CMP-HIST-BAL = WS-CMP-TABLE-BAL
041000             IF WS-CMP-HIST-DATE = WS-LOG-DATE
041100                 MOVE 'CUSTFILX APPLY NOT RUN' TO WS-CAUSE
041200             ELSE
041300                 MOVE 'BACKOUT NOT APPLIED' TO WS-CAUSE
041400             END-IF
041500         WHEN WS-CMP-HIST-BAL = WS-CMP-MASTER-BAL
041600             MOVE 'CUSTOMERS TABLE NOT UPDATED' TO WS-CAUSE
041700         WHEN OTHER
041800             MOVE 'ALL THREE DIFFER' TO WS-CAUSE
041900     END-EVALUATE.
042000 4100-EXIT.
042100     EXIT.

042200* ALL THREE VALUES PRINT; A COPY THAT DOES NOT HOLD THE
042300* CUSTOMER PRINTS AS *NONE* SO IT CANNOT BE READ AS ZERO.
042400 4200-REPORT-DISAGREEMENT.
042500     ADD 1 TO WS-DISAGREE-COUNT
042600     MOVE 'Y' TO WS-OUT-OF-BAL-SWITCH
042700     MOVE WS-LOW-KEY TO DL-CUST-ID
042800     IF ON-TABLE
042900         MOVE WS-CMP-TABLE-BAL TO WS-EDIT-BALANCE
043000         MOVE WS-EDIT-BALANCE  TO DL-TABLE-BAL
043100     ELSE
043200         MOVE '    *NONE*'     TO DL-TABLE-BAL
043300     END-IF
043400     IF ON-MASTER
043500         MOVE WS-CMP-MASTER-BAL TO WS-EDIT-BALANCE
043600         MOVE WS-EDIT-BALANCE   TO DL-MASTER-BAL
043700     ELSE
043800         MOVE '    *NONE*'      TO DL-MASTER-BAL
043900     END-IF
044000     IF ON-HISTORY
044100         MOVE WS-CMP-HIST-BAL  TO WS-EDIT-BALANCE
044200         MOVE WS-EDIT-BALANCE  TO DL-HIST-BAL
044300         MOVE WS-CMP-HIST-DATE TO DL-HIST-DATE
044400     ELSE
044500         MOVE '    *NONE*'     TO DL-HIST-BAL
044600         MOVE SPACES           TO DL-HIST-DATE
044700     END-IF
044800     MOVE WS-CAUSE TO DL-CAUSE
044900     WRITE BALANCE-REPORT-RECORD FROM WS-DETAIL-LINE.
045000 4200-EXIT.
045100     EXIT.

045200 9000-FINALIZE.
045300     MOVE WS-TABLE-COUNT    TO BT-TABLE-COUNT
045400     MOVE WS-MASTER-COUNT   TO BT-MASTER-COUNT
045500     MOVE WS-HISTORY-COUNT  TO BT-HISTORY-COUNT
045600     MOVE WS-AGREED-COUNT   TO BT-AGREED-COUNT
045700     MOVE WS-DISAGREE-COUNT TO BT-DISAGREE-COUNT
045800     MOVE WS-CLOSED-COUNT   TO BT-CLOSED-COUNT
045900     WRITE BALANCE-REPORT-RECORD FROM WS-BALANCE-TOTAL-LINE
046000     IF RUN-OUT-OF-BALANCE
046100         MOVE 'RESULT: BALANCES DISAGREE - SEE LISTED CUSTOMERS'
046200             TO VL-VERDICT
046300     ELSE
046400         MOVE 'RESULT: ALL THREE BALANCE COPIES AGREE'
046500             TO VL-VERDICT
046600     END-IF
046700     WRITE BALANCE-REPORT-RECORD FROM WS-VERDICT-LINE
046800     EXEC SQL
046900         CLOSE BALCSR
047000     END-EXEC
047100     CLOSE CUSTOMER-FILE
047200     CLOSE DISCOUNT-HISTORY-FILE
047300     CLOSE BALANCE-REPORT-FILE
047400     DISPLAY 'BALRECON - TABLE ROWS READ:    ' WS-TABLE-COUNT
047500     DISPLAY 'BALRECON - CUSTFILX RECORDS:   ' WS-MASTER-COUNT
047600     DISPLAY 'BALRECON - HISTORY RECORDS:    ' WS-HISTORY-COUNT
047700     DISPLAY 'BALRECON - AGREED:             ' WS-AGREED-COUNT
047800     DISPLAY 'BALRECON - DISAGREEMENTS:      ' WS-DISAGREE-COUNT
047900     DISPLAY 'BALRECON - CLOSED (HIST ONLY): ' WS-CLOSED-COUNT
048000     IF RUN-OUT-OF-BALANCE
048100         DISPLAY 'BALRECON - BALANCES OUT OF AGREEMENT - RC=8'
048200         MOVE 8 TO RETURN-CODE
048300     END-IF
048400     PERFORM 9600-LOG-RUN-END THRU 9600-EXIT.
048500 9000-EXIT.
048600     EXIT.

048700* SHARED NIGHT-RUN EVENT LOG FOR THE RUNSTAT MORNING REPORT.
048800 9500-LOG-RUN-START.
048900     OPEN EXTEND RUN-LOG-FILE
049000     IF WS-RLOG-STATUS = '35'
049100         OPEN OUTPUT RUN-LOG-FILE
049200     END-IF
049300     MOVE 'BALRECON'      TO RE-PROGRAM
049400     MOVE WS-LOG-DATE     TO RE-RUN-DATE
049500     MOVE 'S'             TO RE-EVENT-TYPE
049600     ACCEPT WS-TIME-WORK FROM TIME
049700     MOVE WS-TIME-HHMMSS  TO RE-EVENT-TIME
049800     MOVE ZERO            TO RE-COUNT-1
049900     MOVE ZERO            TO RE-COUNT-2
050000     MOVE ZERO            TO RE-RETURN-CODE
050100     WRITE RUN-EVENT-RECORD.
050200 9500-EXIT.
050300     EXIT.

050400 9600-LOG-RUN-END.
050500     MOVE 'BALRECON'        TO RE-PROGRAM
050600     MOVE WS-LOG-DATE       TO RE-RUN-DATE
050700     MOVE 'E'               TO RE-EVENT-TYPE
050800     ACCEPT WS-TIME-WORK FROM TIME
050900     MOVE WS-TIME-HHMMSS    TO RE-EVENT-TIME
051000     MOVE WS-AGREED-COUNT   TO RE-COUNT-1
051100     MOVE WS-DISAGREE-COUNT TO RE-COUNT-2
051200     MOVE RETURN-CODE       TO RE-RETURN-CODE
051300     WRITE RUN-EVENT-RECORD
051400     CLOSE RUN-LOG-FILE.
051500 9600-EXIT.
051600     EXIT.
