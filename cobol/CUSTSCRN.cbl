000100*****************************************************************
000200* CUSTSCRN - PRE-PRICING CUSTOMER VARIANCE SCREEN
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. CUSTSCRN.
000600 AUTHOR. LEGACY SYSTEMS TEAM.
000700 INSTALLATION. RETAIL BANKING - CUSTOMER MAINTENANCE.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.

001000*****************************************************************
001100* MODIFICATION HISTORY
001200*   DATE       INIT  DESCRIPTION
001300*   ---------- ----  ---------------------------------------------
001400*   2026-10-15  RLS  ORIGINAL.  RUNS BETWEEN THE EDIT/RECYCLE
001500*                    MERGE AND THE PRICING STEP.  EVERY EXTRACT
001600*                    RECORD THAT PASSED CUSTEDIT IS COMPARED
001700*                    WITH WHAT THE SYSTEM LAST KNEW ABOUT THE
001800*                    CUSTOMER - THE NEWEST DISCHIST ENTRY FOR
001900*                    THE BALANCE AND PRIOR SENIOR RATES, THE
002000*                    VARPROF PROFILE FOR THE LAST AGE AND THE
002100*                    STATUS ON EACH OF THE LAST SIX RUNS.  A
002200*                    CUSTOMER IS HELD (NOT PRICED) WHEN:
002300*                      - THE BALANCE MOVED MORE THAN THE SYSIN
002400*                        TOLERANCE PERCENT (DEFAULT 50) EITHER
002500*                        WAY FROM HX-BALANCE-AFTER (1);
002600*                      - THE AGE WENT DOWN, OR ROSE BY MORE
002700*                        THAN ONE YEAR (PLUS ANY WHOLE YEARS
002800*                        SINCE THE PROFILE WAS LAST UPDATED);
002900*                      - AN ACTIVE CUSTOMER WAS INACTIVE ON ONE
003000*                        OF THE LAST SIX RUNS AND ACTIVE BEFORE
003100*                        THAT (A/I/A FLIP);
003200*                      - THE CUSTOMER NOW PRICES AT A SENIOR
003300*                        RATE (OVER 15%, THE SIGN-OFF THRESHOLD
003400*                        CUSTDISC USES) FOR THE FIRST TIME.
003500*                    HELD CUSTOMERS GO TO THE VARHOLD FILE AND
003600*                    THE VARRPT REVIEW REPORT, RC=4.  AN OPS
003700*                    RELEASE CARD (VARRLSE) FOR THE CUSTOMER
003800*                    LETS IT THROUGH ON THE NEXT RUN AND MAKES
003900*                    ITS VALUES THE NEW PROFILE BASELINE.
004000*****************************************************************

004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER. IBM-370.
004400 OBJECT-COMPUTER. IBM-370.

004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT SCREEN-IN-FILE ASSIGN TO 'SCRNIN'
004800         ORGANIZATION IS SEQUENTIAL
004900         ACCESS MODE IS SEQUENTIAL.

005000     SELECT SCREEN-OUT-FILE ASSIGN TO 'SCRNOUT'
005100         ORGANIZATION IS SEQUENTIAL
005200         ACCESS MODE IS SEQUENTIAL.

005300     SELECT VARIANCE-HOLD-FILE ASSIGN TO 'VARHOLD'
005400         ORGANIZATION IS SEQUENTIAL
005500         ACCESS MODE IS SEQUENTIAL.

005600     SELECT VARIANCE-REPORT-FILE ASSIGN TO 'VARRPT'
005700         ORGANIZATION IS SEQUENTIAL
005800         ACCESS MODE IS SEQUENTIAL.

005900     SELECT RELEASE-CARD-FILE ASSIGN TO 'VARRLSE'
006000         ORGANIZATION IS SEQUENTIAL
006100         ACCESS MODE IS SEQUENTIAL
006200         FILE STATUS IS WS-RLSE-STATUS.

006300     SELECT DISCOUNT-HISTORY-FILE ASSIGN TO 'DISCHIST'
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS HX-CUST-ID
006700         FILE STATUS IS WS-HIST-STATUS.

006800     SELECT VARIANCE-PROFILE-FILE ASSIGN TO 'VARPROF'
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS VP-CUST-ID
007200         FILE STATUS IS WS-PROF-STATUS.

007300     SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG'
007400         ORGANIZATION IS SEQUENTIAL
007500         ACCESS MODE IS SEQUENTIAL
007600         FILE STATUS IS WS-RLOG-STATUS.

007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  SCREEN-IN-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY CUSTREC.

008200 FD  SCREEN-OUT-FILE
008300     LABEL RECORDS ARE STANDARD
008400     RECORD CONTAINS 52 CHARACTERS.
008500 01  SCREEN-OUT-RECORD           PIC X(52).

008600 FD  VARIANCE-HOLD-FILE
008700     LABEL RECORDS ARE STANDARD.
008800     COPY VARHOLD.

008900 FD  VARIANCE-REPORT-FILE
009000     LABEL RECORDS ARE OMITTED
009100     RECORD CONTAINS 132 CHARACTERS.
009200 01  VARIANCE-REPORT-RECORD      PIC X(132).

009300* ONE CARD PER CUSTOMER OPS HAVE CHECKED AND RELEASED.
009400 FD  RELEASE-CARD-FILE
009500     LABEL RECORDS ARE OMITTED
009600     RECORD CONTAINS 80 CHARACTERS.
009700 01  RELEASE-CARD-RECORD.
009800     05  RL-CUST-ID              PIC X(6).
009900     05  RL-CUST-ID-N REDEFINES RL-CUST-ID
010000                                 PIC 9(6).
010100     05  RL-RELEASED-BY          PIC X(8).
010200     05  RL-REASON               PIC X(30).
010300     05  FILLER                  PIC X(36).

010400 FD  DISCOUNT-HISTORY-FILE
010500     LABEL RECORDS ARE STANDARD.
010600     COPY DISCHIST.

010700 FD  VARIANCE-PROFILE-FILE
010800     LABEL RECORDS ARE STANDARD.
010900     COPY VARPROF.

011000 FD  RUN-LOG-FILE
011100     LABEL RECORDS ARE STANDARD.
011200     COPY RUNEVENT.

011300 WORKING-STORAGE SECTION.
011400 77  WS-TOLERANCE-PCT        PIC 9(3)    VALUE ZERO.
011500 77  WS-TOLERANCE-CARD       PIC X(3)    VALUE SPACES.
011600* CUSTDISC'S SENIOR SIGN-OFF THRESHOLD - A RATE OVER THIS IS A
011700* SENIOR DISCOUNT
011800 77  WS-SENIOR-RATE-FLOOR    PIC 9(2)V99 VALUE 15.
011900 77  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
012000 77  WS-RLOG-STATUS          PIC X(2)    VALUE '00'.
012100 77  WS-RLSE-STATUS          PIC X(2)    VALUE '00'.
012200 77  WS-HIST-STATUS          PIC X(2)    VALUE '00'.
012300 77  WS-PROF-STATUS          PIC X(2)    VALUE '00'.
012400 01  WS-TIME-WORK            PIC 9(8)    VALUE ZERO.
012500 01  WS-TIME-WORK-PARTS REDEFINES WS-TIME-WORK.
012600     05  WS-TIME-HHMMSS          PIC 9(6).
012700     05  FILLER                  PIC 9(2).

012800 77  WS-SCREEN-EOF-SWITCH    PIC X(1)    VALUE 'N'.
012900     88  END-OF-SCREEN-FILE                 VALUE 'Y'.
013000 77  WS-RLSE-EOF-SWITCH      PIC X(1)    VALUE 'N'.
013100 77  WS-HIST-FOUND-SWITCH    PIC X(1)    VALUE 'N'.
013200     88  HISTORY-FOUND                      VALUE 'Y'.
013300 77  WS-PROF-FOUND-SWITCH    PIC X(1)    VALUE 'N'.
013400     88  PROFILE-FOUND                      VALUE 'Y'.
013500 77  WS-HOLD-SWITCH          PIC X(1)    VALUE 'N'.
013600     88  CUSTOMER-HELD                      VALUE 'Y'.
013700 77  WS-RELEASED-SWITCH      PIC X(1)    VALUE 'N'.
013800     88  CUSTOMER-RELEASED                  VALUE 'Y'.
013900 77  WS-INACTIVE-SEEN-SWITCH PIC X(1)    VALUE 'N'.
014000 77  WS-FLIP-SWITCH          PIC X(1)    VALUE 'N'.
014100     88  STATUS-FLIPPED                     VALUE 'Y'.
014200 77  WS-PRIOR-SENIOR-SWITCH  PIC X(1)    VALUE 'N'.
014300     88  PRIOR-SENIOR-FOUND                 VALUE 'Y'.

014400 77  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
014500 77  WS-PASSED-COUNT         PIC 9(7)    VALUE ZERO.
014600 77  WS-HELD-COUNT           PIC 9(7)    VALUE ZERO.
014700 77  WS-RELEASED-COUNT       PIC 9(7)    VALUE ZERO.
014800 77  WS-NEW-PROFILE-COUNT    PIC 9(7)    VALUE ZERO.
014900 77  WS-BALANCE-HOLD-COUNT   PIC 9(7)    VALUE ZERO.
015000 77  WS-AGE-HOLD-COUNT       PIC 9(7)    VALUE ZERO.
015100 77  WS-STATUS-HOLD-COUNT    PIC 9(7)    VALUE ZERO.
015200 77  WS-SENIOR-HOLD-COUNT    PIC 9(7)    VALUE ZERO.
015300 77  WS-UNUSED-RLSE-COUNT    PIC 9(7)    VALUE ZERO.
015400 77  WS-BAD-RLSE-COUNT       PIC 9(7)    VALUE ZERO.

015500 77  WS-PRIOR-BALANCE        PIC 9(7)V99 VALUE ZERO.
015600 77  WS-BALANCE-DIFF         PIC 9(7)V99 VALUE ZERO.
015700 77  WS-CHANGE-PCT           PIC 9(5)    VALUE ZERO.
015800 77  WS-YEARS-GAP            PIC 9(4)    VALUE ZERO.
015900 77  WS-AGE-ALLOWED          PIC 9(4)    VALUE ZERO.
016000 77  WS-CURRENT-RATE         PIC 9(2)V99 VALUE ZERO.
016100 77  WS-STATUS-WORK          PIC X(5)    VALUE SPACES.
016200 77  WS-RELEASED-BY          PIC X(8)    VALUE SPACES.
016300 77  WS-HX-SUB               PIC 9(2) COMP VALUE ZERO.
016400 77  WS-SLOT-SUB             PIC 9(2) COMP VALUE ZERO.
016500 77  WS-RLSE-SUB             PIC 9(4) COMP VALUE ZERO.
016600 77  WS-RLSE-TBL-COUNT       PIC 9(4) COMP VALUE ZERO.

016700* TONIGHT'S RELEASE CARDS - LOADED ONCE, MARKED AS THEY RELEASE
016800* A HELD CUSTOMER, AND ANY LEFT UNMARKED ARE LISTED AT THE END
016900 01  WS-RELEASE-TABLE-AREA.
017000     05  WS-RELEASE-ENTRY OCCURS 500 TIMES.
017100         10  RX-CUST-ID          PIC 9(6).
017200         10  RX-RELEASED-BY      PIC X(8).
017300         10  RX-REASON           PIC X(30).
017400         10  RX-USED-SWITCH      PIC X(1).

017500 01  WS-SCREEN-HEADING-1         PIC X(132)
017600         VALUE 'CUSTSCRN - PRE-PRICING VARIANCE REVIEW REPORT'.

017700 01  WS-SCREEN-HEADING-2.
017800     05  FILLER                  PIC X(5)  VALUE SPACES.
017900     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
018000     05  SH-RUN-DATE             PIC 9(8).
018100     05  FILLER                  PIC X(4)  VALUE SPACES.
018200     05  FILLER                  PIC X(21)
018300         VALUE 'BALANCE TOLERANCE %: '.
018400     05  SH-TOLERANCE            PIC ZZ9.
018500     05  FILLER                  PIC X(81) VALUE SPACES.

018600 01  WS-SCREEN-HEADING-3.
018700     05  FILLER                  PIC X(10) VALUE '  CUST-ID '.
018800     05  FILLER                  PIC X(24) VALUE 'NAME'.
018900     05  FILLER                  PIC X(12) VALUE 'PRIOR BAL'.
019000     05  FILLER                  PIC X(12) VALUE 'EXTRACT BAL'.
019100     05  FILLER                  PIC X(8)  VALUE 'CHG %'.
019200     05  FILLER                  PIC X(5)  VALUE 'WAS'.
019300     05  FILLER                  PIC X(6)  VALUE 'AGE'.
019400     05  FILLER                  PIC X(8)  VALUE 'STATUS'.
019500     05  FILLER                  PIC X(4)  VALUE 'NOW'.
019600     05  FILLER                  PIC X(21) VALUE 'REASONS'.
019700     05  FILLER                  PIC X(22) VALUE 'ACTION'.

019800 01  WS-HOLD-LINE.
019900     05  FILLER                  PIC X(2)  VALUE SPACES.
020000     05  HL-CUST-ID              PIC 9(6).
020100     05  FILLER                  PIC X(2)  VALUE SPACES.
020200     05  HL-CUST-NAME            PIC X(22).
020300     05  FILLER                  PIC X(2)  VALUE SPACES.
020400     05  HL-PRIOR-BALANCE        PIC Z(6)9.99.
020500     05  FILLER                  PIC X(2)  VALUE SPACES.
020600     05  HL-CURRENT-BALANCE      PIC Z(6)9.99.
020700     05  FILLER                  PIC X(2)  VALUE SPACES.
020800     05  HL-CHANGE-PCT           PIC Z(4)9.
020900     05  FILLER                  PIC X(3)  VALUE SPACES.
021000     05  HL-PRIOR-AGE            PIC ZZ9.
021100     05  FILLER                  PIC X(2)  VALUE SPACES.
021200     05  HL-CURRENT-AGE          PIC ZZ9.
021300     05  FILLER                  PIC X(3)  VALUE SPACES.
021400     05  HL-STATUS-HISTORY       PIC X(6).
021500     05  FILLER                  PIC X(2)  VALUE SPACES.
021600     05  HL-CURRENT-STATUS       PIC X(1).
021700     05  FILLER                  PIC X(3)  VALUE SPACES.
021800     05  HL-REASON-BALANCE       PIC X(4).
021900     05  FILLER                  PIC X(1)  VALUE SPACES.
022000     05  HL-REASON-AGE           PIC X(4).
022100     05  FILLER                  PIC X(1)  VALUE SPACES.
022200     05  HL-REASON-STATUS        PIC X(4).
022300     05  FILLER                  PIC X(1)  VALUE SPACES.
022400     05  HL-REASON-SENIOR        PIC X(4).
022500     05  FILLER                  PIC X(2)  VALUE SPACES.
022600     05  HL-ACTION               PIC X(22).

022700 01  WS-RELEASE-LINE.
022800     05  FILLER                  PIC X(5)  VALUE SPACES.
022900     05  RN-LABEL                PIC X(28).
023000     05  RN-CUST-ID              PIC X(6).
023100     05  FILLER                  PIC X(2)  VALUE SPACES.
023200     05  RN-RELEASED-BY          PIC X(8).
023300     05  FILLER                  PIC X(2)  VALUE SPACES.
023400     05  RN-REASON               PIC X(30).
023500     05  FILLER                  PIC X(51) VALUE SPACES.

023600 01  WS-TOTAL-LINE.
023700     05  FILLER                  PIC X(5)  VALUE SPACES.
023800     05  TL-LABEL                PIC X(30).
023900     05  TL-COUNT                PIC Z(6)9.
024000     05  FILLER                  PIC X(90) VALUE SPACES.

024100 01  WS-VERDICT-LINE.
024200     05  FILLER                  PIC X(5)  VALUE SPACES.
024300     05  VL-VERDICT              PIC X(60).
024400     05  FILLER                  PIC X(67) VALUE SPACES.

024500 PROCEDURE DIVISION.
024600*****************************************************************
024700* 0000-MAINLINE
024800*****************************************************************
024900 0000-MAINLINE.
025000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025100     PERFORM 3000-READ-EXTRACT THRU 3000-EXIT
025200     PERFORM 4000-SCREEN-RECORD THRU 4000-EXIT
025300         UNTIL END-OF-SCREEN-FILE
025400     PERFORM 6000-LIST-UNUSED-RELEASES THRU 6000-EXIT
025500     PERFORM 9000-FINALIZE THRU 9000-EXIT
025600     STOP RUN.

025700*****************************************************************
025800* 1000-INITIALIZE - READ THE TOLERANCE CARD, OPEN THE HISTORY
025900* AND PROFILE KSDSS (BOTH REQUIRED), AND LOAD TONIGHT'S RELEASE
026000* CARDS.
026100*****************************************************************
026200 1000-INITIALIZE.
026300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
026400     PERFORM 9500-LOG-RUN-START THRU 9500-EXIT
026500     ACCEPT WS-TOLERANCE-CARD
026600     IF WS-TOLERANCE-CARD IS NUMERIC
026700         MOVE WS-TOLERANCE-CARD TO WS-TOLERANCE-PCT
026800     END-IF
026900     IF WS-TOLERANCE-PCT = ZERO
027000         MOVE 50 TO WS-TOLERANCE-PCT
027100     END-IF
027200     OPEN INPUT DISCOUNT-HISTORY-FILE
027300     IF WS-HIST-STATUS NOT = '00'
027400         DISPLAY 'CUSTSCRN - HISTORY FILE OPEN FAILED, STATUS '
027500             WS-HIST-STATUS ' - RC=16'
027600         MOVE 16 TO RETURN-CODE
027700         STOP RUN
027800     END-IF
027900     OPEN I-O VARIANCE-PROFILE-FILE
028000     IF WS-PROF-STATUS NOT = '00'
028100         DISPLAY 'CUSTSCRN - PROFILE FILE OPEN FAILED, STATUS '
028200             WS-PROF-STATUS ' - RC=16'
028300         MOVE 16 TO RETURN-CODE
028400         STOP RUN
028500     END-IF
028600     OPEN INPUT  SCREEN-IN-FILE
028700     OPEN OUTPUT SCREEN-OUT-FILE
028800     OPEN OUTPUT VARIANCE-HOLD-FILE
028900     OPEN OUTPUT VARIANCE-REPORT-FILE
029000     MOVE WS-RUN-DATE      TO SH-RUN-DATE
029100     MOVE WS-TOLERANCE-PCT TO SH-TOLERANCE
029200     WRITE VARIANCE-REPORT-RECORD FROM WS-SCREEN-HEADING-1
029300     WRITE VARIANCE-REPORT-RECORD FROM WS-SCREEN-HEADING-2
029400     WRITE VARIANCE-REPORT-RECORD FROM WS-SCREEN-HEADING-3
029500     PERFORM 1100-LOAD-RELEASES THRU 1100-EXIT.
029600 1000-EXIT.
029700     EXIT.

029800* NO RELEASE FILE IS NOT AN ERROR - NOTHING IS RELEASED.
029900 1100-LOAD-RELEASES.
030000     OPEN INPUT RELEASE-CARD-FILE
030100     IF WS-RLSE-STATUS NOT = '00'
030200         GO TO 1100-EXIT
030300     END-IF
030400     PERFORM 1110-LOAD-RELEASE-ENTRY THRU 1110-EXIT
030500         UNTIL WS-RLSE-EOF-SWITCH = 'Y'
030600     CLOSE RELEASE-CARD-FILE.
030700 1100-EXIT.
030800     EXIT.

030900 1110-LOAD-RELEASE-ENTRY.
031000     READ RELEASE-CARD-FILE
031100         AT END
031200             MOVE 'Y' TO WS-RLSE-EOF-SWITCH
031300     END-READ
031400     IF WS-RLSE-EOF-SWITCH = 'Y'
031500         GO TO 1110-EXIT
031600     END-IF
031700     IF RL-CUST-ID-N NOT NUMERIC
031800         OR RL-RELEASED-BY = SPACES
031900         MOVE 'RELEASE CARD REJECTED:' TO RN-LABEL
032000         PERFORM 1150-WRITE-CARD-LINE THRU 1150-EXIT
032100         ADD 1 TO WS-BAD-RLSE-COUNT
032200         GO TO 1110-EXIT
032300     END-IF
032400     IF WS-RLSE-TBL-COUNT NOT < 500
032500         DISPLAY 'CUSTSCRN: RELEASE REJECTED, TABLE FULL AT 500: '
032600             RL-CUST-ID
032700         MOVE 'RELEASE CARD OVER 500 LIMIT:' TO RN-LABEL
032800         PERFORM 1150-WRITE-CARD-LINE THRU 1150-EXIT
032900         ADD 1 TO WS-BAD-RLSE-COUNT
033000         GO TO 1110-EXIT
033100     END-IF
033200     ADD 1 TO WS-RLSE-TBL-COUNT
033300     MOVE RL-CUST-ID-N   TO RX-CUST-ID (WS-RLSE-TBL-COUNT)
033400     MOVE RL-RELEASED-BY TO RX-RELEASED-BY (WS-RLSE-TBL-COUNT)
033500     MOVE RL-REASON      TO RX-REASON (WS-RLSE-TBL-COUNT)
033600     MOVE 'N'            TO RX-USED-SWITCH (WS-RLSE-TBL-COUNT).
033700 1110-EXIT.
033800     EXIT.

033900 1150-WRITE-CARD-LINE.
034000     MOVE RL-CUST-ID     TO RN-CUST-ID
034100     MOVE RL-RELEASED-BY TO RN-RELEASED-BY
034200     MOVE RL-REASON      TO RN-REASON
034300     WRITE VARIANCE-REPORT-RECORD FROM WS-RELEASE-LINE.
034400 1150-EXIT.
034500     EXIT.

034600 3000-READ-EXTRACT.
034700     READ SCREEN-IN-FILE
034800         AT END
034900             MOVE 'Y' TO WS-SCREEN-EOF-SWITCH
035000     END-READ.
035100 3000-EXIT.
035200     EXIT.

035300*****************************************************************
035400* 4000-SCREEN-RECORD - RUN EVERY TEST, THEN EITHER PASS THE
035500* RECORD TO PRICING OR HOLD IT.  THE TESTS ALL RUN EVEN FOR A
035600* RELEASED CUSTOMER SO THE REVIEW REPORT SHOWS WHAT OPS LET
035700* THROUGH.
035800*****************************************************************
035900 4000-SCREEN-RECORD.
036000     ADD 1 TO WS-READ-COUNT
036100     MOVE 'N'    TO WS-HOLD-SWITCH
036200     MOVE 'N'    TO WS-RELEASED-SWITCH
036300     MOVE 'NNNN' TO VH-REASON-FLAGS
036400     PERFORM 4100-READ-PRIOR-VALUES THRU 4100-EXIT
036500     PERFORM 4200-CHECK-BALANCE THRU 4200-EXIT
036600     PERFORM 4300-CHECK-AGE THRU 4300-EXIT
036700     PERFORM 4400-CHECK-STATUS THRU 4400-EXIT
036800     PERFORM 4500-CHECK-SENIOR THRU 4500-EXIT
036900     IF VH-REASON-FLAGS NOT = 'NNNN'
037000         MOVE 'Y' TO WS-HOLD-SWITCH
037100         PERFORM 4600-CHECK-RELEASE THRU 4600-EXIT
037200     END-IF
037300     IF CUSTOMER-HELD AND NOT CUSTOMER-RELEASED
037400         PERFORM 7000-HOLD-CUSTOMER THRU 7000-EXIT
037500     ELSE
037600         PERFORM 5000-PASS-CUSTOMER THRU 5000-EXIT
037700     END-IF
037800     PERFORM 3000-READ-EXTRACT THRU 3000-EXIT.
037900 4000-EXIT.
038000     EXIT.

038100* A HISTORY RECORD WITH NO ENTRIES IS TREATED AS NO HISTORY.
038200 4100-READ-PRIOR-VALUES.
038300     MOVE 'N'    TO WS-HIST-FOUND-SWITCH
038400     MOVE 'N'    TO WS-PROF-FOUND-SWITCH
038500     MOVE ZERO   TO VH-PRIOR-BALANCE
038600     MOVE ZERO   TO VH-PRIOR-AGE
038700     MOVE SPACES TO VH-STATUS-HISTORY
038800     MOVE CUST-ID TO HX-CUST-ID
038900     READ DISCOUNT-HISTORY-FILE
039000         INVALID KEY
039100             CONTINUE
039200         NOT INVALID KEY
039300             IF HX-ENTRY-COUNT > ZERO
039400                 MOVE 'Y' TO WS-HIST-FOUND-SWITCH
039500                 MOVE HX-BALANCE-AFTER (1) TO VH-PRIOR-BALANCE
039600             END-IF
039700     END-READ
039800     MOVE CUST-ID TO VP-CUST-ID
039900     READ VARIANCE-PROFILE-FILE
040000         INVALID KEY
040100             CONTINUE
040200         NOT INVALID KEY
040300             MOVE 'Y'               TO WS-PROF-FOUND-SWITCH
040400             MOVE VP-LAST-AGE       TO VH-PRIOR-AGE
040500             MOVE VP-STATUS-HISTORY TO VH-STATUS-HISTORY
040600     END-READ.
040700 4100-EXIT.
040800     EXIT.

040900* BUSINESS RULE: A BALANCE THAT JUMPED OR COLLAPSED BY MORE THAN
041000* THE TOLERANCE PERCENT SINCE THE LAST POSTED CLOSING BALANCE IS
041100* HELD.  A ZERO PRIOR BALANCE GIVES NO BASE TO MEASURE FROM AND
041200* IS NOT TESTED.
041300 4200-CHECK-BALANCE.
041400     MOVE ZERO TO WS-CHANGE-PCT
041500     IF NOT HISTORY-FOUND
041600         GO TO 4200-EXIT
041700     END-IF
041800     MOVE HX-BALANCE-AFTER (1) TO WS-PRIOR-BALANCE
041900     IF WS-PRIOR-BALANCE = ZERO
042000         GO TO 4200-EXIT
042100     END-IF
042200     IF CUST-BALANCE > WS-PRIOR-BALANCE
042300         COMPUTE WS-BALANCE-DIFF = CUST-BALANCE - WS-PRIOR-BALANCE
042400     ELSE
042500         COMPUTE WS-BALANCE-DIFF = WS-PRIOR-BALANCE - CUST-BALANCE
042600     END-IF
042700     COMPUTE WS-CHANGE-PCT ROUNDED =
042800         WS-BALANCE-DIFF * 100 / WS-PRIOR-BALANCE
042900         ON SIZE ERROR
043000             MOVE 99999 TO WS-CHANGE-PCT
043100     END-COMPUTE
043200     IF WS-CHANGE-PCT > WS-TOLERANCE-PCT
043300         MOVE 'Y' TO VH-BALANCE-FLAG
043400         ADD 1 TO WS-BALANCE-HOLD-COUNT
043500     END-IF.
043600 4200-EXIT.
043700     EXIT.

043800* BUSINESS RULE: AGE NEVER GOES DOWN, AND RISES BY AT MOST ONE
043900* YEAR BETWEEN RUNS - PLUS ONE FOR EACH WHOLE YEAR THE CUSTOMER
044000* WAS NOT SEEN, SO A CUSTOMER BACK AFTER A LONG GAP IS NOT HELD
044100* FOR AGEING NORMALLY.  NO PROFILE YET MEANS NOTHING TO COMPARE.
044200 4300-CHECK-AGE.
044300     IF NOT PROFILE-FOUND
044400         GO TO 4300-EXIT
044500     END-IF
044600     IF CUST-AGE < VP-LAST-AGE
044700         MOVE 'Y' TO VH-AGE-FLAG
044800         ADD 1 TO WS-AGE-HOLD-COUNT
044900         GO TO 4300-EXIT
045000     END-IF
045100     MOVE ZERO TO WS-YEARS-GAP
045200     IF WS-RUN-DATE > VP-LAST-RUN-DATE
045300         COMPUTE WS-YEARS-GAP =
045400             (WS-RUN-DATE - VP-LAST-RUN-DATE) / 10000
045500     END-IF
045600     COMPUTE WS-AGE-ALLOWED = VP-LAST-AGE + 1 + WS-YEARS-GAP
045700     IF CUST-AGE > WS-AGE-ALLOWED
045800         MOVE 'Y' TO VH-AGE-FLAG
045900         ADD 1 TO WS-AGE-HOLD-COUNT
046000     END-IF.
046100 4300-EXIT.
046200     EXIT.

046300* BUSINESS RULE: AN ACTIVE CUSTOMER WHO WAS INACTIVE ON ONE OF
046400* THE LAST SIX RUNS AND ACTIVE ON AN EARLIER ONE HAS FLIPPED
046500* A/I/A - HELD, SINCE REACTIVATION RESTARTS DISCOUNT PRICING.
046600* SLOT 1 IS THE NEWEST RUN.
046700 4400-CHECK-STATUS.
046800     IF NOT PROFILE-FOUND
046900         OR NOT ACTIVE-CUSTOMER
047000         GO TO 4400-EXIT
047100     END-IF
047200     MOVE 'N' TO WS-INACTIVE-SEEN-SWITCH
047300     MOVE 'N' TO WS-FLIP-SWITCH
047400     PERFORM 4410-SCAN-STATUS-SLOT THRU 4410-EXIT
047500         VARYING WS-SLOT-SUB FROM 1 BY 1
047600         UNTIL WS-SLOT-SUB > 6
047700     IF STATUS-FLIPPED
047800         MOVE 'Y' TO VH-STATUS-FLAG
047900         ADD 1 TO WS-STATUS-HOLD-COUNT
048000     END-IF.
048100 4400-EXIT.
048200     EXIT.

048300 4410-SCAN-STATUS-SLOT.
048400     IF VP-STATUS-SLOT (WS-SLOT-SUB) = 'I'
048500         MOVE 'Y' TO WS-INACTIVE-SEEN-SWITCH
048600     ELSE
048700         IF VP-STATUS-SLOT (WS-SLOT-SUB) = 'A'
048800             AND WS-INACTIVE-SEEN-SWITCH = 'Y'
048900             MOVE 'Y' TO WS-FLIP-SWITCH
049000         END-IF
049100     END-IF.
049200 4410-EXIT.
049300     EXIT.

049400* BUSINESS RULE: THE FIRST SENIOR DISCOUNT A CUSTOMER WOULD GET
049500* IS HELD FOR REVIEW.  RATELOOK (THE SAME SEARCH CUSTDISC USES)
049600* SAYS WHETHER TONIGHT'S AGE AND STATUS PRICE OVER THE SENIOR
049700* THRESHOLD; THE CUSTOMER IS NOT NEW TO IT IF THE PROFILE HAS
049800* SEEN A SENIOR RATE OR ANY RETAINED DISCHIST RUN CARRIES ONE.
049900 4500-CHECK-SENIOR.
050000     MOVE ZERO TO WS-CURRENT-RATE
050100     CALL 'RATELOOK' USING CUST-AGE CUST-STATUS WS-CURRENT-RATE
050200     IF WS-CURRENT-RATE NOT > WS-SENIOR-RATE-FLOOR
050300         GO TO 4500-EXIT
050400     END-IF
050500     IF PROFILE-FOUND AND VP-SENIOR-SEEN
050600         GO TO 4500-EXIT
050700     END-IF
050800     MOVE 'N' TO WS-PRIOR-SENIOR-SWITCH
050900     IF HISTORY-FOUND
051000         PERFORM 4510-SCAN-HISTORY-RATE THRU 4510-EXIT
051100             VARYING WS-HX-SUB FROM 1 BY 1
051200             UNTIL WS-HX-SUB > HX-ENTRY-COUNT
051300                OR WS-HX-SUB > 6
051400     END-IF
051500     IF NOT PRIOR-SENIOR-FOUND
051600         MOVE 'Y' TO VH-SENIOR-FLAG
051700         ADD 1 TO WS-SENIOR-HOLD-COUNT
051800     END-IF.
051900 4500-EXIT.
052000     EXIT.

052100 4510-SCAN-HISTORY-RATE.
052200     IF HX-RATE (WS-HX-SUB) > WS-SENIOR-RATE-FLOOR
052300         MOVE 'Y' TO WS-PRIOR-SENIOR-SWITCH
052400     END-IF.
052500 4510-EXIT.
052600     EXIT.

052700* A RELEASE CARD IS USED UP BY THE FIRST HOLD IT CLEARS.
052800 4600-CHECK-RELEASE.
052900     PERFORM 4610-MATCH-RELEASE THRU 4610-EXIT
053000         VARYING WS-RLSE-SUB FROM 1 BY 1
053100         UNTIL WS-RLSE-SUB > WS-RLSE-TBL-COUNT
053200            OR CUSTOMER-RELEASED.
053300 4600-EXIT.
053400     EXIT.

053500 4610-MATCH-RELEASE.
053600     IF RX-CUST-ID (WS-RLSE-SUB) = CUST-ID
053700         AND RX-USED-SWITCH (WS-RLSE-SUB) = 'N'
053800         MOVE 'Y' TO RX-USED-SWITCH (WS-RLSE-SUB)
053900         MOVE 'Y' TO WS-RELEASED-SWITCH
054000         MOVE RX-RELEASED-BY (WS-RLSE-SUB) TO WS-RELEASED-BY
054100     END-IF.
054200 4610-EXIT.
054300     EXIT.

054400*****************************************************************
054500* 5000-PASS-CUSTOMER - HAND THE RECORD TO PRICING AND MAKE ITS
054600* VALUES THE PROFILE'S NEW LAST-GOOD BASELINE.
054700*****************************************************************
054800 5000-PASS-CUSTOMER.
054900     WRITE SCREEN-OUT-RECORD FROM CUSTOMER-RECORD
055000     ADD 1 TO WS-PASSED-COUNT
055100     IF CUSTOMER-RELEASED
055200         ADD 1 TO WS-RELEASED-COUNT
055300         MOVE SPACES TO HL-ACTION
055400         STRING 'RELEASED BY ' WS-RELEASED-BY
055500             DELIMITED BY SIZE INTO HL-ACTION
055600         PERFORM 8000-WRITE-HOLD-LINE THRU 8000-EXIT
055700     END-IF
055800     PERFORM 5100-UPDATE-PROFILE THRU 5100-EXIT.
055900 5000-EXIT.
056000     EXIT.

056100* A SECOND SCREEN ON THE SAME DATE (A RERUN) OVERLAYS SLOT 1
056200* RATHER THAN SHIFTING, SO A RERUN NEVER COUNTS AS A RUN.
056300 5100-UPDATE-PROFILE.
056400     IF NOT PROFILE-FOUND
056500         MOVE CUST-ID TO VP-CUST-ID
056600         MOVE ZERO    TO VP-LAST-RUN-DATE
056700         MOVE SPACES  TO VP-STATUS-HISTORY
056800         MOVE 'N'     TO VP-SENIOR-SWITCH
056900     END-IF
057000     IF VP-LAST-RUN-DATE NOT = WS-RUN-DATE
057100         MOVE VP-STATUS-HISTORY (1:5) TO WS-STATUS-WORK
057200         MOVE WS-STATUS-WORK TO VP-STATUS-HISTORY (2:5)
057300     END-IF
057400     MOVE CUST-STATUS TO VP-STATUS-SLOT (1)
057500     MOVE CUST-AGE    TO VP-LAST-AGE
057600     MOVE WS-RUN-DATE TO VP-LAST-RUN-DATE
057700     IF WS-CURRENT-RATE > WS-SENIOR-RATE-FLOOR
057800         MOVE 'Y' TO VP-SENIOR-SWITCH
057900     END-IF
058000     IF PROFILE-FOUND
058100         REWRITE VARIANCE-PROFILE-RECORD
058200             INVALID KEY
058300                 DISPLAY 'CUSTSCRN - PROFILE REWRITE FAILED '
058400                     VP-CUST-ID ' STATUS ' WS-PROF-STATUS
058500         END-REWRITE
058600     ELSE
058700         WRITE VARIANCE-PROFILE-RECORD
058800             INVALID KEY
058900                 DISPLAY 'CUSTSCRN - PROFILE WRITE FAILED '
059000                     VP-CUST-ID ' STATUS ' WS-PROF-STATUS
059100             NOT INVALID KEY
059200                 ADD 1 TO WS-NEW-PROFILE-COUNT
059300         END-WRITE
059400     END-IF.
059500 5100-EXIT.
059600     EXIT.

059700* EVERY RELEASE CARD THAT DID NOT CLEAR A HOLD TONIGHT - THE
059800* CUSTOMER WAS NOT ON THE EXTRACT, OR PASSED WITHOUT IT.  THE
059900* CARD FILE IS EMPTIED AFTER THE RUN, SO OPS RE-KEY ANY STILL
060000* WANTED.
060100 6000-LIST-UNUSED-RELEASES.
060200     PERFORM 6100-CHECK-RELEASE-USED THRU 6100-EXIT
060300         VARYING WS-RLSE-SUB FROM 1 BY 1
060400         UNTIL WS-RLSE-SUB > WS-RLSE-TBL-COUNT.
060500 6000-EXIT.
060600     EXIT.

060700 6100-CHECK-RELEASE-USED.
060800     IF RX-USED-SWITCH (WS-RLSE-SUB) = 'Y'
060900         GO TO 6100-EXIT
061000     END-IF
061100     MOVE 'RELEASE CARD NOT USED:'       TO RN-LABEL
061200     MOVE RX-CUST-ID (WS-RLSE-SUB)       TO RN-CUST-ID
061300     MOVE RX-RELEASED-BY (WS-RLSE-SUB)   TO RN-RELEASED-BY
061400     MOVE RX-REASON (WS-RLSE-SUB)        TO RN-REASON
061500     WRITE VARIANCE-REPORT-RECORD FROM WS-RELEASE-LINE
061600     ADD 1 TO WS-UNUSED-RLSE-COUNT.
061700 6100-EXIT.
061800     EXIT.

061900*****************************************************************
062000* 7000-HOLD-CUSTOMER - NOT PRICED TONIGHT.  THE REPORT LINE IS
062100* BUILT BEFORE THE HOLD RECORD IS WRITTEN, WHILE THE REASON
062200* FLAGS ARE STILL IN THE RECORD AREA.
062300*****************************************************************
062400 7000-HOLD-CUSTOMER.
062500     MOVE 'HELD - NOT PRICED' TO HL-ACTION
062600     PERFORM 8000-WRITE-HOLD-LINE THRU 8000-EXIT
062700     MOVE WS-RUN-DATE     TO VH-RUN-DATE
062800     MOVE CUSTOMER-RECORD TO VH-CUST-IMAGE
062900     WRITE VARIANCE-HOLD-RECORD
063000     ADD 1 TO WS-HELD-COUNT.
063100 7000-EXIT.
063200     EXIT.

063300 8000-WRITE-HOLD-LINE.
063400     MOVE CUST-ID           TO HL-CUST-ID
063500     MOVE CUST-NAME         TO HL-CUST-NAME
063600     MOVE VH-PRIOR-BALANCE  TO HL-PRIOR-BALANCE
063700     MOVE CUST-BALANCE      TO HL-CURRENT-BALANCE
063800     MOVE WS-CHANGE-PCT     TO HL-CHANGE-PCT
063900     MOVE VH-PRIOR-AGE      TO HL-PRIOR-AGE
064000     MOVE CUST-AGE          TO HL-CURRENT-AGE
064100     MOVE VH-STATUS-HISTORY TO HL-STATUS-HISTORY
064200     MOVE CUST-STATUS       TO HL-CURRENT-STATUS
064300     MOVE SPACES TO HL-REASON-BALANCE HL-REASON-AGE
064400                    HL-REASON-STATUS HL-REASON-SENIOR
064500     IF VH-BALANCE-VARIANCE
064600         MOVE 'BAL'  TO HL-REASON-BALANCE
064700     END-IF
064800     IF VH-AGE-VARIANCE
064900         MOVE 'AGE'  TO HL-REASON-AGE
065000     END-IF
065100     IF VH-STATUS-FLIP
065200         MOVE 'STAT' TO HL-REASON-STATUS
065300     END-IF
065400     IF VH-FIRST-SENIOR
065500         MOVE 'SNR'  TO HL-REASON-SENIOR
065600     END-IF
065700     WRITE VARIANCE-REPORT-RECORD FROM WS-HOLD-LINE.
065800 8000-EXIT.
065900     EXIT.

066000 9000-FINALIZE.
066100     MOVE 'RECORDS SCREENED'              TO TL-LABEL
066200     MOVE WS-READ-COUNT                   TO TL-COUNT
066300     WRITE VARIANCE-REPORT-RECORD FROM WS-TOTAL-LINE
066400     MOVE 'PASSED TO PRICING'             TO TL-LABEL
066500     MOVE WS-PASSED-COUNT                 TO TL-COUNT
066600     WRITE VARIANCE-REPORT-RECORD FROM WS-TOTAL-LINE
066700     MOVE '  OF WHICH RELEASED BY OPS'    TO TL-LABEL
066800     MOVE WS-RELEASED-COUNT               TO TL-COUNT
066900     WRITE VARIANCE-REPORT-RECORD FROM WS-TOTAL-LINE
067000     MOVE 'HELD - NOT PRICED'             TO TL-LABEL
067100     MOVE WS-HELD-COUNT                   TO TL-COUNT
067200     WRITE VARIANCE-REPORT-RECORD FROM WS-TOTAL-LINE
067300     MOVE 'BALANCE VARIANCES (BAL)'       TO TL-LABEL
067400     MOVE WS-BALANCE-HOLD-COUNT           TO TL-COUNT
067500     WRITE VARIANCE-REPORT-RECORD FROM WS-TOTAL-LINE
067600     MOVE 'AGE VARIANCES (AGE)'           TO TL-LABEL
067700     MOVE WS-AGE-HOLD-COUNT               TO TL-COUNT
067800     WRITE VARIANCE-REPORT-RECORD FROM WS-TOTAL-LINE
067900     MOVE 'STATUS FLIPS (STAT)'           TO TL-LABEL
068000     MOVE WS-STATUS-HOLD-COUNT            TO TL-COUNT
068100     WRITE VARIANCE-REPORT-RECORD FROM WS-TOTAL-LINE
068200     MOVE 'FIRST SENIOR RATES (SNR)'      TO TL-LABEL
068300     MOVE WS-SENIOR-HOLD-COUNT            TO TL-COUNT
068400     WRITE VARIANCE-REPORT-RECORD FROM WS-TOTAL-LINE
068500     MOVE 'NEW PROFILES STARTED'          TO TL-LABEL
068600     MOVE WS-NEW-PROFILE-COUNT            TO TL-COUNT
068700     WRITE VARIANCE-REPORT-RECORD FROM WS-TOTAL-LINE
068800     MOVE 'RELEASE CARDS NOT USED'        TO TL-LABEL
068900     MOVE WS-UNUSED-RLSE-COUNT            TO TL-COUNT
069000     WRITE VARIANCE-REPORT-RECORD FROM WS-TOTAL-LINE
069100     MOVE 'RELEASE CARDS REJECTED'        TO TL-LABEL
069200     MOVE WS-BAD-RLSE-COUNT               TO TL-COUNT
069300     WRITE VARIANCE-REPORT-RECORD FROM WS-TOTAL-LINE
069400     IF WS-HELD-COUNT > ZERO
069500         MOVE 'RESULT: CUSTOMERS HELD - SEE ABOVE - RC=4'
069600             TO VL-VERDICT
069700     ELSE
069800         MOVE 'RESULT: NO VARIANCES HELD' TO VL-VERDICT
069900     END-IF
070000     WRITE VARIANCE-REPORT-RECORD FROM WS-VERDICT-LINE
070100     CLOSE SCREEN-IN-FILE
070200     CLOSE SCREEN-OUT-FILE
070300     CLOSE VARIANCE-HOLD-FILE
070400     CLOSE VARIANCE-REPORT-FILE
070500     CLOSE DISCOUNT-HISTORY-FILE
070600     CLOSE VARIANCE-PROFILE-FILE
070700     DISPLAY 'CUSTSCRN - RECORDS SCREENED: ' WS-READ-COUNT
070800     DISPLAY 'CUSTSCRN - PASSED:           ' WS-PASSED-COUNT
070900     DISPLAY 'CUSTSCRN - RELEASED BY OPS:  ' WS-RELEASED-COUNT
071000     DISPLAY 'CUSTSCRN - HELD:             ' WS-HELD-COUNT
071100     IF WS-HELD-COUNT > ZERO
071200         MOVE 4 TO RETURN-CODE
071300     END-IF
071400     PERFORM 9600-LOG-RUN-END THRU 9600-EXIT.
071500 9000-EXIT.
071600     EXIT.

071700* SHARED NIGHT-RUN EVENT LOG - APPENDED, AND READ BY THE RUNSTAT
071800* MORNING STATUS REPORT.
071900 9500-LOG-RUN-START.
072000     OPEN EXTEND RUN-LOG-FILE
072100     IF WS-RLOG-STATUS = '35'
072200         OPEN OUTPUT RUN-LOG-FILE
072300     END-IF
072400     MOVE 'CUSTSCRN'      TO RE-PROGRAM
072500     MOVE WS-RUN-DATE     TO RE-RUN-DATE
072600     MOVE 'S'             TO RE-EVENT-TYPE
072700     ACCEPT WS-TIME-WORK FROM TIME
072800     MOVE WS-TIME-HHMMSS  TO RE-EVENT-TIME
072900     MOVE ZERO            TO RE-COUNT-1
073000     MOVE ZERO            TO RE-COUNT-2
073100     MOVE ZERO            TO RE-RETURN-CODE
073200     WRITE RUN-EVENT-RECORD.
073300 9500-EXIT.
073400     EXIT.

073500 9600-LOG-RUN-END.
073600     MOVE 'CUSTSCRN'         TO RE-PROGRAM
073700     MOVE WS-RUN-DATE        TO RE-RUN-DATE
073800     MOVE 'E'                TO RE-EVENT-TYPE
073900     ACCEPT WS-TIME-WORK FROM TIME
074000     MOVE WS-TIME-HHMMSS     TO RE-EVENT-TIME
074100     MOVE WS-READ-COUNT      TO RE-COUNT-1
074200     MOVE WS-HELD-COUNT      TO RE-COUNT-2
074300     MOVE RETURN-CODE        TO RE-RETURN-CODE
074400     WRITE RUN-EVENT-RECORD
074500     CLOSE RUN-LOG-FILE.
074600 9600-EXIT.
074700     EXIT.
