000100*****************************************************************
000200* RETNPURG - RETENTION ARCHIVE AND PURGE OF THE GROWING FILES
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. RETNPURG.
000600 AUTHOR. LEGACY SYSTEMS TEAM.
000700 INSTALLATION. RETAIL BANKING - CUSTOMER MAINTENANCE.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.

001000*****************************************************************
001100* MODIFICATION HISTORY
001200*   DATE       INIT  DESCRIPTION
001300*   ---------- ----  ---------------------------------------------
001400*   2026-10-15  RLS  ORIGINAL.  MONTHLY OPS UTILITY THAT ROLLS
001500*                    THE FILES WHICH ONLY EVER GROW - THE
001600*                    DISCJRNL PERMANENT JOURNAL, THE SHARED
001700*                    RUNLOG EVENT LOG, THE SHARED AND PARTITION
001800*                    RUN-CONTROL FILES AND THE APPRMAST SIGN-OFF
001900*                    MASTER - OFF TO DATED ARCHIVE GENERATIONS.
002000*                    THE RETNPOL POLICY TABLE GIVES EACH FILE A
002100*                    RETENTION IN WHOLE MONTHS AND ITS ARCHIVE
002200*                    DESTINATION.  EACH FILE IS SPLIT INTO AN
002300*                    ARCHIVE FILE (RECORDS DATED BEFORE THE
002400*                    CUTOFF) AND A RETAINED FILE (THE REST),
002500*                    RECORDS UNCHANGED AND IN FILE ORDER; THE
002600*                    JOB COPIES THE RETAINED FILES BACK OVER
002700*                    THE LIVE ONES AFTERWARDS.  BOTH OUTPUTS ARE
002800*                    READ BACK AND THEIR RECORD COUNTS AND
002900*                    AMOUNT TOTALS MUST ADD UP TO THE INPUT'S -
003000*                    ANY FILE OUT OF BALANCE ABENDS THE RUN
003100*                    U0016, SO NO LIVE FILE IS TOUCHED AND THE
003200*                    ARCHIVE GENERATIONS ARE DISCARDED.  TWO
003300*                    GUARDS CAN ONLY HOLD A CUTOFF BACK:
003400*                      - DISCBACK - NO FILE LOSES A DATE AT OR
003500*                        AFTER THE OLDEST PRICED RUN STILL IN
003600*                        ENTRY 1 OF A DISCHIST RECORD, THE
003700*                        OLDEST RUN A BACKOUT CAN STILL REVERSE
003800*                      - DISCSTMT - THE JOURNAL KEEPS THE WHOLE
003900*                        PRIOR CALENDAR YEAR (THE DEFAULT
004000*                        STATEMENT YEAR) AND THE CURRENT ONE
004100*                    AN APPRMAST SIGN-OFF STILL OUTSTANDING IS
004200*                    NEVER ARCHIVED, WHATEVER ITS AGE - SRAPPMNT
004300*                    IS STILL CHASING IT.
004400*****************************************************************

004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER. IBM-370.
004800 OBJECT-COMPUTER. IBM-370.

004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT RETENTION-POLICY-FILE ASSIGN TO 'RETNPOL'
005200         ORGANIZATION IS SEQUENTIAL
005300         ACCESS MODE IS SEQUENTIAL
005400         FILE STATUS IS WS-POL-STATUS.

005500     SELECT DISCOUNT-HISTORY-FILE ASSIGN TO 'DISCHIST'
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS HX-CUST-ID
005900         FILE STATUS IS WS-HIST-STATUS.

006000     SELECT JOURNAL-IN-FILE ASSIGN TO 'JRNLIN'
006100         ORGANIZATION IS SEQUENTIAL
006200         ACCESS MODE IS SEQUENTIAL
006300         FILE STATUS IS WS-JRNL-STATUS.

006400     SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO 'JRNLARC'
006500         ORGANIZATION IS SEQUENTIAL
006600         ACCESS MODE IS SEQUENTIAL.

006700     SELECT JOURNAL-RETAINED-FILE ASSIGN TO 'JRNLRET'
006800         ORGANIZATION IS SEQUENTIAL
006900         ACCESS MODE IS SEQUENTIAL.

007000     SELECT RUN-LOG-IN-FILE ASSIGN TO 'LOGIN'
007100         ORGANIZATION IS SEQUENTIAL
007200         ACCESS MODE IS SEQUENTIAL
007300         FILE STATUS IS WS-RLOG-STATUS.

007400     SELECT RUN-LOG-ARCHIVE-FILE ASSIGN TO 'LOGARC'
007500         ORGANIZATION IS SEQUENTIAL
007600         ACCESS MODE IS SEQUENTIAL.

007700     SELECT RUN-LOG-RETAINED-FILE ASSIGN TO 'LOGRET'
007800         ORGANIZATION IS SEQUENTIAL
007900         ACCESS MODE IS SEQUENTIAL.

008000     SELECT CONTROL-IN-FILE ASSIGN TO 'CTLIN'
008100         ORGANIZATION IS SEQUENTIAL
008200         ACCESS MODE IS SEQUENTIAL
008300         FILE STATUS IS WS-CTL-STATUS.

008400     SELECT CONTROL-ARCHIVE-FILE ASSIGN TO 'CTLARC'
008500         ORGANIZATION IS SEQUENTIAL
008600         ACCESS MODE IS SEQUENTIAL.

008700     SELECT CONTROL-RETAINED-FILE ASSIGN TO 'CTLRET'
008800         ORGANIZATION IS SEQUENTIAL
008900         ACCESS MODE IS SEQUENTIAL.

009000     SELECT CONTROL-P1-IN-FILE ASSIGN TO 'CTL1IN'
009100         ORGANIZATION IS SEQUENTIAL
009200         ACCESS MODE IS SEQUENTIAL
009300         FILE STATUS IS WS-CTL1-STATUS.

009400     SELECT CONTROL-P1-ARCHIVE-FILE ASSIGN TO 'CTL1ARC'
009500         ORGANIZATION IS SEQUENTIAL
009600         ACCESS MODE IS SEQUENTIAL.

009700     SELECT CONTROL-P1-RETAINED-FILE ASSIGN TO 'CTL1RET'
009800         ORGANIZATION IS SEQUENTIAL
009900         ACCESS MODE IS SEQUENTIAL.

010000     SELECT CONTROL-P2-IN-FILE ASSIGN TO 'CTL2IN'
010100         ORGANIZATION IS SEQUENTIAL
010200         ACCESS MODE IS SEQUENTIAL
010300         FILE STATUS IS WS-CTL2-STATUS.

010400     SELECT CONTROL-P2-ARCHIVE-FILE ASSIGN TO 'CTL2ARC'
010500         ORGANIZATION IS SEQUENTIAL
010600         ACCESS MODE IS SEQUENTIAL.

010700     SELECT CONTROL-P2-RETAINED-FILE ASSIGN TO 'CTL2RET'
010800         ORGANIZATION IS SEQUENTIAL
010900         ACCESS MODE IS SEQUENTIAL.

011000     SELECT CONTROL-P3-IN-FILE ASSIGN TO 'CTL3IN'
011100         ORGANIZATION IS SEQUENTIAL
011200         ACCESS MODE IS SEQUENTIAL
011300         FILE STATUS IS WS-CTL3-STATUS.

011400     SELECT CONTROL-P3-ARCHIVE-FILE ASSIGN TO 'CTL3ARC'
011500         ORGANIZATION IS SEQUENTIAL
011600         ACCESS MODE IS SEQUENTIAL.

011700     SELECT CONTROL-P3-RETAINED-FILE ASSIGN TO 'CTL3RET'
011800         ORGANIZATION IS SEQUENTIAL
011900         ACCESS MODE IS SEQUENTIAL.

012000     SELECT APPROVAL-MASTER-FILE ASSIGN TO 'APPRIN'
012100         ORGANIZATION IS INDEXED
012200         ACCESS MODE IS SEQUENTIAL
012300         RECORD KEY IS AP-KEY
012400         FILE STATUS IS WS-APPR-STATUS.

012500     SELECT APPROVAL-ARCHIVE-FILE ASSIGN TO 'APPRARC'
012600         ORGANIZATION IS SEQUENTIAL
012700         ACCESS MODE IS SEQUENTIAL.

012800     SELECT APPROVAL-RETAINED-FILE ASSIGN TO 'APPRRET'
012900         ORGANIZATION IS SEQUENTIAL
013000         ACCESS MODE IS SEQUENTIAL.

013100     SELECT RETENTION-LOG-FILE ASSIGN TO 'RETNLOG'
013200         ORGANIZATION IS SEQUENTIAL
013300         ACCESS MODE IS SEQUENTIAL
013400         FILE STATUS IS WS-RETN-LOG-STATUS.

013500     SELECT RETENTION-REPORT-FILE ASSIGN TO 'RETNRPT'
013600         ORGANIZATION IS SEQUENTIAL
013700         ACCESS MODE IS SEQUENTIAL.

013800 DATA DIVISION.
013900 FILE SECTION.
014000 FD  RETENTION-POLICY-FILE
014100     LABEL RECORDS ARE STANDARD.
014200     COPY RETNPOL.

014300 FD  DISCOUNT-HISTORY-FILE
014400     LABEL RECORDS ARE STANDARD.
014500     COPY DISCHIST.

014600* THE ARCHIVE AND RETAINED FILES CARRY THE LIVE RECORD AS IS -
014700* ONLY THE AMOUNT NEEDED FOR THE READ-BACK PROOF IS NAMED.
014800 FD  JOURNAL-IN-FILE
014900     LABEL RECORDS ARE STANDARD.
015000     COPY DISCJRNL.

015100 FD  JOURNAL-ARCHIVE-FILE
015200     LABEL RECORDS ARE STANDARD.
015300 01  JOURNAL-ARCHIVE-RECORD.
015400     05  FILLER                  PIC X(48).
015500     05  JA-DISCOUNT-AMT         PIC 9(7)V99.
015600     05  FILLER                  PIC X(35).

015700 FD  JOURNAL-RETAINED-FILE
015800     LABEL RECORDS ARE STANDARD.
015900 01  JOURNAL-RETAINED-RECORD.
016000     05  FILLER                  PIC X(48).
016100     05  JT-DISCOUNT-AMT         PIC 9(7)V99.
016200     05  FILLER                  PIC X(35).

016300 FD  RUN-LOG-IN-FILE
016400     LABEL RECORDS ARE STANDARD.
016500     COPY RUNEVENT.

016600 FD  RUN-LOG-ARCHIVE-FILE
016700     LABEL RECORDS ARE STANDARD.
016800 01  RUN-LOG-ARCHIVE-RECORD      PIC X(41).

016900 FD  RUN-LOG-RETAINED-FILE
017000     LABEL RECORDS ARE STANDARD.
017100 01  RUN-LOG-RETAINED-RECORD     PIC X(41).

017200* THE FOUR RUN-CONTROL FILES SHARE CUSTDISC'S 17-BYTE
017300* RUN-CONTROL-RECORD LAYOUT AND ARE READ INTO
017400* WS-RUN-CONTROL-WORK, AS DISCBACK BUILDS ITS MARKER THERE.
017500 FD  CONTROL-IN-FILE
017600     LABEL RECORDS ARE STANDARD.
017700 01  CONTROL-IN-RECORD           PIC X(17).

017800 FD  CONTROL-ARCHIVE-FILE
017900     LABEL RECORDS ARE STANDARD.
018000 01  CONTROL-ARCHIVE-RECORD      PIC X(17).

018100 FD  CONTROL-RETAINED-FILE
018200     LABEL RECORDS ARE STANDARD.
018300 01  CONTROL-RETAINED-RECORD     PIC X(17).

018400 FD  CONTROL-P1-IN-FILE
018500     LABEL RECORDS ARE STANDARD.
018600 01  CONTROL-P1-IN-RECORD        PIC X(17).

018700 FD  CONTROL-P1-ARCHIVE-FILE
018800     LABEL RECORDS ARE STANDARD.
018900 01  CONTROL-P1-ARCHIVE-RECORD   PIC X(17).

019000 FD  CONTROL-P1-RETAINED-FILE
019100     LABEL RECORDS ARE STANDARD.
019200 01  CONTROL-P1-RETAINED-RECORD  PIC X(17).

019300 FD  CONTROL-P2-IN-FILE
019400     LABEL RECORDS ARE STANDARD.
019500 01  CONTROL-P2-IN-RECORD        PIC X(17).

019600 FD  CONTROL-P2-ARCHIVE-FILE
019700     LABEL RECORDS ARE STANDARD.
019800 01  CONTROL-P2-ARCHIVE-RECORD   PIC X(17).

019900 FD  CONTROL-P2-RETAINED-FILE
020000     LABEL RECORDS ARE STANDARD.
020100 01  CONTROL-P2-RETAINED-RECORD  PIC X(17).

020200 FD  CONTROL-P3-IN-FILE
020300     LABEL RECORDS ARE STANDARD.
020400 01  CONTROL-P3-IN-RECORD        PIC X(17).

020500 FD  CONTROL-P3-ARCHIVE-FILE
020600     LABEL RECORDS ARE STANDARD.
020700 01  CONTROL-P3-ARCHIVE-RECORD   PIC X(17).

020800 FD  CONTROL-P3-RETAINED-FILE
020900     LABEL RECORDS ARE STANDARD.
021000 01  CONTROL-P3-RETAINED-RECORD  PIC X(17).

021100 FD  APPROVAL-MASTER-FILE
021200     LABEL RECORDS ARE STANDARD.
021300     COPY APPRMAST.

021400 FD  APPROVAL-ARCHIVE-FILE
021500     LABEL RECORDS ARE STANDARD.
021600 01  APPROVAL-ARCHIVE-RECORD.
021700     05  FILLER                  PIC X(44).
021800     05  AA-DISCOUNT-AMT         PIC 9(7)V99.
021900     05  FILLER                  PIC X(29).

022000 FD  APPROVAL-RETAINED-FILE
022100     LABEL RECORDS ARE STANDARD.
022200 01  APPROVAL-RETAINED-RECORD.
022300     05  FILLER                  PIC X(44).
022400     05  AT-DISCOUNT-AMT         PIC 9(7)V99.
022500     05  FILLER                  PIC X(29).

022600 FD  RETENTION-LOG-FILE
022700     LABEL RECORDS ARE STANDARD.
022800     COPY RETNLOG.

022900 FD  RETENTION-REPORT-FILE
023000     LABEL RECORDS ARE OMITTED
023100     RECORD CONTAINS 132 CHARACTERS.
023200 01  RETENTION-REPORT-RECORD     PIC X(132).

023300 WORKING-STORAGE SECTION.
023400 77  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
023500 77  WS-RUN-YEAR             PIC 9(4)    VALUE ZERO.
023600 77  WS-RUN-MONTH            PIC 9(2)    VALUE ZERO.
023700 77  WS-ABEND-CODE           PIC S9(4) COMP VALUE +16.

023800 77  WS-POL-STATUS           PIC X(2)    VALUE '00'.
023900 77  WS-HIST-STATUS          PIC X(2)    VALUE '00'.
024000 77  WS-JRNL-STATUS          PIC X(2)    VALUE '00'.
024100 77  WS-RLOG-STATUS          PIC X(2)    VALUE '00'.
024200 77  WS-CTL-STATUS           PIC X(2)    VALUE '00'.
024300 77  WS-CTL1-STATUS          PIC X(2)    VALUE '00'.
024400 77  WS-CTL2-STATUS          PIC X(2)    VALUE '00'.
024500 77  WS-CTL3-STATUS          PIC X(2)    VALUE '00'.
024600 77  WS-APPR-STATUS          PIC X(2)    VALUE '00'.
024700 77  WS-RETN-LOG-STATUS      PIC X(2)    VALUE '00'.

024800* ONE END-OF-FILE SWITCH SERVES EVERY READ LOOP - EACH LOOP
024900* RESETS IT BEFORE IT STARTS.
025000 77  WS-READ-EOF-SWITCH      PIC X(1)    VALUE 'N'.
025100     88  END-OF-READ                        VALUE 'Y'.
025200 77  WS-INPUT-OPEN-SWITCH    PIC X(1)    VALUE 'N'.
025300     88  INPUT-OPEN                         VALUE 'Y'.
025400 77  WS-ELIGIBLE-SWITCH      PIC X(1)    VALUE 'Y'.
025500     88  RECORD-ELIGIBLE                    VALUE 'Y'.
025600 77  WS-ARCHIVE-SWITCH       PIC X(1)    VALUE 'N'.
025700     88  ARCHIVE-RECORD                     VALUE 'Y'.
025800 77  WS-POLICY-FOUND-SWITCH  PIC X(1)    VALUE 'N'.
025900     88  POLICY-FOUND                       VALUE 'Y'.
026000 77  WS-BALANCE-SWITCH       PIC X(1)    VALUE 'Y'.
026100     88  ALL-IN-BALANCE                     VALUE 'Y'.

026200* THE TWO GUARDS.  THE DISCBACK FLOOR IS THE OLDEST PRICED RUN
026300* STILL IN ENTRY 1 OF ANY DISCHIST RECORD (TODAY IF NONE); THE
026400* DISCSTMT FLOOR IS 1 JANUARY OF LAST YEAR.
026500 77  WS-BACKOUT-FLOOR        PIC 9(8)    VALUE ZERO.
026600 77  WS-BACKOUT-FLOOR-CUST   PIC 9(6)    VALUE ZERO.
026700 77  WS-STMT-FLOOR           PIC 9(8)    VALUE ZERO.
026800 77  WS-HIST-READ-COUNT      PIC 9(7)    VALUE ZERO.

026900* THE FILE BEING ROLLED AND ITS CUTOFF - A RECORD DATED BEFORE
027000* WS-CUTOFF IS ARCHIVED.  WS-HELD-BY NAMES THE GUARD THAT HELD
027100* THE POLICY CUTOFF BACK, IF ANY.
027200 77  WS-FILE-ID              PIC X(8)    VALUE SPACES.
027300 77  WS-RETAIN-MONTHS        PIC 9(3)    VALUE ZERO.
027400 77  WS-ARCHIVE-DSN          PIC X(44)   VALUE SPACES.
027500 77  WS-POLICY-CUTOFF        PIC 9(8)    VALUE ZERO.
027600 77  WS-CUTOFF               PIC 9(8)    VALUE ZERO.
027700 77  WS-HELD-BY              PIC X(8)    VALUE SPACES.
027800 77  WS-MONTH-INDEX          PIC 9(6)    VALUE ZERO.
027900 77  WS-CUT-YEAR             PIC 9(4)    VALUE ZERO.
028000 77  WS-CUT-MONTH            PIC 9(2)    VALUE ZERO.

028100 77  WS-REC-DATE             PIC 9(8)    VALUE ZERO.
028200 77  WS-REC-AMT              PIC 9(7)V99 VALUE ZERO.

028300* CONTROL TOTALS FOR THE FILE BEING ROLLED.  THE INPUT, ARCHIVE
028400* AND RETAINED TOTALS ARE TAKEN AS THE RECORDS ARE SPLIT; THE
028500* PROOF TOTALS ARE TAKEN BY READING THE TWO OUTPUTS BACK.
028600 77  WS-IN-COUNT             PIC 9(9)    VALUE ZERO.
028700 77  WS-IN-AMT               PIC 9(11)V99 VALUE ZERO.
028800 77  WS-ARC-COUNT            PIC 9(9)    VALUE ZERO.
028900 77  WS-ARC-AMT              PIC 9(11)V99 VALUE ZERO.
029000 77  WS-RET-COUNT            PIC 9(9)    VALUE ZERO.
029100 77  WS-RET-AMT              PIC 9(11)V99 VALUE ZERO.
029200 77  WS-ARC-PROOF-COUNT      PIC 9(9)    VALUE ZERO.
029300 77  WS-ARC-PROOF-AMT        PIC 9(11)V99 VALUE ZERO.
029400 77  WS-RET-PROOF-COUNT      PIC 9(9)    VALUE ZERO.
029500 77  WS-RET-PROOF-AMT        PIC 9(11)V99 VALUE ZERO.
029600 77  WS-PROVEN-COUNT         PIC 9(9)    VALUE ZERO.
029700 77  WS-PROVEN-AMT           PIC 9(11)V99 VALUE ZERO.
029800 77  WS-ARC-LOW-DATE         PIC 9(8)    VALUE ZERO.
029900 77  WS-ARC-HIGH-DATE        PIC 9(8)    VALUE ZERO.
030000 77  WS-FILE-PROOF           PIC X(10)   VALUE SPACES.

030100 01  WS-RUN-CONTROL-WORK.
030200     05  WK-RUN-DATE             PIC 9(8).
030300     05  WK-STATUS               PIC X(1).
030400     05  WK-EXTRACT-DATE         PIC 9(8).

030500* RETENTION POLICY, LOADED AT OPEN TIME AS CUSTDISC LOADS THE
030600* BRANCH CROSS-REFERENCE.  THE FIRST ROW FOR A FILE WINS; A ROW
030700* NO FILE USED IS LISTED AT THE END OF THE RUN.
030800 77  WS-POLICY-COUNT         PIC 9(2) COMP VALUE ZERO.
030900 77  WS-POLICY-SUB           PIC 9(2) COMP VALUE ZERO.
031000 01  WS-POLICY-TABLE-AREA.
031100     05  WS-POLICY-ENTRY OCCURS 10 TIMES.
031200         10  PT-FILE-ID          PIC X(8).
031300         10  PT-RETAIN-MONTHS    PIC 9(3).
031400         10  PT-ARCHIVE-DSN      PIC X(44).
031500         10  PT-USED-SWITCH      PIC X(1).

031600* PROVEN RESULTS, ONE PER FILE, HELD UNTIL EVERY FILE HAS
031700* BALANCED - ONLY THEN DO THEY GO TO THE RETNLOG INDEX.
031800 77  WS-RESULT-COUNT         PIC 9(2) COMP VALUE ZERO.
031900 77  WS-RESULT-SUB           PIC 9(2) COMP VALUE ZERO.
032000 01  WS-RESULT-TABLE-AREA.
032100     05  WS-RESULT-ENTRY OCCURS 7 TIMES.
032200         10  FR-FILE-ID          PIC X(8).
032300         10  FR-RETAIN-MONTHS    PIC 9(3).
032400         10  FR-CUTOFF-DATE      PIC 9(8).
032500         10  FR-HELD-BY          PIC X(8).
032600         10  FR-LOW-DATE         PIC 9(8).
032700         10  FR-HIGH-DATE        PIC 9(8).
032800         10  FR-ARC-COUNT        PIC 9(9).
032900         10  FR-ARC-AMT          PIC 9(11)V99.
033000         10  FR-RET-COUNT        PIC 9(9).
033100         10  FR-RET-AMT          PIC 9(11)V99.
033200         10  FR-ARCHIVE-DSN      PIC X(44).

033300* CONTROL REPORT LAYOUTS - 132 BYTES EACH.
033400 01  WS-HEADING-1.
033500     05  FILLER              PIC X(50)
033600         VALUE 'RETNPURG - RETENTION ARCHIVE AND PURGE CONTROL'.
033700     05  FILLER              PIC X(11) VALUE 'RUN DATE: '.
033800     05  H1-RUN-DATE         PIC 9(8).
033900     05  FILLER              PIC X(63) VALUE SPACES.

034000 01  WS-HEADING-2.
034100     05  FILLER              PIC X(26)
034200         VALUE 'DISCBACK FLOOR (ENTRY 1): '.
034300     05  H2-BACKOUT-FLOOR    PIC 9(8).
034400     05  FILLER              PIC X(7)  VALUE ' CUST: '.
034500     05  H2-FLOOR-CUST       PIC 9(6).
034600     05  FILLER              PIC X(4)  VALUE SPACES.
034700     05  FILLER              PIC X(26)
034800         VALUE 'DISCSTMT FLOOR (JOURNAL): '.
034900     05  H2-STMT-FLOOR       PIC 9(8).
035000     05  FILLER              PIC X(47) VALUE SPACES.

035100 01  WS-HEADING-3.
035200     05  FILLER              PIC X(10) VALUE 'FILE'.
035300     05  FILLER              PIC X(5)  VALUE 'MTH'.
035400     05  FILLER              PIC X(10) VALUE 'POLICY'.
035500     05  FILLER              PIC X(10) VALUE 'CUTOFF'.
035600     05  FILLER              PIC X(10) VALUE 'HELD BY'.
035700     05  FILLER              PIC X(26)
035800         VALUE 'INPUT RECORDS / AMOUNT'.
035900     05  FILLER              PIC X(26)
036000         VALUE 'ARCHIVED RECORDS / AMOUNT'.
036100     05  FILLER              PIC X(25)
036200         VALUE 'RETAINED RECORDS / AMOUNT'.
036300     05  FILLER              PIC X(10) VALUE 'PROOF'.

036400 01  WS-DETAIL-LINE.
036500     05  DL-FILE-ID          PIC X(8).
036600     05  FILLER              PIC X(2)  VALUE SPACES.
036700     05  DL-RETAIN-MONTHS    PIC ZZ9.
036800     05  FILLER              PIC X(2)  VALUE SPACES.
036900     05  DL-POLICY-CUTOFF    PIC 9(8).
037000     05  FILLER              PIC X(2)  VALUE SPACES.
037100     05  DL-CUTOFF           PIC 9(8).
037200     05  FILLER              PIC X(2)  VALUE SPACES.
037300     05  DL-HELD-BY          PIC X(8).
037400     05  FILLER              PIC X(2)  VALUE SPACES.
037500     05  DL-IN-COUNT         PIC Z(8)9.
037600     05  FILLER              PIC X(1)  VALUE SPACES.
037700     05  DL-IN-AMT           PIC Z(9)9.99.
037800     05  FILLER              PIC X(2)  VALUE SPACES.
037900     05  DL-ARC-COUNT        PIC Z(8)9.
038000     05  FILLER              PIC X(1)  VALUE SPACES.
038100     05  DL-ARC-AMT          PIC Z(9)9.99.
038200     05  FILLER              PIC X(2)  VALUE SPACES.
038300     05  DL-RET-COUNT        PIC Z(8)9.
038400     05  FILLER              PIC X(1)  VALUE SPACES.
038500     05  DL-RET-AMT          PIC Z(9)9.99.
038600     05  FILLER              PIC X(1)  VALUE SPACES.
038700     05  DL-PROOF            PIC X(10).

038800 01  WS-ARCHIVE-LINE.
038900     05  FILLER              PIC X(10) VALUE SPACES.
039000     05  FILLER              PIC X(9)  VALUE 'ARCHIVE: '.
039100     05  AL-ARCHIVE-DSN      PIC X(44).
039200     05  FILLER              PIC X(2)  VALUE SPACES.
039300     05  FILLER              PIC X(15) VALUE 'ARCHIVED DATES '.
039400     05  AL-LOW-DATE         PIC 9(8).
039500     05  FILLER              PIC X(3)  VALUE ' - '.
039600     05  AL-HIGH-DATE        PIC 9(8).
039700     05  FILLER              PIC X(33) VALUE SPACES.

039800 01  WS-MESSAGE-LINE             PIC X(132) VALUE SPACES.

039900 PROCEDURE DIVISION.
040000*****************************************************************
040100* 0000-MAINLINE - EACH FILE IS SPLIT AND PROVED IN TURN; THE
040200* RETNLOG INDEX IS ONLY WRITTEN ONCE ALL OF THEM BALANCE.
040300*****************************************************************
040400 0000-MAINLINE.
040500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
040600     PERFORM 2000-PURGE-JOURNAL THRU 2000-EXIT
040700     PERFORM 2100-PURGE-RUNLOG THRU 2100-EXIT
040800     PERFORM 2200-PURGE-RUNCTL THRU 2200-EXIT
040900     PERFORM 2300-PURGE-RUNCTL-P1 THRU 2300-EXIT
041000     PERFORM 2400-PURGE-RUNCTL-P2 THRU 2400-EXIT
041100     PERFORM 2500-PURGE-RUNCTL-P3 THRU 2500-EXIT
041200     PERFORM 2600-PURGE-APPRMAST THRU 2600-EXIT
041300     PERFORM 9000-FINALIZE THRU 9000-EXIT
041400     STOP RUN.

041500*****************************************************************
041600* 1000-INITIALIZE - LOAD THE POLICY, SET THE TWO GUARD FLOORS
041700* AND PRINT THE HEADINGS.  A MISSING POLICY OR HISTORY FILE
041800* ENDS THE STEP RC=16 BEFORE ANY OUTPUT IS WRITTEN - WITHOUT
041900* THE HISTORY THE DISCBACK GUARD CANNOT BE SET.
042000*****************************************************************
042100 1000-INITIALIZE.
042200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
042300     MOVE WS-RUN-DATE (1:4) TO WS-RUN-YEAR
042400     MOVE WS-RUN-DATE (5:2) TO WS-RUN-MONTH
042500     PERFORM 1100-LOAD-POLICY THRU 1100-EXIT
042600     PERFORM 1200-FIND-DISCBACK-FLOOR THRU 1200-EXIT
042700     COMPUTE WS-STMT-FLOOR = (WS-RUN-YEAR - 1) * 10000 + 0101
042800     DISPLAY 'RETNPURG - DISCBACK FLOOR ' WS-BACKOUT-FLOOR
042900         ' (CUST ' WS-BACKOUT-FLOOR-CUST ')'
043000     DISPLAY 'RETNPURG - DISCSTMT FLOOR ' WS-STMT-FLOOR
043100     OPEN OUTPUT RETENTION-REPORT-FILE
043200     PERFORM 1300-WRITE-REPORT-HEADING THRU 1300-EXIT.
043300 1000-EXIT.
043400     EXIT.

043500 1100-LOAD-POLICY.
043600     OPEN INPUT RETENTION-POLICY-FILE
043700     IF WS-POL-STATUS NOT = '00'
043800         DISPLAY 'RETNPURG - RETNPOL OPEN FAILED, STATUS '
043900             WS-POL-STATUS
044000         PERFORM 8900-ABEND-RUN THRU 8900-EXIT
044200     END-IF
044300     MOVE 'N' TO WS-READ-EOF-SWITCH
044400     PERFORM 1110-LOAD-POLICY-ENTRY THRU 1110-EXIT
044500         UNTIL END-OF-READ
044600     CLOSE RETENTION-POLICY-FILE.
044700 1100-EXIT.
044800     EXIT.

044900* AN 11TH ROW IS REJECTED AND LOGGED RATHER THAN WRITTEN PAST
045000* THE TABLE, AS THE BRANCH CROSS-REFERENCE LOAD DOES; SO IS A
045100* ROW WITH A NON-NUMERIC RETENTION.
045200 1110-LOAD-POLICY-ENTRY.
045300     READ RETENTION-POLICY-FILE
045400         AT END
045500             MOVE 'Y' TO WS-READ-EOF-SWITCH
045600     END-READ
045700     IF END-OF-READ
045800         GO TO 1110-EXIT
045900     END-IF
046000     IF RP-RETAIN-MONTHS NOT NUMERIC
046100         DISPLAY 'RETNPURG: POLICY ROW REJECTED, BAD RETENTION: '
046200             RP-FILE-ID
046300         GO TO 1110-EXIT
046400     END-IF
046500     IF WS-POLICY-COUNT < 10
046600         ADD 1 TO WS-POLICY-COUNT
046700         MOVE RP-FILE-ID       TO PT-FILE-ID (WS-POLICY-COUNT)
046800         MOVE RP-RETAIN-MONTHS
046810             TO PT-RETAIN-MONTHS (WS-POLICY-COUNT)
046900         MOVE RP-ARCHIVE-DSN   TO PT-ARCHIVE-DSN (WS-POLICY-COUNT)
047000         MOVE 'N'              TO PT-USED-SWITCH (WS-POLICY-COUNT)
047100     ELSE
047200         DISPLAY 'RETNPURG: POLICY ROW REJECTED, TABLE FULL: '
047300             RP-FILE-ID
047400     END-IF.
047500 1110-EXIT.
047600     EXIT.

047700* DISCBACK REVERSES ONLY ENTRY 1, AND NEVER A DISCADJ ENTRY
047800* (RATE ZERO, AMOUNT NON-ZERO) - THE SAME TEST ITS 4000 USES.
047900* THE OLDEST SUCH DATE ON FILE IS THE OLDEST DATE A BACKOUT CAN
048000* STILL ACT ON, SO NOTHING FROM THAT DATE ON MAY BE ARCHIVED.
048100 1200-FIND-DISCBACK-FLOOR.
048200     MOVE WS-RUN-DATE TO WS-BACKOUT-FLOOR
048300     OPEN INPUT DISCOUNT-HISTORY-FILE
048400     IF WS-HIST-STATUS NOT = '00'
048500         DISPLAY 'RETNPURG - HISTORY FILE OPEN FAILED, STATUS '
048600             WS-HIST-STATUS
048700         PERFORM 8900-ABEND-RUN THRU 8900-EXIT
048900     END-IF
049000     MOVE 'N' TO WS-READ-EOF-SWITCH
049100     PERFORM 1210-CHECK-HISTORY-ENTRY THRU 1210-EXIT
049200         UNTIL END-OF-READ
049300     CLOSE DISCOUNT-HISTORY-FILE.
049400 1200-EXIT.
049500     EXIT.

049600 1210-CHECK-HISTORY-ENTRY.
049700     READ DISCOUNT-HISTORY-FILE
049800         AT END
049900             MOVE 'Y' TO WS-READ-EOF-SWITCH
050000     END-READ
050100     IF END-OF-READ
050200         GO TO 1210-EXIT
050300     END-IF
050400     ADD 1 TO WS-HIST-READ-COUNT
050500     IF HX-ENTRY-COUNT > ZERO
050600         AND HX-RUN-DATE (1) < WS-BACKOUT-FLOOR
050700         AND NOT (HX-RATE (1) = ZERO
050800                  AND HX-DISCOUNT-AMT (1) > ZERO)
050900         MOVE HX-RUN-DATE (1) TO WS-BACKOUT-FLOOR
051000         MOVE HX-CUST-ID      TO WS-BACKOUT-FLOOR-CUST
051100     END-IF.
051200 1210-EXIT.
051300     EXIT.

051400 1300-WRITE-REPORT-HEADING.
051500     MOVE WS-RUN-DATE           TO H1-RUN-DATE
051600     MOVE WS-BACKOUT-FLOOR      TO H2-BACKOUT-FLOOR
051700     MOVE WS-BACKOUT-FLOOR-CUST TO H2-FLOOR-CUST
051800     MOVE WS-STMT-FLOOR         TO H2-STMT-FLOOR
051900     WRITE RETENTION-REPORT-RECORD FROM WS-HEADING-1
052000     WRITE RETENTION-REPORT-RECORD FROM WS-HEADING-2
052100     MOVE SPACES TO WS-MESSAGE-LINE
052200     WRITE RETENTION-REPORT-RECORD FROM WS-MESSAGE-LINE
052300     WRITE RETENTION-REPORT-RECORD FROM WS-HEADING-3.
052400 1300-EXIT.
052500     EXIT.

052600*****************************************************************
052700* 2000-PURGE-JOURNAL - THE DISCJRNL PERMANENT JOURNAL.  A
052800* DISCBACK REVERSAL CARRIES THE DATE OF THE RUN IT REVERSED, SO
052900* IT ALWAYS FALLS ON THE SAME SIDE OF THE CUTOFF AS THAT RUN.
053000*****************************************************************
053100 2000-PURGE-JOURNAL.
053200     MOVE 'DISCJRNL' TO WS-FILE-ID
053300     PERFORM 7000-START-FILE THRU 7000-EXIT
053400     OPEN INPUT JOURNAL-IN-FILE
053500     IF WS-JRNL-STATUS NOT = '00'
053600         DISPLAY 'RETNPURG - DISCJRNL OPEN FAILED, STATUS '
053700             WS-JRNL-STATUS
053800         PERFORM 8900-ABEND-RUN THRU 8900-EXIT
053900     END-IF
054000     OPEN OUTPUT JOURNAL-ARCHIVE-FILE
054100     OPEN OUTPUT JOURNAL-RETAINED-FILE
054200     MOVE 'N' TO WS-READ-EOF-SWITCH
054300     PERFORM 2010-SPLIT-JOURNAL THRU 2010-EXIT
054400         UNTIL END-OF-READ
054500     CLOSE JOURNAL-IN-FILE
054600     CLOSE JOURNAL-ARCHIVE-FILE
054700     CLOSE JOURNAL-RETAINED-FILE
054800     OPEN INPUT JOURNAL-ARCHIVE-FILE
054900     MOVE 'N' TO WS-READ-EOF-SWITCH
055000     PERFORM 2020-PROVE-JOURNAL-ARCHIVE THRU 2020-EXIT
055100         UNTIL END-OF-READ
055200     CLOSE JOURNAL-ARCHIVE-FILE
055300     OPEN INPUT JOURNAL-RETAINED-FILE
055400     MOVE 'N' TO WS-READ-EOF-SWITCH
055500     PERFORM 2030-PROVE-JOURNAL-RETAINED THRU 2030-EXIT
055600         UNTIL END-OF-READ
055700     CLOSE JOURNAL-RETAINED-FILE
055800     PERFORM 7200-PROVE-FILE THRU 7200-EXIT.
055900 2000-EXIT.
056000     EXIT.

056100 2010-SPLIT-JOURNAL.
056200     READ JOURNAL-IN-FILE
056300         AT END
056400             MOVE 'Y' TO WS-READ-EOF-SWITCH
056500     END-READ
056600     IF END-OF-READ
056700         GO TO 2010-EXIT
056800     END-IF
056900     MOVE JR-RUN-DATE     TO WS-REC-DATE
057000     MOVE JR-DISCOUNT-AMT TO WS-REC-AMT
057100     MOVE 'Y'             TO WS-ELIGIBLE-SWITCH
057200     PERFORM 7100-CLASSIFY-RECORD THRU 7100-EXIT
057300     IF ARCHIVE-RECORD
057400         WRITE JOURNAL-ARCHIVE-RECORD
057500             FROM DISCOUNT-JOURNAL-RECORD
057600     ELSE
057700         WRITE JOURNAL-RETAINED-RECORD
057800             FROM DISCOUNT-JOURNAL-RECORD
057900     END-IF.
058000 2010-EXIT.
058100     EXIT.

058200 2020-PROVE-JOURNAL-ARCHIVE.
058300     READ JOURNAL-ARCHIVE-FILE
058400         AT END
058500             MOVE 'Y' TO WS-READ-EOF-SWITCH
058600     END-READ
058700     IF NOT END-OF-READ
058800         ADD 1               TO WS-ARC-PROOF-COUNT
058900         ADD JA-DISCOUNT-AMT TO WS-ARC-PROOF-AMT
059000     END-IF.
059100 2020-EXIT.
059200     EXIT.

059300 2030-PROVE-JOURNAL-RETAINED.
059400     READ JOURNAL-RETAINED-FILE
059500         AT END
059600             MOVE 'Y' TO WS-READ-EOF-SWITCH
059700     END-READ
059800     IF NOT END-OF-READ
059900         ADD 1               TO WS-RET-PROOF-COUNT
060000         ADD JT-DISCOUNT-AMT TO WS-RET-PROOF-AMT
060100     END-IF.
060200 2030-EXIT.
060300     EXIT.

060400*****************************************************************
060500* 2100-PURGE-RUNLOG - THE SHARED RUN-EVENT LOG.  NO AMOUNTS -
060600* THE PROOF IS ON RECORD COUNTS ALONE.
060700*****************************************************************
060800 2100-PURGE-RUNLOG.
060900     MOVE 'RUNLOG' TO WS-FILE-ID
061000     PERFORM 7000-START-FILE THRU 7000-EXIT
061100     OPEN INPUT RUN-LOG-IN-FILE
061200     IF WS-RLOG-STATUS NOT = '00'
061300         DISPLAY 'RETNPURG - RUNLOG OPEN FAILED, STATUS '
061400             WS-RLOG-STATUS
061500         PERFORM 8900-ABEND-RUN THRU 8900-EXIT
061600     END-IF
061700     OPEN OUTPUT RUN-LOG-ARCHIVE-FILE
061800     OPEN OUTPUT RUN-LOG-RETAINED-FILE
061900     MOVE 'N' TO WS-READ-EOF-SWITCH
062000     PERFORM 2110-SPLIT-RUNLOG THRU 2110-EXIT
062100         UNTIL END-OF-READ
062200     CLOSE RUN-LOG-IN-FILE
062300     CLOSE RUN-LOG-ARCHIVE-FILE
062400     CLOSE RUN-LOG-RETAINED-FILE
062500     OPEN INPUT RUN-LOG-ARCHIVE-FILE
062600     MOVE 'N' TO WS-READ-EOF-SWITCH
062700     PERFORM 2120-PROVE-RUNLOG-ARCHIVE THRU 2120-EXIT
062800         UNTIL END-OF-READ
062900     CLOSE RUN-LOG-ARCHIVE-FILE
063000     OPEN INPUT RUN-LOG-RETAINED-FILE
063100     MOVE 'N' TO WS-READ-EOF-SWITCH
063200     PERFORM 2130-PROVE-RUNLOG-RETAINED THRU 2130-EXIT
063300         UNTIL END-OF-READ
063400     CLOSE RUN-LOG-RETAINED-FILE
063500     PERFORM 7200-PROVE-FILE THRU 7200-EXIT.
063600 2100-EXIT.
063700     EXIT.

063800 2110-SPLIT-RUNLOG.
063900     READ RUN-LOG-IN-FILE
064000         AT END
064100             MOVE 'Y' TO WS-READ-EOF-SWITCH
064200     END-READ
064300     IF END-OF-READ
064400         GO TO 2110-EXIT
064500     END-IF
064600     MOVE RE-RUN-DATE TO WS-REC-DATE
064700     MOVE ZERO        TO WS-REC-AMT
064800     MOVE 'Y'         TO WS-ELIGIBLE-SWITCH
064900     PERFORM 7100-CLASSIFY-RECORD THRU 7100-EXIT
065000     IF ARCHIVE-RECORD
065100         WRITE RUN-LOG-ARCHIVE-RECORD FROM RUN-EVENT-RECORD
065200     ELSE
065300         WRITE RUN-LOG-RETAINED-RECORD FROM RUN-EVENT-RECORD
065400     END-IF.
065500 2110-EXIT.
065600     EXIT.

065700 2120-PROVE-RUNLOG-ARCHIVE.
065800     READ RUN-LOG-ARCHIVE-FILE
065900         AT END
066000             MOVE 'Y' TO WS-READ-EOF-SWITCH
066100     END-READ
066200     IF NOT END-OF-READ
066300         ADD 1 TO WS-ARC-PROOF-COUNT
066400     END-IF.
066500 2120-EXIT.
066600     EXIT.

066700 2130-PROVE-RUNLOG-RETAINED.
066800     READ RUN-LOG-RETAINED-FILE
066900         AT END
067000             MOVE 'Y' TO WS-READ-EOF-SWITCH
067100     END-READ
067200     IF NOT END-OF-READ
067300         ADD 1 TO WS-RET-PROOF-COUNT
067400     END-IF.
067500 2130-EXIT.
067600     EXIT.

067700*****************************************************************
067800* 2200-PURGE-RUNCTL - THE SHARED RUN-CONTROL FILE.  EVERY RECORD
067900* FOR A DATE GOES THE SAME WAY, SO THE 'S' / 'C' / 'V' SEQUENCE
068000* CUSTDISC'S GATE READS FOR A RETAINED DATE STAYS WHOLE.
068100*****************************************************************
068200 2200-PURGE-RUNCTL.
068300     MOVE 'RUNCTL' TO WS-FILE-ID
068400     PERFORM 7000-START-FILE THRU 7000-EXIT
068500     OPEN INPUT CONTROL-IN-FILE
068600     IF WS-CTL-STATUS NOT = '00'
068700         DISPLAY 'RETNPURG - RUNCTL OPEN FAILED, STATUS '
068800             WS-CTL-STATUS
068900         PERFORM 8900-ABEND-RUN THRU 8900-EXIT
069000     END-IF
069100     OPEN OUTPUT CONTROL-ARCHIVE-FILE
069200     OPEN OUTPUT CONTROL-RETAINED-FILE
069300     MOVE 'N' TO WS-READ-EOF-SWITCH
069400     PERFORM 2210-SPLIT-RUNCTL THRU 2210-EXIT
069500         UNTIL END-OF-READ
069600     CLOSE CONTROL-IN-FILE
069700     CLOSE CONTROL-ARCHIVE-FILE
069800     CLOSE CONTROL-RETAINED-FILE
069900     OPEN INPUT CONTROL-ARCHIVE-FILE
070000     MOVE 'N' TO WS-READ-EOF-SWITCH
070100     PERFORM 2220-PROVE-RUNCTL-ARCHIVE THRU 2220-EXIT
070200         UNTIL END-OF-READ
070300     CLOSE CONTROL-ARCHIVE-FILE
070400     OPEN INPUT CONTROL-RETAINED-FILE
070500     MOVE 'N' TO WS-READ-EOF-SWITCH
070600     PERFORM 2230-PROVE-RUNCTL-RETAINED THRU 2230-EXIT
070700         UNTIL END-OF-READ
070800     CLOSE CONTROL-RETAINED-FILE
070900     PERFORM 7200-PROVE-FILE THRU 7200-EXIT.
071000 2200-EXIT.
071100     EXIT.

071200 2210-SPLIT-RUNCTL.
071300     READ CONTROL-IN-FILE INTO WS-RUN-CONTROL-WORK
071400         AT END
071500             MOVE 'Y' TO WS-READ-EOF-SWITCH
071600     END-READ
071700     IF END-OF-READ
071800         GO TO 2210-EXIT
071900     END-IF
072000     MOVE WK-RUN-DATE TO WS-REC-DATE
072100     MOVE ZERO        TO WS-REC-AMT
072200     MOVE 'Y'         TO WS-ELIGIBLE-SWITCH
072300     PERFORM 7100-CLASSIFY-RECORD THRU 7100-EXIT
072400     IF ARCHIVE-RECORD
072500         WRITE CONTROL-ARCHIVE-RECORD FROM WS-RUN-CONTROL-WORK
072600     ELSE
072700         WRITE CONTROL-RETAINED-RECORD FROM WS-RUN-CONTROL-WORK
072800     END-IF.
072900 2210-EXIT.
073000     EXIT.

073100 2220-PROVE-RUNCTL-ARCHIVE.
073200     READ CONTROL-ARCHIVE-FILE
073300         AT END
073400             MOVE 'Y' TO WS-READ-EOF-SWITCH
073500     END-READ
073600     IF NOT END-OF-READ
073700         ADD 1 TO WS-ARC-PROOF-COUNT
073800     END-IF.
073900 2220-EXIT.
074000     EXIT.

074100 2230-PROVE-RUNCTL-RETAINED.
074200     READ CONTROL-RETAINED-FILE
074300         AT END
074400             MOVE 'Y' TO WS-READ-EOF-SWITCH
074500     END-READ
074600     IF NOT END-OF-READ
074700         ADD 1 TO WS-RET-PROOF-COUNT
074800     END-IF.
074900 2230-EXIT.
075000     EXIT.

075100*****************************************************************
075200* 2300/2400/2500 - THE PARTITION RUN-CONTROL FILES RUNCTL.P1-P3,
075300* ROLLED EXACTLY AS THE SHARED FILE IS.  A SITE THAT HAS NEVER
075400* RUN THE PARTITIONED JOB HAS THEM EMPTY (THE JOB ALLOCATES
075500* THEM AS DISCBACK DOES), SO A FILE THAT WILL NOT OPEN IS
075600* TAKEN AS EMPTY HERE RATHER THAN STOPPING THE RUN.
075700*****************************************************************
075800 2300-PURGE-RUNCTL-P1.
075900     MOVE 'RUNCTLP1' TO WS-FILE-ID
076000     PERFORM 7000-START-FILE THRU 7000-EXIT
076100     OPEN OUTPUT CONTROL-P1-ARCHIVE-FILE
076200     OPEN OUTPUT CONTROL-P1-RETAINED-FILE
076300     OPEN INPUT CONTROL-P1-IN-FILE
076400     IF WS-CTL1-STATUS = '00'
076500         MOVE 'N' TO WS-READ-EOF-SWITCH
076600         PERFORM 2310-SPLIT-RUNCTL-P1 THRU 2310-EXIT
076700             UNTIL END-OF-READ
076800         CLOSE CONTROL-P1-IN-FILE
076900     ELSE
077000         DISPLAY 'RETNPURG - RUNCTLP1 NOT OPENED, STATUS '
077100             WS-CTL1-STATUS ' - TAKEN AS EMPTY'
077200     END-IF
077300     CLOSE CONTROL-P1-ARCHIVE-FILE
077400     CLOSE CONTROL-P1-RETAINED-FILE
077500     OPEN INPUT CONTROL-P1-ARCHIVE-FILE
077600     MOVE 'N' TO WS-READ-EOF-SWITCH
077700     PERFORM 2320-PROVE-RUNCTL-P1-ARCHIVE THRU 2320-EXIT
077800         UNTIL END-OF-READ
077900     CLOSE CONTROL-P1-ARCHIVE-FILE
078000     OPEN INPUT CONTROL-P1-RETAINED-FILE
078100     MOVE 'N' TO WS-READ-EOF-SWITCH
078200     PERFORM 2330-PROVE-RUNCTL-P1-RETAINED THRU 2330-EXIT
078300         UNTIL END-OF-READ
078400     CLOSE CONTROL-P1-RETAINED-FILE
078500     PERFORM 7200-PROVE-FILE THRU 7200-EXIT.
078600 2300-EXIT.
078700     EXIT.

078800 2310-SPLIT-RUNCTL-P1.
078900     READ CONTROL-P1-IN-FILE INTO WS-RUN-CONTROL-WORK
079000         AT END
079100             MOVE 'Y' TO WS-READ-EOF-SWITCH
079200     END-READ
079300     IF END-OF-READ
079400         GO TO 2310-EXIT
079500     END-IF
079600     MOVE WK-RUN-DATE TO WS-REC-DATE
079700     MOVE ZERO        TO WS-REC-AMT
079800     MOVE 'Y'         TO WS-ELIGIBLE-SWITCH
079900     PERFORM 7100-CLASSIFY-RECORD THRU 7100-EXIT
080000     IF ARCHIVE-RECORD
080100         WRITE CONTROL-P1-ARCHIVE-RECORD
080200             FROM WS-RUN-CONTROL-WORK
080300     ELSE
080400         WRITE CONTROL-P1-RETAINED-RECORD
080500             FROM WS-RUN-CONTROL-WORK
080600     END-IF.
080700 2310-EXIT.
080800     EXIT.

080900 2320-PROVE-RUNCTL-P1-ARCHIVE.
081000     READ CONTROL-P1-ARCHIVE-FILE
081100         AT END
081200             MOVE 'Y' TO WS-READ-EOF-SWITCH
081300     END-READ
081400     IF NOT END-OF-READ
081500         ADD 1 TO WS-ARC-PROOF-COUNT
081600     END-IF.
081700 2320-EXIT.
081800     EXIT.

081900 2330-PROVE-RUNCTL-P1-RETAINED.
082000     READ CONTROL-P1-RETAINED-FILE
082100         AT END
082200             MOVE 'Y' TO WS-READ-EOF-SWITCH
082300     END-READ
082400     IF NOT END-OF-READ
082500         ADD 1 TO WS-RET-PROOF-COUNT
082600     END-IF.
082700 2330-EXIT.
082800     EXIT.

082900 2400-PURGE-RUNCTL-P2.
083000     MOVE 'RUNCTLP2' TO WS-FILE-ID
083100     PERFORM 7000-START-FILE THRU 7000-EXIT
083200     OPEN OUTPUT CONTROL-P2-ARCHIVE-FILE
083300     OPEN OUTPUT CONTROL-P2-RETAINED-FILE
083400     OPEN INPUT CONTROL-P2-IN-FILE
083500     IF WS-CTL2-STATUS = '00'
083600         MOVE 'N' TO WS-READ-EOF-SWITCH
083700         PERFORM 2410-SPLIT-RUNCTL-P2 THRU 2410-EXIT
083800             UNTIL END-OF-READ
083900         CLOSE CONTROL-P2-IN-FILE
084000     ELSE
084100         DISPLAY 'RETNPURG - RUNCTLP2 NOT OPENED, STATUS '
084200             WS-CTL2-STATUS ' - TAKEN AS EMPTY'
084300     END-IF
084400     CLOSE CONTROL-P2-ARCHIVE-FILE
084500     CLOSE CONTROL-P2-RETAINED-FILE
084600     OPEN INPUT CONTROL-P2-ARCHIVE-FILE
084700     MOVE 'N' TO WS-READ-EOF-SWITCH
084800     PERFORM 2420-PROVE-RUNCTL-P2-ARCHIVE THRU 2420-EXIT
084900         UNTIL END-OF-READ
085000     CLOSE CONTROL-P2-ARCHIVE-FILE
085100     OPEN INPUT CONTROL-P2-RETAINED-FILE
085200     MOVE 'N' TO WS-READ-EOF-SWITCH
085300     PERFORM 2430-PROVE-RUNCTL-P2-RETAINED THRU 2430-EXIT
085400         UNTIL END-OF-READ
085500     CLOSE CONTROL-P2-RETAINED-FILE
085600     PERFORM 7200-PROVE-FILE THRU 7200-EXIT.
085700 2400-EXIT.
085800     EXIT.

085900 2410-SPLIT-RUNCTL-P2.
086000     READ CONTROL-P2-IN-FILE INTO WS-RUN-CONTROL-WORK
086100         AT END
086200             MOVE 'Y' TO WS-READ-EOF-SWITCH
086300     END-READ
086400     IF END-OF-READ
086500         GO TO 2410-EXIT
086600     END-IF
086700     MOVE WK-RUN-DATE TO WS-REC-DATE
086800     MOVE ZERO        TO WS-REC-AMT
086900     MOVE 'Y'         TO WS-ELIGIBLE-SWITCH
087000     PERFORM 7100-CLASSIFY-RECORD THRU 7100-EXIT
087100     IF ARCHIVE-RECORD
087200         WRITE CONTROL-P2-ARCHIVE-RECORD
087300             FROM WS-RUN-CONTROL-WORK
087400     ELSE
087500         WRITE CONTROL-P2-RETAINED-RECORD
087600             FROM WS-RUN-CONTROL-WORK
087700     END-IF.
087800 2410-EXIT.
087900     EXIT.

088000 2420-PROVE-RUNCTL-P2-ARCHIVE.
088100     READ CONTROL-P2-ARCHIVE-FILE
088200         AT END
088300             MOVE 'Y' TO WS-READ-EOF-SWITCH
088400     END-READ
088500     IF NOT END-OF-READ
088600         ADD 1 TO WS-ARC-PROOF-COUNT
088700     END-IF.
088800 2420-EXIT.
088900     EXIT.

089000 2430-PROVE-RUNCTL-P2-RETAINED.
089100     READ CONTROL-P2-RETAINED-FILE
089200         AT END
089300             MOVE 'Y' TO WS-READ-EOF-SWITCH
089400     END-READ
089500     IF NOT END-OF-READ
089600         ADD 1 TO WS-RET-PROOF-COUNT
089700     END-IF.
089800 2430-EXIT.
089900     EXIT.

090000 2500-PURGE-RUNCTL-P3.
090100     MOVE 'RUNCTLP3' TO WS-FILE-ID
090200     PERFORM 7000-START-FILE THRU 7000-EXIT
090300     OPEN OUTPUT CONTROL-P3-ARCHIVE-FILE
090400     OPEN OUTPUT CONTROL-P3-RETAINED-FILE
090500     OPEN INPUT CONTROL-P3-IN-FILE
090600     IF WS-CTL3-STATUS = '00'
090700         MOVE 'N' TO WS-READ-EOF-SWITCH
090800         PERFORM 2510-SPLIT-RUNCTL-P3 THRU 2510-EXIT
090900             UNTIL END-OF-READ
091000         CLOSE CONTROL-P3-IN-FILE
091100     ELSE
091200         DISPLAY 'RETNPURG - RUNCTLP3 NOT OPENED, STATUS '
091300             WS-CTL3-STATUS ' - TAKEN AS EMPTY'
091400     END-IF
091500     CLOSE CONTROL-P3-ARCHIVE-FILE
091600     CLOSE CONTROL-P3-RETAINED-FILE
091700     OPEN INPUT CONTROL-P3-ARCHIVE-FILE
091800     MOVE 'N' TO WS-READ-EOF-SWITCH
091900     PERFORM 2520-PROVE-RUNCTL-P3-ARCHIVE THRU 2520-EXIT
092000         UNTIL END-OF-READ
092100     CLOSE CONTROL-P3-ARCHIVE-FILE
092200     OPEN INPUT CONTROL-P3-RETAINED-FILE
092300     MOVE 'N' TO WS-READ-EOF-SWITCH
092400     PERFORM 2530-PROVE-RUNCTL-P3-RETAINED THRU 2530-EXIT
092500         UNTIL END-OF-READ
092600     CLOSE CONTROL-P3-RETAINED-FILE
092700     PERFORM 7200-PROVE-FILE THRU 7200-EXIT.
092800 2500-EXIT.
092900     EXIT.

093000 2510-SPLIT-RUNCTL-P3.
093100     READ CONTROL-P3-IN-FILE INTO WS-RUN-CONTROL-WORK
093200         AT END
093300             MOVE 'Y' TO WS-READ-EOF-SWITCH
093400     END-READ
093500     IF END-OF-READ
093600         GO TO 2510-EXIT
093700     END-IF
093800     MOVE WK-RUN-DATE TO WS-REC-DATE
093900     MOVE ZERO        TO WS-REC-AMT
094000     MOVE 'Y'         TO WS-ELIGIBLE-SWITCH
094100     PERFORM 7100-CLASSIFY-RECORD THRU 7100-EXIT
094200     IF ARCHIVE-RECORD
094300         WRITE CONTROL-P3-ARCHIVE-RECORD
094400             FROM WS-RUN-CONTROL-WORK
094500     ELSE
094600         WRITE CONTROL-P3-RETAINED-RECORD
094700             FROM WS-RUN-CONTROL-WORK
094800     END-IF.
094900 2510-EXIT.
095000     EXIT.

095100 2520-PROVE-RUNCTL-P3-ARCHIVE.
095200     READ CONTROL-P3-ARCHIVE-FILE
095300         AT END
095400             MOVE 'Y' TO WS-READ-EOF-SWITCH
095500     END-READ
095600     IF NOT END-OF-READ
095700         ADD 1 TO WS-ARC-PROOF-COUNT
095800     END-IF.
095900 2520-EXIT.
096000     EXIT.

096100 2530-PROVE-RUNCTL-P3-RETAINED.
096200     READ CONTROL-P3-RETAINED-FILE
096300         AT END
096400             MOVE 'Y' TO WS-READ-EOF-SWITCH
096500     END-READ
096600     IF NOT END-OF-READ
096700         ADD 1 TO WS-RET-PROOF-COUNT
096800     END-IF.
096900 2530-EXIT.
097000     EXIT.

097100*****************************************************************
097200* 2600-PURGE-APPRMAST - THE SENIOR-DISCOUNT SIGN-OFF MASTER,
097300* UNLOADED IN KEY ORDER.  THE JOB RELOADS THE CLUSTER FROM THE
097400* RETAINED FILE.  A SIGN-OFF STILL OUTSTANDING IS ALWAYS KEPT.
097500*****************************************************************
097600 2600-PURGE-APPRMAST.
097700     MOVE 'APPRMAST' TO WS-FILE-ID
097800     PERFORM 7000-START-FILE THRU 7000-EXIT
097900     OPEN INPUT APPROVAL-MASTER-FILE
098000     IF WS-APPR-STATUS NOT = '00'
098100         DISPLAY 'RETNPURG - APPRMAST OPEN FAILED, STATUS '
098200             WS-APPR-STATUS
098300         PERFORM 8900-ABEND-RUN THRU 8900-EXIT
098400     END-IF
098500     OPEN OUTPUT APPROVAL-ARCHIVE-FILE
098600     OPEN OUTPUT APPROVAL-RETAINED-FILE
098700     MOVE 'N' TO WS-READ-EOF-SWITCH
098800     PERFORM 2610-SPLIT-APPRMAST THRU 2610-EXIT
098900         UNTIL END-OF-READ
099000     CLOSE APPROVAL-MASTER-FILE
099100     CLOSE APPROVAL-ARCHIVE-FILE
099200     CLOSE APPROVAL-RETAINED-FILE
099300     OPEN INPUT APPROVAL-ARCHIVE-FILE
099400     MOVE 'N' TO WS-READ-EOF-SWITCH
099500     PERFORM 2620-PROVE-APPRMAST-ARCHIVE THRU 2620-EXIT
099600         UNTIL END-OF-READ
099700     CLOSE APPROVAL-ARCHIVE-FILE
099800     OPEN INPUT APPROVAL-RETAINED-FILE
099900     MOVE 'N' TO WS-READ-EOF-SWITCH
100000     PERFORM 2630-PROVE-APPRMAST-RETAINED THRU 2630-EXIT
100100         UNTIL END-OF-READ
100200     CLOSE APPROVAL-RETAINED-FILE
100300     PERFORM 7200-PROVE-FILE THRU 7200-EXIT.
100400 2600-EXIT.
100500     EXIT.

100600 2610-SPLIT-APPRMAST.
100700     READ APPROVAL-MASTER-FILE
100800         AT END
100900             MOVE 'Y' TO WS-READ-EOF-SWITCH
101000     END-READ
101100     IF END-OF-READ
101200         GO TO 2610-EXIT
101300     END-IF
101400     MOVE AP-RUN-DATE     TO WS-REC-DATE
101500     MOVE AP-DISCOUNT-AMT TO WS-REC-AMT
101600     IF APPROVAL-RECEIVED
101700         MOVE 'Y' TO WS-ELIGIBLE-SWITCH
101800     ELSE
101900         MOVE 'N' TO WS-ELIGIBLE-SWITCH
102000     END-IF
102100     PERFORM 7100-CLASSIFY-RECORD THRU 7100-EXIT
102200     IF ARCHIVE-RECORD
102300         WRITE APPROVAL-ARCHIVE-RECORD
102400             FROM APPROVAL-MASTER-RECORD
102500     ELSE
102600         WRITE APPROVAL-RETAINED-RECORD
102700             FROM APPROVAL-MASTER-RECORD
102800     END-IF.
102900 2610-EXIT.
103000     EXIT.

103100 2620-PROVE-APPRMAST-ARCHIVE.
103200     READ APPROVAL-ARCHIVE-FILE
103300         AT END
103400             MOVE 'Y' TO WS-READ-EOF-SWITCH
103500     END-READ
103600     IF NOT END-OF-READ
103700         ADD 1               TO WS-ARC-PROOF-COUNT
103800         ADD AA-DISCOUNT-AMT TO WS-ARC-PROOF-AMT
103900     END-IF.
104000 2620-EXIT.
104100     EXIT.

104200 2630-PROVE-APPRMAST-RETAINED.
104300     READ APPROVAL-RETAINED-FILE
104400         AT END
104500             MOVE 'Y' TO WS-READ-EOF-SWITCH
104600     END-READ
104700     IF NOT END-OF-READ
104800         ADD 1               TO WS-RET-PROOF-COUNT
104900         ADD AT-DISCOUNT-AMT TO WS-RET-PROOF-AMT
105000     END-IF.
105100 2630-EXIT.
105200     EXIT.

105300*****************************************************************
105400* 7000-START-FILE - CLEAR THE CONTROL TOTALS AND SET THE CUTOFF
105500* FOR WS-FILE-ID.  WITH NO POLICY ROW THE CUTOFF IS ZERO AND
105600* EVERY RECORD IS RETAINED.
105700*****************************************************************
105800 7000-START-FILE.
105900     MOVE ZERO TO WS-IN-COUNT WS-IN-AMT
106000     MOVE ZERO TO WS-ARC-COUNT WS-ARC-AMT
106100     MOVE ZERO TO WS-RET-COUNT WS-RET-AMT
106200     MOVE ZERO TO WS-ARC-PROOF-COUNT WS-ARC-PROOF-AMT
106300     MOVE ZERO TO WS-RET-PROOF-COUNT WS-RET-PROOF-AMT
106400     MOVE ZERO TO WS-ARC-LOW-DATE WS-ARC-HIGH-DATE
106500     MOVE 'N'  TO WS-POLICY-FOUND-SWITCH
106600     PERFORM 7010-FIND-POLICY-ENTRY THRU 7010-EXIT
106700         VARYING WS-POLICY-SUB FROM 1 BY 1
106800         UNTIL WS-POLICY-SUB > WS-POLICY-COUNT
106900            OR POLICY-FOUND
107000     IF POLICY-FOUND
107100         PERFORM 7020-COMPUTE-CUTOFF THRU 7020-EXIT
107200     ELSE
107300         MOVE ZERO     TO WS-RETAIN-MONTHS
107400         MOVE ZERO     TO WS-POLICY-CUTOFF
107500         MOVE ZERO     TO WS-CUTOFF
107600         MOVE SPACES   TO WS-ARCHIVE-DSN
107700         MOVE 'NO ROW' TO WS-HELD-BY
107800         DISPLAY 'RETNPURG - NO POLICY ROW FOR ' WS-FILE-ID
107900             ' - EVERY RECORD RETAINED'
108000     END-IF.
108100 7000-EXIT.
108200     EXIT.

108300 7010-FIND-POLICY-ENTRY.
108400     IF PT-FILE-ID (WS-POLICY-SUB) = WS-FILE-ID
108500         MOVE 'Y' TO WS-POLICY-FOUND-SWITCH
108600         MOVE 'Y' TO PT-USED-SWITCH (WS-POLICY-SUB)
108700         MOVE PT-RETAIN-MONTHS (WS-POLICY-SUB) TO WS-RETAIN-MONTHS
108800         MOVE PT-ARCHIVE-DSN (WS-POLICY-SUB)   TO WS-ARCHIVE-DSN
108900     END-IF.
109000 7010-EXIT.
109100     EXIT.

109200* THE POLICY CUTOFF IS THE FIRST OF THE MONTH WS-RETAIN-MONTHS
109300* BEFORE THE CURRENT ONE.  THE GUARDS CAN ONLY MOVE IT EARLIER.
109400 7020-COMPUTE-CUTOFF.
109500     COMPUTE WS-MONTH-INDEX = WS-RUN-YEAR * 12 + WS-RUN-MONTH - 1
109600                            - WS-RETAIN-MONTHS
109700     DIVIDE WS-MONTH-INDEX BY 12
109800         GIVING WS-CUT-YEAR REMAINDER WS-CUT-MONTH
109900     ADD 1 TO WS-CUT-MONTH
110000     COMPUTE WS-POLICY-CUTOFF = WS-CUT-YEAR * 10000
110100                              + WS-CUT-MONTH * 100 + 1
110200     MOVE WS-POLICY-CUTOFF TO WS-CUTOFF
110300     MOVE SPACES           TO WS-HELD-BY
110400     IF WS-BACKOUT-FLOOR < WS-CUTOFF
110500         MOVE WS-BACKOUT-FLOOR TO WS-CUTOFF
110600         MOVE 'DISCBACK'       TO WS-HELD-BY
110700     END-IF
110800     IF WS-FILE-ID = 'DISCJRNL'
110900         AND WS-STMT-FLOOR < WS-CUTOFF
111000         MOVE WS-STMT-FLOOR TO WS-CUTOFF
111100         MOVE 'DISCSTMT'    TO WS-HELD-BY
111200     END-IF.
111300 7020-EXIT.
111400     EXIT.

111500* ONE INPUT RECORD - WS-REC-DATE, WS-REC-AMT AND
111600* WS-ELIGIBLE-SWITCH ARE SET BY THE CALLER.
111700 7100-CLASSIFY-RECORD.
111800     ADD 1          TO WS-IN-COUNT
111900     ADD WS-REC-AMT TO WS-IN-AMT
112000     IF RECORD-ELIGIBLE
112100         AND WS-REC-DATE < WS-CUTOFF
112200         MOVE 'Y' TO WS-ARCHIVE-SWITCH
112300         ADD 1          TO WS-ARC-COUNT
112400         ADD WS-REC-AMT TO WS-ARC-AMT
112500         IF WS-ARC-LOW-DATE = ZERO
112600             OR WS-REC-DATE < WS-ARC-LOW-DATE
112700             MOVE WS-REC-DATE TO WS-ARC-LOW-DATE
112800         END-IF
112900         IF WS-REC-DATE > WS-ARC-HIGH-DATE
113000             MOVE WS-REC-DATE TO WS-ARC-HIGH-DATE
113100         END-IF
113200     ELSE
113300         MOVE 'N' TO WS-ARCHIVE-SWITCH
113400         ADD 1          TO WS-RET-COUNT
113500         ADD WS-REC-AMT TO WS-RET-AMT
113600     END-IF.
113700 7100-EXIT.
113800     EXIT.

113900*****************************************************************
114000* 7200-PROVE-FILE - THE READ-BACK ARCHIVE AND RETAINED TOTALS
114100* MUST ADD UP TO THE INPUT, AND EACH MUST MATCH WHAT WAS WRITTEN
114200* TO IT.  THE RESULT IS PRINTED AND HELD FOR THE RETNLOG INDEX.
114300*****************************************************************
114400 7200-PROVE-FILE.
114500     COMPUTE WS-PROVEN-COUNT = WS-ARC-PROOF-COUNT
114600                             + WS-RET-PROOF-COUNT
114700     COMPUTE WS-PROVEN-AMT = WS-ARC-PROOF-AMT + WS-RET-PROOF-AMT
114800     IF WS-PROVEN-COUNT = WS-IN-COUNT
114900         AND WS-PROVEN-AMT = WS-IN-AMT
115000         AND WS-ARC-PROOF-COUNT = WS-ARC-COUNT
115100         AND WS-ARC-PROOF-AMT = WS-ARC-AMT
115200         MOVE 'OK' TO WS-FILE-PROOF
115300     ELSE
115400         MOVE 'UNBALANCED' TO WS-FILE-PROOF
115500         MOVE 'N' TO WS-BALANCE-SWITCH
115600         DISPLAY 'RETNPURG - ' WS-FILE-ID
115610             ' OUT OF BALANCE - READ '
115700             WS-IN-COUNT ', READ BACK ' WS-PROVEN-COUNT
115800     END-IF
115900     PERFORM 7300-REPORT-FILE THRU 7300-EXIT.
116000 7200-EXIT.
116100     EXIT.

116200 7300-REPORT-FILE.
116300     MOVE WS-FILE-ID         TO DL-FILE-ID
116400     MOVE WS-RETAIN-MONTHS   TO DL-RETAIN-MONTHS
116500     MOVE WS-POLICY-CUTOFF   TO DL-POLICY-CUTOFF
116600     MOVE WS-CUTOFF          TO DL-CUTOFF
116700     MOVE WS-HELD-BY         TO DL-HELD-BY
116800     MOVE WS-IN-COUNT        TO DL-IN-COUNT
116900     MOVE WS-IN-AMT          TO DL-IN-AMT
117000     MOVE WS-ARC-PROOF-COUNT TO DL-ARC-COUNT
117100     MOVE WS-ARC-PROOF-AMT   TO DL-ARC-AMT
117200     MOVE WS-RET-PROOF-COUNT TO DL-RET-COUNT
117300     MOVE WS-RET-PROOF-AMT   TO DL-RET-AMT
117400     MOVE WS-FILE-PROOF      TO DL-PROOF
117500     WRITE RETENTION-REPORT-RECORD FROM WS-DETAIL-LINE
117600     MOVE WS-ARCHIVE-DSN     TO AL-ARCHIVE-DSN
117700     MOVE WS-ARC-LOW-DATE    TO AL-LOW-DATE
117800     MOVE WS-ARC-HIGH-DATE   TO AL-HIGH-DATE
117900     WRITE RETENTION-REPORT-RECORD FROM WS-ARCHIVE-LINE
118000     ADD 1 TO WS-RESULT-COUNT
118100     MOVE WS-FILE-ID         TO FR-FILE-ID (WS-RESULT-COUNT)
118200     MOVE WS-RETAIN-MONTHS   TO FR-RETAIN-MONTHS (WS-RESULT-COUNT)
118300     MOVE WS-CUTOFF          TO FR-CUTOFF-DATE (WS-RESULT-COUNT)
118400     MOVE WS-HELD-BY         TO FR-HELD-BY (WS-RESULT-COUNT)
118500     MOVE WS-ARC-LOW-DATE    TO FR-LOW-DATE (WS-RESULT-COUNT)
118600     MOVE WS-ARC-HIGH-DATE   TO FR-HIGH-DATE (WS-RESULT-COUNT)
118700     MOVE WS-ARC-PROOF-COUNT TO FR-ARC-COUNT (WS-RESULT-COUNT)
118800     MOVE WS-ARC-PROOF-AMT   TO FR-ARC-AMT (WS-RESULT-COUNT)
118900     MOVE WS-RET-PROOF-COUNT TO FR-RET-COUNT (WS-RESULT-COUNT)
119000     MOVE WS-RET-PROOF-AMT   TO FR-RET-AMT (WS-RESULT-COUNT)
119100     MOVE WS-ARCHIVE-DSN     TO FR-ARCHIVE-DSN (WS-RESULT-COUNT)
119200     DISPLAY 'RETNPURG - ' WS-FILE-ID ' READ ' WS-IN-COUNT
119300         ' ARCHIVED ' WS-ARC-PROOF-COUNT
119400         ' RETAINED ' WS-RET-PROOF-COUNT.
119500 7300-EXIT.
119600     EXIT.

119700*****************************************************************
119800* 8000-WRITE-RETENTION-LOG - APPEND THE PROVEN RESULTS TO THE
119900* PERMANENT ARCHIVE INDEX, CREATED ON THE VERY FIRST RUN.
120000*****************************************************************
120100 8000-WRITE-RETENTION-LOG.
120200     OPEN EXTEND RETENTION-LOG-FILE
120300     IF WS-RETN-LOG-STATUS = '35'
120400         OPEN OUTPUT RETENTION-LOG-FILE
120500     END-IF
120600     PERFORM 8010-WRITE-LOG-ENTRY THRU 8010-EXIT
120700         VARYING WS-RESULT-SUB FROM 1 BY 1
120800         UNTIL WS-RESULT-SUB > WS-RESULT-COUNT
120900     CLOSE RETENTION-LOG-FILE.
121000 8000-EXIT.
121100     EXIT.

121200 8010-WRITE-LOG-ENTRY.
121300     MOVE SPACES      TO RETENTION-LOG-RECORD
121400     MOVE WS-RUN-DATE TO RG-RUN-DATE
121500     MOVE FR-FILE-ID (WS-RESULT-SUB)       TO RG-FILE-ID
121600     MOVE FR-RETAIN-MONTHS (WS-RESULT-SUB) TO RG-RETAIN-MONTHS
121700     MOVE FR-CUTOFF-DATE (WS-RESULT-SUB)   TO RG-CUTOFF-DATE
121800     MOVE FR-HELD-BY (WS-RESULT-SUB)       TO RG-HELD-BY
121900     MOVE FR-LOW-DATE (WS-RESULT-SUB)      TO RG-ARCHIVE-LOW-DATE
122000     MOVE FR-HIGH-DATE (WS-RESULT-SUB)     TO RG-ARCHIVE-HIGH-DATE
122100     MOVE FR-ARC-COUNT (WS-RESULT-SUB)     TO RG-ARCHIVED-COUNT
122200     MOVE FR-ARC-AMT (WS-RESULT-SUB)       TO RG-ARCHIVED-AMT
122300     MOVE FR-RET-COUNT (WS-RESULT-SUB)     TO RG-RETAINED-COUNT
122400     MOVE FR-RET-AMT (WS-RESULT-SUB)       TO RG-RETAINED-AMT
122500     MOVE FR-ARCHIVE-DSN (WS-RESULT-SUB)   TO RG-ARCHIVE-DSN
122600     WRITE RETENTION-LOG-RECORD.
122700 8010-EXIT.
122800     EXIT.

122900* ABEND RATHER THAN END RC=16 - THE STEP'S (NEW,CATLG,DELETE)
123000* ARCHIVE GENERATIONS AND RETAINED FILES ARE THEN DISCARDED,
123100* SO A RERUN STARTS FROM THE UNTOUCHED LIVE FILES.
123200 8900-ABEND-RUN.
123300     DISPLAY 'RETNPURG - NO LIVE FILE REWRITTEN - ABENDING U0016'
123400     CALL 'ILBOABN0' USING WS-ABEND-CODE
123500     MOVE 16 TO RETURN-CODE
123600     STOP RUN.
123700 8900-EXIT.
123800     EXIT.

123900*****************************************************************
124000* 9000-FINALIZE - LIST ANY POLICY ROW NO FILE USED, THEN EITHER
124100* INDEX THE PROVEN RUN OR ABEND IT.
124200*****************************************************************
124300 9000-FINALIZE.
124400     PERFORM 9100-CHECK-UNUSED-POLICY THRU 9100-EXIT
124500         VARYING WS-POLICY-SUB FROM 1 BY 1
124600         UNTIL WS-POLICY-SUB > WS-POLICY-COUNT
124700     MOVE SPACES TO WS-MESSAGE-LINE
124800     WRITE RETENTION-REPORT-RECORD FROM WS-MESSAGE-LINE
124900     IF ALL-IN-BALANCE
125000         MOVE 'ALL FILES IN BALANCE - RUN LOGGED IN RETNLOG'
125100             TO WS-MESSAGE-LINE
125300         WRITE RETENTION-REPORT-RECORD FROM WS-MESSAGE-LINE
125400         CLOSE RETENTION-REPORT-FILE
125500         PERFORM 8000-WRITE-RETENTION-LOG THRU 8000-EXIT
125600         DISPLAY 'RETNPURG - ALL FILES IN BALANCE'
125700     ELSE
125800         MOVE 'OUT OF BALANCE - RUN ABENDED, NO LIVE FILE CHANGED'
125900             TO WS-MESSAGE-LINE
126000         WRITE RETENTION-REPORT-RECORD FROM WS-MESSAGE-LINE
126100         CLOSE RETENTION-REPORT-FILE
126200         PERFORM 8900-ABEND-RUN THRU 8900-EXIT
126300     END-IF.
126400 9000-EXIT.
126500     EXIT.

126600 9100-CHECK-UNUSED-POLICY.
126700     IF PT-USED-SWITCH (WS-POLICY-SUB) = 'N'
126800         DISPLAY 'RETNPURG - POLICY ROW NOT USED: '
126900             PT-FILE-ID (WS-POLICY-SUB)
127000     END-IF.
127100 9100-EXIT.
127200     EXIT.
