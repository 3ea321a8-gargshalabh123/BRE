000100*****************************************************************
000200* DISCADJ - SINGLE-CUSTOMER DISCOUNT ADJUSTMENT WITH APPROVAL
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. DISCADJ.
000600 AUTHOR. LEGACY SYSTEMS TEAM.
000700 INSTALLATION. RETAIL BANKING - CUSTOMER MAINTENANCE.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.

001000*****************************************************************
001100* MODIFICATION HISTORY
001200*   DATE       INIT  DESCRIPTION
001300*   ---------- ----  ---------------------------------------------
001400*   2026-10-15  RLS  ORIGINAL.  DAY UTILITY FOR A MANUAL
001500*                    DISCOUNT ADJUSTMENT TO ONE CUSTOMER - A
001600*                    GOODWILL CREDIT OR THE RECOVERY OF A
001700*                    DISCOUNT GRANTED IN ERROR - WITHOUT A
001800*                    BACKOUT AND RERUN OF THE WHOLE DATE.  OPS
001900*                    KEY ONE CARD PER ADJUSTMENT ON ADJTRAN:
002000*                      C - CREDIT: EXTRA DISCOUNT, THE BALANCE
002100*                          GOES DOWN BY THE AMOUNT
002200*                      D - DEBIT: DISCOUNT RECOVERED, THE
002300*                          BALANCE GOES UP BY THE AMOUNT
002400*                    EVERY CARD CARRIES A REASON CODE, THE
002500*                    REQUESTER AND THE APPROVER.  THE APPROVER
002600*                    MUST BE ON FINANCE'S ADJLIMIT FILE, MUST
002700*                    NOT BE THE REQUESTER, AND THE AMOUNT MUST
002800*                    BE WITHIN THE APPROVER'S LIMIT - OTHERWISE
002900*                    THE ADJUSTMENT IS HELD ON THE PENDING
003000*                    REPORT AND NOTHING IS POSTED.  AN APPROVED
003100*                    ADJUSTMENT POSTS EVERYWHERE A PRICED RUN
003200*                    DOES, SO THE LEDGER, THE MASTER AND THE
003300*                    HISTORY ALL STILL EXPLAIN THE BALANCE:
003400*                      - A GL-INTERFACE-RECORD TO THE
003500*                        ADJUSTMENT GL FILE, AGAINST THE
003600*                        CUSTOMER'S BRANCH WRITE-OFF ACCOUNT
003700*                        (BRNCHXRF) - A DEBIT CARRIES THE
003800*                        BALANCES THE WAY THEY MOVE, BEFORE
003900*                        BELOW AFTER, AS DISCBACK'S CONTRA
004000*                        RECORDS DO
004100*                      - THE CUSTOMERS TABLE BALANCE
004200*                      - A BALUPDT RECORD FOR THE JOB'S
004300*                        CUSTBUPD APPLY STEP (CUSTFILX)
004400*                      - A NEW DISCHIST ENTRY 1 (RATE ZERO)
004500*                      - A DISCJRNL RECORD FLAGGED C OR D FOR
004600*                        THE ANNUAL STATEMENTS
004700*                    EVERY CARD, POSTED, PENDING OR REJECTED,
004800*                    PRINTS ON THE ADJUSTMENT REGISTER FOR
004900*                    AUDIT SIGN-OFF.  ONLY ONE ADJUSTMENT PER
005000*                    CUSTOMER PER RUN - CUSTFILX IS NOT UPDATED
005100*                    UNTIL THE APPLY STEP, SO A SECOND CARD
005200*                    WOULD START FROM A STALE BALANCE.  ANY
005300*                    PENDING OR REJECTED CARD ENDS THE STEP
005400*                    RC=4.
005410*   2026-10-15  RLS  HISTORY ENTRIES AND JOURNAL RECORDS NOW
005420*                    CARRY A CAMPAIGN CODE - ALWAYS SPACES ON AN
005430*                    ADJUSTMENT.  THE JOURNAL ALSO CARRIES THE
005440*                    CUSTOMER'S BRANCH AND A ZERO TABLE RATE.
005450*   2026-10-15  RLS  A POSTED ADJUSTMENT ALSO MOVES THE
005460*                    CUSTOMER'S DISCYTD YEAR-TO-DATE DISCOUNT
005470*                    (CREDIT UP, DEBIT DOWN) SO CUSTDISC'S
005480*                    ANNUAL CAP SEES THE SAME YEAR'S DISCOUNT
005490*                    THE STATEMENT DOES.  THE CAP ITSELF IS NOT
005491*                    APPLIED - THE ADJUSTMENT IS ALREADY
005492*                    APPROVED WITHIN THE APPROVER'S LIMIT.
005493*   2026-10-15  RLS  A FAILED DISCYTD WRITE NOW ABENDS U0016 -
005494*                    THE REST OF THE ADJUSTMENT HAS ALREADY
005495*                    POSTED, SO THE YEAR-TO-DATE TOTAL MUST BE
005496*                    PUT RIGHT BEFORE ANY FURTHER CARD RUNS.
005497*   2026-10-15  RLS  EACH GL RECORD ALSO GOES TO THE MONTH-TO-DATE
005498*                    COPY (ADJGLMTD) AS IT IS WRITTEN, SO BRCLOSE
005499*                    SEES EVERY ADJUSTMENT EXACTLY ONCE.
005500*****************************************************************

005600 ENVIRONMENT DIVISION.
005700 CONFIGURATION SECTION.
005800 SOURCE-COMPUTER. IBM-370.
005900 OBJECT-COMPUTER. IBM-370.

006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT ADJ-TRAN-FILE ASSIGN TO 'ADJTRAN'
006300         ORGANIZATION IS SEQUENTIAL
006400         ACCESS MODE IS SEQUENTIAL.

006500     SELECT APPROVER-LIMIT-FILE ASSIGN TO 'ADJLIMIT'
006600         ORGANIZATION IS SEQUENTIAL
006700         ACCESS MODE IS SEQUENTIAL
006800         FILE STATUS IS WS-ALIM-STATUS.

006900     SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILX'
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007200         RECORD KEY IS CUST-ID
007300         FILE STATUS IS WS-CUST-FILE-STATUS.

007400     SELECT BRANCH-XREF-FILE ASSIGN TO 'BRNCHXRF'
007500         ORGANIZATION IS SEQUENTIAL
007600         ACCESS MODE IS SEQUENTIAL
007700         FILE STATUS IS WS-BXRF-STATUS.

007800     SELECT DISCOUNT-HISTORY-FILE ASSIGN TO 'DISCHIST'
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS RANDOM
008100         RECORD KEY IS HX-CUST-ID
008200         FILE STATUS IS WS-HIST-STATUS.

008300     SELECT GL-ADJUST-FILE ASSIGN TO 'ADJGL'
008400         ORGANIZATION IS SEQUENTIAL
008500         ACCESS MODE IS SEQUENTIAL.

008510     SELECT GL-ADJUST-MTD-FILE ASSIGN TO 'ADJGLMTD'
008520         ORGANIZATION IS SEQUENTIAL
008530         ACCESS MODE IS SEQUENTIAL.

008600     SELECT BALANCE-UPDATE-FILE ASSIGN TO 'BALUPDT'
008700         ORGANIZATION IS SEQUENTIAL
008800         ACCESS MODE IS SEQUENTIAL.

008900     SELECT DISCOUNT-JOURNAL-FILE ASSIGN TO 'DISCJRNL'
009000         ORGANIZATION IS SEQUENTIAL
009100         ACCESS MODE IS SEQUENTIAL
009200         FILE STATUS IS WS-JRNL-STATUS.

009210     SELECT DISCOUNT-YTD-FILE ASSIGN TO 'DISCYTD'
009220         ORGANIZATION IS INDEXED
009230         ACCESS MODE IS RANDOM
009240         RECORD KEY IS YT-CUST-ID
009250         FILE STATUS IS WS-YTD-STATUS.

009300     SELECT REGISTER-REPORT-FILE ASSIGN TO 'ADJREG'
009400         ORGANIZATION IS SEQUENTIAL
009500         ACCESS MODE IS SEQUENTIAL.

009600     SELECT PENDING-REPORT-FILE ASSIGN TO 'ADJPEND'
009700         ORGANIZATION IS SEQUENTIAL
009800         ACCESS MODE IS SEQUENTIAL.

009900 DATA DIVISION.
010000 FILE SECTION.
010100 FD  ADJ-TRAN-FILE
010200     LABEL RECORDS ARE OMITTED
010300     RECORD CONTAINS 80 CHARACTERS.
010400 01  ADJ-TRAN-RECORD.
010500     05  TA-CUST-ID              PIC 9(6).
010600     05  TA-DIRECTION            PIC X(1).
010700         88  ADJUST-CREDIT          VALUE 'C'.
010800         88  ADJUST-DEBIT           VALUE 'D'.
010900     05  TA-AMOUNT               PIC X(9).
011000     05  TA-AMOUNT-N REDEFINES TA-AMOUNT
011100                                 PIC 9(7)V99.
011200     05  TA-REASON-CODE          PIC X(4).
011300     05  TA-REQUESTER-ID         PIC X(8).
011400     05  TA-APPROVER-ID          PIC X(8).
011500     05  FILLER                  PIC X(44).

011600 FD  APPROVER-LIMIT-FILE
011700     LABEL RECORDS ARE STANDARD.
011800     COPY ADJLIMIT.

011900 FD  CUSTOMER-FILE
012000     LABEL RECORDS ARE STANDARD.
012100     COPY CUSTREC.

012200 FD  BRANCH-XREF-FILE
012300     LABEL RECORDS ARE STANDARD.
012400     COPY BRNCHXRF.

012500 FD  DISCOUNT-HISTORY-FILE
012600     LABEL RECORDS ARE STANDARD.
012700     COPY DISCHIST.

012800 FD  GL-ADJUST-FILE
012900     LABEL RECORDS ARE STANDARD.
013000     COPY GLIFACE.

013010* THE MONTH-TO-DATE COPY OF THE SAME GL RECORDS FOR BRCLOSE
013020 FD  GL-ADJUST-MTD-FILE
013030     LABEL RECORDS ARE STANDARD.
013040 01  GL-ADJUST-MTD-RECORD        PIC X(54).

013100 FD  BALANCE-UPDATE-FILE
013200     LABEL RECORDS ARE STANDARD.
013300     COPY BALUPDT.

013400 FD  DISCOUNT-JOURNAL-FILE
013500     LABEL RECORDS ARE STANDARD.
013600     COPY DISCJRNL.

013610 FD  DISCOUNT-YTD-FILE
013620     LABEL RECORDS ARE STANDARD.
013630     COPY DISCYTD.

013700 FD  REGISTER-REPORT-FILE
013800     LABEL RECORDS ARE OMITTED
013900     RECORD CONTAINS 132 CHARACTERS.
014000 01  REGISTER-REPORT-RECORD      PIC X(132).

014100 FD  PENDING-REPORT-FILE
014200     LABEL RECORDS ARE OMITTED
014300     RECORD CONTAINS 132 CHARACTERS.
014400 01  PENDING-REPORT-RECORD       PIC X(132).

014500 WORKING-STORAGE SECTION.
014600 77  WS-GL-WRITEOFF-ACCT     PIC X(10)   VALUE '4010-0000 '.
014700 77  WS-MAX-BALANCE          PIC 9(7)V99 VALUE 9999999.99.
014800 77  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.

014900 77  WS-ALIM-STATUS          PIC X(2)    VALUE '00'.
015000 77  WS-CUST-FILE-STATUS     PIC X(2)    VALUE '00'.
015100 77  WS-BXRF-STATUS          PIC X(2)    VALUE '00'.
015200 77  WS-HIST-STATUS          PIC X(2)    VALUE '00'.
015300 77  WS-JRNL-STATUS          PIC X(2)    VALUE '00'.
015310 77  WS-YTD-STATUS           PIC X(2)    VALUE '00'.
015320 77  WS-RUN-YEAR             PIC 9(4)    VALUE ZERO.
015330 77  WS-ABEND-CODE           PIC S9(4) COMP VALUE +16.

015400 77  WS-TRAN-EOF-SWITCH      PIC X(1)    VALUE 'N'.
015500     88  END-OF-TRAN-FILE                   VALUE 'Y'.
015600 77  WS-ALIM-EOF-SWITCH      PIC X(1)    VALUE 'N'.
015700 77  WS-BXRF-EOF-SWITCH      PIC X(1)    VALUE 'N'.
015800 77  WS-REJECT-SWITCH        PIC X(1)    VALUE 'N'.
015900     88  TRAN-REJECTED                      VALUE 'Y'.
016000 77  WS-PENDING-SWITCH       PIC X(1)    VALUE 'N'.
016100     88  TRAN-PENDING                       VALUE 'Y'.
016200 77  WS-HIST-NEW-SWITCH      PIC X(1)    VALUE 'N'.
016300     88  HISTORY-IS-NEW                     VALUE 'Y'.

016400 77  WS-TRAN-COUNT           PIC 9(7)    VALUE ZERO.
016500 77  WS-POSTED-COUNT         PIC 9(7)    VALUE ZERO.
016600 77  WS-PENDING-COUNT        PIC 9(7)    VALUE ZERO.
016700 77  WS-REJECTED-COUNT       PIC 9(7)    VALUE ZERO.
016800 77  WS-GL-COUNT             PIC 9(7)    VALUE ZERO.
016900 77  WS-BRANCH-MISS-COUNT    PIC 9(7)    VALUE ZERO.
017000 77  WS-CREDIT-TOTAL         PIC 9(9)V99 VALUE ZERO.
017100 77  WS-DEBIT-TOTAL          PIC 9(9)V99 VALUE ZERO.
017200 77  WS-PENDING-TOTAL        PIC 9(9)V99 VALUE ZERO.

017300 77  WS-HIST-SUB             PIC 9(2) COMP VALUE ZERO.
017400 77  WS-XREF-COUNT           PIC 9(2) COMP VALUE ZERO.
017500 77  WS-XREF-SUB             PIC 9(2) COMP VALUE ZERO.
017600 77  WS-LIMIT-COUNT          PIC 9(3) COMP VALUE ZERO.
017700 77  WS-LIMIT-SUB            PIC 9(3) COMP VALUE ZERO.
017800 77  WS-POSTED-SUB           PIC 9(4) COMP VALUE ZERO.

017900 77  WS-ADJ-AMOUNT           PIC 9(7)V99 VALUE ZERO.
018000 77  WS-APPROVER-LIMIT       PIC 9(7)V99 VALUE ZERO.
018100 77  WS-LIMIT-FOUND-SWITCH   PIC X(1)    VALUE 'N'.
018200     88  APPROVER-FOUND                     VALUE 'Y'.
018300 77  WS-DUP-SWITCH           PIC X(1)    VALUE 'N'.
018400     88  ALREADY-ADJUSTED                   VALUE 'Y'.
018500 77  WS-GL-ACCT-WORK         PIC X(10)   VALUE SPACES.

018600* SQL HOST VARIABLES - THE NEW BALANCE IS STAGED HERE BEFORE
018700* THE UPDATE, AS DISCBACK STAGES ITS RESTORED BALANCE.
018800 77  WS-ADJ-CUST-ID          PIC 9(6)    VALUE ZERO.
018900 77  WS-NEW-BALANCE          PIC 9(7)V99 VALUE ZERO.

019000* APPROVER LIMITS, LOADED AT OPEN TIME FROM FINANCE'S ADJLIMIT
019100* FILE AS THE BRANCH XREF IS LOADED.
019200 01  WS-LIMIT-TABLE-AREA.
019300     05  WS-LIMIT-ENTRY OCCURS 100 TIMES.
019400         10  LIM-APPROVER-ID     PIC X(8).
019500         10  LIM-LIMIT-AMT       PIC 9(7)V99.

019600* BRANCH / WRITE-OFF ACCOUNT CROSS-REFERENCE - THE ADJUSTMENT
019700* POSTS TO THE SAME BRANCH ACCOUNT THE CUSTOMER'S RUNS POST TO.
019800 01  WS-XREF-TABLE-AREA.
019900     05  WS-XREF-ENTRY OCCURS 50 TIMES.
020000         10  XRF-BRANCH-CODE     PIC X(3).
020100         10  XRF-WRITEOFF-ACCT   PIC X(10).

020200* CUSTOMERS ALREADY ADJUSTED THIS RUN - A SECOND CARD FOR ONE
020300* OF THEM IS REFUSED.
020400 77  WS-POSTED-TBL-COUNT     PIC 9(4) COMP VALUE ZERO.
020500 01  WS-POSTED-TABLE-AREA.
020600     05  WS-POSTED-ENTRY OCCURS 500 TIMES.
020700         10  PST-CUST-ID         PIC 9(6).

020800 01  WS-REGISTER-LINE.
020900     05  RG-CUST-ID              PIC Z(5)9.
021000     05  FILLER                  PIC X(2)  VALUE SPACES.
021100     05  RG-DIRECTION            PIC X(6).
021200     05  FILLER                  PIC X(2)  VALUE SPACES.
021300     05  RG-AMOUNT               PIC Z(6)9.99.
021400     05  FILLER                  PIC X(2)  VALUE SPACES.
021500     05  RG-REASON-CODE          PIC X(4).
021600     05  FILLER                  PIC X(2)  VALUE SPACES.
021700     05  RG-REQUESTER-ID         PIC X(8).
021800     05  FILLER                  PIC X(2)  VALUE SPACES.
021900     05  RG-APPROVER-ID          PIC X(8).
022000     05  FILLER                  PIC X(2)  VALUE SPACES.
022100     05  RG-FLAG                 PIC X(10).
022200     05  FILLER                  PIC X(2)  VALUE SPACES.
022300     05  RG-DISPOSITION          PIC X(30).
022400     05  FILLER                  PIC X(2)  VALUE SPACES.
022500     05  RG-BALANCE-BEFORE       PIC Z(6)9.99.
022600     05  FILLER                  PIC X(2)  VALUE SPACES.
022700     05  RG-BALANCE-AFTER        PIC Z(6)9.99.
022800     05  FILLER                  PIC X(12) VALUE SPACES.

022900 01  WS-REGISTER-HEADING-1       PIC X(132)
023000         VALUE 'DISCADJ - DAILY DISCOUNT ADJUSTMENT REGISTER'.
023100 01  WS-REGISTER-HEADING-2.
023200     05  FILLER              PIC X(15) VALUE '  RUN DATE:    '.
023300     05  RH-RUN-DATE         PIC 9(8).
023400     05  FILLER              PIC X(109) VALUE SPACES.
023500 01  WS-REGISTER-HEADING-3.
023600     05  FILLER              PIC X(34) VALUE
023700         'CUST-ID DIRECT      AMOUNT  RSN   '.
023800     05  FILLER              PIC X(32) VALUE
023900         'REQUESTR  APPROVER  RESULT      '.
024000     05  FILLER              PIC X(32) VALUE
024100         'DISPOSITION                     '.
024200     05  FILLER              PIC X(22) VALUE
024300         'BAL BEFORE   BAL AFTER'.
024400     05  FILLER              PIC X(12) VALUE SPACES.

024500 01  WS-REGISTER-TOTAL-LINE.
024600     05  FILLER                  PIC X(5)  VALUE SPACES.
024700     05  FILLER                  PIC X(7)  VALUE 'CARDS: '.
024800     05  RT-TRAN-COUNT           PIC Z(5)9.
024900     05  FILLER                  PIC X(2)  VALUE SPACES.
025000     05  FILLER                  PIC X(8)  VALUE 'POSTED: '.
025100     05  RT-POSTED-COUNT         PIC Z(5)9.
025200     05  FILLER                  PIC X(2)  VALUE SPACES.
025300     05  FILLER                  PIC X(9)  VALUE 'PENDING: '.
025400     05  RT-PENDING-COUNT        PIC Z(5)9.
025500     05  FILLER                  PIC X(2)  VALUE SPACES.
025600     05  FILLER                  PIC X(10) VALUE 'REJECTED: '.
025700     05  RT-REJECTED-COUNT       PIC Z(5)9.
025800     05  FILLER                  PIC X(63) VALUE SPACES.

025900 01  WS-REGISTER-AMOUNT-LINE.
026000     05  FILLER                  PIC X(5)  VALUE SPACES.
026100     05  FILLER                  PIC X(18) VALUE
026200         'TOTAL CREDITED:   '.
026300     05  RT-CREDIT-TOTAL         PIC Z(7)9.99.
026400     05  FILLER                  PIC X(2)  VALUE SPACES.
026500     05  FILLER                  PIC X(18) VALUE
026600         'TOTAL RECOVERED:  '.
026700     05  RT-DEBIT-TOTAL          PIC Z(7)9.99.
026800     05  FILLER                  PIC X(67) VALUE SPACES.

026900 01  WS-SIGNOFF-LINE             PIC X(132)
027000         VALUE '     REVIEWED BY: ______________________________
027100-    '     DATE: __________'.

027200 01  WS-PENDING-LINE.
027300     05  PD-CUST-ID              PIC Z(5)9.
027400     05  FILLER                  PIC X(2)  VALUE SPACES.
027500     05  PD-CUST-NAME            PIC X(30).
027600     05  FILLER                  PIC X(2)  VALUE SPACES.
027700     05  PD-DIRECTION            PIC X(6).
027800     05  FILLER                  PIC X(2)  VALUE SPACES.
027900     05  PD-AMOUNT               PIC Z(6)9.99.
028000     05  FILLER                  PIC X(1)  VALUE SPACES.
028100     05  PD-REASON-CODE          PIC X(4).
028200     05  FILLER                  PIC X(2)  VALUE SPACES.
028300     05  PD-REQUESTER-ID         PIC X(8).
028400     05  FILLER                  PIC X(2)  VALUE SPACES.
028500     05  PD-APPROVER-ID          PIC X(8).
028600     05  FILLER                  PIC X(2)  VALUE SPACES.
028700     05  PD-LIMIT-AMT            PIC Z(6)9.99.
028800     05  FILLER                  PIC X(1)  VALUE SPACES.
028900     05  PD-HELD-REASON          PIC X(24).
029000     05  FILLER                  PIC X(12) VALUE SPACES.

029100 01  WS-PENDING-HEADING-1        PIC X(132) VALUE
029200         'DISCADJ - ADJUSTMENTS PENDING APPROVAL - NOT POSTED'.
029300 01  WS-PENDING-HEADING-2.
029400     05  FILLER              PIC X(15) VALUE '  RUN DATE:    '.
029500     05  PH-RUN-DATE         PIC 9(8).
029600     05  FILLER              PIC X(109) VALUE SPACES.
029700 01  WS-PENDING-HEADING-3.
029800     05  FILLER              PIC X(40) VALUE
029900         'CUST-ID CUSTOMER NAME                   '.
030000     05  FILLER              PIC X(35) VALUE
030100         'DIRECT      AMOUNT RSN   REQUESTR  '.
030200     05  FILLER              PIC X(34) VALUE
030300         'APPROVER        LIMIT HELD BECAUSE'.
030400     05  FILLER              PIC X(23) VALUE SPACES.

030500 01  WS-PENDING-TOTAL-LINE.
030600     05  FILLER                  PIC X(5)  VALUE SPACES.
030700     05  FILLER                  PIC X(9)  VALUE 'PENDING: '.
030800     05  PT-PENDING-COUNT        PIC Z(5)9.
030900     05  FILLER                  PIC X(2)  VALUE SPACES.
031000     05  FILLER                  PIC X(14) VALUE
031100         'TOTAL AMOUNT: '.
031200     05  PT-PENDING-TOTAL        PIC Z(7)9.99.
031300     05  FILLER                  PIC X(85) VALUE SPACES.

031400 01  WS-PENDING-NOTE-LINE.
031500     05  FILLER                  PIC X(5)  VALUE SPACES.
031600     05  FILLER                  PIC X(45) VALUE
031700         'RESUBMIT HELD CARDS WITH A QUALIFIED APPROVER'.
031800     05  FILLER                  PIC X(82) VALUE SPACES.

031900 PROCEDURE DIVISION.
032000*****************************************************************
032100* 0000-MAINLINE
032200*****************************************************************
032300 0000-MAINLINE.
032400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
032500     PERFORM 3000-READ-TRAN THRU 3000-EXIT
032600     PERFORM 4000-PROCESS-TRAN THRU 4000-EXIT
032700         UNTIL END-OF-TRAN-FILE
032800     PERFORM 9000-FINALIZE THRU 9000-EXIT
032900     STOP RUN.

033000*****************************************************************
033100* 1000-INITIALIZE - LOAD THE APPROVER LIMITS AND BRANCH XREF,
033200* OPEN FILES, AND PRINT THE REGISTER AND PENDING HEADINGS.
033300*****************************************************************
033400 1000-INITIALIZE.
033500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
033510     MOVE WS-RUN-DATE (1:4) TO WS-RUN-YEAR
033600     OPEN INPUT  ADJ-TRAN-FILE
033700* CUSTFILX, DISCHIST AND DISCYTD ALWAYS EXIST - ANY BAD OPEN
033800* STATUS ENDS THE STEP BEFORE A SINGLE ADJUSTMENT IS POSTED.
033900     OPEN INPUT  CUSTOMER-FILE
034000     IF WS-CUST-FILE-STATUS NOT = '00'
034100         DISPLAY 'DISCADJ - CUSTFILX OPEN FAILED, STATUS '
034200             WS-CUST-FILE-STATUS ' - RC=16'
034300         MOVE 16 TO RETURN-CODE
034400         STOP RUN
034500     END-IF
034600     OPEN I-O    DISCOUNT-HISTORY-FILE
034700     IF WS-HIST-STATUS NOT = '00'
034800         DISPLAY 'DISCADJ - HISTORY FILE OPEN FAILED, STATUS '
034900             WS-HIST-STATUS ' - RC=16'
035000         MOVE 16 TO RETURN-CODE
035100         STOP RUN
035200     END-IF
035210     OPEN I-O    DISCOUNT-YTD-FILE
035220     IF WS-YTD-STATUS NOT = '00'
035230         DISPLAY 'DISCADJ - DISCYTD OPEN FAILED, STATUS '
035240             WS-YTD-STATUS ' - RC=16'
035250         MOVE 16 TO RETURN-CODE
035260         STOP RUN
035270     END-IF
035300     PERFORM 1100-LOAD-APPROVER-LIMITS THRU 1100-EXIT
035400     PERFORM 1200-LOAD-BRANCH-XREF THRU 1200-EXIT
035500     OPEN OUTPUT GL-ADJUST-FILE
035550     OPEN OUTPUT GL-ADJUST-MTD-FILE
035600     OPEN OUTPUT BALANCE-UPDATE-FILE
035700* THE PERMANENT JOURNAL ACCUMULATES - APPEND THE ADJUSTMENT
035800* RECORDS AFTER WHATEVER IS ALREADY THERE
035900     OPEN EXTEND DISCOUNT-JOURNAL-FILE
036000     IF WS-JRNL-STATUS = '35'
036100         OPEN OUTPUT DISCOUNT-JOURNAL-FILE
036200     END-IF
036300     OPEN OUTPUT REGISTER-REPORT-FILE
036400     OPEN OUTPUT PENDING-REPORT-FILE
036500     WRITE REGISTER-REPORT-RECORD FROM WS-REGISTER-HEADING-1
036600     MOVE WS-RUN-DATE TO RH-RUN-DATE
036700     WRITE REGISTER-REPORT-RECORD FROM WS-REGISTER-HEADING-2
036800     WRITE REGISTER-REPORT-RECORD FROM WS-REGISTER-HEADING-3
036900     WRITE PENDING-REPORT-RECORD FROM WS-PENDING-HEADING-1
037000     MOVE WS-RUN-DATE TO PH-RUN-DATE
037100     WRITE PENDING-REPORT-RECORD FROM WS-PENDING-HEADING-2
037200     WRITE PENDING-REPORT-RECORD FROM WS-PENDING-HEADING-3.
037300 1000-EXIT.
037400     EXIT.

037500* THE LIMITS ARE MAINTAINED BY FINANCE - A MISSING FILE READS
037600* AS EMPTY, SO NO APPROVER IS AUTHORIZED AND EVERY CARD GOES
037700* TO THE PENDING REPORT RATHER THAN POSTING UNCHECKED.
037800 1100-LOAD-APPROVER-LIMITS.
037900     OPEN INPUT APPROVER-LIMIT-FILE
038000     IF WS-ALIM-STATUS = '00'
038100         PERFORM 1110-LOAD-LIMIT-ENTRY THRU 1110-EXIT
038200             UNTIL WS-ALIM-EOF-SWITCH = 'Y'
038300         CLOSE APPROVER-LIMIT-FILE
038400     ELSE
038500         DISPLAY 'DISCADJ - NO APPROVER LIMIT FILE - EVERY'
038600             ' ADJUSTMENT WILL BE HELD PENDING'
038700     END-IF.
038800 1100-EXIT.
038900     EXIT.

039000 1110-LOAD-LIMIT-ENTRY.
039100     READ APPROVER-LIMIT-FILE
039200         AT END
039300             MOVE 'Y' TO WS-ALIM-EOF-SWITCH
039400     END-READ
039500     IF WS-ALIM-EOF-SWITCH NOT = 'Y'
039600         IF AL-LIMIT-AMT NOT NUMERIC
039700             DISPLAY 'DISCADJ: LIMIT ROW REJECTED, BAD AMOUNT: '
039800                 AL-APPROVER-ID
039900         ELSE
040000             IF WS-LIMIT-COUNT < 100
040100                 ADD 1 TO WS-LIMIT-COUNT
040200                 MOVE AL-APPROVER-ID
040300                     TO LIM-APPROVER-ID (WS-LIMIT-COUNT)
040400                 MOVE AL-LIMIT-AMT
040500                     TO LIM-LIMIT-AMT (WS-LIMIT-COUNT)
040600             ELSE
040700                 DISPLAY 'DISCADJ: LIMIT ROW REJECTED, TABLE'
040800                     ' FULL: ' AL-APPROVER-ID
040900             END-IF
041000         END-IF
041100     END-IF.
041200 1110-EXIT.
041300     EXIT.

041400* A MISSING XREF FILE READS AS EMPTY AND EVERY ADJUSTMENT FALLS
041500* BACK TO THE HEAD-OFFICE WRITE-OFF ACCOUNT, AS CUSTDISC DOES.
041600 1200-LOAD-BRANCH-XREF.
041700     OPEN INPUT BRANCH-XREF-FILE
041800     IF WS-BXRF-STATUS = '00'
041900         PERFORM 1210-LOAD-XREF-ENTRY THRU 1210-EXIT
042000             UNTIL WS-BXRF-EOF-SWITCH = 'Y'
042100         CLOSE BRANCH-XREF-FILE
042200     ELSE
042300         DISPLAY 'DISCADJ - NO BRANCH XREF FILE - ALL'
042400             ' ADJUSTMENTS FALL BACK TO ' WS-GL-WRITEOFF-ACCT
042500     END-IF.
042600 1200-EXIT.
042700     EXIT.

042800 1210-LOAD-XREF-ENTRY.
042900     READ BRANCH-XREF-FILE
043000         AT END
043100             MOVE 'Y' TO WS-BXRF-EOF-SWITCH
043200     END-READ
043300     IF WS-BXRF-EOF-SWITCH NOT = 'Y'
043400         IF WS-XREF-COUNT < 50
043500             ADD 1 TO WS-XREF-COUNT
043600             MOVE BX-BRANCH-CODE
043700                 TO XRF-BRANCH-CODE (WS-XREF-COUNT)
043800             MOVE BX-WRITEOFF-ACCT
043900                 TO XRF-WRITEOFF-ACCT (WS-XREF-COUNT)
044000         ELSE
044100             DISPLAY 'DISCADJ: XREF ROW REJECTED, TABLE FULL: '
044200                 BX-BRANCH-CODE
044300         END-IF
044400     END-IF.
044500 1210-EXIT.
044600     EXIT.

044700 3000-READ-TRAN.
044800     READ ADJ-TRAN-FILE
044900         AT END
045000             MOVE 'Y' TO WS-TRAN-EOF-SWITCH
045100     END-READ
045200     IF NOT END-OF-TRAN-FILE
045300         ADD 1 TO WS-TRAN-COUNT
045400     END-IF.
045500 3000-EXIT.
045600     EXIT.

045700*****************************************************************
045800* 4000-PROCESS-TRAN - ONE ADJUSTMENT CARD: EDIT THE CARD, LOOK
045900* THE CUSTOMER UP AND PROVE THE NEW BALANCE, THEN CHECK THE
046000* APPROVAL.  ONLY A CLEAN, APPROVED CARD POSTS.
046100*****************************************************************
046200 4000-PROCESS-TRAN.
046300     MOVE 'N'    TO WS-REJECT-SWITCH
046400     MOVE 'N'    TO WS-PENDING-SWITCH
046500     MOVE SPACES TO RG-DISPOSITION
046600     MOVE ZERO   TO WS-ADJ-AMOUNT
046700     MOVE ZERO   TO WS-NEW-BALANCE
046800     PERFORM 4100-VALIDATE-CARD THRU 4100-EXIT
046900     IF NOT TRAN-REJECTED
047000         PERFORM 4200-LOOKUP-CUSTOMER THRU 4200-EXIT
047100     END-IF
047200     IF NOT TRAN-REJECTED
047300         PERFORM 4500-CHECK-APPROVAL THRU 4500-EXIT
047400     END-IF
047500     IF NOT TRAN-REJECTED
047600         AND NOT TRAN-PENDING
047700         PERFORM 5000-POST-ADJUSTMENT THRU 5000-EXIT
047800     END-IF
047900     PERFORM 8100-WRITE-REGISTER THRU 8100-EXIT
048000     PERFORM 3000-READ-TRAN THRU 3000-EXIT.
048100 4000-EXIT.
048200     EXIT.

048300* THE CARD MUST SAY WHO, WHICH WAY, HOW MUCH, WHY AND WHO ASKED
048400* - THE APPROVER IS CHECKED SEPARATELY, SINCE A MISSING OR
048500* INSUFFICIENT APPROVAL HOLDS THE CARD RATHER THAN REJECTS IT.
048600 4100-VALIDATE-CARD.
048700     IF TA-CUST-ID NOT NUMERIC
048800         MOVE 'CUST-ID NOT NUMERIC' TO RG-DISPOSITION
048900         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
049000         GO TO 4100-EXIT
049100     END-IF
049200     IF TA-CUST-ID = ZERO
049300         MOVE 'CUST-ID ZERO' TO RG-DISPOSITION
049400         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
049500         GO TO 4100-EXIT
049600     END-IF
049700     IF NOT ADJUST-CREDIT
049800         AND NOT ADJUST-DEBIT
049900         MOVE 'DIRECTION NOT C OR D' TO RG-DISPOSITION
050000         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
050100         GO TO 4100-EXIT
050200     END-IF
050300     IF TA-AMOUNT NOT NUMERIC
050400         MOVE 'AMOUNT NOT NUMERIC' TO RG-DISPOSITION
050500         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
050600         GO TO 4100-EXIT
050700     END-IF
050800     MOVE TA-AMOUNT-N TO WS-ADJ-AMOUNT
050900     IF WS-ADJ-AMOUNT = ZERO
051000         MOVE 'AMOUNT ZERO' TO RG-DISPOSITION
051100         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
051200         GO TO 4100-EXIT
051300     END-IF
051400     IF TA-REASON-CODE = SPACES
051500         MOVE 'REASON CODE MISSING' TO RG-DISPOSITION
051600         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
051700         GO TO 4100-EXIT
051800     END-IF
051900     IF TA-REQUESTER-ID = SPACES
052000         MOVE 'REQUESTER ID MISSING' TO RG-DISPOSITION
052100         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
052200         GO TO 4100-EXIT
052300     END-IF.
052400 4100-EXIT.
052500     EXIT.

052600 4150-REJECT-TRAN.
052700     MOVE 'Y' TO WS-REJECT-SWITCH
052800     ADD 1 TO WS-REJECTED-COUNT.
052900 4150-EXIT.
053000     EXIT.

053100* THE CUSTOMER MUST BE ON THE MASTER, NOT ALREADY ADJUSTED THIS
053200* RUN, AND THE NEW BALANCE MUST FIT - A CREDIT NEVER TAKES THE
053300* BALANCE BELOW ZERO, A DEBIT NEVER PAST THE FIELD'S MAXIMUM.
053400 4200-LOOKUP-CUSTOMER.
053500     MOVE TA-CUST-ID TO CUST-ID
053600     READ CUSTOMER-FILE
053700         INVALID KEY
053800             MOVE ZERO TO CUST-BALANCE
053900             MOVE 'CUST-ID NOT ON FILE' TO RG-DISPOSITION
054000             PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
054100             GO TO 4200-EXIT
054200     END-READ
054300     MOVE 'N' TO WS-DUP-SWITCH
054400     PERFORM 4210-MATCH-POSTED-ENTRY THRU 4210-EXIT
054500         VARYING WS-POSTED-SUB FROM 1 BY 1
054600         UNTIL WS-POSTED-SUB > WS-POSTED-TBL-COUNT
054700     IF ALREADY-ADJUSTED
054800         MOVE 'ALREADY ADJUSTED THIS RUN' TO RG-DISPOSITION
054900         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
055000         GO TO 4200-EXIT
055100     END-IF
055200     IF ADJUST-CREDIT
055300         IF WS-ADJ-AMOUNT > CUST-BALANCE
055400             MOVE 'CREDIT EXCEEDS BALANCE' TO RG-DISPOSITION
055500             PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
055600             GO TO 4200-EXIT
055700         END-IF
055800         COMPUTE WS-NEW-BALANCE = CUST-BALANCE - WS-ADJ-AMOUNT
055900     ELSE
056000         IF WS-ADJ-AMOUNT > WS-MAX-BALANCE - CUST-BALANCE
056100             MOVE 'DEBIT OVERFLOWS BALANCE' TO RG-DISPOSITION
056200             PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
056300             GO TO 4200-EXIT
056400         END-IF
056500         COMPUTE WS-NEW-BALANCE = CUST-BALANCE + WS-ADJ-AMOUNT
056600     END-IF.
056700 4200-EXIT.
056800     EXIT.

056900 4210-MATCH-POSTED-ENTRY.
057000     IF PST-CUST-ID (WS-POSTED-SUB) = TA-CUST-ID
057100         MOVE 'Y' TO WS-DUP-SWITCH
057200     END-IF.
057300 4210-EXIT.
057400     EXIT.

057500*****************************************************************
057600* 4500-CHECK-APPROVAL - FOUR-EYES AND DOLLAR-LIMIT CHECK.  A
057700* CARD THAT FAILS IS HELD ON THE PENDING REPORT, NOT POSTED.
057800*****************************************************************
057900 4500-CHECK-APPROVAL.
058000     MOVE ZERO TO WS-APPROVER-LIMIT
058100     MOVE SPACES TO PD-HELD-REASON
058200     IF TA-APPROVER-ID = SPACES
058300         MOVE 'NO APPROVER ON CARD' TO PD-HELD-REASON
058400         PERFORM 4550-HOLD-PENDING THRU 4550-EXIT
058500         GO TO 4500-EXIT
058600     END-IF
058700     IF TA-APPROVER-ID = TA-REQUESTER-ID
058800         MOVE 'APPROVER IS REQUESTER' TO PD-HELD-REASON
058900         PERFORM 4550-HOLD-PENDING THRU 4550-EXIT
059000         GO TO 4500-EXIT
059100     END-IF
059200     MOVE 'N' TO WS-LIMIT-FOUND-SWITCH
059300     PERFORM 4510-MATCH-LIMIT-ENTRY THRU 4510-EXIT
059400         VARYING WS-LIMIT-SUB FROM 1 BY 1
059500         UNTIL WS-LIMIT-SUB > WS-LIMIT-COUNT
059600     IF NOT APPROVER-FOUND
059700         MOVE 'APPROVER HAS NO LIMIT' TO PD-HELD-REASON
059800         PERFORM 4550-HOLD-PENDING THRU 4550-EXIT
059900         GO TO 4500-EXIT
060000     END-IF
060100     IF WS-ADJ-AMOUNT > WS-APPROVER-LIMIT
060200         MOVE 'OVER APPROVER LIMIT' TO PD-HELD-REASON
060300         PERFORM 4550-HOLD-PENDING THRU 4550-EXIT
060400         GO TO 4500-EXIT
060500     END-IF.
060600 4500-EXIT.
060700     EXIT.

060800 4510-MATCH-LIMIT-ENTRY.
060900     IF LIM-APPROVER-ID (WS-LIMIT-SUB) = TA-APPROVER-ID
061000         MOVE 'Y' TO WS-LIMIT-FOUND-SWITCH
061100         MOVE LIM-LIMIT-AMT (WS-LIMIT-SUB) TO WS-APPROVER-LIMIT
061200     END-IF.
061300 4510-EXIT.
061400     EXIT.

061500* ONE PENDING-REPORT LINE PER HELD CARD, WITH THE APPROVER'S
061600* LIMIT (ZERO WHERE THERE IS NONE) AND WHY IT WAS HELD.
061700 4550-HOLD-PENDING.
061800     MOVE 'Y' TO WS-PENDING-SWITCH
061900     ADD 1 TO WS-PENDING-COUNT
062000     ADD WS-ADJ-AMOUNT TO WS-PENDING-TOTAL
062100     MOVE PD-HELD-REASON     TO RG-DISPOSITION
062200     MOVE TA-CUST-ID         TO PD-CUST-ID
062300     MOVE CUST-NAME          TO PD-CUST-NAME
062400     IF ADJUST-CREDIT
062500         MOVE 'CREDIT'       TO PD-DIRECTION
062600     ELSE
062700         MOVE 'DEBIT'        TO PD-DIRECTION
062800     END-IF
062900     MOVE WS-ADJ-AMOUNT      TO PD-AMOUNT
063000     MOVE TA-REASON-CODE     TO PD-REASON-CODE
063100     MOVE TA-REQUESTER-ID    TO PD-REQUESTER-ID
063200     MOVE TA-APPROVER-ID     TO PD-APPROVER-ID
063300     MOVE WS-APPROVER-LIMIT  TO PD-LIMIT-AMT
063400     WRITE PENDING-REPORT-RECORD FROM WS-PENDING-LINE.
063500 4550-EXIT.
063600     EXIT.

063700*****************************************************************
063800* 5000-POST-ADJUSTMENT - THE HISTORY GOES FIRST: IT IS THE ONLY
063900* POSTING THAT CAN FAIL ON A KEYED WRITE, AND A FAILURE THERE
064000* MUST LEAVE NOTHING ELSE POSTED.  THEN THE CUSTOMERS TABLE,
064100* THE GL RECORD, THE BALUPDT RECORD, THE JOURNAL AND THE
064110* YEAR-TO-DATE ACCUMULATOR.
064200*****************************************************************
064300 5000-POST-ADJUSTMENT.
064400     PERFORM 5100-UPDATE-HISTORY THRU 5100-EXIT
064500     IF TRAN-REJECTED
064600         GO TO 5000-EXIT
064700     END-IF
064800     PERFORM 5200-UPDATE-BALANCE THRU 5200-EXIT
064900     PERFORM 5300-WRITE-GL-ADJUST THRU 5300-EXIT
065000     PERFORM 5400-WRITE-BALANCE-UPDATE THRU 5400-EXIT
065100     PERFORM 5500-WRITE-JOURNAL THRU 5500-EXIT
065110     PERFORM 5600-UPDATE-YTD THRU 5600-EXIT
065200     ADD 1 TO WS-POSTED-COUNT
065300     IF ADJUST-CREDIT
065400         ADD WS-ADJ-AMOUNT TO WS-CREDIT-TOTAL
065500     ELSE
065600         ADD WS-ADJ-AMOUNT TO WS-DEBIT-TOTAL
065700     END-IF
065800     IF WS-POSTED-TBL-COUNT < 500
065900         ADD 1 TO WS-POSTED-TBL-COUNT
066000         MOVE TA-CUST-ID TO PST-CUST-ID (WS-POSTED-TBL-COUNT)
066100     ELSE
066200         DISPLAY 'DISCADJ: POSTED TABLE FULL - REPEAT CARDS NO'
066300             ' LONGER CAUGHT AFTER ' TA-CUST-ID
066400     END-IF
066500     MOVE 'POSTED' TO RG-DISPOSITION.
066600 5000-EXIT.
066700     EXIT.

066800* THE ADJUSTMENT BECOMES THE NEWEST ENTRY, THE SAME DOWNWARD
066900* SHIFT CUSTDISC MAKES FOR A RUN, SO THE NEWEST BALANCE-AFTER
067000* STILL MATCHES THE MASTER.  RATE ZERO WITH A NON-ZERO AMOUNT
067100* MARKS IT AS AN ADJUSTMENT, NOT A PRICED RUN.
067200 5100-UPDATE-HISTORY.
067300     MOVE 'N' TO WS-HIST-NEW-SWITCH
067400     MOVE TA-CUST-ID TO HX-CUST-ID
067500     READ DISCOUNT-HISTORY-FILE
067600         INVALID KEY
067700             MOVE ZERO TO HX-ENTRY-COUNT
067800             MOVE TA-CUST-ID TO HX-CUST-ID
067900             MOVE 'Y' TO WS-HIST-NEW-SWITCH
068000     END-READ
068100     PERFORM 5110-SHIFT-HISTORY-ENTRY THRU 5110-EXIT
068200         VARYING WS-HIST-SUB FROM 5 BY -1
068300         UNTIL WS-HIST-SUB < 1
068400     MOVE WS-RUN-DATE        TO HX-RUN-DATE (1)
068500     MOVE ZERO               TO HX-RATE (1)
068600     MOVE WS-ADJ-AMOUNT      TO HX-DISCOUNT-AMT (1)
068700     MOVE CUST-BALANCE       TO HX-BALANCE-BEFORE (1)
068800     MOVE WS-NEW-BALANCE     TO HX-BALANCE-AFTER (1)
068810     MOVE SPACES             TO HX-CAMPAIGN-CODE (1)
068900     IF HX-ENTRY-COUNT < 6
069000         ADD 1 TO HX-ENTRY-COUNT
069100     END-IF
069200     IF HISTORY-IS-NEW
069300         WRITE DISCOUNT-HISTORY-RECORD
069400             INVALID KEY
069500                 MOVE 'DISCHIST WRITE FAILED' TO RG-DISPOSITION
069600                 PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
069700         END-WRITE
069800     ELSE
069900         REWRITE DISCOUNT-HISTORY-RECORD
070000             INVALID KEY
070100                 MOVE 'DISCHIST REWRITE FAILED' TO RG-DISPOSITION
070200                 PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
070300         END-REWRITE
070400     END-IF.
070500 5100-EXIT.
070600     EXIT.

070700 5110-SHIFT-HISTORY-ENTRY.
070800     MOVE HX-HISTORY-ENTRY (WS-HIST-SUB)
070900         TO HX-HISTORY-ENTRY (WS-HIST-SUB + 1).
071000 5110-EXIT.
071100     EXIT.

071200 5200-UPDATE-BALANCE.
071300     MOVE TA-CUST-ID TO WS-ADJ-CUST-ID
071400     EXEC SQL
071500         UPDATE CUSTOMERS
071600         SET BALANCE = :WS-NEW-BALANCE
071700         WHERE CUST_ID = :WS-ADJ-CUST-ID
071800     END-EXEC.
071900 5200-EXIT.
072000     EXIT.

072100* THE GL RECORD CARRIES THE BALANCES THE WAY THEY ACTUALLY MOVE
072200* - A CREDIT DOWN, LIKE A PRICED RUN'S WRITE-OFF; A DEBIT UP,
072300* LIKE DISCBACK'S CONTRA RECORDS - SO THE GL GROUP BOOKS A
072400* DEBIT AS A CONTRA POSTING AGAINST THE SAME BRANCH ACCOUNT.
072500 5300-WRITE-GL-ADJUST.
072600     PERFORM 5350-FIND-BRANCH-ACCT THRU 5350-EXIT
072700     MOVE WS-GL-ACCT-WORK    TO GL-ACCOUNT
072800     MOVE TA-CUST-ID         TO GL-CUST-ID
072900     MOVE WS-ADJ-AMOUNT      TO GL-DISCOUNT-AMOUNT
073000     MOVE CUST-BALANCE       TO GL-BALANCE-BEFORE
073100     MOVE WS-NEW-BALANCE     TO GL-BALANCE-AFTER
073200     MOVE WS-RUN-DATE        TO GL-RUN-DATE
073300     MOVE CUST-BRANCH        TO GL-BRANCH-CODE
073400     WRITE GL-INTERFACE-RECORD
073450     WRITE GL-ADJUST-MTD-RECORD FROM GL-INTERFACE-RECORD
073500     ADD 1 TO WS-GL-COUNT.
073600 5300-EXIT.
073700     EXIT.

073800* A BRANCH WITH NO XREF ROW FALLS BACK TO THE HEAD-OFFICE
073900* ACCOUNT, COUNTED FOR THE CONSOLE AS CUSTDISC COUNTS IT.
074000 5350-FIND-BRANCH-ACCT.
074100     MOVE WS-GL-WRITEOFF-ACCT TO WS-GL-ACCT-WORK
074200     PERFORM 5360-MATCH-XREF-ENTRY THRU 5360-EXIT
074300         VARYING WS-XREF-SUB FROM 1 BY 1
074400         UNTIL WS-XREF-SUB > WS-XREF-COUNT
074500     IF WS-GL-ACCT-WORK = WS-GL-WRITEOFF-ACCT
074600         AND WS-XREF-COUNT > ZERO
074700         ADD 1 TO WS-BRANCH-MISS-COUNT
074800     END-IF.
074900 5350-EXIT.
075000     EXIT.

075100 5360-MATCH-XREF-ENTRY.
075200     IF XRF-BRANCH-CODE (WS-XREF-SUB) = CUST-BRANCH
075300         MOVE XRF-WRITEOFF-ACCT (WS-XREF-SUB)
075400             TO WS-GL-ACCT-WORK
075500     END-IF.
075600 5360-EXIT.
075700     EXIT.

075800* THE NEW BALANCE, FED TO THE JOB'S CUSTBUPD APPLY STEP SO THE
075900* CUSTFILX KSDS CUSTINQ READS AGREES WITH THE CUSTOMERS TABLE.
076000 5400-WRITE-BALANCE-UPDATE.
076100     MOVE TA-CUST-ID         TO BU-CUST-ID
076200     MOVE WS-NEW-BALANCE     TO BU-NEW-BALANCE
076300     MOVE WS-RUN-DATE        TO BU-RUN-DATE
076400     WRITE BALANCE-UPDATE-RECORD.
076500 5400-EXIT.
076600     EXIT.

076700* THE PERMANENT JOURNAL RECORD DISCSTMT READS - RATE ZERO, THE
076800* ADJUSTMENT AMOUNT, AND THE C OR D FLAG SAYING WHICH WAY IT
076900* MOVED THE YEAR'S DISCOUNT.
077000 5500-WRITE-JOURNAL.
077100     MOVE TA-CUST-ID         TO JR-CUST-ID
077200     MOVE CUST-NAME          TO JR-CUST-NAME
077300     MOVE WS-RUN-DATE        TO JR-RUN-DATE
077400     MOVE ZERO               TO JR-RATE
077500     MOVE WS-ADJ-AMOUNT      TO JR-DISCOUNT-AMT
077600     MOVE CUST-BALANCE       TO JR-BALANCE-BEFORE
077700     MOVE WS-NEW-BALANCE     TO JR-BALANCE-AFTER
077800     MOVE SPACE              TO JR-REVERSAL-FLAG
077900     MOVE TA-DIRECTION       TO JR-ADJUST-FLAG
077910     MOVE SPACES             TO JR-CAMPAIGN-CODE
077920     MOVE ZERO               TO JR-BASE-RATE
077930     MOVE CUST-BRANCH        TO JR-BRANCH-CODE
078000     WRITE DISCOUNT-JOURNAL-RECORD.
078100 5500-EXIT.
078200     EXIT.

078202* THE ADJUSTMENT MOVES THE CUSTOMER'S YEAR-TO-DATE DISCOUNT THE
078204* SAME WAY IT MOVES THE STATEMENT - A CREDIT ADDS, A DEBIT TAKES
078206* OFF (NEVER BELOW ZERO).  A RECORD STILL ON LAST YEAR STARTS
078208* THE NEW YEAR FROM THE ADJUSTMENT.  THE LAST-RUN DATE AND
078210* AMOUNT BELONG TO CUSTDISC'S PRICED RUNS AND ARE LEFT ALONE.
078212* A FAILED WRITE CANNOT BE REJECTED - EVERYTHING ELSE HAS POSTED -
078214* SO IT ABENDS THE RUN WITH THE AMOUNT OPS MUST SET BY HAND.
078216 5600-UPDATE-YTD.
078218     MOVE TA-CUST-ID TO YT-CUST-ID
078220     READ DISCOUNT-YTD-FILE
078222         INVALID KEY
078224             MOVE TA-CUST-ID  TO YT-CUST-ID
078226             MOVE WS-RUN-YEAR TO YT-YEAR
078228             MOVE ZERO        TO YT-DISCOUNT-AMT
078230             MOVE ZERO        TO YT-LAST-RUN-DATE
078232             MOVE ZERO        TO YT-LAST-RUN-AMT
078234     END-READ
078236     IF YT-YEAR NOT = WS-RUN-YEAR
078238         MOVE WS-RUN-YEAR TO YT-YEAR
078240         MOVE ZERO        TO YT-DISCOUNT-AMT
078242     END-IF
078244     IF ADJUST-CREDIT
078246         ADD WS-ADJ-AMOUNT TO YT-DISCOUNT-AMT
078248     ELSE
078250         IF YT-DISCOUNT-AMT > WS-ADJ-AMOUNT
078252             SUBTRACT WS-ADJ-AMOUNT FROM YT-DISCOUNT-AMT
078254         ELSE
078256             MOVE ZERO TO YT-DISCOUNT-AMT
078258         END-IF
078260     END-IF
078262     IF WS-YTD-STATUS = '00'
078264         REWRITE DISCOUNT-YTD-RECORD
078266     ELSE
078268         WRITE DISCOUNT-YTD-RECORD
078270     END-IF
078272     IF WS-YTD-STATUS NOT = '00'
078274         DISPLAY 'DISCADJ - DISCYTD UPDATE FAILED, STATUS '
078276             WS-YTD-STATUS ' FOR CUST-ID ' TA-CUST-ID
078278         DISPLAY 'DISCADJ - ADJUSTMENT POSTED, YTD DISCOUNT '
078280             'SHOULD BE ' YT-DISCOUNT-AMT ' FOR YEAR ' YT-YEAR
078282         PERFORM 8900-ABEND-RUN THRU 8900-EXIT
078284     END-IF.
078286 5600-EXIT.
078288     EXIT.

078300* ONE REGISTER LINE PER CARD, WHATEVER BECAME OF IT.  THE
078400* BALANCES PRINT ONLY FOR A POSTED ADJUSTMENT.
078500 8100-WRITE-REGISTER.
078600     MOVE TA-CUST-ID         TO RG-CUST-ID
078700     EVALUATE TRUE
078800         WHEN ADJUST-CREDIT
078900             MOVE 'CREDIT'   TO RG-DIRECTION
079000         WHEN ADJUST-DEBIT
079100             MOVE 'DEBIT'    TO RG-DIRECTION
079200         WHEN OTHER
079300             MOVE TA-DIRECTION TO RG-DIRECTION
079400     END-EVALUATE
079500     MOVE WS-ADJ-AMOUNT      TO RG-AMOUNT
079600     MOVE TA-REASON-CODE     TO RG-REASON-CODE
079700     MOVE TA-REQUESTER-ID    TO RG-REQUESTER-ID
079800     MOVE TA-APPROVER-ID     TO RG-APPROVER-ID
079900     MOVE ZERO               TO RG-BALANCE-BEFORE
080000     MOVE ZERO               TO RG-BALANCE-AFTER
080100     EVALUATE TRUE
080200         WHEN TRAN-REJECTED
080300             MOVE '*REJECTED*' TO RG-FLAG
080400         WHEN TRAN-PENDING
080500             MOVE 'PENDING'  TO RG-FLAG
080600         WHEN OTHER
080700             MOVE 'POSTED'   TO RG-FLAG
080800             MOVE CUST-BALANCE   TO RG-BALANCE-BEFORE
080900             MOVE WS-NEW-BALANCE TO RG-BALANCE-AFTER
081000     END-EVALUATE
081100     WRITE REGISTER-REPORT-RECORD FROM WS-REGISTER-LINE.
081200 8100-EXIT.
081300     EXIT.

081310* ABEND RATHER THAN END RC=16 - THE GL AND BALUPDT FILES ARE
081320* KEPT ON ABEND FOR THE ADJUSTMENTS ALREADY POSTED, AND THE
081330* APPLY STEP IS SKIPPED.
081340 8900-ABEND-RUN.
081350     DISPLAY 'DISCADJ - RUN STOPPED - ABENDING U0016'
081360     CALL 'ILBOABN0' USING WS-ABEND-CODE
081370     MOVE 16 TO RETURN-CODE
081380     STOP RUN.
081390 8900-EXIT.
081395     EXIT.

081400 9000-FINALIZE.
081500     MOVE WS-TRAN-COUNT     TO RT-TRAN-COUNT
081600     MOVE WS-POSTED-COUNT   TO RT-POSTED-COUNT
081700     MOVE WS-PENDING-COUNT  TO RT-PENDING-COUNT
081800     MOVE WS-REJECTED-COUNT TO RT-REJECTED-COUNT
081900     WRITE REGISTER-REPORT-RECORD FROM WS-REGISTER-TOTAL-LINE
082000     MOVE WS-CREDIT-TOTAL   TO RT-CREDIT-TOTAL
082100     MOVE WS-DEBIT-TOTAL    TO RT-DEBIT-TOTAL
082200     WRITE REGISTER-REPORT-RECORD FROM WS-REGISTER-AMOUNT-LINE
082300     WRITE REGISTER-REPORT-RECORD FROM WS-SIGNOFF-LINE
082400     MOVE WS-PENDING-COUNT  TO PT-PENDING-COUNT
082500     MOVE WS-PENDING-TOTAL  TO PT-PENDING-TOTAL
082600     WRITE PENDING-REPORT-RECORD FROM WS-PENDING-TOTAL-LINE
082700     IF WS-PENDING-COUNT > ZERO
082800         WRITE PENDING-REPORT-RECORD FROM WS-PENDING-NOTE-LINE
082900     END-IF
083000     CLOSE ADJ-TRAN-FILE
083100     CLOSE CUSTOMER-FILE
083200     CLOSE DISCOUNT-HISTORY-FILE
083300     CLOSE GL-ADJUST-FILE
083310     CLOSE GL-ADJUST-MTD-FILE
083400     CLOSE BALANCE-UPDATE-FILE
083500     CLOSE DISCOUNT-JOURNAL-FILE
083510     CLOSE DISCOUNT-YTD-FILE
083600     CLOSE REGISTER-REPORT-FILE
083700     CLOSE PENDING-REPORT-FILE
083800     DISPLAY 'DISCADJ - CARDS READ:      ' WS-TRAN-COUNT
083900     DISPLAY 'DISCADJ - POSTED:          ' WS-POSTED-COUNT
084000     DISPLAY 'DISCADJ - PENDING:         ' WS-PENDING-COUNT
084100     DISPLAY 'DISCADJ - REJECTED:        ' WS-REJECTED-COUNT
084200     DISPLAY 'DISCADJ - GL RECORDS:      ' WS-GL-COUNT
084300     DISPLAY 'DISCADJ - UNBRANCHED FALLBACKS: '
084400         WS-BRANCH-MISS-COUNT
084500     IF WS-PENDING-COUNT > ZERO
084600         OR WS-REJECTED-COUNT > ZERO
084700         MOVE 4 TO RETURN-CODE
084800     END-IF.
084900 9000-EXIT.
085000     EXIT.
