000100*****************************************************************
000200* CUSTMNT - CUSTOMER MASTER MAINTENANCE (ADD / CHANGE / CLOSE)
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. CUSTMNT.
000600 AUTHOR. LEGACY SYSTEMS TEAM.
000700 INSTALLATION. RETAIL BANKING - CUSTOMER MAINTENANCE.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.

001000*****************************************************************
001100* MODIFICATION HISTORY
001200*   DATE       INIT  DESCRIPTION
001300*   ---------- ----  ---------------------------------------------
001400*   2026-10-15  RLS  ORIGINAL.  DAY UTILITY FOR CUSTOMER MASTER
001500*                    MAINTENANCE - BRANCH MOVES, STATUS
001600*                    CORRECTIONS AND NAME FIXES NO LONGER WAIT
001700*                    DAYS ON THE SENDING SYSTEM.  OPS KEY ONE
001800*                    CARD PER TRANSACTION ON CUSTTRAN:
001900*                      A - ADD A NEW CUSTOMER
002000*                      C - CHANGE NAME, AGE, STATUS OR BRANCH
002100*                          (A BLANK FIELD IS LEFT AS IT IS)
002200*                      X - CLOSE (REMOVE) A ZERO-BALANCE
002300*                          CUSTOMER
002400*                    EVERY CARD CARRIES THE OPERATOR ID AND A
002500*                    REASON CODE.  THE RESULTING RECORD IS
002600*                    EDITED WITH THE SAME RULES CUSTEDIT
002700*                    APPLIES TO THE NIGHTLY EXTRACT, PLUS THE
002800*                    A/I STATUS RULE CUSTDISC ENFORCES, SO
002900*                    MAINTENANCE CAN NEVER PUT A RECORD ON THE
003000*                    MASTER THAT PRICING WOULD REJECT OR
003100*                    SUSPEND.  A CLEAN TRANSACTION IS APPLIED
003200*                    TO THE CUSTFILX KSDS AND THE SQL CUSTOMERS
003300*                    TABLE TOGETHER, AND ITS BEFORE AND AFTER
003400*                    CUSTOMER-RECORD IMAGES GO TO THE PERMANENT
003500*                    CHANGE LOG (CUSTCHG COPYBOOK).  EVERY CARD,
003600*                    APPLIED OR REJECTED, PRINTS ON THE DAILY
003700*                    CHANGE REGISTER FOR AUDIT SIGN-OFF.  THE
003800*                    BALANCE IS NOT MAINTAINABLE HERE - IT MOVES
003900*                    ONLY THROUGH PRICING, SO THE GL AND THE
004000*                    DISCOUNT HISTORY ALWAYS EXPLAIN IT.  ANY
004100*                    REJECTED CARD ENDS THE STEP RC=4.
004110*   2026-10-15  RLS  THE CHANGE LOG IS THE LAST WORD DOWNSTREAM.
004120*                    THE SENDING SYSTEM'S EXTRACT KEEPS ITS OLD
004130*                    VALUES, SO CUSTOVLY APPLIES THE NEWEST LOG
004140*                    ENTRY FOR EACH CUSTOMER BEFORE THE NIGHTLY
004150*                    PRICING AND BEFORE EVERY CUSTFILX RELOAD: A
004160*                    CLOSE DROPS THE CUSTOMER, AN ADD OR CHANGE
004170*                    OVERRIDES NAME, STATUS AND BRANCH, AND A
004180*                    CUSTOMER ADDED HERE BUT NOT YET SENT IS
004190*                    CARRIED FROM CUSTFILX.  THE OVERRIDE NEVER
004191*                    LAPSES - ONCE MAINTAINED HERE, A CUSTOMER'S
004192*                    NAME, STATUS AND BRANCH ARE MAINTAINED HERE.
004193*                    AGE AND BALANCE STAY WITH THE EXTRACT, SO AN
004194*                    AGE FIX MUST ALSO GO TO THE SENDING SYSTEM.
004200*****************************************************************

004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER. IBM-370.
004600 OBJECT-COMPUTER. IBM-370.

004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT MAINT-TRAN-FILE ASSIGN TO 'CUSTTRAN'
005000         ORGANIZATION IS SEQUENTIAL
005100         ACCESS MODE IS SEQUENTIAL.

005200     SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILX'
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS CUST-ID
005600         FILE STATUS IS WS-CUST-FILE-STATUS.

005700     SELECT CHANGE-LOG-FILE ASSIGN TO 'CUSTCHGL'
005800         ORGANIZATION IS SEQUENTIAL
005900         ACCESS MODE IS SEQUENTIAL
006000         FILE STATUS IS WS-CLOG-STATUS.

006100     SELECT REGISTER-REPORT-FILE ASSIGN TO 'CHGREG'
006200         ORGANIZATION IS SEQUENTIAL
006300         ACCESS MODE IS SEQUENTIAL.

006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  MAINT-TRAN-FILE
006700     LABEL RECORDS ARE OMITTED
006800     RECORD CONTAINS 80 CHARACTERS.
006900 01  MAINT-TRAN-RECORD.
007000     05  TX-ACTION               PIC X(1).
007100     05  TX-CUST-ID              PIC 9(6).
007200     05  TX-OPERATOR-ID          PIC X(8).
007300     05  TX-REASON-CODE          PIC X(4).
007400     05  TX-CUST-NAME            PIC X(30).
007500     05  TX-CUST-BALANCE         PIC X(9).
007600     05  TX-CUST-AGE             PIC X(3).
007700     05  TX-CUST-STATUS          PIC X(1).
007800     05  TX-CUST-BRANCH          PIC X(3).
007900     05  FILLER                  PIC X(15).

008000 FD  CUSTOMER-FILE
008100     LABEL RECORDS ARE STANDARD.
008200     COPY CUSTREC.

008300 FD  CHANGE-LOG-FILE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY CUSTCHG.

008600 FD  REGISTER-REPORT-FILE
008700     LABEL RECORDS ARE OMITTED
008800     RECORD CONTAINS 132 CHARACTERS.
008900 01  REGISTER-REPORT-RECORD      PIC X(132).

009000 WORKING-STORAGE SECTION.
009100 77  WS-AGE-CEILING          PIC 9(3)    VALUE 125.
009200 77  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
009300 77  WS-CUST-FILE-STATUS     PIC X(2)    VALUE '00'.
009400 77  WS-CLOG-STATUS          PIC X(2)    VALUE '00'.
009500 01  WS-TIME-WORK            PIC 9(8)    VALUE ZERO.
009600 01  WS-TIME-WORK-PARTS REDEFINES WS-TIME-WORK.
009700     05  WS-TIME-HHMMSS          PIC 9(6).
009800     05  FILLER                  PIC 9(2).

009900 77  WS-TRAN-EOF-SWITCH      PIC X(1)    VALUE 'N'.
010000     88  END-OF-TRAN-FILE                   VALUE 'Y'.
010100 77  WS-REJECT-SWITCH        PIC X(1)    VALUE 'N'.
010200     88  TRAN-REJECTED                      VALUE 'Y'.
010300 77  WS-ON-FILE-SWITCH       PIC X(1)    VALUE 'N'.
010400     88  CUSTOMER-ON-FILE                   VALUE 'Y'.

010500 77  WS-TRAN-COUNT           PIC 9(7)    VALUE ZERO.
010600 77  WS-ADDED-COUNT          PIC 9(7)    VALUE ZERO.
010700 77  WS-CHANGED-COUNT        PIC 9(7)    VALUE ZERO.
010800 77  WS-CLOSED-COUNT         PIC 9(7)    VALUE ZERO.
010900 77  WS-REJECTED-COUNT       PIC 9(7)    VALUE ZERO.

011000* SQL HOST VARIABLE - THE CLOSED CUSTOMER'S KEY IS STAGED HERE
011100* BECAUSE THE RECORD AREA IS GONE ONCE THE KSDS DELETE RUNS.
011200 77  WS-MNT-CUST-ID          PIC 9(6)    VALUE ZERO.

011300* THE MASTER RECORD AS IT STOOD BEFORE THE TRANSACTION - SPACES
011400* FOR AN ADD.
011500 77  WS-BEFORE-IMAGE         PIC X(52)   VALUE SPACES.

011600* A 52-BYTE CUSTOMER IMAGE TAKEN APART FOR THE REGISTER LINE.
011700 01  WS-IMAGE-WORK.
011800     05  IW-CUST-ID              PIC 9(6).
011900     05  IW-CUST-NAME            PIC X(30).
012000     05  IW-CUST-BALANCE         PIC 9(7)V99.
012100     05  IW-CUST-AGE             PIC 9(3).
012200     05  IW-CUST-STATUS          PIC X(1).
012300     05  IW-CUST-BRANCH          PIC X(3).

012400 01  WS-REGISTER-LINE.
012500     05  RG-CUST-ID              PIC Z(5)9.
012600     05  FILLER                  PIC X(2)  VALUE SPACES.
012700     05  RG-ACTION               PIC X(6).
012800     05  FILLER                  PIC X(2)  VALUE SPACES.
012900     05  RG-OPERATOR-ID          PIC X(8).
013000     05  FILLER                  PIC X(2)  VALUE SPACES.
013100     05  RG-REASON-CODE          PIC X(4).
013200     05  FILLER                  PIC X(2)  VALUE SPACES.
013300     05  RG-FLAG                 PIC X(10).
013400     05  FILLER                  PIC X(2)  VALUE SPACES.
013500     05  RG-DISPOSITION          PIC X(30).
013600     05  FILLER                  PIC X(58) VALUE SPACES.

013700 01  WS-IMAGE-LINE.
013800     05  FILLER                  PIC X(10) VALUE SPACES.
013900     05  IM-LABEL                PIC X(8).
014000     05  IM-CUST-NAME            PIC X(30).
014100     05  FILLER                  PIC X(2)  VALUE SPACES.
014200     05  IM-CUST-BALANCE         PIC Z(6)9.99.
014300     05  FILLER                  PIC X(6)  VALUE '  AGE '.
014400     05  IM-CUST-AGE             PIC ZZ9.
014500     05  FILLER                  PIC X(9)  VALUE '  STATUS '.
014600     05  IM-CUST-STATUS          PIC X(1).
014700     05  FILLER                  PIC X(9)  VALUE '  BRANCH '.
014800     05  IM-CUST-BRANCH          PIC X(3).
014900     05  FILLER                  PIC X(41) VALUE SPACES.

015000 01  WS-REGISTER-HEADING-1       PIC X(132)
015100         VALUE 'CUSTMNT - DAILY CUSTOMER MASTER CHANGE REGISTER'.
015200 01  WS-REGISTER-HEADING-2.
015300     05  FILLER              PIC X(15) VALUE '  RUN DATE:    '.
015400     05  RH-RUN-DATE         PIC 9(8).
015500     05  FILLER              PIC X(109) VALUE SPACES.
015600 01  WS-REGISTER-HEADING-3       PIC X(132)
015700         VALUE 'CUST-ID  ACTION  OPERATOR  RSN   RESULT      DISP
015710-    'OSITION'.

015800 01  WS-REGISTER-TOTAL-LINE.
015900     05  FILLER                  PIC X(5)  VALUE SPACES.
016000     05  FILLER                  PIC X(7)  VALUE 'CARDS: '.
016100     05  RT-TRAN-COUNT           PIC Z(5)9.
016200     05  FILLER                  PIC X(2)  VALUE SPACES.
016300     05  FILLER                  PIC X(8)  VALUE 'ADDED: '.
016400     05  RT-ADDED-COUNT          PIC Z(5)9.
016500     05  FILLER                  PIC X(2)  VALUE SPACES.
016600     05  FILLER                  PIC X(10) VALUE 'CHANGED: '.
016700     05  RT-CHANGED-COUNT        PIC Z(5)9.
016800     05  FILLER                  PIC X(2)  VALUE SPACES.
016900     05  FILLER                  PIC X(9)  VALUE 'CLOSED: '.
017000     05  RT-CLOSED-COUNT         PIC Z(5)9.
017100     05  FILLER                  PIC X(2)  VALUE SPACES.
017200     05  FILLER                  PIC X(11) VALUE 'REJECTED: '.
017300     05  RT-REJECTED-COUNT       PIC Z(5)9.
017400     05  FILLER                  PIC X(44) VALUE SPACES.

017500 01  WS-SIGNOFF-LINE             PIC X(132)
017600         VALUE '     REVIEWED BY: ______________________________
017700-    '     DATE: __________'.

017800 PROCEDURE DIVISION.
017900*****************************************************************
018000* 0000-MAINLINE
018100*****************************************************************
018200 0000-MAINLINE.
018300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018400     PERFORM 3000-READ-TRAN THRU 3000-EXIT
018500     PERFORM 4000-PROCESS-TRAN THRU 4000-EXIT
018600         UNTIL END-OF-TRAN-FILE
018700     PERFORM 9000-FINALIZE THRU 9000-EXIT
018800     STOP RUN.

018900*****************************************************************
019000* 1000-INITIALIZE - OPEN FILES AND PRINT THE REGISTER HEADINGS.
019100*****************************************************************
019200 1000-INITIALIZE.
019300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
019400     OPEN INPUT  MAINT-TRAN-FILE
019500* CUSTFILX ALWAYS EXISTS (DISP=OLD) - ANY BAD OPEN STATUS ENDS
019600* THE STEP BEFORE A SINGLE CARD IS APPLIED, AS IN CUSTBUPD.
019700     OPEN I-O    CUSTOMER-FILE
019800     IF WS-CUST-FILE-STATUS NOT = '00'
019900         DISPLAY 'CUSTMNT - CUSTFILX OPEN FAILED, STATUS '
020000             WS-CUST-FILE-STATUS ' - RC=16'
020100         MOVE 16 TO RETURN-CODE
020200         STOP RUN
020300     END-IF
020400* THE PERMANENT CHANGE LOG ACCUMULATES - APPEND AFTER WHATEVER
020500* IS ALREADY THERE (CREATED ON THE VERY FIRST RUN)
020600     OPEN EXTEND CHANGE-LOG-FILE
020700     IF WS-CLOG-STATUS = '35'
020800         OPEN OUTPUT CHANGE-LOG-FILE
020900     END-IF
021000     OPEN OUTPUT REGISTER-REPORT-FILE
021100     WRITE REGISTER-REPORT-RECORD FROM WS-REGISTER-HEADING-1
021200     MOVE WS-RUN-DATE TO RH-RUN-DATE
021300     WRITE REGISTER-REPORT-RECORD FROM WS-REGISTER-HEADING-2
021400     WRITE REGISTER-REPORT-RECORD FROM WS-REGISTER-HEADING-3.
021500 1000-EXIT.
021600     EXIT.

021700 3000-READ-TRAN.
021800     READ MAINT-TRAN-FILE
021900         AT END
022000             MOVE 'Y' TO WS-TRAN-EOF-SWITCH
022100     END-READ
022200     IF NOT END-OF-TRAN-FILE
022300         ADD 1 TO WS-TRAN-COUNT
022400     END-IF.
022500 3000-EXIT.
022600     EXIT.

022700*****************************************************************
022800* 4000-PROCESS-TRAN - ONE MAINTENANCE CARD: EDIT THE CARD
022900* ITSELF, LOOK THE CUSTOMER UP, AND DISPATCH ON THE ACTION.
023000* CARDS ARE APPLIED IN THE ORDER KEYED, SO A CHANGE CARD
023100* BEHIND AN ADD CARD FOR THE SAME CUSTOMER SEES THE NEW RECORD.
023200*****************************************************************
023300 4000-PROCESS-TRAN.
023400     MOVE SPACES TO RG-DISPOSITION
023500     PERFORM 4100-VALIDATE-CARD THRU 4100-EXIT
023600     IF NOT TRAN-REJECTED
023700         PERFORM 4300-LOOKUP-CUSTOMER THRU 4300-EXIT
023800         EVALUATE TX-ACTION
023900             WHEN 'A'
024000                 PERFORM 5000-ADD-CUSTOMER THRU 5000-EXIT
024100             WHEN 'C'
024200                 PERFORM 6000-CHANGE-CUSTOMER THRU 6000-EXIT
024300             WHEN 'X'
024400                 PERFORM 7000-CLOSE-CUSTOMER THRU 7000-EXIT
024500         END-EVALUATE
024600     END-IF
024700     PERFORM 8100-WRITE-REGISTER THRU 8100-EXIT
024800     PERFORM 3000-READ-TRAN THRU 3000-EXIT.
024900 4000-EXIT.
025000     EXIT.

025100* THE CARD MUST SAY WHAT TO DO, TO WHOM, WHO SAYS SO AND WHY -
025200* AN UNATTRIBUTED CHANGE IS WORTHLESS TO AUDIT.
025300 4100-VALIDATE-CARD.
025400     MOVE 'N' TO WS-REJECT-SWITCH
025500     IF TX-ACTION NOT = 'A'
025600         AND TX-ACTION NOT = 'C'
025700         AND TX-ACTION NOT = 'X'
025800         MOVE 'ACTION NOT A, C OR X' TO RG-DISPOSITION
025900         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
026000         GO TO 4100-EXIT
026100     END-IF
026200     IF TX-CUST-ID NOT NUMERIC
026300         MOVE 'CUST-ID NOT NUMERIC' TO RG-DISPOSITION
026400         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
026500         GO TO 4100-EXIT
026600     END-IF
026700     IF TX-CUST-ID = ZERO
026800         MOVE 'CUST-ID ZERO' TO RG-DISPOSITION
026900         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
027000         GO TO 4100-EXIT
027100     END-IF
027110* 999999 IS THE EXTRACT TRAILER KEY (CUSTTRLR) - NEVER A CUSTOMER
027120     IF TX-CUST-ID = 999999
027130         MOVE 'CUST-ID 999999 RESERVED' TO RG-DISPOSITION
027140         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
027150         GO TO 4100-EXIT
027160     END-IF
027200     IF TX-OPERATOR-ID = SPACES
027300         MOVE 'OPERATOR ID MISSING' TO RG-DISPOSITION
027400         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
027500         GO TO 4100-EXIT
027600     END-IF
027700     IF TX-REASON-CODE = SPACES
027800         MOVE 'REASON CODE MISSING' TO RG-DISPOSITION
027900         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
028000         GO TO 4100-EXIT
028100     END-IF.
028200 4100-EXIT.
028300     EXIT.

028400 4150-REJECT-TRAN.
028500     MOVE 'Y' TO WS-REJECT-SWITCH
028600     ADD 1 TO WS-REJECTED-COUNT.
028700 4150-EXIT.
028800     EXIT.

028900* THE SAME FIELD EDITS CUSTEDIT APPLIES TO THE NIGHTLY EXTRACT,
029000* IN THE SAME ORDER, PLUS CUSTDISC'S A/I STATUS RULE AND A
029100* NAME - RUN AGAINST THE RECORD AS IT WILL BE WRITTEN.
029200 4200-VALIDATE-FIELDS.
029300     IF CUST-BALANCE NOT NUMERIC
029400         MOVE 'CUST-BALANCE NOT NUMERIC' TO RG-DISPOSITION
029500         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
029600         GO TO 4200-EXIT
029700     END-IF
029800     IF CUST-AGE NOT NUMERIC
029900         MOVE 'CUST-AGE NOT NUMERIC' TO RG-DISPOSITION
030000         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
030100         GO TO 4200-EXIT
030200     END-IF
030300     IF CUST-AGE > WS-AGE-CEILING
030400         MOVE 'CUST-AGE OUT OF RANGE' TO RG-DISPOSITION
030500         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
030600         GO TO 4200-EXIT
030700     END-IF
030800     IF CUST-BRANCH = SPACES
030900         MOVE 'CUST-BRANCH MISSING' TO RG-DISPOSITION
031000         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
031100         GO TO 4200-EXIT
031200     END-IF
031300     IF NOT ACTIVE-CUSTOMER
031400         AND NOT INACTIVE-CUSTOMER
031500         MOVE 'CUST-STATUS NOT A OR I' TO RG-DISPOSITION
031600         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
031700         GO TO 4200-EXIT
031800     END-IF
031900     IF CUST-NAME = SPACES
032000         MOVE 'CUST-NAME MISSING' TO RG-DISPOSITION
032100         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
032200         GO TO 4200-EXIT
032300     END-IF.
032400 4200-EXIT.
032500     EXIT.

032600 4300-LOOKUP-CUSTOMER.
032700     MOVE 'N' TO WS-ON-FILE-SWITCH
032800     MOVE TX-CUST-ID TO CUST-ID
032900     READ CUSTOMER-FILE
033000         INVALID KEY
033100             CONTINUE
033200         NOT INVALID KEY
033300             MOVE 'Y' TO WS-ON-FILE-SWITCH
033400     END-READ.
033500 4300-EXIT.
033600     EXIT.

033700*****************************************************************
033800* 5000-ADD-CUSTOMER - BUILD THE NEW RECORD FROM THE CARD, EDIT
033900* IT, AND WRITE IT TO THE KSDS AND THE CUSTOMERS TABLE.  THE
034000* OPENING BALANCE IS TAKEN FROM THE CARD ON AN ADD ONLY.
034100*****************************************************************
034200 5000-ADD-CUSTOMER.
034300     IF CUSTOMER-ON-FILE
034400         MOVE 'CUST-ID ALREADY ON FILE' TO RG-DISPOSITION
034500         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
034600         GO TO 5000-EXIT
034700     END-IF
034800     MOVE SPACES             TO WS-BEFORE-IMAGE
034900     MOVE TX-CUST-ID         TO CUST-ID
035000     MOVE TX-CUST-NAME       TO CUST-NAME
035100     MOVE TX-CUST-BALANCE    TO CUSTOMER-RECORD (37:9)
035200     MOVE TX-CUST-AGE        TO CUSTOMER-RECORD (46:3)
035300     MOVE TX-CUST-STATUS     TO CUST-STATUS
035400     MOVE TX-CUST-BRANCH     TO CUST-BRANCH
035500     PERFORM 4200-VALIDATE-FIELDS THRU 4200-EXIT
035600     IF TRAN-REJECTED
035700         GO TO 5000-EXIT
035800     END-IF
035900     WRITE CUSTOMER-RECORD
036000         INVALID KEY
036100             MOVE 'CUSTFILX WRITE FAILED' TO RG-DISPOSITION
036200             PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
036300             GO TO 5000-EXIT
036400     END-WRITE
036500     EXEC SQL
036600         INSERT INTO CUSTOMERS
036700             (CUST_ID, NAME, BALANCE, AGE, STATUS, BRANCH)
036800         VALUES (:CUST-ID, :CUST-NAME, :CUST-BALANCE,
036900                 :CUST-AGE, :CUST-STATUS, :CUST-BRANCH)
037000     END-EXEC
037100     ADD 1 TO WS-ADDED-COUNT
037200     MOVE 'ADDED' TO RG-DISPOSITION
037300     PERFORM 8000-WRITE-CHANGE-LOG THRU 8000-EXIT.
037400 5000-EXIT.
037500     EXIT.

037600*****************************************************************
037700* 6000-CHANGE-CUSTOMER - OVERLAY THE NON-BLANK CARD FIELDS ON
037800* THE CURRENT RECORD, EDIT THE RESULT, AND REWRITE BOTH COPIES.
037900* THE BALANCE IS NOT MAINTAINABLE - A CARD CARRYING ONE IS
038000* REJECTED RATHER THAN SILENTLY IGNORED.
038100*****************************************************************
038200 6000-CHANGE-CUSTOMER.
038300     IF NOT CUSTOMER-ON-FILE
038400         MOVE 'CUST-ID NOT ON FILE' TO RG-DISPOSITION
038500         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
038600         GO TO 6000-EXIT
038700     END-IF
038800     IF TX-CUST-BALANCE NOT = SPACES
038900         MOVE 'BALANCE NOT CHANGEABLE' TO RG-DISPOSITION
039000         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
039100         GO TO 6000-EXIT
039200     END-IF
039300     MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
039400     IF TX-CUST-NAME NOT = SPACES
039500         MOVE TX-CUST-NAME TO CUST-NAME
039600     END-IF
039700     IF TX-CUST-AGE NOT = SPACES
039800         MOVE TX-CUST-AGE TO CUSTOMER-RECORD (46:3)
039900     END-IF
040000     IF TX-CUST-STATUS NOT = SPACES
040100         MOVE TX-CUST-STATUS TO CUST-STATUS
040200     END-IF
040300     IF TX-CUST-BRANCH NOT = SPACES
040400         MOVE TX-CUST-BRANCH TO CUST-BRANCH
040500     END-IF
040600     IF CUSTOMER-RECORD = WS-BEFORE-IMAGE
040700         MOVE 'NO CHANGE ON CARD' TO RG-DISPOSITION
040800         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
040900         GO TO 6000-EXIT
041000     END-IF
041100     PERFORM 4200-VALIDATE-FIELDS THRU 4200-EXIT
041200     IF TRAN-REJECTED
041300         GO TO 6000-EXIT
041400     END-IF
041500     REWRITE CUSTOMER-RECORD
041600         INVALID KEY
041700             MOVE 'CUSTFILX REWRITE FAILED' TO RG-DISPOSITION
041800             PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
041900             GO TO 6000-EXIT
042000     END-REWRITE
042100     EXEC SQL
042200         UPDATE CUSTOMERS
042300         SET NAME   = :CUST-NAME,
042400             AGE    = :CUST-AGE,
042500             STATUS = :CUST-STATUS,
042600             BRANCH = :CUST-BRANCH
042700         WHERE CUST_ID = :CUST-ID
042800     END-EXEC
042900     ADD 1 TO WS-CHANGED-COUNT
043000     MOVE 'CHANGED' TO RG-DISPOSITION
043100     PERFORM 8000-WRITE-CHANGE-LOG THRU 8000-EXIT.
043200 6000-EXIT.
043300     EXIT.

043400*****************************************************************
043500* 7000-CLOSE-CUSTOMER - REMOVE THE CUSTOMER FROM BOTH COPIES.
043600* ONLY A ZERO BALANCE MAY BE CLOSED - A CLOSE MUST NEVER WRITE
043700* OFF MONEY THE CUSTOMER STILL OWES.  THE CHANGE LOG KEEPS THE
043800* FINAL IMAGE FOR GOOD.
043900*****************************************************************
044000 7000-CLOSE-CUSTOMER.
044100     IF NOT CUSTOMER-ON-FILE
044200         MOVE 'CUST-ID NOT ON FILE' TO RG-DISPOSITION
044300         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
044400         GO TO 7000-EXIT
044500     END-IF
044600     IF CUST-BALANCE NOT = ZERO
044700         MOVE 'BALANCE NOT ZERO - NOT CLOSED' TO RG-DISPOSITION
044800         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
044900         GO TO 7000-EXIT
045000     END-IF
045100     MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
045200     MOVE CUST-ID         TO WS-MNT-CUST-ID
045300     DELETE CUSTOMER-FILE
045400         INVALID KEY
045500             MOVE 'CUSTFILX DELETE FAILED' TO RG-DISPOSITION
045600             PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
045700             GO TO 7000-EXIT
045800     END-DELETE
045900     EXEC SQL
046000         DELETE FROM CUSTOMERS
046100         WHERE CUST_ID = :WS-MNT-CUST-ID
046200     END-EXEC
046300     MOVE SPACES TO CUSTOMER-RECORD
046400     ADD 1 TO WS-CLOSED-COUNT
046500     MOVE 'CLOSED' TO RG-DISPOSITION
046600     PERFORM 8000-WRITE-CHANGE-LOG THRU 8000-EXIT.
046700 7000-EXIT.
046800     EXIT.

046900* THE PERMANENT BEFORE/AFTER RECORD - WRITTEN ONLY ONCE BOTH
047000* COPIES OF THE MASTER HAVE BEEN UPDATED.
047100 8000-WRITE-CHANGE-LOG.
047200     MOVE WS-RUN-DATE      TO CL-CHANGE-DATE
047300     ACCEPT WS-TIME-WORK FROM TIME
047400     MOVE WS-TIME-HHMMSS   TO CL-CHANGE-TIME
047500     MOVE TX-ACTION        TO CL-ACTION
047600     MOVE TX-CUST-ID       TO CL-CUST-ID
047700     MOVE TX-OPERATOR-ID   TO CL-OPERATOR-ID
047800     MOVE TX-REASON-CODE   TO CL-REASON-CODE
047900     MOVE WS-BEFORE-IMAGE  TO CL-BEFORE-IMAGE
048000     MOVE CUSTOMER-RECORD  TO CL-AFTER-IMAGE
048100     WRITE CUSTOMER-CHANGE-RECORD.
048200 8000-EXIT.
048300     EXIT.

048400* ONE REGISTER LINE PER CARD, APPLIED OR NOT.  AN APPLIED CARD
048500* ALSO PRINTS ITS BEFORE AND AFTER IMAGES (WHICHEVER EXIST) SO
048600* THE REVIEWER SEES THE CHANGE ITSELF, NOT JUST THAT ONE RAN.
048700 8100-WRITE-REGISTER.
048800     MOVE TX-CUST-ID     TO RG-CUST-ID
048900     EVALUATE TX-ACTION
049000         WHEN 'A'
049100             MOVE 'ADD'    TO RG-ACTION
049200         WHEN 'C'
049300             MOVE 'CHANGE' TO RG-ACTION
049400         WHEN 'X'
049500             MOVE 'CLOSE'  TO RG-ACTION
049600         WHEN OTHER
049700             MOVE TX-ACTION TO RG-ACTION
049800     END-EVALUATE
049900     MOVE TX-OPERATOR-ID TO RG-OPERATOR-ID
050000     MOVE TX-REASON-CODE TO RG-REASON-CODE
050100     IF TRAN-REJECTED
050200         MOVE '*REJECTED*' TO RG-FLAG
050300         WRITE REGISTER-REPORT-RECORD FROM WS-REGISTER-LINE
050400         GO TO 8100-EXIT
050500     END-IF
050600     MOVE 'APPLIED'      TO RG-FLAG
050700     WRITE REGISTER-REPORT-RECORD FROM WS-REGISTER-LINE
050800     IF WS-BEFORE-IMAGE NOT = SPACES
050900         MOVE 'BEFORE: '      TO IM-LABEL
051000         MOVE WS-BEFORE-IMAGE TO WS-IMAGE-WORK
051100         PERFORM 8150-WRITE-IMAGE-LINE THRU 8150-EXIT
051200     END-IF
051300     IF CUSTOMER-RECORD NOT = SPACES
051400         MOVE 'AFTER:  '      TO IM-LABEL
051500         MOVE CUSTOMER-RECORD TO WS-IMAGE-WORK
051600         PERFORM 8150-WRITE-IMAGE-LINE THRU 8150-EXIT
051700     END-IF.
051800 8100-EXIT.
051900     EXIT.

052000 8150-WRITE-IMAGE-LINE.
052100     MOVE IW-CUST-NAME    TO IM-CUST-NAME
052200     MOVE IW-CUST-BALANCE TO IM-CUST-BALANCE
052300     MOVE IW-CUST-AGE     TO IM-CUST-AGE
052400     MOVE IW-CUST-STATUS  TO IM-CUST-STATUS
052500     MOVE IW-CUST-BRANCH  TO IM-CUST-BRANCH
052600     WRITE REGISTER-REPORT-RECORD FROM WS-IMAGE-LINE.
052700 8150-EXIT.
052800     EXIT.

052900 9000-FINALIZE.
053000     MOVE WS-TRAN-COUNT     TO RT-TRAN-COUNT
053100     MOVE WS-ADDED-COUNT    TO RT-ADDED-COUNT
053200     MOVE WS-CHANGED-COUNT  TO RT-CHANGED-COUNT
053300     MOVE WS-CLOSED-COUNT   TO RT-CLOSED-COUNT
053400     MOVE WS-REJECTED-COUNT TO RT-REJECTED-COUNT
053500     WRITE REGISTER-REPORT-RECORD FROM WS-REGISTER-TOTAL-LINE
053600     WRITE REGISTER-REPORT-RECORD FROM WS-SIGNOFF-LINE
053700     CLOSE MAINT-TRAN-FILE
053800     CLOSE CUSTOMER-FILE
053900     CLOSE CHANGE-LOG-FILE
054000     CLOSE REGISTER-REPORT-FILE
054100     DISPLAY 'CUSTMNT - CARDS READ:      ' WS-TRAN-COUNT
054200     DISPLAY 'CUSTMNT - ADDED:           ' WS-ADDED-COUNT
054300     DISPLAY 'CUSTMNT - CHANGED:         ' WS-CHANGED-COUNT
054400     DISPLAY 'CUSTMNT - CLOSED:          ' WS-CLOSED-COUNT
054500     DISPLAY 'CUSTMNT - REJECTED:        ' WS-REJECTED-COUNT
054600     IF WS-REJECTED-COUNT > ZERO
054700         MOVE 4 TO RETURN-CODE
054800     END-IF.
054900 9000-EXIT.
055000     EXIT.
