004499*                    CUSTFILX BACK IN LINE WITH THE CUSTOMERS
004499*                    TABLE AT ONCE - CUSTINQ MUST NOT QUOTE A
004499*                    BALANCE FROM A RUN THAT NO LONGER EXISTS.
004499*   2026-10-15  RLS  A DISCADJ MANUAL ADJUSTMENT ENTRY (RATE
004499*                    ZERO, AMOUNT NON-ZERO) IS NEVER TAKEN FOR
004499*                    THE RUN BEING BACKED OUT, EVEN WHEN IT IS
004499*                    DATED THE BACKOUT DATE - A RUN SITTING
004499*                    UNDER AN ADJUSTMENT IS FLAGGED PRICED OVER
004499*                    FOR MANUAL CORRECTION.  REVERSAL JOURNAL
004499*                    RECORDS CARRY A BLANK JR-ADJUST-FLAG.
004499*   2026-10-15  RLS  THE REVERSAL JOURNAL RECORD CARRIES THE
004499*                    REVERSED ENTRY'S CAMPAIGN CODE SO CAMPRPT
004499*                    NETS A BACKED-OUT CAMPAIGN RUN; THE TABLE
004499*                    RATE AND BRANCH ARE LEFT FOR CAMPRPT TO
004499*                    TAKE FROM THE PRICED RECORD.  THE CLEARED
004499*                    ENTRY 6 GETS A BLANK CAMPAIGN CODE.
004499*   2026-10-15  RLS  EACH REVERSED DISCOUNT COMES BACK OFF THE
004499*                    CUSTOMER'S DISCYTD YEAR-TO-DATE ACCUMULATOR
004499*                    SO THE ANNUAL CAP HEADROOM IS RESTORED -
004499*                    ONLY WHERE THE RECORD'S LAST POSTED RUN IS
004499*                    THE ONE BEING BACKED OUT, AND THAT RUN IS
004499*                    CLEARED AS IT COMES OFF.
004499*   2026-10-15  RLS  EACH CONTRA RECORD IS ALSO WRITTEN TO THE
004499*                    MONTH-TO-DATE COPY (GLBACKMT) AS IT IS
004499*                    WRITTEN TO GLBACK, SO BRCLOSE SEES EVERY
004499*                    REVERSAL EXACTLY ONCE, EVEN ACROSS AN ABEND
004499*                    AND RERUN.  GLBACK ITSELF IS UNCHANGED.
004500*****************************************************************

004600 ENVIRONMENT DIVISION.
005800         ORGANIZATION IS SEQUENTIAL
005900         ACCESS MODE IS SEQUENTIAL.

005710     SELECT GL-BACKOUT-MTD-FILE ASSIGN TO 'GLBACKMT'
005720         ORGANIZATION IS SEQUENTIAL
005730         ACCESS MODE IS SEQUENTIAL.

005810     SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILX'
005820         ORGANIZATION IS INDEXED
005830         ACCESS MODE IS RANDOM
005960         ORGANIZATION IS SEQUENTIAL
005970         ACCESS MODE IS SEQUENTIAL.

005980     SELECT DISCOUNT-YTD-FILE ASSIGN TO 'DISCYTD'
005981         ORGANIZATION IS INDEXED
005982         ACCESS MODE IS RANDOM
005983         RECORD KEY IS YT-CUST-ID
005984         FILE STATUS IS WS-YTD-STATUS.

006000     SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
006100         ORGANIZATION IS SEQUENTIAL
006200         ACCESS MODE IS SEQUENTIAL
007300     LABEL RECORDS ARE STANDARD.
007400     COPY GLIFACE.

007401* THE MONTH-TO-DATE COPY OF THE SAME CONTRA RECORDS FOR BRCLOSE
007402 FD  GL-BACKOUT-MTD-FILE
007403     LABEL RECORDS ARE STANDARD.
007404 01  GL-BACKOUT-MTD-RECORD       PIC X(54).

007410 FD  DISCOUNT-JOURNAL-FILE
007420     LABEL RECORDS ARE STANDARD.
007430     COPY DISCJRNL.
007492     LABEL RECORDS ARE STANDARD.
007493     COPY BALUPDT.

007494 FD  DISCOUNT-YTD-FILE
007495     LABEL RECORDS ARE STANDARD.
007496     COPY DISCYTD.

007500* LAYOUT MUST MATCH CUSTDISC'S RUN-CONTROL-RECORD - THIS STEP
007600* APPENDS THE REVERSED MARKER TO THE SHARED FILE AND TO EACH
007700* PARTITION'S OWN FILE, SO EVERY GATE THE DATE CAN REACH SEES
008900 77  WS-GL-WRITEOFF-ACCT     PIC X(10)   VALUE '4010-0000 '.
009000 77  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
009100 77  WS-BACKOUT-DATE         PIC 9(8)    VALUE ZERO.
009110 77  WS-BACKOUT-YEAR         PIC 9(4)    VALUE ZERO.

009200 77  WS-HIST-STATUS          PIC X(2)    VALUE '00'.
009210 77  WS-CUST-FILE-STATUS     PIC X(2)    VALUE '00'.
009220 77  WS-BXRF-STATUS          PIC X(2)    VALUE '00'.
009230 77  WS-BXRF-EOF-SWITCH      PIC X(1)    VALUE 'N'.
009250 77  WS-JRNL-STATUS          PIC X(2)    VALUE '00'.
009260 77  WS-YTD-STATUS           PIC X(2)    VALUE '00'.
009300 77  WS-RCTL-STATUS          PIC X(2)    VALUE '00'.
009310 77  WS-RCP1-STATUS          PIC X(2)    VALUE '00'.
009320 77  WS-RCP2-STATUS          PIC X(2)    VALUE '00'.
010100 77  WS-GL-COUNT             PIC 9(7)    VALUE ZERO.
010200 77  WS-FLAGGED-COUNT        PIC 9(7)    VALUE ZERO.
010300 77  WS-REVERSED-TOTAL       PIC 9(9)V99 VALUE ZERO.
010310 77  WS-YTD-MISS-COUNT       PIC 9(7)    VALUE ZERO.

010400* SQL HOST VARIABLES - THE SUBSCRIPTED HISTORY FIELDS ARE
010500* STAGED HERE BEFORE THE UPDATE.
016600         STOP RUN
016700     END-IF
016800     MOVE PARM-BACKOUT-DATE TO WS-BACKOUT-DATE
016810     MOVE WS-BACKOUT-DATE (1:4) TO WS-BACKOUT-YEAR
016900     DISPLAY 'DISCBACK - BACKING OUT RUN OF ' WS-BACKOUT-DATE
017000     OPEN I-O DISCOUNT-HISTORY-FILE
017100     IF WS-HIST-STATUS NOT = '00'
017696         MOVE 16 TO RETURN-CODE
017697         STOP RUN
017698     END-IF
017698* THE YEAR-TO-DATE ACCUMULATOR IS DEFINED ONCE BY DISCYTD.JCL
017698* AND ALWAYS EXISTS - ANY BAD STATUS STOPS THE STEP TOO
017698     OPEN I-O DISCOUNT-YTD-FILE
017698     IF WS-YTD-STATUS NOT = '00'
017698         DISPLAY 'DISCBACK - DISCYTD OPEN FAILED, STATUS '
017698             WS-YTD-STATUS ' - RC=16'
017698         MOVE 16 TO RETURN-CODE
017698         STOP RUN
017698     END-IF
017699     PERFORM 1100-LOAD-BRANCH-XREF THRU 1100-EXIT
017700     OPEN OUTPUT GL-BACKOUT-FILE
017705     OPEN OUTPUT GL-BACKOUT-MTD-FILE
017710* THE PERMANENT JOURNAL ACCUMULATES - APPEND THE REVERSAL
017720* RECORDS AFTER WHATEVER IS ALREADY THERE
017725     OPEN OUTPUT BALANCE-UPDATE-FILE
020400 4000-PROCESS-HISTORY.
020500     IF HX-ENTRY-COUNT > ZERO
020600         AND HX-RUN-DATE (1) = WS-BACKOUT-DATE
020610         AND NOT (HX-RATE (1) = ZERO
020620                  AND HX-DISCOUNT-AMT (1) > ZERO)
020700         PERFORM 5000-REVERSE-CUSTOMER THRU 5000-EXIT
020800     ELSE
020900         PERFORM 4100-CHECK-OLDER-ENTRIES THRU 4100-EXIT
022200 4100-EXIT.
022300     EXIT.

022410* AN ADJUSTMENT ENTRY (RATE ZERO, AMOUNT NON-ZERO) WAS POSTED
022420* BY DISCADJ, NOT BY THE RUN - ONLY A PRICED ENTRY COUNTS.
022500 4110-CHECK-ONE-ENTRY.
022600     IF HX-RUN-DATE (WS-HIST-SUB) = WS-BACKOUT-DATE
022610         AND NOT (HX-RATE (WS-HIST-SUB) = ZERO
022620                  AND HX-DISCOUNT-AMT (WS-HIST-SUB) > ZERO)
022700         MOVE 'Y' TO WS-LATER-RUN-SWITCH
022800     END-IF.
022900 4110-EXIT.
025400     PERFORM 5200-RESTORE-BALANCE THRU 5200-EXIT
025450     PERFORM 5250-WRITE-JOURNAL-REVERSAL THRU 5250-EXIT
025460     PERFORM 5280-WRITE-BALANCE-UPDATE THRU 5280-EXIT
025470     PERFORM 5290-REVERSE-YTD THRU 5290-EXIT
025500     MOVE HX-CUST-ID            TO BK-CUST-ID
025600     MOVE 'REVERSED'            TO BK-DISPOSITION
025700     MOVE HX-DISCOUNT-AMT (1)   TO BK-DISCOUNT-AMT
027300     MOVE WS-RUN-DATE           TO GL-RUN-DATE
027330     MOVE WS-BACK-BRANCH        TO GL-BRANCH-CODE
027400     WRITE GL-INTERFACE-RECORD
027450     WRITE GL-BACKOUT-MTD-RECORD FROM GL-INTERFACE-RECORD
027500     ADD 1 TO WS-GL-COUNT.
027600 5100-EXIT.
027700     EXIT.
027656     MOVE HX-BALANCE-BEFORE (1) TO JR-BALANCE-BEFORE
027657     MOVE HX-BALANCE-AFTER (1)  TO JR-BALANCE-AFTER
027658     MOVE 'R'                   TO JR-REVERSAL-FLAG
027658     MOVE SPACE                 TO JR-ADJUST-FLAG
027658     MOVE HX-CAMPAIGN-CODE (1)  TO JR-CAMPAIGN-CODE
027658     MOVE ZERO                  TO JR-BASE-RATE
027658     MOVE SPACES                TO JR-BRANCH-CODE
027659     WRITE DISCOUNT-JOURNAL-RECORD.
027660 5250-EXIT.
027661     EXIT.
027739 5280-EXIT.
027740     EXIT.

027741* THE REVERSED DISCOUNT COMES BACK OFF THE CUSTOMER'S YEAR-TO-
027742* DATE ACCUMULATOR SO THE ANNUAL CAP HEADROOM IS GIVEN BACK.
027743* ONLY A RECORD WHOSE LAST POSTED RUN IS THE ONE BEING BACKED
027744* OUT IS TOUCHED, AND THAT RUN IS CLEARED AS IT COMES OFF, SO
027745* THE AMOUNT CAN NEVER COME OFF TWICE (OR COME OFF A LATER
027746* RESTART'S REPLACEMENT POSTING).  A RUN FROM A YEAR THE
027747* ACCUMULATOR HAS SINCE CLOSED IS CLEARED WITHOUT TOUCHING THE
027748* NEW YEAR'S TOTAL.  A NON-ZERO DISCOUNT WITH NO MATCHING
027749* POSTING IS COUNTED AND SHOWN ON THE CONSOLE FOR FINANCE TO
027750* SET RIGHT WITH A DISCADJ ADJUSTMENT.
027751 5290-REVERSE-YTD.
027752     MOVE HX-CUST-ID TO YT-CUST-ID
027753     READ DISCOUNT-YTD-FILE
027754         INVALID KEY
027755             MOVE ZERO TO YT-LAST-RUN-DATE
027756     END-READ
027757     IF WS-YTD-STATUS NOT = '00'
027758         OR YT-LAST-RUN-DATE NOT = WS-BACKOUT-DATE
027759         IF HX-DISCOUNT-AMT (1) > ZERO
027760             ADD 1 TO WS-YTD-MISS-COUNT
027761             DISPLAY 'DISCBACK - YTD NOT ADJUSTED FOR CUST '
027762                 HX-CUST-ID ' - NO POSTING FOR '
027763                 WS-BACKOUT-DATE
027764         END-IF
027765         GO TO 5290-EXIT
027766     END-IF
027767     IF YT-YEAR = WS-BACKOUT-YEAR
027768         IF YT-DISCOUNT-AMT > YT-LAST-RUN-AMT
027769             SUBTRACT YT-LAST-RUN-AMT FROM YT-DISCOUNT-AMT
027770         ELSE
027771             MOVE ZERO TO YT-DISCOUNT-AMT
027772         END-IF
027773     END-IF
027774     MOVE ZERO TO YT-LAST-RUN-DATE
027775     MOVE ZERO TO YT-LAST-RUN-AMT
027776     REWRITE DISCOUNT-YTD-RECORD.
027777 5290-EXIT.
027778     EXIT.

027800 5200-RESTORE-BALANCE.
027900     MOVE HX-CUST-ID            TO WS-BACK-CUST-ID
028000     MOVE HX-BALANCE-BEFORE (1) TO WS-RESTORE-BALANCE
029600     MOVE ZERO TO HX-DISCOUNT-AMT (6)
029700     MOVE ZERO TO HX-BALANCE-BEFORE (6)
029800     MOVE ZERO TO HX-BALANCE-AFTER (6)
029810     MOVE SPACES TO HX-CAMPAIGN-CODE (6)
029900     SUBTRACT 1 FROM HX-ENTRY-COUNT
030000     REWRITE DISCOUNT-HISTORY-RECORD.
030100 5300-EXIT.
032200     END-IF
032300     CLOSE DISCOUNT-HISTORY-FILE
032400     CLOSE GL-BACKOUT-FILE
032401     CLOSE GL-BACKOUT-MTD-FILE
032402     CLOSE BALANCE-UPDATE-FILE
032405     CLOSE CUSTOMER-FILE
032410     CLOSE DISCOUNT-JOURNAL-FILE
032420     CLOSE DISCOUNT-YTD-FILE
032500     CLOSE BACKOUT-REPORT-FILE
032600     DISPLAY 'DISCBACK - HISTORY RECORDS READ: ' WS-READ-COUNT
032700     DISPLAY 'DISCBACK - CUSTOMERS REVERSED:   ' WS-REVERSED-COUNT
032900     DISPLAY 'DISCBACK - FLAGGED (PRICED OVER):' WS-FLAGGED-COUNT
032905     DISPLAY 'DISCBACK - UNBRANCHED FALLBACKS: '
032906         WS-BRANCH-MISS-COUNT
032907     DISPLAY 'DISCBACK - YTD NOT ADJUSTED:     '
032908         WS-YTD-MISS-COUNT
033000     IF WS-REVERSED-COUNT = ZERO
033100         DISPLAY 'DISCBACK - NOTHING REVERSED FOR '
033200             WS-BACKOUT-DATE ' - RC=8'
