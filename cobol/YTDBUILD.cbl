000100*****************************************************************
000200* YTDBUILD - SEED THE YEAR-TO-DATE DISCOUNT ACCUMULATOR
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. YTDBUILD.
000600 AUTHOR. LEGACY SYSTEMS TEAM.
000700 INSTALLATION. RETAIL BANKING - CUSTOMER MAINTENANCE.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.

001000*****************************************************************
001100* MODIFICATION HISTORY
001200*   DATE       INIT  DESCRIPTION
001300*   ---------- ----  ---------------------------------------------
001400*   2026-10-15  RLS  ORIGINAL.  LOADS THE NEW DISCYTD KSDS FROM
001500*                    THE DISCJRNL PERMANENT JOURNAL SO THE
001600*                    ANNUAL CAP STARTS FROM THE DISCOUNT ALREADY
001700*                    GRANTED THIS YEAR, NOT FROM ZERO.  THE
001800*                    JOURNAL IS SORTED BY THE JOB INTO CUST-ID /
001900*                    RUN DATE ORDER, FILE ORDER KEPT WITHIN A
002000*                    DATE.  FOR EACH CUSTOMER, OVER THE YEAR'S
002100*                    RECORDS ONLY:
002200*                      - A PRICED RUN ADDS ITS DISCOUNT
002300*                      - A DISCBACK 'R' REVERSAL TAKES IT OFF
002400*                      - A DISCADJ 'C' CREDIT ADDS, A 'D'
002500*                        DEBIT TAKES OFF
002600*                    THE SAME NET DISCSTMT PRINTS ON THE ANNUAL
002700*                    STATEMENT (NEVER BELOW ZERO).  THE LATEST
002800*                    PRICED RUN NOT SINCE REVERSED BECOMES THE
002900*                    LAST POSTED RUN, SO A LATER DISCBACK OF IT
003000*                    COMES OFF CORRECTLY.  THE YEAR IS THE
003100*                    OPTIONAL 'YYYY' PARM, TODAY'S YEAR IF NONE.
003200*****************************************************************

003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
003600 OBJECT-COMPUTER. IBM-370.

003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT JOURNAL-IN-FILE ASSIGN TO 'YTDJRNL'
004000         ORGANIZATION IS SEQUENTIAL
004100         ACCESS MODE IS SEQUENTIAL.

004200     SELECT DISCOUNT-YTD-FILE ASSIGN TO 'DISCYTD'
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS YT-CUST-ID
004600         FILE STATUS IS WS-YTD-STATUS.

004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  JOURNAL-IN-FILE
005000     LABEL RECORDS ARE STANDARD.
005100     COPY DISCJRNL.

005200 FD  DISCOUNT-YTD-FILE
005300     LABEL RECORDS ARE STANDARD.
005400     COPY DISCYTD.

005500 WORKING-STORAGE SECTION.
005600 77  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
005700 77  WS-BUILD-YEAR           PIC 9(4)    VALUE ZERO.
005800 77  WS-JRNL-YEAR            PIC 9(4)    VALUE ZERO.
005900 77  WS-YTD-STATUS           PIC X(2)    VALUE '00'.

006000 77  WS-JRNL-EOF-SWITCH      PIC X(1)    VALUE 'N'.
006100     88  END-OF-JOURNAL-FILE                VALUE 'Y'.
006200 77  WS-CUSTOMER-OPEN-SWITCH PIC X(1)    VALUE 'N'.
006300     88  CUSTOMER-OPEN                      VALUE 'Y'.

006400 77  WS-JRNL-READ-COUNT      PIC 9(7)    VALUE ZERO.
006500 77  WS-OTHER-YEAR-COUNT     PIC 9(7)    VALUE ZERO.
006600 77  WS-CUST-WRITTEN-COUNT   PIC 9(7)    VALUE ZERO.
006700 77  WS-FLOORED-COUNT        PIC 9(7)    VALUE ZERO.
006800 77  WS-GRAND-TOTAL-AMT      PIC 9(11)V99 VALUE ZERO.

006900* THE CUSTOMER BEING ACCUMULATED.  THE NET IS SIGNED - A DEBIT
007000* OR REVERSAL CAN TAKE IT BELOW ZERO PART WAY THROUGH THE YEAR.
007100 77  WS-CURR-CUST-ID         PIC 9(6)    VALUE ZERO.
007200 77  WS-CUST-NET-AMT         PIC S9(9)V99 VALUE ZERO.
007300 77  WS-LAST-RUN-DATE        PIC 9(8)    VALUE ZERO.
007400 77  WS-LAST-RUN-AMT         PIC 9(7)V99 VALUE ZERO.

007500 LINKAGE SECTION.
007600 01  PARM-AREA.
007700     05  PARM-LENGTH             PIC S9(4) COMP.
007800     05  PARM-BUILD-YEAR         PIC X(4).

007900 PROCEDURE DIVISION USING PARM-AREA.
008000*****************************************************************
008100* 0000-MAINLINE
008200*****************************************************************
008300 0000-MAINLINE.
008400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
008500     PERFORM 3000-READ-JOURNAL THRU 3000-EXIT
008600     PERFORM 4000-PROCESS-JOURNAL THRU 4000-EXIT
008700         UNTIL END-OF-JOURNAL-FILE
008800     IF CUSTOMER-OPEN
008900         PERFORM 5000-WRITE-YTD THRU 5000-EXIT
009000     END-IF
009100     PERFORM 9000-FINALIZE THRU 9000-EXIT
009200     STOP RUN.

009300* NO PARM SEEDS THE CURRENT YEAR, AS THE INSTALL RUN WILL.  THE
009400* CLUSTER IS LOADED FROM EMPTY - ANY BAD OPEN STATUS (A CLUSTER
009500* ALREADY LOADED, FOR ONE) ENDS THE STEP BEFORE A RECORD IS
009600* WRITTEN.
009700 1000-INITIALIZE.
009800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
009900     MOVE WS-RUN-DATE (1:4) TO WS-BUILD-YEAR
010000     IF PARM-LENGTH > 3
010100         AND PARM-BUILD-YEAR IS NUMERIC
010200         MOVE PARM-BUILD-YEAR TO WS-BUILD-YEAR
010300     END-IF
010400     DISPLAY 'YTDBUILD - SEEDING YEAR ' WS-BUILD-YEAR
010500     OPEN OUTPUT DISCOUNT-YTD-FILE
010600     IF WS-YTD-STATUS NOT = '00'
010700         DISPLAY 'YTDBUILD - DISCYTD OPEN FAILED, STATUS '
010800             WS-YTD-STATUS ' - RC=16'
010900         MOVE 16 TO RETURN-CODE
011000         STOP RUN
011100     END-IF
011200     OPEN INPUT JOURNAL-IN-FILE.
011300 1000-EXIT.
011400     EXIT.

011500 3000-READ-JOURNAL.
011600     READ JOURNAL-IN-FILE
011700         AT END
011800             MOVE 'Y' TO WS-JRNL-EOF-SWITCH
011900     END-READ
012000     IF WS-JRNL-EOF-SWITCH NOT = 'Y'
012100         ADD 1 TO WS-JRNL-READ-COUNT
012200     END-IF.
012300 3000-EXIT.
012400     EXIT.

012500*****************************************************************
012600* 4000-PROCESS-JOURNAL - BREAK ON CUSTOMER, THEN NET THE RECORD
012700* INTO THE CUSTOMER'S YEAR.  A RECORD FROM ANOTHER YEAR IS
012800* PASSED OVER.
012900*****************************************************************
013000 4000-PROCESS-JOURNAL.
013100     MOVE JR-RUN-DATE (1:4) TO WS-JRNL-YEAR
013200     IF WS-JRNL-YEAR NOT = WS-BUILD-YEAR
013300         ADD 1 TO WS-OTHER-YEAR-COUNT
013400         GO TO 4000-READ-NEXT
013500     END-IF
013600     IF CUSTOMER-OPEN
013700         AND JR-CUST-ID NOT = WS-CURR-CUST-ID
013800         PERFORM 5000-WRITE-YTD THRU 5000-EXIT
013900     END-IF
014000     IF NOT CUSTOMER-OPEN
014100         MOVE 'Y'        TO WS-CUSTOMER-OPEN-SWITCH
014200         MOVE JR-CUST-ID TO WS-CURR-CUST-ID
014300         MOVE ZERO       TO WS-CUST-NET-AMT
014400         MOVE ZERO       TO WS-LAST-RUN-DATE
014500         MOVE ZERO       TO WS-LAST-RUN-AMT
014600     END-IF
014700     PERFORM 4100-NET-RECORD THRU 4100-EXIT.
014800 4000-READ-NEXT.
014900     PERFORM 3000-READ-JOURNAL THRU 3000-EXIT.
015000 4000-EXIT.
015100     EXIT.

015200* WITHIN A DATE THE RECORDS ARE IN FILE ORDER, SO A REVERSAL
015300* FOLLOWS THE RUN IT REVERSED AND A POST-BACKOUT RERUN FOLLOWS
015400* THE REVERSAL - THE RERUN IS THEN THE LAST POSTED RUN.
015500 4100-NET-RECORD.
015600     EVALUATE TRUE
015700         WHEN JOURNAL-ADJUST-CREDIT
015800             ADD JR-DISCOUNT-AMT TO WS-CUST-NET-AMT
015900         WHEN JOURNAL-ADJUST-DEBIT
016000             SUBTRACT JR-DISCOUNT-AMT FROM WS-CUST-NET-AMT
016100         WHEN JOURNAL-REVERSAL
016200             SUBTRACT JR-DISCOUNT-AMT FROM WS-CUST-NET-AMT
016300             IF JR-RUN-DATE = WS-LAST-RUN-DATE
016400                 MOVE ZERO TO WS-LAST-RUN-DATE
016500                 MOVE ZERO TO WS-LAST-RUN-AMT
016600             END-IF
016700         WHEN OTHER
016800             ADD JR-DISCOUNT-AMT TO WS-CUST-NET-AMT
016900             MOVE JR-RUN-DATE     TO WS-LAST-RUN-DATE
017000             MOVE JR-DISCOUNT-AMT TO WS-LAST-RUN-AMT
017100     END-EVALUATE.
017200 4100-EXIT.
017300     EXIT.

017400* ONE ACCUMULATOR RECORD PER CUSTOMER WITH ANY JOURNAL ACTIVITY
017500* IN THE YEAR, WRITTEN IN THE SORTED CUST-ID ORDER.
017600 5000-WRITE-YTD.
017700     IF WS-CUST-NET-AMT < ZERO
017800         ADD 1 TO WS-FLOORED-COUNT
017900         DISPLAY 'YTDBUILD - NET BELOW ZERO FOR CUST '
018000             WS-CURR-CUST-ID ' - SEEDED AT ZERO'
018100         MOVE ZERO TO WS-CUST-NET-AMT
018200     END-IF
018300     MOVE WS-CURR-CUST-ID  TO YT-CUST-ID
018400     MOVE WS-BUILD-YEAR    TO YT-YEAR
018500     MOVE WS-CUST-NET-AMT  TO YT-DISCOUNT-AMT
018600     MOVE WS-LAST-RUN-DATE TO YT-LAST-RUN-DATE
018700     MOVE WS-LAST-RUN-AMT  TO YT-LAST-RUN-AMT
018800     WRITE DISCOUNT-YTD-RECORD
018900     ADD 1 TO WS-CUST-WRITTEN-COUNT
019000     ADD WS-CUST-NET-AMT TO WS-GRAND-TOTAL-AMT
019100     MOVE 'N' TO WS-CUSTOMER-OPEN-SWITCH.
019200 5000-EXIT.
019300     EXIT.

019400 9000-FINALIZE.
019500     CLOSE JOURNAL-IN-FILE
019600     CLOSE DISCOUNT-YTD-FILE
019700     DISPLAY 'YTDBUILD - JOURNAL RECORDS READ: '
019800         WS-JRNL-READ-COUNT
019900     DISPLAY 'YTDBUILD - OTHER YEARS SKIPPED:  '
020000         WS-OTHER-YEAR-COUNT
020100     DISPLAY 'YTDBUILD - CUSTOMERS SEEDED:     '
020200         WS-CUST-WRITTEN-COUNT
020300     DISPLAY 'YTDBUILD - NEGATIVE NETS FLOORED:' WS-FLOORED-COUNT
020400     DISPLAY 'YTDBUILD - YEAR-TO-DATE TOTAL:   '
020500         WS-GRAND-TOTAL-AMT.
020600 9000-EXIT.
020700     EXIT.
