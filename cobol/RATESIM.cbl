002600*                    AND SIMCOMP MATCHES THE TWO DETAIL FILES
002700*                    INTO THE IMPACT REPORT FINANCE APPROVES
002800*                    RATE CHANGES FROM.
002810*   2026-10-15  RLS  EACH CUSTOMER'S TABLE RATE NOW GOES THROUGH
002820*                    CAMPLOOK, AS IN CUSTDISC, SO THE SIMULATION
002830*                    PRICES MARKETING CAMPAIGNS THE SAME WAY THE
002840*                    NIGHTLY RUN WILL.  AN OPTIONAL YYYYMMDD
002850*                    PARM PRICES AS OF THAT DATE (DEFAULT
002860*                    TODAY) SO A CAMPAIGN CAN BE PREVIEWED
002870*                    BEFORE IT STARTS.  BOTH PASSES SEE THE SAME
002880*                    CAMPAIGNS, SO SIMCOMP STILL ISOLATES THE
002890*                    RATE-TABLE CHANGE.
002900*****************************************************************

003000 ENVIRONMENT DIVISION.
005000 WORKING-STORAGE SECTION.
005100 01  WS-DISCOUNT-RATE        PIC 99V99.
005200 01  WS-DISCOUNT-AMOUNT      PIC 9(7)V99.
005210 01  WS-CAMPAIGN-CODE        PIC X(8).
005220 01  WS-PRICE-DATE           PIC 9(8).

005300 77  WS-EOF-SWITCH           PIC X(1)    VALUE 'N'.
005400     88  END-OF-CUSTOMER-FILE               VALUE 'Y'.
005600 77  WS-PRICED-COUNT         PIC 9(7)    VALUE ZERO.
005700 77  WS-SKIPPED-COUNT        PIC 9(7)    VALUE ZERO.
005800 77  WS-TOTAL-DISCOUNT-AMT   PIC 9(9)V99 VALUE ZERO.
005810 77  WS-CAMPAIGN-COUNT       PIC 9(7)    VALUE ZERO.

005820 LINKAGE SECTION.
005830 01  PARM-AREA.
005840     05  PARM-LENGTH             PIC S9(4) COMP.
005850     05  PARM-PRICE-DATE         PIC X(8).

005900 PROCEDURE DIVISION USING PARM-AREA.
006000*****************************************************************
006100* 0000-MAINLINE
006200*****************************************************************
006800     PERFORM 9000-FINALIZE THRU 9000-EXIT
006900     STOP RUN.

006910* NO PARM PRICES AS OF TODAY, AS THE NIGHTLY RUN WOULD TONIGHT.
007000 1000-INITIALIZE.
007010     ACCEPT WS-PRICE-DATE FROM DATE YYYYMMDD
007020     IF PARM-LENGTH > 7
007030         AND PARM-PRICE-DATE IS NUMERIC
007040         MOVE PARM-PRICE-DATE TO WS-PRICE-DATE
007050     END-IF
007060     DISPLAY 'RATESIM - CAMPAIGNS PRICED AS OF ' WS-PRICE-DATE
007100     OPEN INPUT  CUSTOMER-FILE
007200     OPEN OUTPUT SIM-DETAIL-FILE.
007300 1000-EXIT.
009800 5000-PRICE-CUSTOMER.
009900     MOVE ZERO TO WS-DISCOUNT-RATE
010000     CALL 'RATELOOK' USING CUST-AGE CUST-STATUS WS-DISCOUNT-RATE
010010     CALL 'CAMPLOOK' USING CUST-ID CUST-BRANCH CUST-STATUS
010020         WS-PRICE-DATE WS-DISCOUNT-RATE WS-CAMPAIGN-CODE
010030     IF WS-CAMPAIGN-CODE NOT = SPACES
010040         ADD 1 TO WS-CAMPAIGN-COUNT
010050     END-IF
010100     COMPUTE WS-DISCOUNT-AMOUNT =
010200         CUST-BALANCE * WS-DISCOUNT-RATE / 100
010300     ADD WS-DISCOUNT-AMOUNT TO WS-TOTAL-DISCOUNT-AMT
011400     DISPLAY 'RATESIM - RECORDS READ:     ' WS-RECORD-COUNT
011500     DISPLAY 'RATESIM - PRICED:           ' WS-PRICED-COUNT
011600     DISPLAY 'RATESIM - SKIPPED (STATUS): ' WS-SKIPPED-COUNT
011610     DISPLAY 'RATESIM - CAMPAIGN PRICED:  ' WS-CAMPAIGN-COUNT
011700     DISPLAY 'RATESIM - TOTAL DISCOUNT:   ' WS-TOTAL-DISCOUNT-AMT.
011800 9000-EXIT.
011900     EXIT.
