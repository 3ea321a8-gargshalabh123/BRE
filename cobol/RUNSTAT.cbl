002922*                    THE GL PROOF.
002930*   2026-09-03  RLS  ADDED FEEASSES (SERVICE FEE ASSESSMENT)
002940*                    TO THE EXPECTED CHAIN, AFTER EXCPLTR.
002950*   2026-10-15  RLS  ADDED BALRECON (THREE-WAY BALANCE CHECK)
002960*                    TO THE EXPECTED CHAIN, AFTER CUSTBUPD.
002970*                    STEP TABLE GROWN TO 12 SLOTS SO THE NEXT
002980*                    FEW STEPS ADDED TO THE NIGHT NEED ONLY A
002990*                    NEW VALUE ENTRY AND WS-STEP-COUNT.
002991*   2026-10-15  RLS  ADDED CUSTSCRN (PRE-PRICING VARIANCE SCREEN)
002992*                    TO THE EXPECTED CHAIN, AFTER CUSTEDIT.
003000*****************************************************************

003100 ENVIRONMENT DIVISION.

006500* THE NIGHTLY CHAIN IN STEP ORDER - EXTEND THE VALUE TABLE AND
006600* WS-STEP-COUNT TOGETHER WHEN A STEP IS ADDED TO THE NIGHT.
006700 77  WS-STEP-COUNT           PIC 9(2) COMP VALUE 9.
006800 01  WS-STEP-NAME-TABLE-AREA.
006900     05  FILLER PIC X(8) VALUE 'CUSTEDIT'.
006950     05  FILLER PIC X(8) VALUE 'CUSTSCRN'.
007000     05  FILLER PIC X(8) VALUE 'CUSTDISC'.
007100     05  FILLER PIC X(8) VALUE 'GLBALCHK'.
007110     05  FILLER PIC X(8) VALUE 'CUSTBUPD'.
007120     05  FILLER PIC X(8) VALUE 'BALRECON'.
007200     05  FILLER PIC X(8) VALUE 'TRENDRPT'.
007300     05  FILLER PIC X(8) VALUE 'EXCPLTR '.
007400     05  FILLER PIC X(8) VALUE 'FEEASSES'.
007600     05  FILLER PIC X(8) VALUE SPACES.
007610     05  FILLER PIC X(8) VALUE SPACES.
007620     05  FILLER PIC X(8) VALUE SPACES.
007700 01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-TABLE-AREA.
007800     05  WS-STEP-NAME        OCCURS 12 TIMES PIC X(8).

007900 01  WS-STEP-STATUS-TABLE-AREA.
008000     05  WS-STEP-ENTRY OCCURS 12 TIMES.
008100         10  ST-START-SWITCH     PIC X(1).
008200         10  ST-END-SWITCH       PIC X(1).
008300         10  ST-START-TIME       PIC 9(6).
014500     END-IF
014600     PERFORM 1100-CLEAR-STEP-ENTRY THRU 1100-EXIT
014700         VARYING WS-STEP-SUB FROM 1 BY 1
014800         UNTIL WS-STEP-SUB > 12
014900     WRITE STATUS-REPORT-RECORD FROM WS-STATUS-HEADING-1
015000     MOVE WS-STATUS-DATE TO SH-STATUS-DATE
015100     WRITE STATUS-REPORT-RECORD FROM WS-STATUS-HEADING-2.
