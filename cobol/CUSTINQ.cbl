002298*                    AND AFTER).
002299*   2026-09-03  RLS  CUSTOMER RECORD NOW CARRIES CUST-BRANCH
002299*                    (52 BYTES) - SHOWN ON THE BALANCE DISPLAY.
002300*   2026-10-15  RLS  ACCESS AUDIT LOG FOR COMPLIANCE.  THE
002310*                    SESSION NOW OPENS WITH THE CLERK'S USER ID
002320*                    AND TERMINAL ID (PASSED BY THE FRONT END) -
002330*                    NO SESSION WITHOUT BOTH - AND EVERY ID
002340*                    LOOKUP OR NAME SEARCH APPENDS ONE INQAUDIT
002350*                    RECORD: WHO, WHERE, WHEN, MODE, SEARCH
002360*                    ARGUMENT, THE CUSTOMERS LISTED AND THE ONE
002370*                    DISPLAYED, AND WHETHER THE HISTORY OPTION
002380*                    WAS TAKEN.  ACCSRPT REPORTS ON IT DAILY.
002390*                    NO AUDIT LOG - NO INQUIRIES (RC=16).
002391*   2026-10-15  RLS  THE QUOTED RATE NOW GOES THROUGH CAMPLOOK
002392*                    AFTER RATELOOK, AS CUSTDISC'S DOES, SO A
002393*                    MARKETING CAMPAIGN LIVE TODAY IS INCLUDED;
002394*                    THE CAMPAIGN AND THE TABLE RATE ARE SHOWN
002395*                    WHEN ONE APPLIES.  THE HISTORY DISPLAY
002396*                    SHOWS EACH RUN'S CAMPAIGN CODE.
002399*****************************************************************

002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
003440         RECORD KEY IS HX-CUST-ID
003450         FILE STATUS IS WS-HIST-STATUS.

003460     SELECT INQUIRY-AUDIT-FILE ASSIGN TO 'INQAUDIT'
003470         ORGANIZATION IS SEQUENTIAL
003480         ACCESS MODE IS SEQUENTIAL
003490         FILE STATUS IS WS-AUDIT-STATUS.

003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  CUSTOMER-FILE
003920     LABEL RECORDS ARE STANDARD.
003930     COPY DISCHIST.

003940 FD  INQUIRY-AUDIT-FILE
003950     LABEL RECORDS ARE STANDARD.
003960     COPY INQAUDIT.

004000 WORKING-STORAGE SECTION.
004100 01  WS-DISCOUNT-RATE        PIC 99V99.
004200 01  WS-DISCOUNT-AMOUNT      PIC 9(7)V99.
004300 01  WS-FINAL-AMOUNT         PIC 9(7)V99.
004310 01  WS-BASE-RATE            PIC 99V99.
004320 01  WS-CAMPAIGN-CODE        PIC X(8).
004330 01  WS-TODAY                PIC 9(8).

004400 77  WS-CUST-FILE-STATUS     PIC X(2) VALUE '00'.
004500 77  WS-MORE-INQUIRIES-SWITCH PIC X(1) VALUE 'Y'.
004702 77  WS-HIST-OPEN-SWITCH     PIC X(1)  VALUE 'N'.
004703 77  WS-HIST-REPLY           PIC X(1)  VALUE SPACE.
004704 77  WS-HIST-SUB             PIC 9(2) COMP VALUE ZERO.
004705 77  WS-AUDIT-STATUS         PIC X(2)  VALUE '00'.
004706 77  WS-USER-ID              PIC X(8)  VALUE SPACES.
004707 77  WS-TERMINAL-ID          PIC X(8)  VALUE SPACES.
004708 77  WS-DISPLAYED-ID         PIC 9(6)  VALUE ZERO.
004710 77  WS-SEARCH-MODE          PIC X(1)  VALUE SPACE.
004720 77  WS-SEARCH-NAME          PIC X(30) VALUE SPACES.
004730 77  WS-BROWSE-EOF-SWITCH    PIC X(1)  VALUE 'N'.
005200     05  FILLER                  PIC X(3)  VALUE SPACES.
005300     05  IL-CUST-NAME            PIC X(30).

005310 01  WS-TIME-WORK            PIC 9(8)  VALUE ZERO.
005320 01  WS-TIME-WORK-PARTS REDEFINES WS-TIME-WORK.
005330     05  WS-TIME-HHMMSS          PIC 9(6).

005400 PROCEDURE DIVISION.
005500*****************************************************************
005600* 0000-MAINLINE - PROMPT FOR A CUST-ID AT THE CONSOLE UNTIL THE
006310     IF WS-HIST-OPEN-SWITCH = 'Y'
006320         CLOSE DISCOUNT-HISTORY-FILE
006330     END-IF
006340     CLOSE INQUIRY-AUDIT-FILE
006400     STOP RUN.

006500 1000-OPEN-FILES.
006630     OPEN INPUT DISCOUNT-HISTORY-FILE
006640     IF WS-HIST-STATUS = '00'
006650         MOVE 'Y' TO WS-HIST-OPEN-SWITCH
006660     END-IF
006661* EVERY INQUIRY IS LOGGED FOR COMPLIANCE - THE LOG ACCUMULATES
006662* UNTIL ACCSRPT'S JOB SAVES AND EMPTIES IT, AND WITHOUT IT THE
006663* SESSION DOES NOT START
006664     OPEN EXTEND INQUIRY-AUDIT-FILE
006665     IF WS-AUDIT-STATUS = '35'
006666         OPEN OUTPUT INQUIRY-AUDIT-FILE
006667     END-IF
006668     IF WS-AUDIT-STATUS NOT = '00'
006669         DISPLAY 'CUSTINQ - INQAUDIT OPEN FAILED, STATUS '
006670             WS-AUDIT-STATUS ' - RC=16'
006671         MOVE 16 TO RETURN-CODE
006672         STOP RUN
006673     END-IF
006674     DISPLAY 'ENTER USER ID: '
006675     ACCEPT WS-USER-ID
006676     DISPLAY 'ENTER TERMINAL ID: '
006677     ACCEPT WS-TERMINAL-ID
006678     IF WS-USER-ID = SPACES OR WS-TERMINAL-ID = SPACES
006679         DISPLAY 'USER ID AND TERMINAL ID REQUIRED - SESSION'
006680             ' ENDED'
006681         MOVE 'N' TO WS-MORE-INQUIRIES-SWITCH
006682     END-IF.
006700 1000-EXIT.
006800     EXIT.

006900*****************************************************************
007000* 2000-PROCESS-INQUIRY - ASK THE CLERK FOR A SEARCH MODE, THEN
007100* RUN ONE ID LOOKUP OR ONE NAME SEARCH.  AN INQUIRY THAT
007110* SEARCHED FOR A CUSTOMER IS LOGGED, FOUND OR NOT; A MODE
007120* CHANGE OR AN EMPTY ENTRY SEARCHED NOTHING AND IS NOT.
007200*****************************************************************
007300 2000-PROCESS-INQUIRY.
007301     MOVE ZERO   TO WS-INQUIRY-ID
007302     MOVE SPACES TO WS-SEARCH-NAME
007303     MOVE ZERO   TO WS-PICK-COUNT
007304     MOVE ZERO   TO WS-DISPLAYED-ID
007305     MOVE SPACE  TO WS-HIST-REPLY
007310     DISPLAY 'ENTER SEARCH MODE (I=ID, N=NAME, X=EXIT): '
007320     ACCEPT WS-SEARCH-MODE
007330     EVALUATE WS-SEARCH-MODE
007390             PERFORM 2200-NAME-INQUIRY THRU 2200-EXIT
007391         WHEN OTHER
007392             DISPLAY 'UNRECOGNIZED MODE: ' WS-SEARCH-MODE
007393     END-EVALUATE
007394     IF (WS-SEARCH-MODE = 'I' AND WS-INQUIRY-ID NOT = ZERO)
007395         OR (WS-SEARCH-MODE = 'N' AND WS-SEARCH-NAME NOT = SPACES)
007396         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
007397     END-IF.
008100 2000-EXIT.
008200     EXIT.

009500* DISCOUNT RATE/AMOUNT RATELOOK WOULD HAND BACK TO CUSTDISC.
009600*****************************************************************
009700 4000-DISPLAY-CUSTOMER.
009710     MOVE CUST-ID   TO WS-DISPLAYED-ID
009800     MOVE CUST-ID   TO IL-CUST-ID
009900     MOVE CUST-NAME TO IL-CUST-NAME
010000     DISPLAY WS-INQUIRY-LINE
010310     DISPLAY 'BRANCH:           ' CUST-BRANCH
010400     MOVE ZERO TO WS-DISCOUNT-RATE
010500     CALL 'RATELOOK' USING CUST-AGE CUST-STATUS WS-DISCOUNT-RATE
010510     MOVE WS-DISCOUNT-RATE TO WS-BASE-RATE
010520     ACCEPT WS-TODAY FROM DATE YYYYMMDD
010530     CALL 'CAMPLOOK' USING CUST-ID CUST-BRANCH CUST-STATUS
010540         WS-TODAY WS-DISCOUNT-RATE WS-CAMPAIGN-CODE
010600     COMPUTE WS-DISCOUNT-AMOUNT =
010700         CUST-BALANCE * WS-DISCOUNT-RATE / 100
010800     COMPUTE WS-FINAL-AMOUNT =
010900         CUST-BALANCE - WS-DISCOUNT-AMOUNT
011000     DISPLAY 'DISCOUNT RATE:    ' WS-DISCOUNT-RATE
011010     IF WS-CAMPAIGN-CODE NOT = SPACES
011020         DISPLAY 'CAMPAIGN:         ' WS-CAMPAIGN-CODE
011030             '  (TABLE RATE ' WS-BASE-RATE ')'
011040     END-IF
011100     DISPLAY 'DISCOUNT AMOUNT:  ' WS-DISCOUNT-AMOUNT
011200     DISPLAY 'AMOUNT AFTER DISCOUNT: ' WS-FINAL-AMOUNT
011210     DISPLAY 'SHOW DISCOUNT HISTORY? (Y/N): '
011630             GO TO 4500-EXIT
011640     END-READ
011650     DISPLAY 'RUN DATE   RATE   DISCOUNT   BALANCE BEFORE/AFTER'
011655         '     CAMPAIGN'
011660     PERFORM 4510-DISPLAY-HISTORY-ENTRY THRU 4510-EXIT
011670         VARYING WS-HIST-SUB FROM 1 BY 1
011680         UNTIL WS-HIST-SUB > HX-ENTRY-COUNT.
011730         HX-RATE (WS-HIST-SUB) '  '
011740         HX-DISCOUNT-AMT (WS-HIST-SUB) '  '
011750         HX-BALANCE-BEFORE (WS-HIST-SUB) ' / '
011760         HX-BALANCE-AFTER (WS-HIST-SUB) '  '
011765         HX-CAMPAIGN-CODE (WS-HIST-SUB).
011770 4510-EXIT.
011780     EXIT.

011790*****************************************************************
011800* 5000-WRITE-AUDIT - ONE ACCESS AUDIT RECORD FOR THE INQUIRY
011810* JUST FINISHED.  A NAME SEARCH LOGS EVERY CUSTOMER ON THE
011820* PICK-LIST AS WELL AS THE ONE SELECTED, IF ANY.
011830*****************************************************************
011840 5000-WRITE-AUDIT.
011850     MOVE SPACES          TO INQUIRY-AUDIT-RECORD
011860     MOVE WS-USER-ID      TO IA-USER-ID
011870     MOVE WS-TERMINAL-ID  TO IA-TERMINAL-ID
011880     ACCEPT IA-INQUIRY-DATE FROM DATE YYYYMMDD
011890     ACCEPT WS-TIME-WORK FROM TIME
011900     MOVE WS-TIME-HHMMSS  TO IA-INQUIRY-TIME
011910     MOVE WS-SEARCH-MODE  TO IA-SEARCH-MODE
011920     IF IA-ID-SEARCH
011930         MOVE WS-INQUIRY-ID  TO IA-SEARCH-CUST-ID
011940     ELSE
011950         MOVE WS-SEARCH-NAME TO IA-SEARCH-ARG
011960     END-IF
011970     MOVE WS-PICK-COUNT   TO IA-LISTED-COUNT
011980     PERFORM 5010-LOG-LISTED-CUSTOMER THRU 5010-EXIT
011990         VARYING WS-PICK-SUB FROM 1 BY 1
012000         UNTIL WS-PICK-SUB > 10
012010     MOVE WS-DISPLAYED-ID TO IA-DISPLAYED-CUST-ID
012020     IF WS-HIST-REPLY = 'Y'
012030         MOVE 'Y' TO IA-HISTORY-FLAG
012040     ELSE
012050         MOVE 'N' TO IA-HISTORY-FLAG
012060     END-IF
012070     WRITE INQUIRY-AUDIT-RECORD.
012080 5000-EXIT.
012090     EXIT.

012100 5010-LOG-LISTED-CUSTOMER.
012110     IF WS-PICK-SUB > WS-PICK-COUNT
012120         MOVE ZERO TO IA-LISTED-CUST-ID (WS-PICK-SUB)
012130     ELSE
012140         MOVE PK-CUST-ID (WS-PICK-SUB)
012150             TO IA-LISTED-CUST-ID (WS-PICK-SUB)
012160     END-IF.
012170 5010-EXIT.
012180     EXIT.
