004798*                    CUSTFILX KSDS BY THE NEW CUSTBUPD STEP SO
004798*                    CUSTINQ QUOTES THE RIGHT BALANCE IN THE
004798*                    MORNING INSTEAD OF THE PRE-DISCOUNT ONE.
004798*   2026-10-15  RLS  JOURNAL RECORDS NOW CARRY A BLANK
004798*                    JR-ADJUST-FLAG - ONLY DISCADJ'S MANUAL
004798*                    ADJUSTMENT RECORDS SET IT.
004798*   2026-10-15  RLS  MARKETING CAMPAIGNS: 5000-CALCULATE-DISCOUNT
004798*                    NOW PASSES THE RATELOOK TABLE RATE THROUGH
004798*                    THE CAMPLOOK SUBPROGRAM, WHICH APPLIES ANY
004798*                    CAMPMAST CAMPAIGN LIVE ON THE BUSINESS DATE
004798*                    FOR THE CUSTOMER'S BRANCH AND STATUS.  THE
004798*                    WINNING CAMPAIGN CODE IS PRINTED ON THE
004798*                    AUDIT REPORT AND CARRIED ON THE DISCHIST
004798*                    ENTRY AND THE DISCJRNL RECORD, WITH THE
004798*                    TABLE RATE AND BRANCH ON THE JOURNAL FOR
004798*                    THE CAMPRPT CAMPAIGN RESULTS REPORT.
004798*   2026-10-15  RLS  ANNUAL DISCOUNT CAP: 6100-APPLY-ANNUAL-CAP
004798*                    HOLDS EACH DISCOUNT TO THE HEADROOM LEFT
004798*                    UNDER THE FINANCE DISCCAP ANNUAL CAP AFTER
004798*                    THE DISCOUNT ALREADY GRANTED THIS CALENDAR
004798*                    YEAR ON THE NEW DISCYTD ACCUMULATOR KSDS -
004798*                    TRIMMED TO THE HEADROOM, ZERO ONCE THE CAP
004798*                    IS REACHED.  7750-WRITE-YTD POSTS THE
004798*                    DISCOUNT GRANTED (WITH THE RUN DATE AND
004798*                    AMOUNT, SO A CHECKPOINT RESTART REPLACES
004798*                    RATHER THAN REPEATS IT), AND THE NEW CAPRPT
004798*                    REPORT LISTS EVERY CUSTOMER TRIMMED, CAPPED
004798*                    OR LEFT WITHIN 10% OF THE CAP.  THE AUDIT
004798*                    REPORT LINE CARRIES THE SAME ACTION.
004800*****************************************************************

004900 ENVIRONMENT DIVISION.
008067         ORGANIZATION IS SEQUENTIAL
008068         ACCESS MODE IS SEQUENTIAL.

008069     SELECT DISCOUNT-YTD-FILE ASSIGN TO 'DISCYTD'
008070         ORGANIZATION IS INDEXED
008071         ACCESS MODE IS RANDOM
008072         RECORD KEY IS YT-CUST-ID
008073         FILE STATUS IS WS-YTD-STATUS.

008074     SELECT DISCOUNT-CAP-FILE ASSIGN TO 'DISCCAP'
008075         ORGANIZATION IS SEQUENTIAL
008076         ACCESS MODE IS SEQUENTIAL
008077         FILE STATUS IS WS-DCAP-STATUS.

008078     SELECT CAP-REPORT-FILE ASSIGN TO 'CAPRPT'
008079         ORGANIZATION IS SEQUENTIAL
008080         ACCESS MODE IS SEQUENTIAL.

008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  CUSTOMER-FILE
012772     LABEL RECORDS ARE STANDARD.
012773     COPY BRSUMRY.

012774 FD  DISCOUNT-YTD-FILE
012775     LABEL RECORDS ARE STANDARD.
012776     COPY DISCYTD.

012777 FD  DISCOUNT-CAP-FILE
012778     LABEL RECORDS ARE STANDARD.
012779     COPY DISCCAP.

012780 FD  CAP-REPORT-FILE
012781     LABEL RECORDS ARE OMITTED
012782     RECORD CONTAINS 132 CHARACTERS.
012783 01  CAP-REPORT-RECORD           PIC X(132).

012800 WORKING-STORAGE SECTION.
012900 01  WS-DISCOUNT-RATE        PIC 99V99.
013000 01  WS-DISCOUNT-AMOUNT      PIC 9(7)V99.
013100 01  WS-FINAL-AMOUNT         PIC 9(7)V99.
013110 01  WS-BASE-RATE            PIC 99V99.
013120 01  WS-CAMPAIGN-CODE        PIC X(8).

013200 77  WS-MIN-BALANCE          PIC 9(7)V99 VALUE 1000.00.
013300 77  WS-GL-WRITEOFF-ACCT     PIC X(10)   VALUE '4010-0000 '.
015000 77  WS-ACTIVE-COUNT         PIC 9(7)    VALUE ZERO.
015100 77  WS-NODISC-COUNT         PIC 9(7)    VALUE ZERO.
015200 77  WS-TOTAL-DISCOUNT-AMT   PIC 9(9)V99 VALUE ZERO.
015210 77  WS-CAMPAIGN-COUNT       PIC 9(7)    VALUE ZERO.

015300 77  WS-CKPT-QUOTIENT        PIC 9(7)    VALUE ZERO.
015400 77  WS-CKPT-REMAINDER       PIC 9(5)    VALUE ZERO.
015696 77  WS-PREV-CUST-ID         PIC 9(6)    VALUE ZERO.
015697 77  WS-PREV-PRICED-SWITCH   PIC X(1)    VALUE 'N'.
015698     88  PREV-COPY-PRICED                   VALUE 'Y'.
015699 77  WS-RUN-YEAR             PIC 9(4)    VALUE ZERO.
015699 77  WS-YTD-STATUS           PIC X(2)    VALUE '00'.
015699 77  WS-YTD-OUTPUT-SWITCH    PIC X(1)    VALUE 'N'.
015699 77  WS-YTD-NEW-SWITCH       PIC X(1)    VALUE 'N'.
015699 77  WS-DCAP-STATUS          PIC X(2)    VALUE '00'.
015699 77  WS-DCAP-EOF-SWITCH      PIC X(1)    VALUE 'N'.
015699 77  WS-CAP-COUNT            PIC 9(2) COMP VALUE ZERO.
015699 77  WS-CAP-SUB              PIC 9(2) COMP VALUE ZERO.
015699 77  WS-CAP-BEST-YEAR        PIC 9(4)    VALUE ZERO.
015699 77  WS-CAP-BEST-EXACT       PIC X(1)    VALUE 'N'.
015699 77  WS-CAP-FOUND-SWITCH     PIC X(1)    VALUE 'N'.
015699     88  CAP-APPLIES                        VALUE 'Y'.
015699 77  WS-CAP-AMOUNT           PIC 9(7)V99 VALUE ZERO.
015699 77  WS-CAP-HEADROOM         PIC 9(7)V99 VALUE ZERO.
015699 77  WS-CAP-ACTION           PIC X(8)    VALUE SPACES.
015699 77  WS-COMPUTED-AMOUNT      PIC 9(7)V99 VALUE ZERO.
015699 77  WS-YTD-PRIOR-AMT        PIC 9(7)V99 VALUE ZERO.
015699 77  WS-YTD-AFTER-AMT        PIC 9(7)V99 VALUE ZERO.
015699 77  WS-TRIMMED-COUNT        PIC 9(7)    VALUE ZERO.
015699 77  WS-CAPPED-COUNT         PIC 9(7)    VALUE ZERO.
015699 77  WS-NEAR-CAP-COUNT       PIC 9(7)    VALUE ZERO.
015699 77  WS-WITHHELD-AMT         PIC 9(9)V99 VALUE ZERO.

016300 01  WS-REPORT-LINE.
016400     05  RL-CUST-ID              PIC Z(5)9.
017200     05  RL-DISCOUNT-AMT         PIC Z(5)9.99.
017300     05  FILLER                  PIC X(3)  VALUE SPACES.
017400     05  RL-FINAL-AMT            PIC Z(5)9.99.
017500     05  FILLER                  PIC X(3)  VALUE SPACES.
017510     05  RL-CAMPAIGN-CODE        PIC X(8).
017520     05  FILLER                  PIC X(2)  VALUE SPACES.
017530     05  RL-CAP-ACTION           PIC X(8).
017540     05  FILLER                  PIC X(30) VALUE SPACES.

017600 01  WS-REPORT-HEADING-1         PIC X(132)
017700         VALUE 'CUSTDISC - CUSTOMER DISCOUNT AUDIT REPORT'.
017800 01  WS-REPORT-HEADING-2         PIC X(132)
017900         VALUE '  CUST-ID  CUSTOMER NAME                  AGE
018000-    ' RATE   DISCOUNT AMT   FINAL AMT  CAMPAIGN  CAP ACTN'.

018100 01  WS-REPORT-TOTAL-LINE.
018200     05  FILLER                  PIC X(5)  VALUE SPACES.
021731     05  BL-DISCOUNT-AMT         PIC Z(8)9.99.
021732     05  FILLER                  PIC X(74) VALUE SPACES.

021733* ANNUAL DISCOUNT CAP ROWS, LOADED FROM THE FINANCE-MAINTAINED
021734* DISCCAP FILE AT OPEN TIME AS THE BRANCH CROSS-REFERENCE IS.
021735 01  WS-CAP-TABLE-AREA.
021736     05  WS-CAP-ENTRY OCCURS 20 TIMES.
021737         10  CPT-EFFECTIVE-YEAR  PIC 9(4).
021738         10  CPT-CUST-STATUS     PIC X(1).
021739         10  CPT-CAP-AMOUNT      PIC 9(7)V99.

021740* CAPRPT - ONE LINE PER CUSTOMER THE ANNUAL CAP TRIMMED OR
021741* ZEROED TONIGHT, OR LEFT WITHIN 10% OF THE CAP.
021742 01  WS-CAP-HEADING-1            PIC X(132)
021743         VALUE 'CUSTDISC - ANNUAL DISCOUNT CAP REPORT'.
021744 01  WS-CAP-HEADING-2.
021745     05  FILLER                  PIC X(9)  VALUE 'CUST-ID'.
021746     05  FILLER                  PIC X(32) VALUE 'CUSTOMER NAME'.
021747     05  FILLER                  PIC X(5)  VALUE 'BRN'.
021748     05  FILLER                  PIC X(12) VALUE '   CAP AMT'.
021749     05  FILLER                  PIC X(12) VALUE 'YTD BEFORE'.
021750     05  FILLER                  PIC X(12) VALUE '  COMPUTED'.
021751     05  FILLER                  PIC X(12) VALUE '   GRANTED'.
021752     05  FILLER                  PIC X(12) VALUE ' YTD AFTER'.
021753     05  FILLER                  PIC X(12) VALUE '  HEADROOM'.
021754     05  FILLER                  PIC X(14) VALUE 'ACTION'.

021755 01  WS-CAP-LINE.
021756     05  CR-CUST-ID              PIC Z(5)9.
021757     05  FILLER                  PIC X(3)  VALUE SPACES.
021758     05  CR-CUST-NAME            PIC X(30).
021759     05  FILLER                  PIC X(2)  VALUE SPACES.
021760     05  CR-BRANCH-CODE          PIC X(3).
021761     05  FILLER                  PIC X(2)  VALUE SPACES.
021762     05  CR-CAP-AMT              PIC Z(6)9.99.
021763     05  FILLER                  PIC X(2)  VALUE SPACES.
021764     05  CR-YTD-BEFORE           PIC Z(6)9.99.
021765     05  FILLER                  PIC X(2)  VALUE SPACES.
021766     05  CR-COMPUTED-AMT         PIC Z(6)9.99.
021767     05  FILLER                  PIC X(2)  VALUE SPACES.
021768     05  CR-GRANTED-AMT          PIC Z(6)9.99.
021769     05  FILLER                  PIC X(2)  VALUE SPACES.
021770     05  CR-YTD-AFTER            PIC Z(6)9.99.
021771     05  FILLER                  PIC X(2)  VALUE SPACES.
021772     05  CR-HEADROOM             PIC Z(6)9.99.
021773     05  FILLER                  PIC X(2)  VALUE SPACES.
021774     05  CR-CAP-ACTION           PIC X(8).
021775     05  FILLER                  PIC X(6)  VALUE SPACES.

021776 01  WS-CAP-TOTAL-LINE.
021777     05  FILLER                  PIC X(5)  VALUE SPACES.
021778     05  FILLER                  PIC X(9)  VALUE 'TRIMMED: '.
021779     05  CT-TRIMMED-COUNT        PIC Z(6)9.
021780     05  FILLER                  PIC X(10) VALUE '  CAPPED: '.
021781     05  CT-CAPPED-COUNT         PIC Z(6)9.
021782     05  FILLER                  PIC X(12) VALUE '  NEAR CAP: '.
021783     05  CT-NEAR-CAP-COUNT       PIC Z(6)9.
021784     05  FILLER                  PIC X(21) VALUE
021785         '  DISCOUNT WITHHELD: '.
021786     05  CT-WITHHELD-AMT         PIC Z(8)9.99.
021787     05  FILLER                  PIC X(42) VALUE SPACES.

021810 LINKAGE SECTION.
021820 01  PARM-AREA.
021830     05  PARM-LENGTH             PIC S9(4) COMP.
023280* ACCIDENTAL RESUBMISSION BY THE PRESENCE OF A HIGH-WATER MARK.
023300 1000-INITIALIZE.
023310     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
023311     MOVE WS-RUN-DATE (1:4) TO WS-RUN-YEAR
023320     PERFORM 9500-LOG-RUN-START THRU 9500-EXIT
023350     PERFORM 1050-PARSE-PARM THRU 1050-EXIT
023360     PERFORM 1300-LOAD-CHECKPOINT THRU 1300-EXIT
024850     IF WS-HIST-STATUS = '35'
024860         OPEN OUTPUT DISCOUNT-HISTORY-FILE
024865         MOVE 'Y' TO WS-HIST-OUTPUT-SWITCH
024870     END-IF
024871* THE YEAR-TO-DATE ACCUMULATOR IS CARRIED ACROSS RUNS LIKE THE
024872* HISTORY KSDS AND IS CREATED THE SAME WAY ON THE VERY FIRST RUN
024873     OPEN I-O DISCOUNT-YTD-FILE
024874     IF WS-YTD-STATUS = '35'
024875         OPEN OUTPUT DISCOUNT-YTD-FILE
024876         MOVE 'Y' TO WS-YTD-OUTPUT-SWITCH
024877     END-IF
024878     OPEN OUTPUT CAP-REPORT-FILE
024879     PERFORM 1170-LOAD-CAP-TABLE THRU 1170-EXIT.
024900 1100-EXIT.
025000     EXIT.

027289 1160-EXIT.
027290     EXIT.

027291* THE ANNUAL CAP FILE IS MAINTAINED BY FINANCE - A MISSING FILE
027292* READS AS EMPTY AND NO CUSTOMER IS CAPPED, THOUGH EVERY
027293* CUSTOMER'S YEAR-TO-DATE ACCUMULATOR IS STILL KEPT.
027294 1170-LOAD-CAP-TABLE.
027295     OPEN INPUT DISCOUNT-CAP-FILE
027296     IF WS-DCAP-STATUS = '00'
027297         PERFORM 1180-LOAD-CAP-ENTRY THRU 1180-EXIT
027298             UNTIL WS-DCAP-EOF-SWITCH = 'Y'
027299         CLOSE DISCOUNT-CAP-FILE
027299     ELSE
027299         DISPLAY 'CUSTDISC - NO ANNUAL CAP FILE - NO CUSTOMER IS'
027299             ' CAPPED THIS RUN'
027299     END-IF.
027299 1170-EXIT.
027299     EXIT.

027299* A 21ST CAP ROW IS REJECTED AND LOGGED RATHER THAN WRITTEN PAST
027299* THE TABLE, AS THE BRANCH CROSS-REFERENCE LOAD DOES.
027299 1180-LOAD-CAP-ENTRY.
027299     READ DISCOUNT-CAP-FILE
027299         AT END
027299             MOVE 'Y' TO WS-DCAP-EOF-SWITCH
027299     END-READ
027299     IF WS-DCAP-EOF-SWITCH NOT = 'Y'
027299         IF WS-CAP-COUNT < 20
027299             ADD 1 TO WS-CAP-COUNT
027299             MOVE CP-EFFECTIVE-YEAR
027299                 TO CPT-EFFECTIVE-YEAR (WS-CAP-COUNT)
027299             MOVE CP-CUST-STATUS
027299                 TO CPT-CUST-STATUS (WS-CAP-COUNT)
027299             MOVE CP-CAP-AMOUNT
027299                 TO CPT-CAP-AMOUNT (WS-CAP-COUNT)
027299         ELSE
027299             DISPLAY 'CUSTDISC: CAP ROW REJECTED, TABLE FULL: '
027299                 CP-EFFECTIVE-YEAR ' ' CP-CUST-STATUS
027299         END-IF
027299     END-IF.
027299 1180-EXIT.
027299     EXIT.

027300* RESTART LOGIC - ON A FRESH RUN CHECKPOINT-FILE WILL NOT EXIST
027400* YET (FILE STATUS 35) AND WS-RESTART-ID STAYS ZERO, SO NO
027500* CUSTFILE RECORDS ARE SKIPPED.  ONCE A CHECKPOINT FILE EXISTS
030000 1400-WRITE-REPORT-HEADING.
030100     WRITE DISCOUNT-REPORT-RECORD FROM WS-REPORT-HEADING-1
030200     WRITE DISCOUNT-REPORT-RECORD FROM WS-REPORT-HEADING-2
030300     WRITE SENIOR-DISCOUNT-APPROVAL-RECORD FROM WS-SENIOR-HEADING
030310     WRITE CAP-REPORT-RECORD FROM WS-CAP-HEADING-1
030320     WRITE CAP-REPORT-RECORD FROM WS-CAP-HEADING-2.
030400 1400-EXIT.
030500     EXIT.

033200             PERFORM 7000-VALIDATE-BALANCE THRU 7000-EXIT
033300             PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
033350             PERFORM 7700-WRITE-HISTORY THRU 7700-EXIT
033355             PERFORM 7750-WRITE-YTD THRU 7750-EXIT
033360             PERFORM 7800-WRITE-JOURNAL THRU 7800-EXIT
033400             PERFORM 8000-UPDATE-CUSTOMER THRU 8000-EXIT
033450* BUSINESS RULE: FINANCE REQUIRES MANAGER SIGN-OFF ON ANY
036300*****************************************************************
036400* 5000-CALCULATE-DISCOUNT - RATELOOK OWNS THE DISCOUNT-RATE-FILE
036500* TABLE AND THE SEARCH LOGIC (SHARED WITH CUSTINQ) AND HANDS BACK
036600* THE RATE FOR THIS CUSTOMER'S AGE AND STATUS.  CAMPLOOK THEN
036700* APPLIES ANY MARKETING CAMPAIGN LIVE ON THE BUSINESS DATE,
036800* RETURNING THE FINAL RATE AND THE CAMPAIGN CODE (SPACES IF
036810* THE TABLE RATE STANDS).
036900*****************************************************************
037000 5000-CALCULATE-DISCOUNT.
037300     MOVE ZERO TO WS-DISCOUNT-RATE
037350     CALL 'RATELOOK' USING CUST-AGE CUST-STATUS WS-DISCOUNT-RATE
037360     MOVE WS-DISCOUNT-RATE TO WS-BASE-RATE
037370     CALL 'CAMPLOOK' USING CUST-ID CUST-BRANCH CUST-STATUS
037380         WS-RUN-DATE WS-DISCOUNT-RATE WS-CAMPAIGN-CODE
037390     IF WS-CAMPAIGN-CODE NOT = SPACES
037400         ADD 1 TO WS-CAMPAIGN-COUNT
037410     END-IF.
037700 5000-EXIT.
037800     EXIT.

039000 6000-APPLY-DISCOUNT.
039100     COMPUTE WS-DISCOUNT-AMOUNT =
039200         CUST-BALANCE * WS-DISCOUNT-RATE / 100
039250     PERFORM 6100-APPLY-ANNUAL-CAP THRU 6100-EXIT
039300     COMPUTE WS-FINAL-AMOUNT =
039400         CUST-BALANCE - WS-DISCOUNT-AMOUNT
039500     ADD WS-DISCOUNT-AMOUNT TO WS-TOTAL-DISCOUNT-AMT
039580* BALANCE AT A NONZERO RATE) COUNTS AS NO-DISCOUNT - 8000 ONLY
039590* WRITES A GL RECORD FOR A NONZERO AMOUNT, AND THE SENIOR-PLUS-
039591* ACTIVE COUNT MUST EQUAL THE GL RECORD COUNT FOR GLBALCHK.
039592* A DISCOUNT THE ANNUAL CAP TOOK TO ZERO COUNTS THE SAME WAY.
039600     EVALUATE TRUE
039700         WHEN WS-DISCOUNT-AMOUNT = ZERO
039800             ADD 1 TO WS-NODISC-COUNT
040400 6000-EXIT.
040500     EXIT.

040510*****************************************************************
040520* 6100-APPLY-ANNUAL-CAP - HOLD THE DISCOUNT TO WHAT IS LEFT OF
040530* THE CUSTOMER'S FINANCE ANNUAL CAP (DISCCAP) AFTER THE DISCOUNT
040540* ALREADY GRANTED THIS CALENDAR YEAR (DISCYTD).  A DISCOUNT PAST
040550* THE HEADROOM IS TRIMMED TO IT; ONCE THE CAP IS REACHED THE
040560* DISCOUNT IS ZERO.  A CUSTOMER NO CAP ROW COVERS IS NOT LIMITED.
040570* THE RATE IS LEFT ALONE - THE HISTORY, JOURNAL AND SENIOR
040580* SIGN-OFF STILL SHOW THE RATE THE CUSTOMER QUALIFIED FOR.
040590*****************************************************************
040600 6100-APPLY-ANNUAL-CAP.
040610     MOVE SPACES             TO WS-CAP-ACTION
040620     MOVE WS-DISCOUNT-AMOUNT TO WS-COMPUTED-AMOUNT
040630     PERFORM 6110-READ-YTD THRU 6110-EXIT
040640     PERFORM 6120-FIND-CAP THRU 6120-EXIT
040650     IF NOT CAP-APPLIES
040660         GO TO 6100-EXIT
040670     END-IF
040680     IF WS-YTD-PRIOR-AMT < WS-CAP-AMOUNT
040690         COMPUTE WS-CAP-HEADROOM =
040700             WS-CAP-AMOUNT - WS-YTD-PRIOR-AMT
040710     ELSE
040720         MOVE ZERO TO WS-CAP-HEADROOM
040730     END-IF
040740     EVALUATE TRUE
040750         WHEN WS-DISCOUNT-AMOUNT = ZERO
040760             CONTINUE
040770         WHEN WS-CAP-HEADROOM = ZERO
040780             MOVE ZERO      TO WS-DISCOUNT-AMOUNT
040790             MOVE 'CAPPED'  TO WS-CAP-ACTION
040800             ADD 1 TO WS-CAPPED-COUNT
040810         WHEN WS-DISCOUNT-AMOUNT > WS-CAP-HEADROOM
040820             MOVE WS-CAP-HEADROOM TO WS-DISCOUNT-AMOUNT
040830             MOVE 'TRIMMED' TO WS-CAP-ACTION
040840             ADD 1 TO WS-TRIMMED-COUNT
040850     END-EVALUATE
040860     IF WS-CAP-ACTION NOT = SPACES
040870         COMPUTE WS-WITHHELD-AMT = WS-WITHHELD-AMT
040880             + WS-COMPUTED-AMOUNT - WS-DISCOUNT-AMOUNT
040890     END-IF
040900*    NOT TRIMMED, BUT WITHIN TEN PER CENT OF THE CAP ONCE
040910*    TONIGHT'S DISCOUNT IS IN - FINANCE WANTS WARNING OF THOSE
040920     IF WS-CAP-ACTION = SPACES
040930         AND WS-CAP-AMOUNT > ZERO
040940         AND (WS-YTD-PRIOR-AMT + WS-DISCOUNT-AMOUNT) * 10
040950             NOT < WS-CAP-AMOUNT * 9
040960         MOVE 'NEAR CAP' TO WS-CAP-ACTION
040970         ADD 1 TO WS-NEAR-CAP-COUNT
040980     END-IF.
040990 6100-EXIT.
041000     EXIT.

041010* THE FIRST RUN OF A NEW CALENDAR YEAR STARTS THE CUSTOMER AGAIN
041020* FROM ZERO.  A CHECKPOINT RESTART REPRICES THE CUSTOMER THE
041030* ABEND CAUGHT IN FLIGHT; IF THAT CUSTOMER'S ACCUMULATOR HAD
041040* ALREADY TAKEN TONIGHT'S DISCOUNT, THE POSTED AMOUNT COMES BACK
041050* OUT HERE SO THE REPRICED ONE REPLACES IT INSTEAD OF COUNTING
041060* TWICE.  ONLY THAT ONE CUSTOMER CAN CARRY TONIGHT'S DATE - THE
041070* CHECKPOINT FOLLOWS EVERY RECORD.
041080 6110-READ-YTD.
041090     MOVE 'N'  TO WS-YTD-NEW-SWITCH
041100     MOVE ZERO TO WS-YTD-PRIOR-AMT
041110     MOVE CUST-ID TO YT-CUST-ID
041120     IF WS-YTD-OUTPUT-SWITCH = 'Y'
041130* BRAND-NEW FILE THIS RUN - EVERY CUSTOMER IS A FIRST RECORD
041140         MOVE 'Y' TO WS-YTD-NEW-SWITCH
041150     ELSE
041160         READ DISCOUNT-YTD-FILE
041170             INVALID KEY
041180                 MOVE 'Y' TO WS-YTD-NEW-SWITCH
041190         END-READ
041200     END-IF
041210     IF WS-YTD-NEW-SWITCH = 'Y'
041220         MOVE CUST-ID     TO YT-CUST-ID
041230         MOVE WS-RUN-YEAR TO YT-YEAR
041240         MOVE ZERO        TO YT-DISCOUNT-AMT
041250         MOVE ZERO        TO YT-LAST-RUN-DATE
041260         MOVE ZERO        TO YT-LAST-RUN-AMT
041270         GO TO 6110-EXIT
041280     END-IF
041290     IF YT-YEAR NOT = WS-RUN-YEAR
041300         MOVE WS-RUN-YEAR TO YT-YEAR
041310         MOVE ZERO        TO YT-DISCOUNT-AMT
041320         GO TO 6110-EXIT
041330     END-IF
041340     IF WS-RESTART-ACTIVE-SWITCH = 'Y'
041350         AND YT-LAST-RUN-DATE = WS-RUN-DATE
041360         IF YT-DISCOUNT-AMT > YT-LAST-RUN-AMT
041370             SUBTRACT YT-LAST-RUN-AMT FROM YT-DISCOUNT-AMT
041380         ELSE
041390             MOVE ZERO TO YT-DISCOUNT-AMT
041400         END-IF
041410         DISPLAY 'CUSTDISC - RESTART - YTD POSTING FOR ' CUST-ID
041420             ' REPLACED'
041430     END-IF
041440     MOVE YT-DISCOUNT-AMT TO WS-YTD-PRIOR-AMT.
041450 6110-EXIT.
041460     EXIT.

041470* THE ROW WITH THE LATEST EFFECTIVE YEAR NOT PAST THE RUN YEAR
041480* COVERING THE CUSTOMER'S STATUS APPLIES; ON THE SAME YEAR A ROW
041490* FOR THE CUSTOMER'S OWN STATUS BEATS A '*' ROW, AND OTHERWISE
041500* THE FIRST ON THE FILE WINS.
041510 6120-FIND-CAP.
041520     MOVE 'N'  TO WS-CAP-FOUND-SWITCH
041530     MOVE 'N'  TO WS-CAP-BEST-EXACT
041540     MOVE ZERO TO WS-CAP-BEST-YEAR
041550     MOVE ZERO TO WS-CAP-AMOUNT
041560     PERFORM 6130-MATCH-CAP-ENTRY THRU 6130-EXIT
041570         VARYING WS-CAP-SUB FROM 1 BY 1
041580         UNTIL WS-CAP-SUB > WS-CAP-COUNT.
041590 6120-EXIT.
041600     EXIT.

041610 6130-MATCH-CAP-ENTRY.
041620     IF CPT-EFFECTIVE-YEAR (WS-CAP-SUB) > WS-RUN-YEAR
041630         GO TO 6130-EXIT
041640     END-IF
041650     IF CPT-CUST-STATUS (WS-CAP-SUB) NOT = CUST-STATUS
041660         AND CPT-CUST-STATUS (WS-CAP-SUB) NOT = '*'
041670         GO TO 6130-EXIT
041680     END-IF
041690     IF CAP-APPLIES
041700         AND CPT-EFFECTIVE-YEAR (WS-CAP-SUB) < WS-CAP-BEST-YEAR
041710         GO TO 6130-EXIT
041720     END-IF
041730     IF CAP-APPLIES
041740         AND CPT-EFFECTIVE-YEAR (WS-CAP-SUB) = WS-CAP-BEST-YEAR
041750         AND (WS-CAP-BEST-EXACT = 'Y'
041760              OR CPT-CUST-STATUS (WS-CAP-SUB) = '*')
041770         GO TO 6130-EXIT
041780     END-IF
041790     MOVE 'Y' TO WS-CAP-FOUND-SWITCH
041800     MOVE CPT-EFFECTIVE-YEAR (WS-CAP-SUB) TO WS-CAP-BEST-YEAR
041810     MOVE CPT-CAP-AMOUNT (WS-CAP-SUB)     TO WS-CAP-AMOUNT
041820     IF CPT-CUST-STATUS (WS-CAP-SUB) = '*'
041830         MOVE 'N' TO WS-CAP-BEST-EXACT
041840     ELSE
041850         MOVE 'Y' TO WS-CAP-BEST-EXACT
041860     END-IF.
041870 6130-EXIT.
041880     EXIT.

040600 7000-VALIDATE-BALANCE.
040700* Business Rule: Minimum balance must be maintained
040800     IF WS-FINAL-AMOUNT < WS-MIN-BALANCE
043000     MOVE WS-DISCOUNT-RATE   TO RL-DISCOUNT-RATE
043100     MOVE WS-DISCOUNT-AMOUNT TO RL-DISCOUNT-AMT
043200     MOVE WS-FINAL-AMOUNT    TO RL-FINAL-AMT
043210     MOVE WS-CAMPAIGN-CODE   TO RL-CAMPAIGN-CODE
043220     MOVE WS-CAP-ACTION      TO RL-CAP-ACTION
043300     WRITE DISCOUNT-REPORT-RECORD FROM WS-REPORT-LINE.
043400 7500-EXIT.
043500     EXIT.
043562     MOVE WS-DISCOUNT-AMOUNT TO HX-DISCOUNT-AMT (1)
043564     MOVE CUST-BALANCE       TO HX-BALANCE-BEFORE (1)
043566     MOVE WS-FINAL-AMOUNT    TO HX-BALANCE-AFTER (1)
043567     MOVE WS-CAMPAIGN-CODE   TO HX-CAMPAIGN-CODE (1)
043568     IF HX-ENTRY-COUNT < 6
043570         ADD 1 TO HX-ENTRY-COUNT
043572     END-IF
043594 7710-EXIT.
043596     EXIT.

043596* THE DISCOUNT ACTUALLY GRANTED GOES INTO THE CUSTOMER'S
043596* ACCUMULATOR, WITH TONIGHT'S DATE AND AMOUNT KEPT BESIDE IT SO A
043596* RESTART OR A DISCBACK BACKOUT CAN TAKE THIS RUN'S SHARE BACK
043596* OUT.  A CUSTOMER WITH NO RECORD AND NOTHING GRANTED TONIGHT
043596* IS NOT GIVEN ONE.
043596 7750-WRITE-YTD.
043596     COMPUTE WS-YTD-AFTER-AMT =
043596         WS-YTD-PRIOR-AMT + WS-DISCOUNT-AMOUNT
043596     IF WS-CAP-ACTION NOT = SPACES
043596         PERFORM 7760-WRITE-CAP-LINE THRU 7760-EXIT
043596     END-IF
043596     IF WS-YTD-NEW-SWITCH = 'Y'
043596         AND WS-DISCOUNT-AMOUNT = ZERO
043596         GO TO 7750-EXIT
043596     END-IF
043596     MOVE CUST-ID            TO YT-CUST-ID
043596     MOVE WS-RUN-YEAR        TO YT-YEAR
043596     MOVE WS-YTD-AFTER-AMT   TO YT-DISCOUNT-AMT
043596     MOVE WS-RUN-DATE        TO YT-LAST-RUN-DATE
043596     MOVE WS-DISCOUNT-AMOUNT TO YT-LAST-RUN-AMT
043596     IF WS-YTD-NEW-SWITCH = 'Y'
043596         WRITE DISCOUNT-YTD-RECORD
043596     ELSE
043596         REWRITE DISCOUNT-YTD-RECORD
043596     END-IF.
043596 7750-EXIT.
043596     EXIT.

043596 7760-WRITE-CAP-LINE.
043596     MOVE CUST-ID            TO CR-CUST-ID
043596     MOVE CUST-NAME          TO CR-CUST-NAME
043596     MOVE CUST-BRANCH        TO CR-BRANCH-CODE
043596     MOVE WS-CAP-AMOUNT      TO CR-CAP-AMT
043596     MOVE WS-YTD-PRIOR-AMT   TO CR-YTD-BEFORE
043596     MOVE WS-COMPUTED-AMOUNT TO CR-COMPUTED-AMT
043596     MOVE WS-DISCOUNT-AMOUNT TO CR-GRANTED-AMT
043596     MOVE WS-YTD-AFTER-AMT   TO CR-YTD-AFTER
043596     IF WS-YTD-AFTER-AMT < WS-CAP-AMOUNT
043596         COMPUTE CR-HEADROOM = WS-CAP-AMOUNT - WS-YTD-AFTER-AMT
043596     ELSE
043596         MOVE ZERO TO CR-HEADROOM
043596     END-IF
043596     MOVE WS-CAP-ACTION      TO CR-CAP-ACTION
043596     WRITE CAP-REPORT-RECORD FROM WS-CAP-LINE.
043596 7760-EXIT.
043596     EXIT.

043597* ONE PERMANENT JOURNAL RECORD PER PRICED CUSTOMER - THE SAME
043597* VALUES THE ROLLING HISTORY GETS, PLUS THE NAME, APPENDED TO
043597* THE FILE THE YEAR-END STATEMENT RUN (DISCSTMT) READS.  THE
043597     MOVE CUST-BALANCE       TO JR-BALANCE-BEFORE
043597     MOVE WS-FINAL-AMOUNT    TO JR-BALANCE-AFTER
043597     MOVE SPACE              TO JR-REVERSAL-FLAG
043597     MOVE SPACE              TO JR-ADJUST-FLAG
043597     MOVE WS-CAMPAIGN-CODE   TO JR-CAMPAIGN-CODE
043597     MOVE WS-BASE-RATE       TO JR-BASE-RATE
043597     MOVE CUST-BRANCH        TO JR-BRANCH-CODE
043597     WRITE DISCOUNT-JOURNAL-RECORD.
043597 7800-EXIT.
043597     EXIT.
048200     PERFORM 9100-WRITE-REPORT-TOTALS THRU 9100-EXIT
048210     PERFORM 9200-WRITE-RUN-SUMMARY THRU 9200-EXIT
048220     PERFORM 9300-WRITE-RUN-COMPLETE THRU 9300-EXIT
048230     PERFORM 9400-WRITE-CAP-TOTALS THRU 9400-EXIT
048300     CLOSE CUSTOMER-FILE
048400     CLOSE DISCOUNT-REPORT-FILE
048500     CLOSE CUST-EXCEPTION-FILE
048916     CLOSE BALANCE-UPDATE-FILE
048920     CLOSE DISCOUNT-HISTORY-FILE
048925     CLOSE DISCOUNT-JOURNAL-FILE
048930     CLOSE DISCOUNT-YTD-FILE
048935     CLOSE CAP-REPORT-FILE
049000     DISPLAY 'CUSTDISC - RECORDS PROCESSED:  ' WS-RECORD-COUNT
049100     DISPLAY 'CUSTDISC - RECORDS SKIPPED:    ' WS-SKIPPED-COUNT
049200     DISPLAY 'CUSTDISC - SUSPENSE RECORDS:   ' WS-SUSPENSE-COUNT
049210     DISPLAY 'CUSTDISC - CAMPAIGN PRICED:    ' WS-CAMPAIGN-COUNT
049220     DISPLAY 'CUSTDISC - ANNUAL CAP TRIMMED: ' WS-TRIMMED-COUNT
049230     DISPLAY 'CUSTDISC - ANNUAL CAP REACHED: ' WS-CAPPED-COUNT
049240     DISPLAY 'CUSTDISC - NEAR ANNUAL CAP:    ' WS-NEAR-CAP-COUNT
049245     DISPLAY 'CUSTDISC - CAP WITHHELD AMT:   ' WS-WITHHELD-AMT
049250     PERFORM 9600-LOG-RUN-END THRU 9600-EXIT.
049300 9000-EXIT.
049400     EXIT.
052500 9300-EXIT.
052600     EXIT.

052601 9400-WRITE-CAP-TOTALS.
052602     MOVE WS-TRIMMED-COUNT  TO CT-TRIMMED-COUNT
052603     MOVE WS-CAPPED-COUNT   TO CT-CAPPED-COUNT
052604     MOVE WS-NEAR-CAP-COUNT TO CT-NEAR-CAP-COUNT
052605     MOVE WS-WITHHELD-AMT   TO CT-WITHHELD-AMT
052606     WRITE CAP-REPORT-RECORD FROM WS-CAP-TOTAL-LINE.
052607 9400-EXIT.
052608     EXIT.

052610* SHARED NIGHT-RUN EVENT LOG - THE START EVENT IS WRITTEN
052620* BEFORE THE BUSINESS-DATE GATE, SO A RUN THE GATE REFUSES
052630* (U0016, NO END EVENT) READS AS ABENDED ON THE RUNSTAT
