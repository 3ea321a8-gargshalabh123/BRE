000100*****************************************************************
000200* ACCSRPT - DAILY CUSTOMER-DATA ACCESS REPORT FROM CUSTINQ LOG
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. ACCSRPT.
000600 AUTHOR. LEGACY SYSTEMS TEAM.
000700 INSTALLATION. RETAIL BANKING - CUSTOMER MAINTENANCE.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.

001000*****************************************************************
001100* MODIFICATION HISTORY
001200*   DATE       INIT  DESCRIPTION
001300*   ---------- ----  ---------------------------------------------
001400*   2026-10-15  RLS  ORIGINAL.  COMPLIANCE'S DAILY REVIEW OF
001500*                    CALL-CENTER ACCESS TO CUSTOMER DATA.  READS
001600*                    THE CUSTINQ ACCESS AUDIT LOG (INQAUDIT),
001700*                    SORTED BY THE JOB INTO USER ID / DATE /
001800*                    TIME ORDER, AND PRINTS ONE BLOCK PER CLERK
001900*                    PER DAY:
002000*                      - EVERY LOOKUP THAT SHOWED A DORMANT-
002100*                        ARCHIVED ACCOUNT (DORMARCH) OR A STAFF
002200*                        ACCOUNT (PERSONNEL'S STAFFACT FILE) -
002300*                        A CLERK'S OWN ACCOUNT IS CALLED OUT -
002400*                        WHETHER THE DETAIL WAS DISPLAYED OR
002500*                        THE CUSTOMER ONLY APPEARED ON A
002600*                        NAME-SEARCH PICK-LIST
002700*                      - THE CLERK'S DAY TOTALS, FLAGGED FOR
002800*                        HIGH INQUIRY VOLUME AND FOR NAME
002900*                        BROWSES WITH NO SELECTION
003000*                      - EVERY CUSTOMER WHOSE DETAIL THE CLERK
003100*                        DISPLAYED REPEATEDLY THAT DAY
003200*                    THE THREE LIMITS COME FROM THE SYSIN CARD
003300*                    (COLS 1-4 VOLUME, 5-6 NO-SELECT BROWSES,
003400*                    7-8 REPEAT VIEWS; DEFAULTS 100, 5 AND 3) -
003500*                    A COUNT AT OR OVER ITS LIMIT IS FLAGGED.
003600*                    ANY FLAG ENDS THE STEP RC=4 SO THE REPORT
003700*                    GOES TO COMPLIANCE FOR FOLLOW-UP.
003800*****************************************************************

003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-370.
004200 OBJECT-COMPUTER. IBM-370.

004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT AUDIT-IN-FILE ASSIGN TO 'AUDITIN'
004600         ORGANIZATION IS SEQUENTIAL
004700         ACCESS MODE IS SEQUENTIAL.

004800     SELECT STAFF-ACCOUNT-FILE ASSIGN TO 'STAFFACT'
004900         ORGANIZATION IS SEQUENTIAL
005000         ACCESS MODE IS SEQUENTIAL
005100         FILE STATUS IS WS-STAFF-STATUS.

005200     SELECT DORMANT-ARCHIVE-FILE ASSIGN TO 'DORMARCH'
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS DA-CUST-ID
005600         FILE STATUS IS WS-ARCH-STATUS.

005700     SELECT ACCESS-REPORT-FILE ASSIGN TO 'ACCSRPT'
005800         ORGANIZATION IS SEQUENTIAL
005900         ACCESS MODE IS SEQUENTIAL.

006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  AUDIT-IN-FILE
006300     LABEL RECORDS ARE STANDARD.
006400     COPY INQAUDIT.

006500 FD  STAFF-ACCOUNT-FILE
006600     LABEL RECORDS ARE STANDARD.
006700     COPY STAFFACT.

006800 FD  DORMANT-ARCHIVE-FILE
006900     LABEL RECORDS ARE STANDARD.
007000     COPY DORMARCH.

007100 FD  ACCESS-REPORT-FILE
007200     LABEL RECORDS ARE OMITTED
007300     RECORD CONTAINS 132 CHARACTERS.
007400 01  ACCESS-REPORT-RECORD        PIC X(132).

007500 WORKING-STORAGE SECTION.
007600 77  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.

007700 77  WS-STAFF-STATUS         PIC X(2)    VALUE '00'.
007800 77  WS-ARCH-STATUS          PIC X(2)    VALUE '00'.

007900 77  WS-AUDIT-EOF-SWITCH     PIC X(1)    VALUE 'N'.
008000     88  END-OF-AUDIT-FILE                  VALUE 'Y'.
008100 77  WS-STAFF-EOF-SWITCH     PIC X(1)    VALUE 'N'.
008200 77  WS-ARCH-OPEN-SWITCH     PIC X(1)    VALUE 'N'.
008300 77  WS-CLERK-OPEN-SWITCH    PIC X(1)    VALUE 'N'.
008400     88  CLERK-OPEN                         VALUE 'Y'.
008500 77  WS-VIEW-FOUND-SWITCH    PIC X(1)    VALUE 'N'.
008600     88  VIEW-FOUND                         VALUE 'Y'.
008700 77  WS-STAFF-FOUND-SWITCH   PIC X(1)    VALUE 'N'.
008800     88  STAFF-FOUND                        VALUE 'Y'.
008900 77  WS-CLERK-FLAG-SWITCH    PIC X(1)    VALUE 'N'.
009000     88  CLERK-FLAGGED                      VALUE 'Y'.

009100* LIMITS FROM THE SYSIN CARD - A BLANK OR NON-NUMERIC FIELD
009200* TAKES THE DEFAULT
009300 01  WS-LIMIT-CARD           PIC X(8)    VALUE SPACES.
009400 01  WS-LIMIT-CARD-FIELDS REDEFINES WS-LIMIT-CARD.
009500     05  LC-VOLUME-LIMIT         PIC X(4).
009600     05  LC-BROWSE-LIMIT         PIC X(2).
009700     05  LC-REPEAT-LIMIT         PIC X(2).
009800 77  WS-VOLUME-LIMIT         PIC 9(4)    VALUE ZERO.
009900 77  WS-BROWSE-LIMIT         PIC 9(2)    VALUE ZERO.
010000 77  WS-REPEAT-LIMIT         PIC 9(2)    VALUE ZERO.

010100* THE CLERK-DAY BEING ACCUMULATED
010200 77  WS-CLERK-USER-ID        PIC X(8)    VALUE SPACES.
010300 77  WS-CLERK-DATE           PIC 9(8)    VALUE ZERO.
010400 77  WS-CLERK-INQUIRIES      PIC 9(5)    VALUE ZERO.
010500 77  WS-CLERK-ID-SEARCHES    PIC 9(5)    VALUE ZERO.
010600 77  WS-CLERK-NAME-SEARCHES  PIC 9(5)    VALUE ZERO.
010700 77  WS-CLERK-NO-SELECT      PIC 9(5)    VALUE ZERO.
010800 77  WS-CLERK-SHOWN          PIC 9(5)    VALUE ZERO.
010900 77  WS-CLERK-HISTORY        PIC 9(5)    VALUE ZERO.
011000 77  WS-CLERK-SENSITIVE      PIC 9(5)    VALUE ZERO.

011100 77  WS-AUDIT-READ-COUNT     PIC 9(7)    VALUE ZERO.
011200 77  WS-CLERK-DAY-COUNT      PIC 9(7)    VALUE ZERO.
011300 77  WS-FLAGGED-COUNT        PIC 9(7)    VALUE ZERO.
011400 77  WS-SENSITIVE-COUNT      PIC 9(7)    VALUE ZERO.
011500 77  WS-REPEAT-COUNT         PIC 9(7)    VALUE ZERO.
011600 77  WS-VIEW-OVERFLOW-COUNT  PIC 9(7)    VALUE ZERO.

011700 77  WS-CHECK-CUST-ID        PIC 9(6)    VALUE ZERO.
011800 77  WS-LIST-SUB             PIC 9(2) COMP VALUE ZERO.
011900 77  WS-STAFF-COUNT          PIC 9(3) COMP VALUE ZERO.
012000 77  WS-STAFF-SUB            PIC 9(3) COMP VALUE ZERO.
012100 77  WS-VIEW-COUNT           PIC 9(3) COMP VALUE ZERO.
012200 77  WS-VIEW-SUB             PIC 9(3) COMP VALUE ZERO.
012300 77  WS-VIEW-FOUND-SUB       PIC 9(3) COMP VALUE ZERO.

012400* STAFF ACCOUNTS, LOADED AT OPEN TIME FROM PERSONNEL'S STAFFACT
012500* FILE AS DISCADJ LOADS ITS APPROVER LIMITS.
012600 01  WS-STAFF-TABLE-AREA.
012700     05  WS-STAFF-ENTRY OCCURS 500 TIMES.
012800         10  STF-CUST-ID         PIC 9(6).
012900         10  STF-USER-ID         PIC X(8).
013000         10  STF-STAFF-NAME      PIC X(20).

013100* CUSTOMERS THE CURRENT CLERK HAS DISPLAYED TODAY, WITH THE
013200* NUMBER OF TIMES - CLEARED AT EACH CLERK-DAY BREAK.
013300 01  WS-VIEW-TABLE-AREA.
013400     05  WS-VIEW-ENTRY OCCURS 500 TIMES.
013500         10  VW-CUST-ID          PIC 9(6).
013600         10  VW-VIEW-COUNT       PIC 9(5).

013700 01  WS-REPORT-HEADING-1         PIC X(132)
013800         VALUE 'ACCSRPT - DAILY CUSTOMER-DATA ACCESS REPORT'.
013900 01  WS-REPORT-HEADING-2.
014000     05  FILLER              PIC X(15) VALUE '  RUN DATE:    '.
014100     05  RH-RUN-DATE         PIC 9(8).
014200     05  FILLER              PIC X(4)  VALUE SPACES.
014300     05  FILLER              PIC X(14) VALUE 'VOLUME LIMIT: '.
014400     05  RH-VOLUME-LIMIT     PIC ZZZ9.
014500     05  FILLER              PIC X(4)  VALUE SPACES.
014600     05  FILLER              PIC X(17) VALUE 'NO-SELECT LIMIT: '.
014700     05  RH-BROWSE-LIMIT     PIC Z9.
014800     05  FILLER              PIC X(4)  VALUE SPACES.
014900     05  FILLER              PIC X(14) VALUE 'REPEAT LIMIT: '.
015000     05  RH-REPEAT-LIMIT     PIC Z9.
015100     05  FILLER              PIC X(44) VALUE SPACES.

015200 01  WS-CLERK-HEADING-LINE.
015300     05  FILLER                  PIC X(7)  VALUE 'CLERK: '.
015400     05  CH-USER-ID              PIC X(8).
015500     05  FILLER                  PIC X(4)  VALUE SPACES.
015600     05  FILLER                  PIC X(6)  VALUE 'DATE: '.
015700     05  CH-DATE                 PIC 9(8).
015800     05  FILLER                  PIC X(99) VALUE SPACES.

015900 01  WS-EVENT-LINE.
016000     05  FILLER                  PIC X(5)  VALUE SPACES.
016100     05  EV-TIME                 PIC 99B99B99.
016200     05  FILLER                  PIC X(2)  VALUE SPACES.
016300     05  FILLER                  PIC X(6)  VALUE 'TERM: '.
016400     05  EV-TERMINAL-ID          PIC X(8).
016500     05  FILLER                  PIC X(2)  VALUE SPACES.
016600     05  FILLER                  PIC X(6)  VALUE 'MODE: '.
016700     05  EV-SEARCH-MODE          PIC X(1).
016800     05  FILLER                  PIC X(2)  VALUE SPACES.
016900     05  FILLER                  PIC X(6)  VALUE 'CUST: '.
017000     05  EV-CUST-ID              PIC 9(6).
017100     05  FILLER                  PIC X(2)  VALUE SPACES.
017200     05  EV-REASON               PIC X(24).
017300     05  FILLER                  PIC X(2)  VALUE SPACES.
017400     05  EV-EXPOSURE             PIC X(18).
017500     05  FILLER                  PIC X(2)  VALUE SPACES.
017600     05  EV-STAFF-NAME           PIC X(20).
017700     05  FILLER                  PIC X(12) VALUE SPACES.

017800 01  WS-SUMMARY-LINE.
017900     05  FILLER                  PIC X(3)  VALUE SPACES.
018000     05  FILLER                  PIC X(11) VALUE 'INQUIRIES: '.
018100     05  SM-INQUIRIES            PIC ZZZZ9.
018200     05  FILLER                  PIC X(5)  VALUE ' ID: '.
018300     05  SM-ID-SEARCHES          PIC ZZZZ9.
018400     05  FILLER                  PIC X(7)  VALUE ' NAME: '.
018500     05  SM-NAME-SEARCHES        PIC ZZZZ9.
018600     05  FILLER                  PIC X(12) VALUE ' NO-SELECT: '.
018800     05  SM-NO-SELECT            PIC ZZZZ9.
018900     05  FILLER                  PIC X(8)  VALUE ' SHOWN: '.
019100     05  SM-SHOWN                PIC ZZZZ9.
019200     05  FILLER                  PIC X(10) VALUE ' HISTORY: '.
019300     05  SM-HISTORY              PIC ZZZZ9.
019400     05  FILLER                  PIC X(1)  VALUE SPACES.
019500     05  SM-VOLUME-FLAG          PIC X(9).
019600     05  SM-BROWSE-FLAG          PIC X(11).
019700     05  SM-REPEAT-FLAG          PIC X(14).
019800     05  SM-SENSITIVE-FLAG       PIC X(11).

019900 01  WS-REPEAT-LINE.
020000     05  FILLER                  PIC X(5)  VALUE SPACES.
020100     05  FILLER                  PIC X(22) VALUE
020200         'REPEATED VIEWS - CUST '.
020300     05  RV-CUST-ID              PIC 9(6).
020400     05  FILLER                  PIC X(9)  VALUE ' VIEWED: '.
020500     05  RV-VIEW-COUNT           PIC ZZZZ9.
020600     05  FILLER                  PIC X(6)  VALUE ' TIMES'.
020700     05  FILLER                  PIC X(79) VALUE SPACES.

020800 01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

020900 01  WS-REPORT-TOTAL-LINE-1.
021000     05  FILLER                  PIC X(5)  VALUE SPACES.
021100     05  FILLER                  PIC X(15) VALUE
021200         'LOG RECORDS:   '.
021300     05  RT-AUDIT-READ           PIC Z(6)9.
021400     05  FILLER                  PIC X(2)  VALUE SPACES.
021500     05  FILLER                  PIC X(12) VALUE 'CLERK-DAYS: '.
021600     05  RT-CLERK-DAYS           PIC Z(6)9.
021700     05  FILLER                  PIC X(2)  VALUE SPACES.
021800     05  FILLER                  PIC X(9)  VALUE 'FLAGGED: '.
021900     05  RT-FLAGGED              PIC Z(6)9.
022000     05  FILLER                  PIC X(66) VALUE SPACES.

022100 01  WS-REPORT-TOTAL-LINE-2.
022200     05  FILLER                  PIC X(5)  VALUE SPACES.
022300     05  FILLER                  PIC X(20) VALUE
022400         'SENSITIVE LOOKUPS:  '.
022500     05  RT-SENSITIVE            PIC Z(6)9.
022600     05  FILLER                  PIC X(2)  VALUE SPACES.
022700     05  FILLER                  PIC X(23) VALUE
022800         'REPEAT-VIEWED CUSTS:   '.
022900     05  RT-REPEAT               PIC Z(6)9.
023000     05  FILLER                  PIC X(68) VALUE SPACES.

023100 01  WS-SIGNOFF-LINE             PIC X(132)
023200         VALUE '     REVIEWED BY: ______________________________
023300-    '     DATE: __________'.

023400 PROCEDURE DIVISION.
023500*****************************************************************
023600* 0000-MAINLINE - ONE PASS OF THE SORTED LOG WITH A CONTROL
023700* BREAK ON USER ID AND DATE.
023800*****************************************************************
023900 0000-MAINLINE.
024000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
024100     PERFORM 3000-READ-AUDIT THRU 3000-EXIT
024200     PERFORM 4000-PROCESS-AUDIT THRU 4000-EXIT
024300         UNTIL END-OF-AUDIT-FILE
024400     PERFORM 6000-CLOSE-CLERK THRU 6000-EXIT
024500     PERFORM 9000-FINALIZE THRU 9000-EXIT
024600     STOP RUN.

024700*****************************************************************
024800* 1000-INITIALIZE - READ THE LIMITS CARD, LOAD THE STAFF
024900* ACCOUNTS, OPEN FILES AND PRINT THE HEADINGS.
025000*****************************************************************
025100 1000-INITIALIZE.
025200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
025300     ACCEPT WS-LIMIT-CARD
025400     IF LC-VOLUME-LIMIT IS NUMERIC
025500         MOVE LC-VOLUME-LIMIT TO WS-VOLUME-LIMIT
025600     END-IF
025700     IF WS-VOLUME-LIMIT = ZERO
025800         MOVE 100 TO WS-VOLUME-LIMIT
025900     END-IF
026000     IF LC-BROWSE-LIMIT IS NUMERIC
026100         MOVE LC-BROWSE-LIMIT TO WS-BROWSE-LIMIT
026200     END-IF
026300     IF WS-BROWSE-LIMIT = ZERO
026400         MOVE 5 TO WS-BROWSE-LIMIT
026500     END-IF
026600     IF LC-REPEAT-LIMIT IS NUMERIC
026700         MOVE LC-REPEAT-LIMIT TO WS-REPEAT-LIMIT
026800     END-IF
026900     IF WS-REPEAT-LIMIT = ZERO
027000         MOVE 3 TO WS-REPEAT-LIMIT
027100     END-IF
027200     OPEN INPUT  AUDIT-IN-FILE
027300* NO DORMANT ARCHIVE YET (BEFORE THE FIRST DORMREVW RUN) IS
027400* NOT AN ERROR - NO LOOKUP CAN BE OF AN ARCHIVED ACCOUNT
027500     OPEN INPUT  DORMANT-ARCHIVE-FILE
027600     IF WS-ARCH-STATUS = '00'
027700         MOVE 'Y' TO WS-ARCH-OPEN-SWITCH
027800     END-IF
027900     PERFORM 1100-LOAD-STAFF-ACCOUNTS THRU 1100-EXIT
028000     OPEN OUTPUT ACCESS-REPORT-FILE
028100     WRITE ACCESS-REPORT-RECORD FROM WS-REPORT-HEADING-1
028200     MOVE WS-RUN-DATE     TO RH-RUN-DATE
028300     MOVE WS-VOLUME-LIMIT TO RH-VOLUME-LIMIT
028400     MOVE WS-BROWSE-LIMIT TO RH-BROWSE-LIMIT
028500     MOVE WS-REPEAT-LIMIT TO RH-REPEAT-LIMIT
028600     WRITE ACCESS-REPORT-RECORD FROM WS-REPORT-HEADING-2
028700     WRITE ACCESS-REPORT-RECORD FROM WS-BLANK-LINE.
028800 1000-EXIT.
028900     EXIT.

029000* THE STAFF LIST IS MAINTAINED BY PERSONNEL - A MISSING FILE
029100* READS AS EMPTY AND IS SAID SO, SINCE NO STAFF LOOKUP CAN
029200* THEN BE FLAGGED.
029300 1100-LOAD-STAFF-ACCOUNTS.
029400     OPEN INPUT STAFF-ACCOUNT-FILE
029500     IF WS-STAFF-STATUS = '00'
029600         PERFORM 1110-LOAD-STAFF-ENTRY THRU 1110-EXIT
029700             UNTIL WS-STAFF-EOF-SWITCH = 'Y'
029800         CLOSE STAFF-ACCOUNT-FILE
029900     ELSE
030000         DISPLAY 'ACCSRPT - NO STAFF ACCOUNT FILE - STAFF'
030100             ' LOOKUPS WILL NOT BE FLAGGED'
030200     END-IF.
030300 1100-EXIT.
030400     EXIT.

030500 1110-LOAD-STAFF-ENTRY.
030600     READ STAFF-ACCOUNT-FILE
030700         AT END
030800             MOVE 'Y' TO WS-STAFF-EOF-SWITCH
030900     END-READ
031000     IF WS-STAFF-EOF-SWITCH NOT = 'Y'
031100         IF SF-CUST-ID NOT NUMERIC
031200             DISPLAY 'ACCSRPT: STAFF ROW REJECTED, BAD CUST-ID: '
031300                 SF-CUST-ID
031400         ELSE
031500             IF WS-STAFF-COUNT < 500
031600                 ADD 1 TO WS-STAFF-COUNT
031700                 MOVE SF-CUST-ID
031800                     TO STF-CUST-ID (WS-STAFF-COUNT)
031900                 MOVE SF-USER-ID
032000                     TO STF-USER-ID (WS-STAFF-COUNT)
032100                 MOVE SF-STAFF-NAME
032200                     TO STF-STAFF-NAME (WS-STAFF-COUNT)
032300             ELSE
032400                 DISPLAY 'ACCSRPT: STAFF ROW REJECTED, TABLE'
032500                     ' FULL: ' SF-CUST-ID
032600             END-IF
032700         END-IF
032800     END-IF.
032900 1110-EXIT.
033000     EXIT.

033100 3000-READ-AUDIT.
033200     READ AUDIT-IN-FILE
033300         AT END
033400             MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
033500     END-READ
033600     IF NOT END-OF-AUDIT-FILE
033700         ADD 1 TO WS-AUDIT-READ-COUNT
033800     END-IF.
033900 3000-EXIT.
034000     EXIT.

034100*****************************************************************
034200* 4000-PROCESS-AUDIT - ONE LOGGED INQUIRY: CLOSE THE PREVIOUS
034300* CLERK-DAY ON A CHANGE OF USER OR DATE, COUNT THE INQUIRY, AND
034400* CHECK EVERY CUSTOMER IT TOUCHED - THE ONE KEYED ON AN ID
034500* LOOKUP, OR EVERY ONE ON A NAME-SEARCH PICK-LIST.
034600*****************************************************************
034700 4000-PROCESS-AUDIT.
034800     IF CLERK-OPEN
034900         IF IA-USER-ID NOT = WS-CLERK-USER-ID
035000             OR IA-INQUIRY-DATE NOT = WS-CLERK-DATE
035100             PERFORM 6000-CLOSE-CLERK THRU 6000-EXIT
035200         END-IF
035300     END-IF
035400     IF NOT CLERK-OPEN
035500         PERFORM 5000-OPEN-CLERK THRU 5000-EXIT
035600     END-IF
035700     ADD 1 TO WS-CLERK-INQUIRIES
035800     IF IA-LISTED-COUNT NOT NUMERIC
035900         MOVE ZERO TO IA-LISTED-COUNT
036000     END-IF
036100     IF IA-LISTED-COUNT > 10
036200         MOVE 10 TO IA-LISTED-COUNT
036300     END-IF
036400     IF IA-NAME-SEARCH
036500         ADD 1 TO WS-CLERK-NAME-SEARCHES
036600         ADD IA-LISTED-COUNT TO WS-CLERK-SHOWN
036700         IF IA-LISTED-COUNT > ZERO
036800             AND IA-DISPLAYED-CUST-ID = ZERO
036900             ADD 1 TO WS-CLERK-NO-SELECT
037000         END-IF
037100     ELSE
037200         ADD 1 TO WS-CLERK-ID-SEARCHES
037300         IF IA-DISPLAYED-CUST-ID NOT = ZERO
037400             ADD 1 TO WS-CLERK-SHOWN
037500         END-IF
037600     END-IF
037700     IF IA-HISTORY-TAKEN
037800         ADD 1 TO WS-CLERK-HISTORY
037900     END-IF
038000     IF IA-DISPLAYED-CUST-ID NOT = ZERO
038100         PERFORM 4100-COUNT-VIEW THRU 4100-EXIT
038200     END-IF
038300     IF IA-NAME-SEARCH
038400         PERFORM 4300-CHECK-LISTED-CUSTOMER THRU 4300-EXIT
038500             VARYING WS-LIST-SUB FROM 1 BY 1
038600             UNTIL WS-LIST-SUB > IA-LISTED-COUNT
038700     ELSE
038800         MOVE IA-SEARCH-CUST-ID TO WS-CHECK-CUST-ID
038900         PERFORM 4200-CHECK-SENSITIVE THRU 4200-EXIT
039000     END-IF
039100     PERFORM 3000-READ-AUDIT THRU 3000-EXIT.
039200 4000-EXIT.
039300     EXIT.

039400* ONE MORE DISPLAY OF THIS CUSTOMER BY THIS CLERK TODAY.
039500 4100-COUNT-VIEW.
039600     MOVE 'N' TO WS-VIEW-FOUND-SWITCH
039700     PERFORM 4110-FIND-VIEW THRU 4110-EXIT
039800         VARYING WS-VIEW-SUB FROM 1 BY 1
039900         UNTIL WS-VIEW-SUB > WS-VIEW-COUNT
040000             OR VIEW-FOUND
040100     IF VIEW-FOUND
040200         ADD 1 TO VW-VIEW-COUNT (WS-VIEW-FOUND-SUB)
040300         GO TO 4100-EXIT
040400     END-IF
040500     IF WS-VIEW-COUNT < 500
040600         ADD 1 TO WS-VIEW-COUNT
040700         MOVE IA-DISPLAYED-CUST-ID TO VW-CUST-ID (WS-VIEW-COUNT)
040800         MOVE 1 TO VW-VIEW-COUNT (WS-VIEW-COUNT)
040900     ELSE
041000         ADD 1 TO WS-VIEW-OVERFLOW-COUNT
041100     END-IF.
041200 4100-EXIT.
041300     EXIT.

041400 4110-FIND-VIEW.
041500     IF VW-CUST-ID (WS-VIEW-SUB) = IA-DISPLAYED-CUST-ID
041600         MOVE 'Y' TO WS-VIEW-FOUND-SWITCH
041700         MOVE WS-VIEW-SUB TO WS-VIEW-FOUND-SUB
041800     END-IF.
041900 4110-EXIT.
042000     EXIT.

042100*****************************************************************
042200* 4200-CHECK-SENSITIVE - IS WS-CHECK-CUST-ID A DORMANT-ARCHIVED
042300* ACCOUNT OR A STAFF ACCOUNT?  EACH HIT IS ONE EVENT LINE.
042400*****************************************************************
042500 4200-CHECK-SENSITIVE.
042600     IF WS-CHECK-CUST-ID = ZERO
042700         GO TO 4200-EXIT
042800     END-IF
042900     IF WS-ARCH-OPEN-SWITCH = 'Y'
043000         MOVE WS-CHECK-CUST-ID TO DA-CUST-ID
043100         READ DORMANT-ARCHIVE-FILE
043200             INVALID KEY
043300                 CONTINUE
043400             NOT INVALID KEY
043500                 MOVE 'DORMANT-ARCHIVED ACCOUNT' TO EV-REASON
043600                 MOVE SPACES TO EV-STAFF-NAME
043700                 PERFORM 4400-WRITE-EVENT THRU 4400-EXIT
043800         END-READ
043900     END-IF
044000     MOVE 'N' TO WS-STAFF-FOUND-SWITCH
044100     PERFORM 4210-FIND-STAFF THRU 4210-EXIT
044200         VARYING WS-STAFF-SUB FROM 1 BY 1
044300         UNTIL WS-STAFF-SUB > WS-STAFF-COUNT
044400             OR STAFF-FOUND.
044500 4200-EXIT.
044600     EXIT.

044700* A CLERK DISPLAYING THEIR OWN ACCOUNT IS CALLED OUT SEPARATELY.
044800 4210-FIND-STAFF.
044900     IF STF-CUST-ID (WS-STAFF-SUB) = WS-CHECK-CUST-ID
045000         MOVE 'Y' TO WS-STAFF-FOUND-SWITCH
045100         IF STF-USER-ID (WS-STAFF-SUB) = WS-CLERK-USER-ID
045200             AND STF-USER-ID (WS-STAFF-SUB) NOT = SPACES
045300             MOVE 'OWN ACCOUNT (STAFF)'  TO EV-REASON
045400         ELSE
045500             MOVE 'STAFF ACCOUNT'        TO EV-REASON
045600         END-IF
045700         MOVE STF-STAFF-NAME (WS-STAFF-SUB) TO EV-STAFF-NAME
045800         PERFORM 4400-WRITE-EVENT THRU 4400-EXIT
045900     END-IF.
046000 4210-EXIT.
046100     EXIT.

046200 4300-CHECK-LISTED-CUSTOMER.
046300     MOVE IA-LISTED-CUST-ID (WS-LIST-SUB) TO WS-CHECK-CUST-ID
046400     PERFORM 4200-CHECK-SENSITIVE THRU 4200-EXIT.
046500 4300-EXIT.
046600     EXIT.

046700* HOW FAR THE CLERK GOT INTO THE ACCOUNT: THE FULL BALANCE AND
046800* RATE DISPLAY, OR ONLY ITS ID, NAME AND STATUS ON A PICK-LIST.
046900 4400-WRITE-EVENT.
047000     MOVE IA-INQUIRY-TIME   TO EV-TIME
047100     MOVE IA-TERMINAL-ID    TO EV-TERMINAL-ID
047200     MOVE IA-SEARCH-MODE    TO EV-SEARCH-MODE
047300     MOVE WS-CHECK-CUST-ID  TO EV-CUST-ID
047400     IF WS-CHECK-CUST-ID = IA-DISPLAYED-CUST-ID
047500         IF IA-HISTORY-TAKEN
047600             MOVE 'DISPLAYED + HISTORY' TO EV-EXPOSURE
047700         ELSE
047800             MOVE 'DISPLAYED'           TO EV-EXPOSURE
047900         END-IF
048000     ELSE
048100         IF IA-NAME-SEARCH
048200             MOVE 'PICK-LIST ONLY'      TO EV-EXPOSURE
048300         ELSE
048400             MOVE 'NOT DISPLAYED'       TO EV-EXPOSURE
048500         END-IF
048600     END-IF
048700     WRITE ACCESS-REPORT-RECORD FROM WS-EVENT-LINE
048800     ADD 1 TO WS-CLERK-SENSITIVE
048900     ADD 1 TO WS-SENSITIVE-COUNT.
049000 4400-EXIT.
049100     EXIT.

049200* START A NEW CLERK-DAY BLOCK.
049300 5000-OPEN-CLERK.
049400     MOVE IA-USER-ID      TO WS-CLERK-USER-ID
049500     MOVE IA-INQUIRY-DATE TO WS-CLERK-DATE
049600     MOVE ZERO TO WS-CLERK-INQUIRIES
049700     MOVE ZERO TO WS-CLERK-ID-SEARCHES
049800     MOVE ZERO TO WS-CLERK-NAME-SEARCHES
049900     MOVE ZERO TO WS-CLERK-NO-SELECT
050000     MOVE ZERO TO WS-CLERK-SHOWN
050100     MOVE ZERO TO WS-CLERK-HISTORY
050200     MOVE ZERO TO WS-CLERK-SENSITIVE
050300     MOVE ZERO TO WS-VIEW-COUNT
050400     MOVE 'N'  TO WS-CLERK-FLAG-SWITCH
050500     MOVE 'Y'  TO WS-CLERK-OPEN-SWITCH
050600     ADD 1 TO WS-CLERK-DAY-COUNT
050700     MOVE WS-CLERK-USER-ID TO CH-USER-ID
050800     MOVE WS-CLERK-DATE    TO CH-DATE
050900     WRITE ACCESS-REPORT-RECORD FROM WS-CLERK-HEADING-LINE.
051000 5000-EXIT.
051100     EXIT.

051200*****************************************************************
051300* 6000-CLOSE-CLERK - THE CLERK-DAY TOTALS WITH THEIR FLAGS, THEN
051400* THE REPEATEDLY VIEWED CUSTOMERS.
051500*****************************************************************
051600 6000-CLOSE-CLERK.
051700     IF NOT CLERK-OPEN
051800         GO TO 6000-EXIT
051900     END-IF
052000     MOVE WS-CLERK-INQUIRIES     TO SM-INQUIRIES
052100     MOVE WS-CLERK-ID-SEARCHES   TO SM-ID-SEARCHES
052200     MOVE WS-CLERK-NAME-SEARCHES TO SM-NAME-SEARCHES
052300     MOVE WS-CLERK-NO-SELECT     TO SM-NO-SELECT
052400     MOVE WS-CLERK-SHOWN         TO SM-SHOWN
052500     MOVE WS-CLERK-HISTORY       TO SM-HISTORY
052600     MOVE SPACES TO SM-VOLUME-FLAG
052700     MOVE SPACES TO SM-BROWSE-FLAG
052800     MOVE SPACES TO SM-REPEAT-FLAG
052900     MOVE SPACES TO SM-SENSITIVE-FLAG
053000     IF WS-CLERK-INQUIRIES NOT < WS-VOLUME-LIMIT
053100         MOVE '*VOLUME' TO SM-VOLUME-FLAG
053200         MOVE 'Y' TO WS-CLERK-FLAG-SWITCH
053300     END-IF
053400     IF WS-CLERK-NO-SELECT NOT < WS-BROWSE-LIMIT
053500         MOVE '*NO-SELECT' TO SM-BROWSE-FLAG
053600         MOVE 'Y' TO WS-CLERK-FLAG-SWITCH
053700     END-IF
053800     IF WS-CLERK-SENSITIVE > ZERO
053900         MOVE '*SENSITIVE' TO SM-SENSITIVE-FLAG
054000         MOVE 'Y' TO WS-CLERK-FLAG-SWITCH
054100     END-IF
054200     MOVE 'N' TO WS-VIEW-FOUND-SWITCH
054300     PERFORM 6100-CHECK-REPEAT THRU 6100-EXIT
054400         VARYING WS-VIEW-SUB FROM 1 BY 1
054500         UNTIL WS-VIEW-SUB > WS-VIEW-COUNT
054600             OR VIEW-FOUND
054700     IF VIEW-FOUND
054800         MOVE '*REPEAT VIEWS' TO SM-REPEAT-FLAG
054900         MOVE 'Y' TO WS-CLERK-FLAG-SWITCH
055000     END-IF
055100     WRITE ACCESS-REPORT-RECORD FROM WS-SUMMARY-LINE
055200     PERFORM 6200-WRITE-REPEAT THRU 6200-EXIT
055300         VARYING WS-VIEW-SUB FROM 1 BY 1
055400         UNTIL WS-VIEW-SUB > WS-VIEW-COUNT
055500     WRITE ACCESS-REPORT-RECORD FROM WS-BLANK-LINE
055600     IF CLERK-FLAGGED
055700         ADD 1 TO WS-FLAGGED-COUNT
055800     END-IF
055900     MOVE 'N' TO WS-CLERK-OPEN-SWITCH.
056000 6000-EXIT.
056100     EXIT.

056200 6100-CHECK-REPEAT.
056300     IF VW-VIEW-COUNT (WS-VIEW-SUB) NOT < WS-REPEAT-LIMIT
056400         MOVE 'Y' TO WS-VIEW-FOUND-SWITCH
056500     END-IF.
056600 6100-EXIT.
056700     EXIT.

056800 6200-WRITE-REPEAT.
056900     IF VW-VIEW-COUNT (WS-VIEW-SUB) NOT < WS-REPEAT-LIMIT
057000         MOVE VW-CUST-ID (WS-VIEW-SUB)    TO RV-CUST-ID
057100         MOVE VW-VIEW-COUNT (WS-VIEW-SUB) TO RV-VIEW-COUNT
057200         WRITE ACCESS-REPORT-RECORD FROM WS-REPEAT-LINE
057300         ADD 1 TO WS-REPEAT-COUNT
057400     END-IF.
057500 6200-EXIT.
057600     EXIT.

057700*****************************************************************
057800* 9000-FINALIZE - TOTALS, SIGN-OFF, RC=4 IF ANYTHING FLAGGED.
057900*****************************************************************
058000 9000-FINALIZE.
058100     MOVE WS-AUDIT-READ-COUNT TO RT-AUDIT-READ
058200     MOVE WS-CLERK-DAY-COUNT  TO RT-CLERK-DAYS
058300     MOVE WS-FLAGGED-COUNT    TO RT-FLAGGED
058400     MOVE WS-SENSITIVE-COUNT  TO RT-SENSITIVE
058500     MOVE WS-REPEAT-COUNT     TO RT-REPEAT
058600     WRITE ACCESS-REPORT-RECORD FROM WS-REPORT-TOTAL-LINE-1
058700     WRITE ACCESS-REPORT-RECORD FROM WS-REPORT-TOTAL-LINE-2
058800     WRITE ACCESS-REPORT-RECORD FROM WS-BLANK-LINE
058900     WRITE ACCESS-REPORT-RECORD FROM WS-SIGNOFF-LINE
059000     CLOSE AUDIT-IN-FILE
059100     CLOSE ACCESS-REPORT-FILE
059200     IF WS-ARCH-OPEN-SWITCH = 'Y'
059300         CLOSE DORMANT-ARCHIVE-FILE
059400     END-IF
059500     DISPLAY 'ACCSRPT - LOG RECORDS READ:   ' WS-AUDIT-READ-COUNT
059600     DISPLAY 'ACCSRPT - CLERK-DAYS:         ' WS-CLERK-DAY-COUNT
059700     DISPLAY 'ACCSRPT - CLERK-DAYS FLAGGED: ' WS-FLAGGED-COUNT
059800     DISPLAY 'ACCSRPT - SENSITIVE LOOKUPS:  ' WS-SENSITIVE-COUNT
059900     IF WS-VIEW-OVERFLOW-COUNT > ZERO
060000         DISPLAY 'ACCSRPT - VIEWS NOT COUNTED (TABLE FULL): '
060100             WS-VIEW-OVERFLOW-COUNT
060200     END-IF
060300     IF WS-FLAGGED-COUNT > ZERO
060400         MOVE 4 TO RETURN-CODE
060500     END-IF.
060600 9000-EXIT.
060700     EXIT.
