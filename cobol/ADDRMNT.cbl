000100*****************************************************************
000200* ADDRMNT - CUSTOMER ADDRESS MASTER MAINTENANCE
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. ADDRMNT.
000600 AUTHOR. LEGACY SYSTEMS TEAM.
000700 INSTALLATION. RETAIL BANKING - CUSTOMER MAINTENANCE.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.

001000*****************************************************************
001100* MODIFICATION HISTORY
001200*   DATE       INIT  DESCRIPTION
001300*   ---------- ----  ---------------------------------------------
001400*   2026-10-15  RLS  ORIGINAL.  DAY UTILITY FOR THE CUSTADDR
001500*                    ADDRESS MASTER, ON THE CUSTMNT PATTERN.
001600*                    OPS KEY ONE CARD PER TRANSACTION ON
001700*                    ADDRTRAN FROM THE BRANCHES' REQUESTS:
001800*                      A - ADD AN ADDRESS RECORD, SETTING ONE
001900*                          FIELD (NORMALLY L1) - FOLLOW WITH
002000*                          C CARDS FOR THE REST
002100*                      C - CHANGE ONE FIELD
002200*                      R - MAIL CAME BACK - FLAG RETURNED
002300*                      K - ADDRESS CONFIRMED WITH THE
002400*                          CUSTOMER - CLEAR THE FLAG
002500*                      D - DELETE THE ADDRESS RECORD
002600*                    FIELD CODES L1-L4 (ADDRESS LINES), PC
002700*                    (POSTCODE), CH (CHANNEL P, E OR T), EM
002800*                    (E-MAIL) AND PH (PHONE).  A CHANGED
002900*                    ADDRESS LINE OR POSTCODE CLEARS THE
003000*                    RETURNED-MAIL FLAG, AS ADDRLOAD DOES.
003100*                    EVERY CARD CARRIES THE OPERATOR ID AND A
003200*                    REASON CODE; EVERY APPLIED CARD APPENDS
003300*                    ITS BEFORE/AFTER IMAGES TO THE PERMANENT
003400*                    ADDRESS CHANGE LOG (ADDRCHG COPYBOOK) AND
003500*                    EVERY CARD PRINTS ON THE DAILY REGISTER
003600*                    WITH THE FIELD'S OLD AND NEW VALUE.  ANY
003700*                    REJECTED CARD ENDS THE STEP RC=4.
003800*****************************************************************

003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-370.
004200 OBJECT-COMPUTER. IBM-370.

004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT MAINT-TRAN-FILE ASSIGN TO 'ADDRTRAN'
004600         ORGANIZATION IS SEQUENTIAL
004700         ACCESS MODE IS SEQUENTIAL.

004800     SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILX'
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS CUST-ID
005200         FILE STATUS IS WS-CUST-FILE-STATUS.

005300     SELECT ADDRESS-FILE ASSIGN TO 'CUSTADDR'
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS AD-CUST-ID
005700         FILE STATUS IS WS-ADDR-STATUS.

005800     SELECT CHANGE-LOG-FILE ASSIGN TO 'ADDRCHGL'
005900         ORGANIZATION IS SEQUENTIAL
006000         ACCESS MODE IS SEQUENTIAL
006100         FILE STATUS IS WS-CLOG-STATUS.

006200     SELECT REGISTER-REPORT-FILE ASSIGN TO 'ADDRREG'
006300         ORGANIZATION IS SEQUENTIAL
006400         ACCESS MODE IS SEQUENTIAL.

006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  MAINT-TRAN-FILE
006800     LABEL RECORDS ARE OMITTED
006900     RECORD CONTAINS 80 CHARACTERS.
007000 01  MAINT-TRAN-RECORD.
007100     05  TX-ACTION               PIC X(1).
007200     05  TX-CUST-ID              PIC 9(6).
007300     05  TX-OPERATOR-ID          PIC X(8).
007400     05  TX-REASON-CODE          PIC X(4).
007500     05  TX-FIELD-CODE           PIC X(2).
007600     05  TX-VALUE                PIC X(50).
007700     05  FILLER                  PIC X(9).

007800 FD  CUSTOMER-FILE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY CUSTREC.

008100 FD  ADDRESS-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY CUSTADDR.

008400 FD  CHANGE-LOG-FILE
008500     LABEL RECORDS ARE STANDARD.
008600     COPY ADDRCHG.

008700 FD  REGISTER-REPORT-FILE
008800     LABEL RECORDS ARE OMITTED
008900     RECORD CONTAINS 132 CHARACTERS.
009000 01  REGISTER-REPORT-RECORD      PIC X(132).

009100 WORKING-STORAGE SECTION.
009200 77  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
009300 77  WS-CUST-FILE-STATUS     PIC X(2)    VALUE '00'.
009400 77  WS-ADDR-STATUS          PIC X(2)    VALUE '00'.
009500 77  WS-CLOG-STATUS          PIC X(2)    VALUE '00'.
009600 01  WS-TIME-WORK            PIC 9(8)    VALUE ZERO.
009700 01  WS-TIME-WORK-PARTS REDEFINES WS-TIME-WORK.
009800     05  WS-TIME-HHMMSS          PIC 9(6).
009900     05  FILLER                  PIC 9(2).

010000 77  WS-TRAN-EOF-SWITCH      PIC X(1)    VALUE 'N'.
010100     88  END-OF-TRAN-FILE                   VALUE 'Y'.
010200 77  WS-REJECT-SWITCH        PIC X(1)    VALUE 'N'.
010300     88  TRAN-REJECTED                      VALUE 'Y'.
010400 77  WS-ON-FILE-SWITCH       PIC X(1)    VALUE 'N'.
010500     88  ADDRESS-ON-FILE                    VALUE 'Y'.
010600 77  WS-ADDRESS-FIELD-SWITCH PIC X(1)    VALUE 'N'.
010700     88  ADDRESS-FIELD-CARD                 VALUE 'Y'.

010800 77  WS-TRAN-COUNT           PIC 9(7)    VALUE ZERO.
010900 77  WS-ADDED-COUNT          PIC 9(7)    VALUE ZERO.
011000 77  WS-CHANGED-COUNT        PIC 9(7)    VALUE ZERO.
011100 77  WS-RETURNED-COUNT       PIC 9(7)    VALUE ZERO.
011200 77  WS-CONFIRMED-COUNT      PIC 9(7)    VALUE ZERO.
011300 77  WS-DELETED-COUNT        PIC 9(7)    VALUE ZERO.
011400 77  WS-REJECTED-COUNT       PIC 9(7)    VALUE ZERO.
011500 77  WS-AT-SIGN-COUNT        PIC 9(2)  COMP VALUE ZERO.

011600* THE MASTER RECORD AS IT STOOD BEFORE THE TRANSACTION - SPACES
011700* FOR AN ADD.  THE FIELD THE CARD TOUCHED, BEFORE AND AFTER, IS
011800* KEPT SEPARATELY FOR THE REGISTER.
011900 77  WS-BEFORE-IMAGE         PIC X(217)  VALUE SPACES.
012000 77  WS-OLD-VALUE            PIC X(50)   VALUE SPACES.
012100 77  WS-NEW-VALUE            PIC X(50)   VALUE SPACES.

012200 01  WS-REGISTER-LINE.
012300     05  RG-CUST-ID              PIC Z(5)9.
012400     05  FILLER                  PIC X(2)  VALUE SPACES.
012500     05  RG-ACTION               PIC X(8).
012600     05  FILLER                  PIC X(2)  VALUE SPACES.
012700     05  RG-FIELD-CODE           PIC X(2).
012800     05  FILLER                  PIC X(3)  VALUE SPACES.
012900     05  RG-OPERATOR-ID          PIC X(8).
013000     05  FILLER                  PIC X(2)  VALUE SPACES.
013100     05  RG-REASON-CODE          PIC X(4).
013200     05  FILLER                  PIC X(2)  VALUE SPACES.
013300     05  RG-FLAG                 PIC X(10).
013400     05  FILLER                  PIC X(2)  VALUE SPACES.
013500     05  RG-DISPOSITION          PIC X(40).
013600     05  FILLER                  PIC X(41) VALUE SPACES.

013700 01  WS-VALUE-LINE.
013800     05  FILLER                  PIC X(10) VALUE SPACES.
013900     05  FILLER                  PIC X(5)  VALUE 'WAS: '.
014000     05  VL-OLD-VALUE            PIC X(50).
014100     05  FILLER                  PIC X(2)  VALUE SPACES.
014200     05  FILLER                  PIC X(5)  VALUE 'NOW: '.
014300     05  VL-NEW-VALUE            PIC X(50).
014400     05  FILLER                  PIC X(10) VALUE SPACES.

014500 01  WS-REGISTER-HEADING-1       PIC X(132)
014600         VALUE 'ADDRMNT - DAILY CUSTOMER ADDRESS CHANGE REGISTER'.
014700 01  WS-REGISTER-HEADING-2.
014800     05  FILLER              PIC X(15) VALUE '  RUN DATE:    '.
014900     05  RH-RUN-DATE         PIC 9(8).
015000     05  FILLER              PIC X(109) VALUE SPACES.
015100 01  WS-REGISTER-HEADING-3.
015200     05  FILLER              PIC X(8)  VALUE 'CUST-ID'.
015300     05  FILLER              PIC X(10) VALUE 'ACTION'.
015400     05  FILLER              PIC X(5)  VALUE 'FLD'.
015500     05  FILLER              PIC X(10) VALUE 'OPERATOR'.
015600     05  FILLER              PIC X(6)  VALUE 'RSN'.
015700     05  FILLER              PIC X(12) VALUE 'RESULT'.
015800     05  FILLER              PIC X(81) VALUE 'DISPOSITION'.

015900 01  WS-REGISTER-TOTAL-LINE.
016000     05  FILLER                  PIC X(5)  VALUE SPACES.
016100     05  FILLER                  PIC X(7)  VALUE 'CARDS: '.
016200     05  RT-TRAN-COUNT           PIC Z(5)9.
016300     05  FILLER                  PIC X(2)  VALUE SPACES.
016400     05  FILLER                  PIC X(7)  VALUE 'ADDED: '.
016500     05  RT-ADDED-COUNT          PIC Z(5)9.
016600     05  FILLER                  PIC X(2)  VALUE SPACES.
016700     05  FILLER                  PIC X(9)  VALUE 'CHANGED: '.
016800     05  RT-CHANGED-COUNT        PIC Z(5)9.
016900     05  FILLER                  PIC X(2)  VALUE SPACES.
017000     05  FILLER                  PIC X(10) VALUE 'RETURNED: '.
017100     05  RT-RETURNED-COUNT       PIC Z(5)9.
017200     05  FILLER                  PIC X(2)  VALUE SPACES.
017300     05  FILLER                  PIC X(11) VALUE 'CONFIRMED: '.
017400     05  RT-CONFIRMED-COUNT      PIC Z(5)9.
017500     05  FILLER                  PIC X(2)  VALUE SPACES.
017600     05  FILLER                  PIC X(9)  VALUE 'DELETED: '.
017700     05  RT-DELETED-COUNT        PIC Z(5)9.
017800     05  FILLER                  PIC X(2)  VALUE SPACES.
017900     05  FILLER                  PIC X(10) VALUE 'REJECTED: '.
018000     05  RT-REJECTED-COUNT       PIC Z(5)9.
018100     05  FILLER                  PIC X(10) VALUE SPACES.

018200 01  WS-SIGNOFF-LINE             PIC X(132)
018300         VALUE '     REVIEWED BY: ______________________________
018400-    '     DATE: __________'.

018500 PROCEDURE DIVISION.
018600*****************************************************************
018700* 0000-MAINLINE
018800*****************************************************************
018900 0000-MAINLINE.
019000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019100     PERFORM 3000-READ-TRAN THRU 3000-EXIT
019200     PERFORM 4000-PROCESS-TRAN THRU 4000-EXIT
019300         UNTIL END-OF-TRAN-FILE
019400     PERFORM 9000-FINALIZE THRU 9000-EXIT
019500     STOP RUN.

019600*****************************************************************
019700* 1000-INITIALIZE - OPEN FILES AND PRINT THE REGISTER HEADINGS.
019800*****************************************************************
019900 1000-INITIALIZE.
020000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
020100     OPEN INPUT  MAINT-TRAN-FILE
020200* BOTH KSDSS ALWAYS EXIST - ANY BAD OPEN STATUS ENDS THE STEP
020300* BEFORE A SINGLE CARD IS APPLIED, AS IN CUSTMNT.
020400     OPEN INPUT  CUSTOMER-FILE
020500     IF WS-CUST-FILE-STATUS NOT = '00'
020600         DISPLAY 'ADDRMNT - CUSTFILX OPEN FAILED, STATUS '
020700             WS-CUST-FILE-STATUS ' - RC=16'
020800         MOVE 16 TO RETURN-CODE
020900         STOP RUN
021000     END-IF
021100     OPEN I-O    ADDRESS-FILE
021200     IF WS-ADDR-STATUS NOT = '00'
021300         DISPLAY 'ADDRMNT - CUSTADDR OPEN FAILED, STATUS '
021400             WS-ADDR-STATUS ' - RC=16'
021500         MOVE 16 TO RETURN-CODE
021600         STOP RUN
021700     END-IF
021800* THE PERMANENT CHANGE LOG ACCUMULATES - APPEND AFTER WHATEVER
021900* IS ALREADY THERE (CREATED ON THE VERY FIRST RUN)
022000     OPEN EXTEND CHANGE-LOG-FILE
022100     IF WS-CLOG-STATUS = '35'
022200         OPEN OUTPUT CHANGE-LOG-FILE
022300     END-IF
022400     OPEN OUTPUT REGISTER-REPORT-FILE
022500     WRITE REGISTER-REPORT-RECORD FROM WS-REGISTER-HEADING-1
022600     MOVE WS-RUN-DATE TO RH-RUN-DATE
022700     WRITE REGISTER-REPORT-RECORD FROM WS-REGISTER-HEADING-2
022800     WRITE REGISTER-REPORT-RECORD FROM WS-REGISTER-HEADING-3.
022900 1000-EXIT.
023000     EXIT.

023100 3000-READ-TRAN.
023200     READ MAINT-TRAN-FILE
023300         AT END
023400             MOVE 'Y' TO WS-TRAN-EOF-SWITCH
023500     END-READ
023600     IF NOT END-OF-TRAN-FILE
023700         ADD 1 TO WS-TRAN-COUNT
023800     END-IF.
023900 3000-EXIT.
024000     EXIT.

024100*****************************************************************
024200* 4000-PROCESS-TRAN - ONE MAINTENANCE CARD: EDIT THE CARD,
024300* LOOK THE ADDRESS UP, AND DISPATCH ON THE ACTION.  CARDS ARE
024400* APPLIED IN THE ORDER KEYED, SO THE C CARDS BEHIND AN A CARD
024500* FOR THE SAME CUSTOMER COMPLETE THE NEW RECORD.
024600*****************************************************************
024700 4000-PROCESS-TRAN.
024800     MOVE SPACES TO RG-DISPOSITION
024900     MOVE SPACES TO WS-OLD-VALUE
025000     MOVE SPACES TO WS-NEW-VALUE
025100     PERFORM 4100-VALIDATE-CARD THRU 4100-EXIT
025200     IF NOT TRAN-REJECTED
025300         PERFORM 4300-LOOKUP-ADDRESS THRU 4300-EXIT
025400         EVALUATE TX-ACTION
025500             WHEN 'A'
025600                 PERFORM 5000-ADD-ADDRESS THRU 5000-EXIT
025700             WHEN 'C'
025800                 PERFORM 6000-CHANGE-ADDRESS THRU 6000-EXIT
025900             WHEN 'R'
026000                 PERFORM 7000-FLAG-RETURNED THRU 7000-EXIT
026100             WHEN 'K'
026200                 PERFORM 7100-CONFIRM-ADDRESS THRU 7100-EXIT
026300             WHEN 'D'
026400                 PERFORM 7500-DELETE-ADDRESS THRU 7500-EXIT
026500         END-EVALUATE
026600     END-IF
026700     PERFORM 8100-WRITE-REGISTER THRU 8100-EXIT
026800     PERFORM 3000-READ-TRAN THRU 3000-EXIT.
026900 4000-EXIT.
027000     EXIT.

027100* THE CARD MUST SAY WHAT TO DO, TO WHOM, WHO SAYS SO AND WHY -
027200* AN UNATTRIBUTED ADDRESS CHANGE IS A FRAUD RISK AS WELL AS AN
027300* AUDIT ONE.
027400 4100-VALIDATE-CARD.
027500     MOVE 'N' TO WS-REJECT-SWITCH
027600     IF TX-ACTION NOT = 'A'
027700         AND TX-ACTION NOT = 'C'
027800         AND TX-ACTION NOT = 'R'
027900         AND TX-ACTION NOT = 'K'
028000         AND TX-ACTION NOT = 'D'
028100         MOVE 'ACTION NOT A, C, R, K OR D' TO RG-DISPOSITION
028200         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
028300         GO TO 4100-EXIT
028400     END-IF
028500     IF TX-CUST-ID NOT NUMERIC
028600         MOVE 'CUST-ID NOT NUMERIC' TO RG-DISPOSITION
028700         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
028800         GO TO 4100-EXIT
028900     END-IF
029000     IF TX-CUST-ID = ZERO
029100         MOVE 'CUST-ID ZERO' TO RG-DISPOSITION
029200         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
029300         GO TO 4100-EXIT
029400     END-IF
029500     IF TX-OPERATOR-ID = SPACES
029600         MOVE 'OPERATOR ID MISSING' TO RG-DISPOSITION
029700         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
029800         GO TO 4100-EXIT
029900     END-IF
030000     IF TX-REASON-CODE = SPACES
030100         MOVE 'REASON CODE MISSING' TO RG-DISPOSITION
030200         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
030300         GO TO 4100-EXIT
030400     END-IF
030500     IF TX-ACTION = 'A' OR TX-ACTION = 'C'
030600         PERFORM 4200-VALIDATE-FIELD THRU 4200-EXIT
030700     END-IF.
030800 4100-EXIT.
030900     EXIT.

031000 4150-REJECT-TRAN.
031100     MOVE 'Y' TO WS-REJECT-SWITCH
031200     ADD 1 TO WS-REJECTED-COUNT.
031300 4150-EXIT.
031400     EXIT.

031500* THE VALUE MUST FIT THE FIELD IT IS FOR - A LONG ADDRESS LINE
031600* IS REJECTED RATHER THAN TRUNCATED ONTO AN ENVELOPE.  ADDRESS
031700* LINE 1, THE POSTCODE AND THE CHANNEL CANNOT BE BLANKED - A
031800* CUSTOMER WHO HAS NO ADDRESS IS DELETED (D) INSTEAD.
031900 4200-VALIDATE-FIELD.
032000     MOVE 'N' TO WS-ADDRESS-FIELD-SWITCH
032100     EVALUATE TX-FIELD-CODE
032200         WHEN 'L1'
032300         WHEN 'L2'
032400         WHEN 'L3'
032500         WHEN 'L4'
032600             MOVE 'Y' TO WS-ADDRESS-FIELD-SWITCH
032700             IF TX-VALUE (31:20) NOT = SPACES
032800                 MOVE 'VALUE TOO LONG FOR FIELD'
032900                     TO RG-DISPOSITION
033000                 PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
033100             END-IF
033200         WHEN 'PC'
033300             MOVE 'Y' TO WS-ADDRESS-FIELD-SWITCH
033400             IF TX-VALUE (11:40) NOT = SPACES
033500                 MOVE 'VALUE TOO LONG FOR FIELD'
033600                     TO RG-DISPOSITION
033700                 PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
033800             END-IF
033900         WHEN 'CH'
034000             IF TX-VALUE (2:49) NOT = SPACES
034100                 OR (TX-VALUE (1:1) NOT = 'P'
034200                     AND TX-VALUE (1:1) NOT = 'E'
034300                     AND TX-VALUE (1:1) NOT = 'T')
034400                 MOVE 'CHANNEL NOT P, E OR T' TO RG-DISPOSITION
034500                 PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
034600             END-IF
034700         WHEN 'EM'
034800             IF TX-VALUE (41:10) NOT = SPACES
034900                 MOVE 'VALUE TOO LONG FOR FIELD'
035000                     TO RG-DISPOSITION
035100                 PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
035200                 GO TO 4200-EXIT
035300             END-IF
035400             MOVE ZERO TO WS-AT-SIGN-COUNT
035500             INSPECT TX-VALUE TALLYING WS-AT-SIGN-COUNT
035600                 FOR ALL '@'
035700             IF TX-VALUE NOT = SPACES
035800                 AND WS-AT-SIGN-COUNT NOT = 1
035900                 MOVE 'E-MAIL ADDRESS NOT VALID' TO RG-DISPOSITION
036000                 PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
036100             END-IF
036200         WHEN 'PH'
036300             IF TX-VALUE (16:35) NOT = SPACES
036400                 MOVE 'VALUE TOO LONG FOR FIELD'
036500                     TO RG-DISPOSITION
036600                 PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
036700             END-IF
036800         WHEN OTHER
036900             MOVE 'FIELD NOT L1-L4, PC, CH, EM OR PH'
037000                 TO RG-DISPOSITION
037100             PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
037200             GO TO 4200-EXIT
037300     END-EVALUATE
037400     IF TRAN-REJECTED
037500         GO TO 4200-EXIT
037600     END-IF
037700     IF TX-VALUE = SPACES
037800         AND (TX-FIELD-CODE = 'L1' OR TX-FIELD-CODE = 'PC')
037900         MOVE 'VALUE REQUIRED FOR FIELD' TO RG-DISPOSITION
038000         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
038100     END-IF.
038200 4200-EXIT.
038300     EXIT.

038400 4300-LOOKUP-ADDRESS.
038500     MOVE 'N' TO WS-ON-FILE-SWITCH
038600     MOVE TX-CUST-ID TO AD-CUST-ID
038700     READ ADDRESS-FILE
038800         INVALID KEY
038900             CONTINUE
039000         NOT INVALID KEY
039100             MOVE 'Y' TO WS-ON-FILE-SWITCH
039200     END-READ.
039300 4300-EXIT.
039400     EXIT.

039500* MOVE THE CARD VALUE INTO THE FIELD IT NAMES, KEEPING THE
039600* FIELD'S OLD AND NEW CONTENTS FOR THE REGISTER.
039700 4500-APPLY-FIELD.
039800     EVALUATE TX-FIELD-CODE
039900         WHEN 'L1'
040000             MOVE AD-ADDR-LINE-1       TO WS-OLD-VALUE
040100             MOVE TX-VALUE             TO AD-ADDR-LINE-1
040200             MOVE AD-ADDR-LINE-1       TO WS-NEW-VALUE
040300         WHEN 'L2'
040400             MOVE AD-ADDR-LINE-2       TO WS-OLD-VALUE
040500             MOVE TX-VALUE             TO AD-ADDR-LINE-2
040600             MOVE AD-ADDR-LINE-2       TO WS-NEW-VALUE
040700         WHEN 'L3'
040800             MOVE AD-ADDR-LINE-3       TO WS-OLD-VALUE
040900             MOVE TX-VALUE             TO AD-ADDR-LINE-3
041000             MOVE AD-ADDR-LINE-3       TO WS-NEW-VALUE
041100         WHEN 'L4'
041200             MOVE AD-ADDR-LINE-4       TO WS-OLD-VALUE
041300             MOVE TX-VALUE             TO AD-ADDR-LINE-4
041400             MOVE AD-ADDR-LINE-4       TO WS-NEW-VALUE
041500         WHEN 'PC'
041600             MOVE AD-POSTCODE          TO WS-OLD-VALUE
041700             MOVE TX-VALUE             TO AD-POSTCODE
041800             MOVE AD-POSTCODE          TO WS-NEW-VALUE
041900         WHEN 'CH'
042000             MOVE AD-PREFERRED-CHANNEL TO WS-OLD-VALUE
042100             MOVE TX-VALUE             TO AD-PREFERRED-CHANNEL
042200             MOVE AD-PREFERRED-CHANNEL TO WS-NEW-VALUE
042300         WHEN 'EM'
042400             MOVE AD-EMAIL-ADDRESS     TO WS-OLD-VALUE
042500             MOVE TX-VALUE             TO AD-EMAIL-ADDRESS
042600             MOVE AD-EMAIL-ADDRESS     TO WS-NEW-VALUE
042700         WHEN 'PH'
042800             MOVE AD-PHONE-NUMBER      TO WS-OLD-VALUE
042900             MOVE TX-VALUE             TO AD-PHONE-NUMBER
043000             MOVE AD-PHONE-NUMBER      TO WS-NEW-VALUE
043100     END-EVALUATE.
043200 4500-EXIT.
043300     EXIT.

043400*****************************************************************
043500* 5000-ADD-ADDRESS - START A NEW ADDRESS RECORD FOR A CUSTOMER
043600* ON CUSTFILX.  CHANNEL DEFAULTS TO POST.
043700*****************************************************************
043800 5000-ADD-ADDRESS.
043900     IF ADDRESS-ON-FILE
044000         MOVE 'ADDRESS ALREADY ON FILE' TO RG-DISPOSITION
044100         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
044200         GO TO 5000-EXIT
044300     END-IF
044400     MOVE TX-CUST-ID TO CUST-ID
044500     READ CUSTOMER-FILE
044600         INVALID KEY
044700             MOVE 'CUSTOMER NOT ON CUSTFILX' TO RG-DISPOSITION
044800             PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
044900             GO TO 5000-EXIT
045000     END-READ
045100     MOVE SPACES             TO WS-BEFORE-IMAGE
045200     MOVE SPACES             TO CUSTOMER-ADDRESS-RECORD
045300     MOVE TX-CUST-ID         TO AD-CUST-ID
045400     MOVE 'P'                TO AD-PREFERRED-CHANNEL
045500     MOVE 'N'                TO AD-RETURNED-MAIL-FLAG
045600     MOVE ZERO               TO AD-RETURNED-DATE
045700     MOVE WS-RUN-DATE        TO AD-LAST-MAINT-DATE
045800     MOVE TX-OPERATOR-ID     TO AD-LAST-MAINT-BY
045900     PERFORM 4500-APPLY-FIELD THRU 4500-EXIT
046000     WRITE CUSTOMER-ADDRESS-RECORD
046100         INVALID KEY
046200             MOVE 'CUSTADDR WRITE FAILED' TO RG-DISPOSITION
046300             PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
046400             GO TO 5000-EXIT
046500     END-WRITE
046600     ADD 1 TO WS-ADDED-COUNT
046700     MOVE 'ADDED' TO RG-DISPOSITION
046800     PERFORM 8000-WRITE-CHANGE-LOG THRU 8000-EXIT.
046900 5000-EXIT.
047000     EXIT.

047100*****************************************************************
047200* 6000-CHANGE-ADDRESS - ONE FIELD.  A NEW ADDRESS LINE OR
047300* POSTCODE CLEARS THE RETURNED-MAIL FLAG - THE OLD ADDRESS WAS
047400* THE ONE THE POST OFFICE SENT BACK.
047500*****************************************************************
047600 6000-CHANGE-ADDRESS.
047700     IF NOT ADDRESS-ON-FILE
047800         MOVE 'ADDRESS NOT ON FILE' TO RG-DISPOSITION
047900         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
048000         GO TO 6000-EXIT
048100     END-IF
048200     MOVE CUSTOMER-ADDRESS-RECORD TO WS-BEFORE-IMAGE
048300     PERFORM 4500-APPLY-FIELD THRU 4500-EXIT
048400     IF CUSTOMER-ADDRESS-RECORD = WS-BEFORE-IMAGE
048500         MOVE 'NO CHANGE ON CARD' TO RG-DISPOSITION
048600         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
048700         GO TO 6000-EXIT
048800     END-IF
048900     MOVE 'CHANGED' TO RG-DISPOSITION
049000     IF ADDRESS-FIELD-CARD AND AD-MAIL-RETURNED
049100         MOVE 'N'  TO AD-RETURNED-MAIL-FLAG
049200         MOVE ZERO TO AD-RETURNED-DATE
049300         MOVE 'CHANGED - RETURNED MAIL CLEARED'
049400             TO RG-DISPOSITION
049500     END-IF
049600     MOVE WS-RUN-DATE        TO AD-LAST-MAINT-DATE
049700     MOVE TX-OPERATOR-ID     TO AD-LAST-MAINT-BY
049800     REWRITE CUSTOMER-ADDRESS-RECORD
049900         INVALID KEY
050000             MOVE 'CUSTADDR REWRITE FAILED' TO RG-DISPOSITION
050100             PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
050200             GO TO 6000-EXIT
050300     END-REWRITE
050400     ADD 1 TO WS-CHANGED-COUNT
050500     PERFORM 8000-WRITE-CHANGE-LOG THRU 8000-EXIT.
050600 6000-EXIT.
050700     EXIT.

050800*****************************************************************
050900* 7000-FLAG-RETURNED - THE POST OFFICE SENT A PIECE BACK.  FROM
051000* NOW ON EXCPLTR AND DISCSTMT SUPPRESS THE CUSTOMER'S MAIL UNTIL
051100* A NEW ADDRESS ARRIVES OR THE BRANCH CONFIRMS THIS ONE (K).
051200*****************************************************************
051300 7000-FLAG-RETURNED.
051400     IF NOT ADDRESS-ON-FILE
051500         MOVE 'ADDRESS NOT ON FILE' TO RG-DISPOSITION
051600         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
051700         GO TO 7000-EXIT
051800     END-IF
051900     IF AD-MAIL-RETURNED
052000         MOVE 'ALREADY FLAGGED RETURNED MAIL' TO RG-DISPOSITION
052100         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
052200         GO TO 7000-EXIT
052300     END-IF
052400     MOVE CUSTOMER-ADDRESS-RECORD TO WS-BEFORE-IMAGE
052500     MOVE AD-RETURNED-MAIL-FLAG   TO WS-OLD-VALUE
052600     MOVE 'Y'                TO AD-RETURNED-MAIL-FLAG
052700     MOVE WS-RUN-DATE        TO AD-RETURNED-DATE
052800     MOVE AD-RETURNED-MAIL-FLAG   TO WS-NEW-VALUE
052900     MOVE WS-RUN-DATE        TO AD-LAST-MAINT-DATE
053000     MOVE TX-OPERATOR-ID     TO AD-LAST-MAINT-BY
053100     REWRITE CUSTOMER-ADDRESS-RECORD
053200         INVALID KEY
053300             MOVE 'CUSTADDR REWRITE FAILED' TO RG-DISPOSITION
053400             PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
053500             GO TO 7000-EXIT
053600     END-REWRITE
053700     ADD 1 TO WS-RETURNED-COUNT
053800     MOVE 'FLAGGED RETURNED MAIL' TO RG-DISPOSITION
053900     PERFORM 8000-WRITE-CHANGE-LOG THRU 8000-EXIT.
054000 7000-EXIT.
054100     EXIT.

054200 7100-CONFIRM-ADDRESS.
054300     IF NOT ADDRESS-ON-FILE
054400         MOVE 'ADDRESS NOT ON FILE' TO RG-DISPOSITION
054500         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
054600         GO TO 7100-EXIT
054700     END-IF
054800     IF NOT AD-MAIL-RETURNED
054900         MOVE 'NOT FLAGGED RETURNED MAIL' TO RG-DISPOSITION
055000         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
055100         GO TO 7100-EXIT
055200     END-IF
055300     MOVE CUSTOMER-ADDRESS-RECORD TO WS-BEFORE-IMAGE
055400     MOVE AD-RETURNED-MAIL-FLAG   TO WS-OLD-VALUE
055500     MOVE 'N'                TO AD-RETURNED-MAIL-FLAG
055600     MOVE ZERO               TO AD-RETURNED-DATE
055700     MOVE AD-RETURNED-MAIL-FLAG   TO WS-NEW-VALUE
055800     MOVE WS-RUN-DATE        TO AD-LAST-MAINT-DATE
055900     MOVE TX-OPERATOR-ID     TO AD-LAST-MAINT-BY
056000     REWRITE CUSTOMER-ADDRESS-RECORD
056100         INVALID KEY
056200             MOVE 'CUSTADDR REWRITE FAILED' TO RG-DISPOSITION
056300             PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
056400             GO TO 7100-EXIT
056500     END-REWRITE
056600     ADD 1 TO WS-CONFIRMED-COUNT
056700     MOVE 'CONFIRMED - RETURNED MAIL CLEARED' TO RG-DISPOSITION
056800     PERFORM 8000-WRITE-CHANGE-LOG THRU 8000-EXIT.
056900 7100-EXIT.
057000     EXIT.

057100* THE CHANGE LOG KEEPS THE FINAL IMAGE FOR GOOD.
057200 7500-DELETE-ADDRESS.
057300     IF NOT ADDRESS-ON-FILE
057400         MOVE 'ADDRESS NOT ON FILE' TO RG-DISPOSITION
057500         PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
057600         GO TO 7500-EXIT
057700     END-IF
057800     MOVE CUSTOMER-ADDRESS-RECORD TO WS-BEFORE-IMAGE
057900     MOVE AD-ADDR-LINE-1          TO WS-OLD-VALUE
058000     DELETE ADDRESS-FILE
058100         INVALID KEY
058200             MOVE 'CUSTADDR DELETE FAILED' TO RG-DISPOSITION
058300             PERFORM 4150-REJECT-TRAN THRU 4150-EXIT
058400             GO TO 7500-EXIT
058500     END-DELETE
058600     MOVE SPACES TO CUSTOMER-ADDRESS-RECORD
058700     ADD 1 TO WS-DELETED-COUNT
058800     MOVE 'DELETED' TO RG-DISPOSITION
058900     PERFORM 8000-WRITE-CHANGE-LOG THRU 8000-EXIT.
059000 7500-EXIT.
059100     EXIT.

059200* THE PERMANENT BEFORE/AFTER RECORD - WRITTEN ONLY ONCE THE
059300* MASTER HAS BEEN UPDATED.
059400 8000-WRITE-CHANGE-LOG.
059500     MOVE WS-RUN-DATE      TO AC-CHANGE-DATE
059600     ACCEPT WS-TIME-WORK FROM TIME
059700     MOVE WS-TIME-HHMMSS   TO AC-CHANGE-TIME
059800     MOVE TX-ACTION        TO AC-ACTION
059900     MOVE TX-FIELD-CODE    TO AC-FIELD-CODE
060000     MOVE TX-CUST-ID       TO AC-CUST-ID
060100     MOVE TX-OPERATOR-ID   TO AC-OPERATOR-ID
060200     MOVE TX-REASON-CODE   TO AC-REASON-CODE
060300     MOVE WS-BEFORE-IMAGE  TO AC-BEFORE-IMAGE
060400     MOVE CUSTOMER-ADDRESS-RECORD TO AC-AFTER-IMAGE
060500     WRITE ADDRESS-CHANGE-RECORD.
060600 8000-EXIT.
060700     EXIT.

060800* ONE REGISTER LINE PER CARD, APPLIED OR NOT.  AN APPLIED CARD
060900* ALSO PRINTS THE FIELD'S OLD AND NEW VALUE.
061000 8100-WRITE-REGISTER.
061100     MOVE TX-CUST-ID     TO RG-CUST-ID
061200     EVALUATE TX-ACTION
061300         WHEN 'A'
061400             MOVE 'ADD'      TO RG-ACTION
061500         WHEN 'C'
061600             MOVE 'CHANGE'   TO RG-ACTION
061700         WHEN 'R'
061800             MOVE 'RETURNED' TO RG-ACTION
061900         WHEN 'K'
062000             MOVE 'CONFIRM'  TO RG-ACTION
062100         WHEN 'D'
062200             MOVE 'DELETE'   TO RG-ACTION
062300         WHEN OTHER
062400             MOVE TX-ACTION  TO RG-ACTION
062500     END-EVALUATE
062600     MOVE TX-FIELD-CODE  TO RG-FIELD-CODE
062700     MOVE TX-OPERATOR-ID TO RG-OPERATOR-ID
062800     MOVE TX-REASON-CODE TO RG-REASON-CODE
062900     IF TRAN-REJECTED
063000         MOVE '*REJECTED*' TO RG-FLAG
063100         WRITE REGISTER-REPORT-RECORD FROM WS-REGISTER-LINE
063200         GO TO 8100-EXIT
063300     END-IF
063400     MOVE 'APPLIED'      TO RG-FLAG
063500     WRITE REGISTER-REPORT-RECORD FROM WS-REGISTER-LINE
063600     MOVE WS-OLD-VALUE   TO VL-OLD-VALUE
063700     MOVE WS-NEW-VALUE   TO VL-NEW-VALUE
063800     WRITE REGISTER-REPORT-RECORD FROM WS-VALUE-LINE.
063900 8100-EXIT.
064000     EXIT.

064100 9000-FINALIZE.
064200     MOVE WS-TRAN-COUNT      TO RT-TRAN-COUNT
064300     MOVE WS-ADDED-COUNT     TO RT-ADDED-COUNT
064400     MOVE WS-CHANGED-COUNT   TO RT-CHANGED-COUNT
064500     MOVE WS-RETURNED-COUNT  TO RT-RETURNED-COUNT
064600     MOVE WS-CONFIRMED-COUNT TO RT-CONFIRMED-COUNT
064700     MOVE WS-DELETED-COUNT   TO RT-DELETED-COUNT
064800     MOVE WS-REJECTED-COUNT  TO RT-REJECTED-COUNT
064900     WRITE REGISTER-REPORT-RECORD FROM WS-REGISTER-TOTAL-LINE
065000     WRITE REGISTER-REPORT-RECORD FROM WS-SIGNOFF-LINE
065100     CLOSE MAINT-TRAN-FILE
065200     CLOSE CUSTOMER-FILE
065300     CLOSE ADDRESS-FILE
065400     CLOSE CHANGE-LOG-FILE
065500     CLOSE REGISTER-REPORT-FILE
065600     DISPLAY 'ADDRMNT - CARDS READ:       ' WS-TRAN-COUNT
065700     DISPLAY 'ADDRMNT - ADDED:            ' WS-ADDED-COUNT
065800     DISPLAY 'ADDRMNT - CHANGED:          ' WS-CHANGED-COUNT
065900     DISPLAY 'ADDRMNT - FLAGGED RETURNED: ' WS-RETURNED-COUNT
066000     DISPLAY 'ADDRMNT - CONFIRMED:        ' WS-CONFIRMED-COUNT
066100     DISPLAY 'ADDRMNT - DELETED:          ' WS-DELETED-COUNT
066200     DISPLAY 'ADDRMNT - REJECTED:         ' WS-REJECTED-COUNT
066300     IF WS-REJECTED-COUNT > ZERO
066400         MOVE 4 TO RETURN-CODE
066500     END-IF.
066600 9000-EXIT.
066700     EXIT.
