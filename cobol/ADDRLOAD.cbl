000100*****************************************************************
000200* ADDRLOAD - CUSTOMER ADDRESS MASTER LOAD FROM THE SENDING SYSTEM
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. ADDRLOAD.
000600 AUTHOR. LEGACY SYSTEMS TEAM.
000700 INSTALLATION. RETAIL BANKING - CUSTOMER MAINTENANCE.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.

001000*****************************************************************
001100* MODIFICATION HISTORY
001200*   DATE       INIT  DESCRIPTION
001300*   ---------- ----  ---------------------------------------------
001400*   2026-10-15  RLS  ORIGINAL.  APPLIES THE SENDING SYSTEM'S
001500*                    ADDRESS/CONTACT EXTRACT (FULL OR CHANGES
001600*                    ONLY - EITHER WORKS) TO THE CUSTADDR
001700*                    KSDS.  A CUSTOMER NOT YET ON THE MASTER IS
001800*                    ADDED; ONE ALREADY THERE IS REWRITTEN ONLY
001900*                    IF SOMETHING ACTUALLY CHANGED.  A NEW
002000*                    ADDRESS CLEARS THE RETURNED-MAIL FLAG THE
002100*                    BRANCH SET THROUGH ADDRMNT - THE CUSTOMER
002200*                    HAS TOLD THE BANK WHERE THEY ARE NOW - BUT
002300*                    THE SAME ADDRESS SENT AGAIN LEAVES THE FLAG
002400*                    ALONE, SO A FULL EXTRACT CANNOT RE-OPEN
002500*                    POSTAGE TO AN ADDRESS KNOWN TO BE BAD.
002600*                    THE CUSTOMER MUST BE ON CUSTFILX AND THE
002700*                    CHANNEL MUST BE P, E OR T (BLANK IS TAKEN
002800*                    AS P).  A RECORD WITH NO ADDRESS LINE 1 OR
002900*                    NO POSTCODE IS STILL LOADED BUT LISTED AS
003000*                    INCOMPLETE, SINCE THE LETTER AND STATEMENT
003100*                    RUNS WILL SUPPRESS IT.  REJECTS END THE
003200*                    STEP RC=4.
003300*****************************************************************

003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-370.
003700 OBJECT-COMPUTER. IBM-370.

003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT ADDRESS-EXTRACT-FILE ASSIGN TO 'ADDREXT'
004100         ORGANIZATION IS SEQUENTIAL
004200         ACCESS MODE IS SEQUENTIAL.

004300     SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILX'
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS CUST-ID
004700         FILE STATUS IS WS-CUST-FILE-STATUS.

004800     SELECT ADDRESS-FILE ASSIGN TO 'CUSTADDR'
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS AD-CUST-ID
005200         FILE STATUS IS WS-ADDR-STATUS.

005300     SELECT LOAD-REPORT-FILE ASSIGN TO 'ADDRRPT'
005400         ORGANIZATION IS SEQUENTIAL
005500         ACCESS MODE IS SEQUENTIAL.

005600 DATA DIVISION.
005700 FILE SECTION.
005800* THE SENDING SYSTEM'S ADDRESS EXTRACT - THE CUSTADDR CONTACT
005900* FIELDS ONLY; THE RETURNED-MAIL FLAG IS THE BANK'S OWN.
006000 FD  ADDRESS-EXTRACT-FILE
006100     LABEL RECORDS ARE STANDARD.
006200 01  ADDRESS-EXTRACT-RECORD.
006300     05  AX-CUST-ID              PIC 9(6).
006400     05  AX-CUST-ID-X REDEFINES AX-CUST-ID
006500                                 PIC X(6).
006600     05  AX-ADDRESS-BLOCK.
006700         10  AX-ADDR-LINE-1      PIC X(30).
006800         10  AX-ADDR-LINE-2      PIC X(30).
006900         10  AX-ADDR-LINE-3      PIC X(30).
007000         10  AX-ADDR-LINE-4      PIC X(30).
007100         10  AX-POSTCODE         PIC X(10).
007200     05  AX-PREFERRED-CHANNEL    PIC X(1).
007300     05  AX-EMAIL-ADDRESS        PIC X(40).
007400     05  AX-PHONE-NUMBER         PIC X(15).

007500 FD  CUSTOMER-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY CUSTREC.

007800 FD  ADDRESS-FILE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY CUSTADDR.

008100 FD  LOAD-REPORT-FILE
008200     LABEL RECORDS ARE OMITTED
008300     RECORD CONTAINS 132 CHARACTERS.
008400 01  LOAD-REPORT-RECORD          PIC X(132).

008500 WORKING-STORAGE SECTION.
008600 77  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
008700 77  WS-CUST-FILE-STATUS     PIC X(2)    VALUE '00'.
008800 77  WS-ADDR-STATUS          PIC X(2)    VALUE '00'.

008900 77  WS-EXTRACT-EOF-SWITCH   PIC X(1)    VALUE 'N'.
009000     88  END-OF-EXTRACT-FILE                VALUE 'Y'.
009100 77  WS-REJECT-SWITCH        PIC X(1)    VALUE 'N'.
009200     88  EXTRACT-REJECTED                   VALUE 'Y'.
009300 77  WS-ON-FILE-SWITCH       PIC X(1)    VALUE 'N'.
009400     88  ADDRESS-ON-FILE                    VALUE 'Y'.

009500 77  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
009600 77  WS-ADDED-COUNT          PIC 9(7)    VALUE ZERO.
009700 77  WS-CHANGED-COUNT        PIC 9(7)    VALUE ZERO.
009800 77  WS-UNCHANGED-COUNT      PIC 9(7)    VALUE ZERO.
009900 77  WS-INCOMPLETE-COUNT     PIC 9(7)    VALUE ZERO.
010000 77  WS-CLEARED-COUNT        PIC 9(7)    VALUE ZERO.
010100 77  WS-REJECTED-COUNT       PIC 9(7)    VALUE ZERO.

010200* THE MASTER RECORD AS IT STOOD BEFORE THE EXTRACT RECORD.
010300 77  WS-BEFORE-IMAGE         PIC X(217)  VALUE SPACES.

010400 01  WS-REPORT-LINE.
010500     05  RG-CUST-ID              PIC X(6).
010600     05  FILLER                  PIC X(2)  VALUE SPACES.
010700     05  RG-FLAG                 PIC X(10).
010800     05  FILLER                  PIC X(2)  VALUE SPACES.
010900     05  RG-DISPOSITION          PIC X(40).
011000     05  FILLER                  PIC X(2)  VALUE SPACES.
011100     05  RG-POSTCODE             PIC X(10).
011200     05  FILLER                  PIC X(60) VALUE SPACES.

011300 01  WS-REPORT-HEADING-1         PIC X(132)
011400         VALUE 'ADDRLOAD - CUSTOMER ADDRESS MASTER LOAD REPORT'.
011500 01  WS-REPORT-HEADING-2.
011600     05  FILLER              PIC X(15) VALUE '  RUN DATE:    '.
011700     05  RH-RUN-DATE         PIC 9(8).
011800     05  FILLER              PIC X(109) VALUE SPACES.
011900 01  WS-REPORT-HEADING-3.
012000     05  FILLER              PIC X(8)  VALUE 'CUST-ID'.
012100     05  FILLER              PIC X(12) VALUE 'RESULT'.
012200     05  FILLER              PIC X(42) VALUE 'DISPOSITION'.
012300     05  FILLER              PIC X(70) VALUE 'POSTCODE'.

012400 01  WS-REPORT-TOTAL-LINE-1.
012500     05  FILLER                  PIC X(5)  VALUE SPACES.
012600     05  FILLER                  PIC X(9)  VALUE 'RECORDS: '.
012700     05  RT-READ-COUNT           PIC Z(6)9.
012800     05  FILLER                  PIC X(2)  VALUE SPACES.
012900     05  FILLER                  PIC X(7)  VALUE 'ADDED: '.
013000     05  RT-ADDED-COUNT          PIC Z(6)9.
013100     05  FILLER                  PIC X(2)  VALUE SPACES.
013200     05  FILLER                  PIC X(9)  VALUE 'CHANGED: '.
013300     05  RT-CHANGED-COUNT        PIC Z(6)9.
013400     05  FILLER                  PIC X(2)  VALUE SPACES.
013500     05  FILLER                  PIC X(11) VALUE 'UNCHANGED: '.
013600     05  RT-UNCHANGED-COUNT      PIC Z(6)9.
013700     05  FILLER                  PIC X(2)  VALUE SPACES.
013800     05  FILLER                  PIC X(10) VALUE 'REJECTED: '.
013900     05  RT-REJECTED-COUNT       PIC Z(6)9.
014000     05  FILLER                  PIC X(38) VALUE SPACES.
014100 01  WS-REPORT-TOTAL-LINE-2.
014200     05  FILLER                  PIC X(5)  VALUE SPACES.
014300     05  FILLER                  PIC X(21)
014400         VALUE 'INCOMPLETE ADDRESS: '.
014500     05  RT-INCOMPLETE-COUNT     PIC Z(6)9.
014600     05  FILLER                  PIC X(2)  VALUE SPACES.
014700     05  FILLER                  PIC X(23)
014800         VALUE 'RETURNED MAIL CLEARED: '.
014900     05  RT-CLEARED-COUNT        PIC Z(6)9.
015000     05  FILLER                  PIC X(67) VALUE SPACES.

015100 PROCEDURE DIVISION.
015200*****************************************************************
015300* 0000-MAINLINE
015400*****************************************************************
015500 0000-MAINLINE.
015600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015700     PERFORM 3000-READ-EXTRACT THRU 3000-EXIT
015800     PERFORM 4000-PROCESS-EXTRACT THRU 4000-EXIT
015900         UNTIL END-OF-EXTRACT-FILE
016000     PERFORM 9000-FINALIZE THRU 9000-EXIT
016100     STOP RUN.

016200*****************************************************************
016300* 1000-INITIALIZE - OPEN FILES AND PRINT THE REPORT HEADINGS.
016400* BOTH KSDSS ALWAYS EXIST - ANY BAD OPEN STATUS ENDS THE STEP
016500* BEFORE A SINGLE RECORD IS APPLIED.
016600*****************************************************************
016700 1000-INITIALIZE.
016800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
016900     OPEN INPUT  ADDRESS-EXTRACT-FILE
017000     OPEN INPUT  CUSTOMER-FILE
017100     IF WS-CUST-FILE-STATUS NOT = '00'
017200         DISPLAY 'ADDRLOAD - CUSTFILX OPEN FAILED, STATUS '
017300             WS-CUST-FILE-STATUS ' - RC=16'
017400         MOVE 16 TO RETURN-CODE
017500         STOP RUN
017600     END-IF
017700     OPEN I-O    ADDRESS-FILE
017800     IF WS-ADDR-STATUS NOT = '00'
017900         DISPLAY 'ADDRLOAD - CUSTADDR OPEN FAILED, STATUS '
018000             WS-ADDR-STATUS ' - RC=16'
018100         MOVE 16 TO RETURN-CODE
018200         STOP RUN
018300     END-IF
018400     OPEN OUTPUT LOAD-REPORT-FILE
018500     WRITE LOAD-REPORT-RECORD FROM WS-REPORT-HEADING-1
018600     MOVE WS-RUN-DATE TO RH-RUN-DATE
018700     WRITE LOAD-REPORT-RECORD FROM WS-REPORT-HEADING-2
018800     WRITE LOAD-REPORT-RECORD FROM WS-REPORT-HEADING-3.
018900 1000-EXIT.
019000     EXIT.

019100 3000-READ-EXTRACT.
019200     READ ADDRESS-EXTRACT-FILE
019300         AT END
019400             MOVE 'Y' TO WS-EXTRACT-EOF-SWITCH
019500     END-READ
019600     IF NOT END-OF-EXTRACT-FILE
019700         ADD 1 TO WS-READ-COUNT
019800     END-IF.
019900 3000-EXIT.
020000     EXIT.

020100*****************************************************************
020200* 4000-PROCESS-EXTRACT - ONE EXTRACT RECORD: EDIT IT, LOOK THE
020300* CUSTOMER UP ON THE ADDRESS MASTER AND ADD OR UPDATE.  ONLY
020400* ADDS, CHANGES AND REJECTS PRINT - A FULL EXTRACT IS MOSTLY
020500* UNCHANGED RECORDS, WHICH ARE COUNTED ONLY.
020600*****************************************************************
020700 4000-PROCESS-EXTRACT.
020800     MOVE SPACES TO RG-DISPOSITION
020900     MOVE SPACES TO RG-FLAG
021000     PERFORM 4100-VALIDATE-EXTRACT THRU 4100-EXIT
021100     IF NOT EXTRACT-REJECTED
021200         PERFORM 4300-LOOKUP-ADDRESS THRU 4300-EXIT
021300         IF ADDRESS-ON-FILE
021400             PERFORM 6000-UPDATE-ADDRESS THRU 6000-EXIT
021500         ELSE
021600             PERFORM 5000-ADD-ADDRESS THRU 5000-EXIT
021700         END-IF
021800     END-IF
021900     IF RG-DISPOSITION NOT = SPACES
022000         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
022100     END-IF
022200     PERFORM 3000-READ-EXTRACT THRU 3000-EXIT.
022300 4000-EXIT.
022400     EXIT.

022500* AN ADDRESS FOR A CUSTOMER THE BANK DOES NOT HOLD WOULD NEVER
022600* BE USED - REJECT IT SO THE SENDING SYSTEM'S MISMATCH IS SEEN.
022700 4100-VALIDATE-EXTRACT.
022800     MOVE 'N' TO WS-REJECT-SWITCH
022900     IF AX-CUST-ID NOT NUMERIC
023000         MOVE 'CUST-ID NOT NUMERIC' TO RG-DISPOSITION
023100         PERFORM 4150-REJECT-EXTRACT THRU 4150-EXIT
023200         GO TO 4100-EXIT
023300     END-IF
023400     IF AX-CUST-ID = ZERO
023500         MOVE 'CUST-ID ZERO' TO RG-DISPOSITION
023600         PERFORM 4150-REJECT-EXTRACT THRU 4150-EXIT
023700         GO TO 4100-EXIT
023800     END-IF
023900     IF AX-PREFERRED-CHANNEL = SPACE
024000         MOVE 'P' TO AX-PREFERRED-CHANNEL
024100     END-IF
024200     IF AX-PREFERRED-CHANNEL NOT = 'P'
024300         AND AX-PREFERRED-CHANNEL NOT = 'E'
024400         AND AX-PREFERRED-CHANNEL NOT = 'T'
024500         MOVE 'CHANNEL NOT P, E OR T' TO RG-DISPOSITION
024600         PERFORM 4150-REJECT-EXTRACT THRU 4150-EXIT
024700         GO TO 4100-EXIT
024800     END-IF
024900     MOVE AX-CUST-ID TO CUST-ID
025000     READ CUSTOMER-FILE
025100         INVALID KEY
025200             MOVE 'CUSTOMER NOT ON CUSTFILX' TO RG-DISPOSITION
025300             PERFORM 4150-REJECT-EXTRACT THRU 4150-EXIT
025400             GO TO 4100-EXIT
025500     END-READ.
025600 4100-EXIT.
025700     EXIT.

025800 4150-REJECT-EXTRACT.
025900     MOVE 'Y' TO WS-REJECT-SWITCH
026000     ADD 1 TO WS-REJECTED-COUNT.
026100 4150-EXIT.
026200     EXIT.

026300 4300-LOOKUP-ADDRESS.
026400     MOVE 'N' TO WS-ON-FILE-SWITCH
026500     MOVE AX-CUST-ID TO AD-CUST-ID
026600     READ ADDRESS-FILE
026700         INVALID KEY
026800             CONTINUE
026900         NOT INVALID KEY
027000             MOVE 'Y' TO WS-ON-FILE-SWITCH
027100     END-READ.
027200 4300-EXIT.
027300     EXIT.

027400 4400-CHECK-COMPLETE.
027500     IF AD-ADDR-LINE-1 = SPACES
027600         OR AD-POSTCODE = SPACES
027700         ADD 1 TO WS-INCOMPLETE-COUNT
027800         MOVE 'INCOMPLETE' TO RG-FLAG
027900     END-IF.
028000 4400-EXIT.
028100     EXIT.

028200*****************************************************************
028300* 5000-ADD-ADDRESS - FIRST ADDRESS FOR THE CUSTOMER.
028400*****************************************************************
028500 5000-ADD-ADDRESS.
028600     MOVE SPACES               TO CUSTOMER-ADDRESS-RECORD
028700     MOVE AX-CUST-ID           TO AD-CUST-ID
028800     MOVE AX-ADDRESS-BLOCK     TO AD-ADDRESS-BLOCK
028900     MOVE AX-PREFERRED-CHANNEL TO AD-PREFERRED-CHANNEL
029000     MOVE AX-EMAIL-ADDRESS     TO AD-EMAIL-ADDRESS
029100     MOVE AX-PHONE-NUMBER      TO AD-PHONE-NUMBER
029200     MOVE 'N'                  TO AD-RETURNED-MAIL-FLAG
029300     MOVE ZERO                 TO AD-RETURNED-DATE
029400     MOVE WS-RUN-DATE          TO AD-LAST-MAINT-DATE
029500     MOVE 'ADDRLOAD'           TO AD-LAST-MAINT-BY
029600     WRITE CUSTOMER-ADDRESS-RECORD
029700         INVALID KEY
029800             MOVE 'CUSTADDR WRITE FAILED' TO RG-DISPOSITION
029900             PERFORM 4150-REJECT-EXTRACT THRU 4150-EXIT
030000             GO TO 5000-EXIT
030100     END-WRITE
030200     ADD 1 TO WS-ADDED-COUNT
030300     MOVE 'ADDED' TO RG-DISPOSITION
030400     PERFORM 4400-CHECK-COMPLETE THRU 4400-EXIT.
030500 5000-EXIT.
030600     EXIT.

030700*****************************************************************
030800* 6000-UPDATE-ADDRESS - OVERLAY THE SENDING SYSTEM'S CONTACT
030900* FIELDS.  ONLY A CHANGED ADDRESS CLEARS THE RETURNED-MAIL FLAG;
031000* A NEW E-MAIL OR PHONE NUMBER DOES NOT MAKE A BAD ADDRESS GOOD.
031100*****************************************************************
031200 6000-UPDATE-ADDRESS.
031300     MOVE CUSTOMER-ADDRESS-RECORD TO WS-BEFORE-IMAGE
031400     IF AX-ADDRESS-BLOCK NOT = AD-ADDRESS-BLOCK
031500         MOVE AX-ADDRESS-BLOCK TO AD-ADDRESS-BLOCK
031600         MOVE 'ADDRESS CHANGED' TO RG-DISPOSITION
031700         IF AD-MAIL-RETURNED
031800             MOVE 'N'  TO AD-RETURNED-MAIL-FLAG
031900             MOVE ZERO TO AD-RETURNED-DATE
032000             ADD 1 TO WS-CLEARED-COUNT
032100             MOVE 'ADDRESS CHANGED - RETURNED MAIL CLEARED'
032200                 TO RG-DISPOSITION
032300         END-IF
032400     END-IF
032500     MOVE AX-PREFERRED-CHANNEL TO AD-PREFERRED-CHANNEL
032600     MOVE AX-EMAIL-ADDRESS     TO AD-EMAIL-ADDRESS
032700     MOVE AX-PHONE-NUMBER      TO AD-PHONE-NUMBER
032800     IF CUSTOMER-ADDRESS-RECORD = WS-BEFORE-IMAGE
032900         ADD 1 TO WS-UNCHANGED-COUNT
033000         GO TO 6000-EXIT
033100     END-IF
033200     IF RG-DISPOSITION = SPACES
033300         MOVE 'CONTACT DETAILS CHANGED' TO RG-DISPOSITION
033400     END-IF
033500     MOVE WS-RUN-DATE          TO AD-LAST-MAINT-DATE
033600     MOVE 'ADDRLOAD'           TO AD-LAST-MAINT-BY
033700     REWRITE CUSTOMER-ADDRESS-RECORD
033800         INVALID KEY
033900             MOVE 'CUSTADDR REWRITE FAILED' TO RG-DISPOSITION
034000             PERFORM 4150-REJECT-EXTRACT THRU 4150-EXIT
034100             GO TO 6000-EXIT
034200     END-REWRITE
034300     ADD 1 TO WS-CHANGED-COUNT
034400     PERFORM 4400-CHECK-COMPLETE THRU 4400-EXIT.
034500 6000-EXIT.
034600     EXIT.

034700 8000-WRITE-REPORT-LINE.
034800     MOVE AX-CUST-ID-X TO RG-CUST-ID
034900     MOVE AX-POSTCODE  TO RG-POSTCODE
035000     IF EXTRACT-REJECTED
035100         MOVE '*REJECTED*' TO RG-FLAG
035200     ELSE
035300         IF RG-FLAG NOT = 'INCOMPLETE'
035400             MOVE 'APPLIED' TO RG-FLAG
035500         END-IF
035600     END-IF
035700     WRITE LOAD-REPORT-RECORD FROM WS-REPORT-LINE.
035800 8000-EXIT.
035900     EXIT.

036000 9000-FINALIZE.
036100     MOVE WS-READ-COUNT       TO RT-READ-COUNT
036200     MOVE WS-ADDED-COUNT      TO RT-ADDED-COUNT
036300     MOVE WS-CHANGED-COUNT    TO RT-CHANGED-COUNT
036400     MOVE WS-UNCHANGED-COUNT  TO RT-UNCHANGED-COUNT
036500     MOVE WS-REJECTED-COUNT   TO RT-REJECTED-COUNT
036600     MOVE WS-INCOMPLETE-COUNT TO RT-INCOMPLETE-COUNT
036700     MOVE WS-CLEARED-COUNT    TO RT-CLEARED-COUNT
036800     WRITE LOAD-REPORT-RECORD FROM WS-REPORT-TOTAL-LINE-1
036900     WRITE LOAD-REPORT-RECORD FROM WS-REPORT-TOTAL-LINE-2
037000     CLOSE ADDRESS-EXTRACT-FILE
037100     CLOSE CUSTOMER-FILE
037200     CLOSE ADDRESS-FILE
037300     CLOSE LOAD-REPORT-FILE
037400     DISPLAY 'ADDRLOAD - RECORDS READ:    ' WS-READ-COUNT
037500     DISPLAY 'ADDRLOAD - ADDED:           ' WS-ADDED-COUNT
037600     DISPLAY 'ADDRLOAD - CHANGED:         ' WS-CHANGED-COUNT
037700     DISPLAY 'ADDRLOAD - UNCHANGED:       ' WS-UNCHANGED-COUNT
037800     DISPLAY 'ADDRLOAD - INCOMPLETE:      ' WS-INCOMPLETE-COUNT
037900     DISPLAY 'ADDRLOAD - RTN MAIL CLEARED:' WS-CLEARED-COUNT
038000     DISPLAY 'ADDRLOAD - REJECTED:        ' WS-REJECTED-COUNT
038100     IF WS-REJECTED-COUNT > ZERO
038200         MOVE 4 TO RETURN-CODE
038300     END-IF.
038400 9000-EXIT.
038500     EXIT.
