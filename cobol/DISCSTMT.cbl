003140*                    THE RUN COUNTS, AND ITS STATEMENT LINE IS
003150*                    MARKED REVERSAL, SO THE YEAR IS NO LONGER
003160*                    OVERSTATED BY EVERY REVERSED RUN.
003170*   2026-10-15  RLS  PICK UP DISCADJ'S MANUAL ADJUSTMENT
003171*                    RECORDS - A CREDIT ADDS TO THE CUSTOMER
003172*                    TOTAL AND THE MONTH'S DISCOUNT, A DEBIT
003173*                    (DISCOUNT RECOVERED) SUBTRACTS FROM BOTH,
003174*                    AND NEITHER COUNTS AS A RUN.  THE LINE IS
003175*                    MARKED ADJ CREDIT OR ADJ DEBIT.
003176*   2026-10-15  RLS  EACH STATEMENT NOW OPENS WITH A MAIL PIECE
003177*                    NUMBER AND THE CUSTOMER'S ADDRESS BLOCK
003178*                    FROM THE CUSTADDR MASTER, AND GETS A
003179*                    MAIL-HOUSE MANIFEST RECORD (MAILHSE
003180*                    COPYBOOK) SO THE STATEMENTS GO STRAIGHT TO
003181*                    THE MAIL HOUSE.  A CUSTOMER WITH NO
003182*                    ADDRESS, AN INCOMPLETE ONE OR RETURNED MAIL
003183*                    GETS NO PRINTED STATEMENT - THEY ARE LISTED
003184*                    WITH THEIR YEAR TOTAL ON THE SUPPRESSION
003185*                    REPORT FOR THE BRANCH TO FOLLOW UP.  THE
003186*                    FINANCE SUMMARY STILL COUNTS THEM.
003200*****************************************************************

003300 ENVIRONMENT DIVISION.
004600         ORGANIZATION IS SEQUENTIAL
004700         ACCESS MODE IS SEQUENTIAL.

004710     SELECT ADDRESS-FILE ASSIGN TO 'CUSTADDR'
004720         ORGANIZATION IS INDEXED
004730         ACCESS MODE IS RANDOM
004740         RECORD KEY IS AD-CUST-ID
004750         FILE STATUS IS WS-ADDR-STATUS.

004760     SELECT MAIL-HOUSE-FILE ASSIGN TO 'MAILHSE'
004770         ORGANIZATION IS SEQUENTIAL
004775         ACCESS MODE IS SEQUENTIAL.

004780     SELECT SUPPRESSION-REPORT-FILE ASSIGN TO 'SUPPRPT'
004785         ORGANIZATION IS SEQUENTIAL
004790         ACCESS MODE IS SEQUENTIAL.

004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  JOURNAL-IN-FILE
005900     RECORD CONTAINS 132 CHARACTERS.
006000 01  FINANCE-SUMMARY-RECORD      PIC X(132).

006010 FD  ADDRESS-FILE
006020     LABEL RECORDS ARE STANDARD.
006030     COPY CUSTADDR.

006040 FD  MAIL-HOUSE-FILE
006050     LABEL RECORDS ARE STANDARD.
006060     COPY MAILHSE.

006070 FD  SUPPRESSION-REPORT-FILE
006075     LABEL RECORDS ARE OMITTED
006080     RECORD CONTAINS 132 CHARACTERS.
006090 01  SUPPRESSION-REPORT-RECORD   PIC X(132).

006100 WORKING-STORAGE SECTION.
006200 01  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
006300 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
008000 77  WS-CUST-TOTAL-AMT       PIC S9(9)V99 VALUE ZERO.
008100 77  WS-ANNUAL-TOTAL-AMT     PIC S9(11)V99 VALUE ZERO.

008110 77  WS-ADDR-STATUS          PIC X(2)    VALUE '00'.
008120 77  WS-POSTABLE-SWITCH      PIC X(1)    VALUE 'N'.
008130     88  CUSTOMER-POSTABLE                  VALUE 'Y'.
008140 77  WS-PIECE-COUNT          PIC 9(7)    VALUE ZERO.
008150 77  WS-SUPPRESSED-COUNT     PIC 9(7)    VALUE ZERO.
008160 77  WS-STMT-LINE-COUNT      PIC 9(4)    VALUE ZERO.

008200 01  WS-JRNL-DATE            PIC 9(8)    VALUE ZERO.
008300 01  WS-JRNL-DATE-PARTS REDEFINES WS-JRNL-DATE.
008400     05  WS-JRNL-YYYY            PIC 9(4).
010900     05  FILLER                  PIC X(9)  VALUE 'ACCOUNT: '.
011000     05  SN-CUST-ID              PIC Z(5)9.
011100     05  FILLER                  PIC X(81) VALUE SPACES.
011110 01  WS-STMT-PIECE-LINE.
011120     05  FILLER                  PIC X(36) VALUE SPACES.
011130     05  FILLER                  PIC X(9)  VALUE 'PIECE:   '.
011140     05  SP-PIECE-NUMBER         PIC 9(7).
011150     05  FILLER                  PIC X(80) VALUE SPACES.
011160 01  WS-STMT-ADDRESS-LINE.
011170     05  SA-ADDRESS-TEXT         PIC X(30).
011180     05  FILLER                  PIC X(102) VALUE SPACES.
011190 01  WS-STMT-BLANK-LINE          PIC X(132) VALUE SPACES.

011200 01  WS-STMT-TITLE-LINE.
011300     05  FILLER                  PIC X(36) VALUE
016400     05  FT-CUSTOMER-COUNT       PIC Z(6)9.
016500     05  FILLER                  PIC X(67) VALUE SPACES.

016510 01  WS-SUPPRESSION-LINE.
016515     05  FILLER                  PIC X(2)  VALUE SPACES.
016520     05  SU-CUST-ID              PIC Z(5)9.
016525     05  FILLER                  PIC X(3)  VALUE SPACES.
016530     05  SU-CUST-NAME            PIC X(30).
016535     05  FILLER                  PIC X(3)  VALUE SPACES.
016540     05  SU-REASON               PIC X(20).
016545     05  FILLER                  PIC X(3)  VALUE SPACES.
016550     05  SU-RETURNED-DATE        PIC X(8).
016555     05  FILLER                  PIC X(3)  VALUE SPACES.
016560     05  SU-CUST-TOTAL           PIC -(7)9.99.
016565     05  FILLER                  PIC X(42) VALUE SPACES.

016570 01  WS-SUPPRESSION-HEADING-1    PIC X(132)
016572         VALUE 'DISCSTMT - SUPPRESSED STATEMENTS - NOT POSTABLE'.
016574 01  WS-SUPPRESSION-HEADING-2.
016576     05  FILLER PIC X(11) VALUE '  CUST-ID'.
016578     05  FILLER PIC X(33) VALUE 'CUSTOMER NAME'.
016580     05  FILLER PIC X(23) VALUE 'REASON'.
016582     05  FILLER PIC X(11) VALUE 'RETURNED'.
016584     05  FILLER PIC X(54) VALUE '  YEAR TOTAL'.
016586 01  WS-SUPPRESSION-TOTAL-LINE.
016588     05  FILLER                  PIC X(5)  VALUE SPACES.
016590     05  FILLER                  PIC X(23)
016592         VALUE 'STATEMENTS SUPPRESSED: '.
016594     05  SS-SUPPRESSED-COUNT     PIC Z(6)9.
016596     05  FILLER                  PIC X(97) VALUE SPACES.

016600 PROCEDURE DIVISION.
016700*****************************************************************
016800* 0000-MAINLINE
019300     OPEN INPUT  JOURNAL-IN-FILE
019400     OPEN OUTPUT STATEMENT-FILE
019500     OPEN OUTPUT FINANCE-SUMMARY-FILE
019510     OPEN OUTPUT MAIL-HOUSE-FILE
019520     OPEN OUTPUT SUPPRESSION-REPORT-FILE
019530* THE ADDRESS MASTER ALWAYS EXISTS (CUSTADDR.JCL) - WITHOUT IT
019540* EVERY STATEMENT WOULD BE SUPPRESSED, SO A BAD OPEN ENDS THE
019545* STEP.
019550     OPEN INPUT  ADDRESS-FILE
019555     IF WS-ADDR-STATUS NOT = '00'
019560         DISPLAY 'DISCSTMT - CUSTADDR OPEN FAILED, STATUS '
019565             WS-ADDR-STATUS ' - RC=16'
019570         MOVE 16 TO RETURN-CODE
019575         STOP RUN
019580     END-IF
019585     WRITE SUPPRESSION-REPORT-RECORD
019590         FROM WS-SUPPRESSION-HEADING-1
019592     WRITE SUPPRESSION-REPORT-RECORD
019594         FROM WS-SUPPRESSION-HEADING-2
019600     PERFORM 1100-CLEAR-MONTH-ENTRY THRU 1100-EXIT
019700         VARYING WS-MONTH-SUB FROM 1 BY 1
019800         UNTIL WS-MONTH-SUB > 12.
023700 4000-EXIT.
023800     EXIT.

023810* A STATEMENT IS PRINTED ONLY FOR A CUSTOMER WITH A POSTABLE
023820* CUSTADDR ADDRESS.  A SUPPRESSED CUSTOMER STILL HAS THEIR
023830* RECORDS TOTALLED AND BUCKETED - ONLY THE PRINTING STOPS.
023900 5000-START-STATEMENT.
024000     ADD 1 TO WS-CUSTOMER-COUNT
024100     MOVE JR-CUST-ID   TO WS-PREV-CUST-ID
024500     MOVE JR-CUST-NAME TO SN-CUST-NAME
024600     MOVE JR-CUST-ID   TO SN-CUST-ID
024700     MOVE WS-STMT-YEAR TO ST-TITLE-YEAR
024710     PERFORM 5800-LOOKUP-ADDRESS THRU 5800-EXIT
024720     IF NOT CUSTOMER-POSTABLE
024730         GO TO 5000-EXIT
024740     END-IF
024750     ADD 1 TO WS-PIECE-COUNT
024760     MOVE WS-PIECE-COUNT TO SP-PIECE-NUMBER
024770     WRITE STATEMENT-RECORD FROM WS-STMT-PIECE-LINE
024800     WRITE STATEMENT-RECORD FROM WS-STMT-NAME-LINE
024810     MOVE 2 TO WS-STMT-LINE-COUNT
024820     PERFORM 5900-WRITE-ADDRESS-BLOCK THRU 5900-EXIT
024830     WRITE STATEMENT-RECORD FROM WS-STMT-BLANK-LINE
024900     WRITE STATEMENT-RECORD FROM WS-STMT-TITLE-LINE
025000     WRITE STATEMENT-RECORD FROM WS-STMT-COLUMN-HEADING
025010     ADD 3 TO WS-STMT-LINE-COUNT.
025100 5000-EXIT.
025200     EXIT.

025210* A REVERSAL RECORD (DISCBACK BACKOUT) PRINTS MARKED AND
025220* SUBTRACTS WHAT THE REVERSED RUN'S OWN RECORD ADDED.  A
025230* MANUAL ADJUSTMENT (DISCADJ) PRINTS MARKED AND MOVES THE
025240* TOTAL BY ITS AMOUNT - UP FOR A CREDIT, DOWN FOR A DEBIT -
025250* WITHOUT COUNTING AS A RUN.
025300 5500-WRITE-STATEMENT-LINE.
025400     MOVE JR-RUN-DATE       TO SD-RUN-DATE
025500     MOVE JR-RATE           TO SD-RATE
025600     MOVE JR-DISCOUNT-AMT   TO SD-DISCOUNT-AMT
025700     MOVE JR-BALANCE-BEFORE TO SD-BALANCE-BEFORE
025800     MOVE JR-BALANCE-AFTER  TO SD-BALANCE-AFTER
025810     EVALUATE TRUE
025811         WHEN JOURNAL-REVERSAL
025820             MOVE 'REVERSAL'    TO SD-NOTE
025821         WHEN JOURNAL-ADJUST-CREDIT
025822             MOVE 'ADJ CREDIT'  TO SD-NOTE
025823         WHEN JOURNAL-ADJUST-DEBIT
025824             MOVE 'ADJ DEBIT'   TO SD-NOTE
025830         WHEN OTHER
025840             MOVE SPACES        TO SD-NOTE
025850     END-EVALUATE
025900     IF CUSTOMER-POSTABLE
025910         WRITE STATEMENT-RECORD FROM WS-STMT-DETAIL-LINE
025920         ADD 1 TO WS-STMT-LINE-COUNT
025930     END-IF
026000     EVALUATE TRUE
026001         WHEN JOURNAL-REVERSAL
026010             SUBTRACT 1 FROM WS-CUST-RUN-COUNT
026020             SUBTRACT JR-DISCOUNT-AMT FROM WS-CUST-TOTAL-AMT
026021         WHEN JOURNAL-ADJUST-CREDIT
026022             ADD JR-DISCOUNT-AMT TO WS-CUST-TOTAL-AMT
026023         WHEN JOURNAL-ADJUST-DEBIT
026024             SUBTRACT JR-DISCOUNT-AMT FROM WS-CUST-TOTAL-AMT
026030         WHEN OTHER
026040             ADD 1 TO WS-CUST-RUN-COUNT
026100             ADD JR-DISCOUNT-AMT TO WS-CUST-TOTAL-AMT
026110     END-EVALUATE.
026200 5500-EXIT.
026300     EXIT.

026400 5700-BUCKET-BY-MONTH.
026500     IF WS-JRNL-MM > ZERO AND WS-JRNL-MM < 13
026510         EVALUATE TRUE
026511             WHEN JOURNAL-REVERSAL
026520                 SUBTRACT 1 FROM MO-RUN-COUNT (WS-JRNL-MM)
026530                 SUBTRACT 1 FROM WS-NET-RUN-COUNT
026540                 SUBTRACT JR-DISCOUNT-AMT
026550                     FROM MO-DISCOUNT-AMT (WS-JRNL-MM)
026560                 SUBTRACT JR-DISCOUNT-AMT
026561                     FROM WS-ANNUAL-TOTAL-AMT
026562             WHEN JOURNAL-ADJUST-CREDIT
026563                 ADD JR-DISCOUNT-AMT
026564                     TO MO-DISCOUNT-AMT (WS-JRNL-MM)
026565                 ADD JR-DISCOUNT-AMT TO WS-ANNUAL-TOTAL-AMT
026566             WHEN JOURNAL-ADJUST-DEBIT
026567                 SUBTRACT JR-DISCOUNT-AMT
026568                     FROM MO-DISCOUNT-AMT (WS-JRNL-MM)
026569                 SUBTRACT JR-DISCOUNT-AMT
026570                     FROM WS-ANNUAL-TOTAL-AMT
026571             WHEN OTHER
026600                 ADD 1 TO MO-RUN-COUNT (WS-JRNL-MM)
026610                 ADD 1 TO WS-NET-RUN-COUNT
026700                 ADD JR-DISCOUNT-AMT
026710                     TO MO-DISCOUNT-AMT (WS-JRNL-MM)
026800                 ADD JR-DISCOUNT-AMT TO WS-ANNUAL-TOTAL-AMT
026810         END-EVALUATE
026900     END-IF.
027000 5700-EXIT.
027100     EXIT.

027101* THE STATEMENT GOES OUT ONLY TO AN ADDRESS LINE 1 AND POSTCODE
027102* THE POST OFFICE HAS NOT SENT MAIL BACK FROM.  THE SUPPRESSION
027103* LINE IS FILLED IN NOW AND PRINTED WITH THE TOTAL AT THE BREAK.
027104 5800-LOOKUP-ADDRESS.
027105     MOVE 'N'          TO WS-POSTABLE-SWITCH
027106     MOVE JR-CUST-ID   TO SU-CUST-ID
027107     MOVE JR-CUST-NAME TO SU-CUST-NAME
027108     MOVE SPACES       TO SU-RETURNED-DATE
027109     MOVE JR-CUST-ID   TO AD-CUST-ID
027110     READ ADDRESS-FILE
027111         INVALID KEY
027112             MOVE 'NO ADDRESS ON FILE' TO SU-REASON
027113             GO TO 5800-EXIT
027114     END-READ
027115     IF AD-MAIL-RETURNED
027116         MOVE 'RETURNED MAIL'  TO SU-REASON
027117         MOVE AD-RETURNED-DATE TO SU-RETURNED-DATE
027118         GO TO 5800-EXIT
027119     END-IF
027120     IF AD-ADDR-LINE-1 = SPACES OR AD-POSTCODE = SPACES
027121         MOVE 'INCOMPLETE ADDRESS' TO SU-REASON
027122         GO TO 5800-EXIT
027123     END-IF
027124     MOVE 'Y' TO WS-POSTABLE-SWITCH.
027125 5800-EXIT.
027126     EXIT.

027127* THE ADDRESS BLOCK UNDER THE NAME LINE, CLOSED UP - BLANK
027128* ADDRESS LINES ARE NOT PRINTED - WITH THE POSTCODE LAST.
027129 5900-WRITE-ADDRESS-BLOCK.
027130     MOVE AD-ADDR-LINE-1 TO SA-ADDRESS-TEXT
027131     WRITE STATEMENT-RECORD FROM WS-STMT-ADDRESS-LINE
027132     ADD 1 TO WS-STMT-LINE-COUNT
027133     IF AD-ADDR-LINE-2 NOT = SPACES
027134         MOVE AD-ADDR-LINE-2 TO SA-ADDRESS-TEXT
027135         WRITE STATEMENT-RECORD FROM WS-STMT-ADDRESS-LINE
027136         ADD 1 TO WS-STMT-LINE-COUNT
027137     END-IF
027138     IF AD-ADDR-LINE-3 NOT = SPACES
027139         MOVE AD-ADDR-LINE-3 TO SA-ADDRESS-TEXT
027140         WRITE STATEMENT-RECORD FROM WS-STMT-ADDRESS-LINE
027141         ADD 1 TO WS-STMT-LINE-COUNT
027142     END-IF
027143     IF AD-ADDR-LINE-4 NOT = SPACES
027144         MOVE AD-ADDR-LINE-4 TO SA-ADDRESS-TEXT
027145         WRITE STATEMENT-RECORD FROM WS-STMT-ADDRESS-LINE
027146         ADD 1 TO WS-STMT-LINE-COUNT
027147     END-IF
027148     MOVE AD-POSTCODE TO SA-ADDRESS-TEXT
027149     WRITE STATEMENT-RECORD FROM WS-STMT-ADDRESS-LINE
027150     ADD 1 TO WS-STMT-LINE-COUNT.
027151 5900-EXIT.
027152     EXIT.

027200* FINISH THE OPEN STATEMENT - YEAR TOTAL PLUS THE PAGE
027210* SEPARATOR AND ITS MANIFEST RECORD, OR THE SUPPRESSION LINE -
027220* BEFORE THE NEXT CUSTOMER'S (OR AT END OF FILE).
027400 6000-CLOSE-STATEMENT.
027500     IF NOT STATEMENT-OPEN
027600         GO TO 6000-EXIT
027700     END-IF
027800     MOVE WS-CUST-TOTAL-AMT TO SM-CUST-TOTAL
027900     MOVE WS-CUST-RUN-COUNT TO SM-RUN-COUNT
027910     MOVE 'N' TO WS-STMT-OPEN-SWITCH
027920     IF NOT CUSTOMER-POSTABLE
027930         PERFORM 6100-WRITE-SUPPRESSION THRU 6100-EXIT
027940         GO TO 6000-EXIT
027950     END-IF
028000     WRITE STATEMENT-RECORD FROM WS-STMT-TOTAL-LINE
028100     WRITE STATEMENT-RECORD FROM WS-STMT-SEPARATOR
028200     ADD 2 TO WS-STMT-LINE-COUNT
028210     PERFORM 6200-WRITE-MAIL-HOUSE THRU 6200-EXIT.
028300 6000-EXIT.
028400     EXIT.

028401 6100-WRITE-SUPPRESSION.
028402     MOVE WS-CUST-TOTAL-AMT TO SU-CUST-TOTAL
028403     WRITE SUPPRESSION-REPORT-RECORD FROM WS-SUPPRESSION-LINE
028404     ADD 1 TO WS-SUPPRESSED-COUNT.
028405 6100-EXIT.
028406     EXIT.

028407* ONE MANIFEST RECORD PER STATEMENT PRINTED - THE ADDRESS MASTER
028408* RECORD READ AT THE START OF THE STATEMENT IS STILL IN THE AREA.
028409 6200-WRITE-MAIL-HOUSE.
028410     MOVE SPACES              TO MAIL-HOUSE-RECORD
028411     MOVE 'DISCSTMT'          TO MH-SOURCE-PROGRAM
028412     MOVE 'AS'                TO MH-DOCUMENT-TYPE
028413     MOVE WS-RUN-DATE         TO MH-DOCUMENT-DATE
028414     MOVE WS-PIECE-COUNT      TO MH-PIECE-NUMBER
028415     MOVE WS-PREV-CUST-ID     TO MH-CUST-ID
028416     MOVE SN-CUST-NAME        TO MH-CUST-NAME
028417     MOVE AD-ADDR-LINE-1      TO MH-ADDR-LINE-1
028418     MOVE AD-ADDR-LINE-2      TO MH-ADDR-LINE-2
028419     MOVE AD-ADDR-LINE-3      TO MH-ADDR-LINE-3
028420     MOVE AD-ADDR-LINE-4      TO MH-ADDR-LINE-4
028421     MOVE AD-POSTCODE         TO MH-POSTCODE
028422     MOVE WS-STMT-LINE-COUNT  TO MH-LINE-COUNT
028423     WRITE MAIL-HOUSE-RECORD.
028424 6200-EXIT.
028425     EXIT.

028500*****************************************************************
028600* 7000-WRITE-FINANCE-SUMMARY - ONE LINE PER MONTH PLUS THE
028700* YEAR TOTAL AND THE COUNT OF CUSTOMERS WITH ACTIVITY.
031100     CLOSE JOURNAL-IN-FILE
031200     CLOSE STATEMENT-FILE
031300     CLOSE FINANCE-SUMMARY-FILE
031310     MOVE WS-SUPPRESSED-COUNT TO SS-SUPPRESSED-COUNT
031320     WRITE SUPPRESSION-REPORT-RECORD
031330         FROM WS-SUPPRESSION-TOTAL-LINE
031340     CLOSE SUPPRESSION-REPORT-FILE
031350     CLOSE MAIL-HOUSE-FILE
031360     CLOSE ADDRESS-FILE
031400     DISPLAY 'DISCSTMT - JOURNAL RECORDS READ: '
031500         WS-JRNL-READ-COUNT
031600     DISPLAY 'DISCSTMT - IN STATEMENT YEAR:    ' WS-YEAR-COUNT
031800         WS-OTHER-YEAR-COUNT
031900     DISPLAY 'DISCSTMT - STATEMENTS PRODUCED:  '
032000         WS-CUSTOMER-COUNT
032010     DISPLAY 'DISCSTMT - STATEMENTS MAILED:    '
032020         WS-PIECE-COUNT
032030     DISPLAY 'DISCSTMT - STATEMENTS SUPPRESSED:'
032040         WS-SUPPRESSED-COUNT
032100     IF WS-YEAR-COUNT = ZERO
032200         DISPLAY 'DISCSTMT - NO ACTIVITY FOR ' WS-STMT-YEAR
032300             ' - RC=4'
