002794*                    READ SO IT CARRIES THE BUSINESS DATE OF
002795*                    THE RUN BEING LETTERED, NOT THE MORNING
002796*                    THIS STEP EXECUTES.
002797*   2026-10-15  RLS  ADDRESS BLOCK FROM CUSTADDR AND A MAILHSE
002798*                    MANIFEST RECORD PER LETTER; RETURNED-MAIL OR
002799*                    NO-ADDRESS CUSTOMERS GO TO SUPPRPT INSTEAD.
002800*****************************************************************

002900 ENVIRONMENT DIVISION.
005030         ACCESS MODE IS SEQUENTIAL
005040         FILE STATUS IS WS-RLOG-STATUS.

005050     SELECT ADDRESS-FILE ASSIGN TO 'CUSTADDR'
005060         ORGANIZATION IS INDEXED
005070         ACCESS MODE IS RANDOM
005080         RECORD KEY IS AD-CUST-ID
005090         FILE STATUS IS WS-ADDR-STATUS.

005091     SELECT MAIL-HOUSE-FILE ASSIGN TO 'MAILHSE'
005092         ORGANIZATION IS SEQUENTIAL
005093         ACCESS MODE IS SEQUENTIAL.

005094     SELECT SUPPRESSION-REPORT-FILE ASSIGN TO 'SUPPRPT'
005095         ORGANIZATION IS SEQUENTIAL
005096         ACCESS MODE IS SEQUENTIAL.

005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  EXCEPTION-IN-FILE
007720     LABEL RECORDS ARE STANDARD.
007730     COPY RUNEVENT.

007740 FD  ADDRESS-FILE
007750     LABEL RECORDS ARE STANDARD.
007760     COPY CUSTADDR.

007770 FD  MAIL-HOUSE-FILE
007775     LABEL RECORDS ARE STANDARD.
007780     COPY MAILHSE.

007785 FD  SUPPRESSION-REPORT-FILE
007790     LABEL RECORDS ARE OMITTED
007795     RECORD CONTAINS 132 CHARACTERS.
007797 01  SUPPRESSION-REPORT-RECORD   PIC X(132).

007800 WORKING-STORAGE SECTION.
007810 77  WS-RLOG-STATUS          PIC X(2)    VALUE '00'.
007820 77  WS-LOG-DATE             PIC 9(8)    VALUE ZERO.

009100 77  WS-MINIMUM-AMOUNT       PIC 9(7)V99 VALUE ZERO.

009110 77  WS-ADDR-STATUS          PIC X(2)    VALUE '00'.
009120 77  WS-POSTABLE-SWITCH      PIC X(1)    VALUE 'N'.
009130     88  CUSTOMER-POSTABLE                  VALUE 'Y'.
009140 77  WS-SUPPRESS-REASON      PIC X(20)   VALUE SPACES.
009150 77  WS-SUPPRESSED-COUNT     PIC 9(7)    VALUE ZERO.
009160* PRINT LINES IN ONE LETTER FOR THE MAIL-HOUSE MANIFEST - THE
009170* PIECE, NAME AND BLANK LINES, THE ADDRESS LINES ACTUALLY
009175* PRINTED, AND WS-LETTER-BODY-LINES FOR THE FIXED TEXT BELOW
009180* THE NAME LINE (KEEP IT IN STEP WITH 6000-WRITE-LETTER).
009185 77  WS-LETTER-BODY-LINES    PIC 9(4)    VALUE 0012.
009190 77  WS-LETTER-LINE-COUNT    PIC 9(4)    VALUE ZERO.

009200 01  WS-LETTER-TEXT-1.
009300     05  FILLER PIC X(42) VALUE
009400         'DEAR CUSTOMER,                            '.
009900     05  FILLER                  PIC X(9)  VALUE 'ACCOUNT: '.
010000     05  LT-CUST-ID              PIC Z(5)9.
010100     05  FILLER                  PIC X(81) VALUE SPACES.
010110 01  WS-LETTER-PIECE-LINE.
010120     05  FILLER                  PIC X(36) VALUE SPACES.
010130     05  FILLER                  PIC X(9)  VALUE 'PIECE:   '.
010140     05  LP-PIECE-NUMBER         PIC 9(7).
010150     05  FILLER                  PIC X(80) VALUE SPACES.
010160 01  WS-LETTER-ADDRESS-LINE.
010170     05  LA-ADDRESS-TEXT         PIC X(30).
010180     05  FILLER                  PIC X(102) VALUE SPACES.
010190 01  WS-LETTER-BLANK-LINE        PIC X(132) VALUE SPACES.
010200 01  WS-LETTER-TEXT-2A           PIC X(132)
010300     VALUE 'OUR NIGHTLY REVIEW OF YOUR ACCOUNT FOUND THAT, AFTER'.
010400 01  WS-LETTER-TEXT-2B           PIC X(132)
014130     05  FILLER PIC X(15) VALUE '     SHORTFALL'.
014140     05  FILLER PIC X(55) VALUE SPACES.

014150 01  WS-SUPPRESSION-LINE.
014155     05  FILLER                  PIC X(2)  VALUE SPACES.
014160     05  SP-CUST-ID              PIC Z(5)9.
014165     05  FILLER                  PIC X(3)  VALUE SPACES.
014170     05  SP-CUST-NAME            PIC X(30).
014175     05  FILLER                  PIC X(3)  VALUE SPACES.
014180     05  SP-REASON               PIC X(20).
014185     05  FILLER                  PIC X(3)  VALUE SPACES.
014190     05  SP-RETURNED-DATE        PIC X(8).
014195     05  FILLER                  PIC X(3)  VALUE SPACES.
014200     05  SP-SHORTFALL            PIC Z(6)9.99.
014205     05  FILLER                  PIC X(44) VALUE SPACES.

014210 01  WS-SUPPRESSION-HEADING-1    PIC X(132)
014215         VALUE 'EXCPLTR - SUPPRESSED LETTERS - NO POSTABLE ADDR'.
014220 01  WS-SUPPRESSION-HEADING-2.
014225     05  FILLER PIC X(11) VALUE '  CUST-ID'.
014230     05  FILLER PIC X(33) VALUE 'CUSTOMER NAME'.
014235     05  FILLER PIC X(23) VALUE 'REASON'.
014240     05  FILLER PIC X(11) VALUE 'RETURNED'.
014245     05  FILLER PIC X(54) VALUE ' SHORTFALL'.
014250 01  WS-SUPPRESSION-TOTAL-LINE.
014255     05  FILLER                  PIC X(5)  VALUE SPACES.
014260     05  FILLER                  PIC X(20)
014265         VALUE 'LETTERS SUPPRESSED: '.
014270     05  ST-SUPPRESSED-COUNT     PIC Z(6)9.
014275     05  FILLER                  PIC X(100) VALUE SPACES.

014300 PROCEDURE DIVISION.
014400*****************************************************************
014500* 0000-MAINLINE - CLASSIC TWO-FILE MATCH ON ASCENDING CUST-ID:
016400     OPEN OUTPUT TRACKING-OUT-FILE
016500     OPEN OUTPUT LETTER-FILE
016600     OPEN OUTPUT ESCALATION-REPORT-FILE
016610     OPEN OUTPUT MAIL-HOUSE-FILE
016620     OPEN OUTPUT SUPPRESSION-REPORT-FILE
016630* THE ADDRESS MASTER ALWAYS EXISTS (CUSTADDR.JCL) - WITHOUT IT
016640* EVERY LETTER WOULD BE SUPPRESSED, SO A BAD OPEN ENDS THE STEP
016650* (THE JCL THEN KEEPS THE OLD TRACKING MASTER).
016660     OPEN INPUT  ADDRESS-FILE
016670     IF WS-ADDR-STATUS NOT = '00'
016680         DISPLAY 'EXCPLTR - CUSTADDR OPEN FAILED, STATUS '
016685             WS-ADDR-STATUS ' - RC=16'
016690         MOVE 16 TO RETURN-CODE
016695         STOP RUN
016698     END-IF
016700     OPEN INPUT  TRACKING-IN-FILE
016800     IF WS-TRACK-STATUS = '00'
016810         MOVE 'Y' TO WS-TRACK-OPEN-SWITCH
016910         MOVE 'Y' TO WS-TRACK-EOF-SWITCH
017000     END-IF
017100     WRITE ESCALATION-REPORT-RECORD FROM WS-ESCALATION-HEADING-1
017200     WRITE ESCALATION-REPORT-RECORD FROM WS-ESCALATION-HEADING-2
017210     WRITE SUPPRESSION-REPORT-RECORD
017215         FROM WS-SUPPRESSION-HEADING-1
017220     WRITE SUPPRESSION-REPORT-RECORD
017225         FROM WS-SUPPRESSION-HEADING-2.
017300 1000-EXIT.
017400     EXIT.

024300* 6000-WRITE-LETTER - ONE FORMATTED NOTIFICATION LETTER.  THE
024400* POLICY MINIMUM IS RECONSTRUCTED FROM THE EXCEPTION RECORD SO
024500* THE LETTER ALWAYS AGREES WITH THE RUN THAT WROTE IT.
024510* THE CUSTOMER MUST HAVE A POSTABLE CUSTADDR ADDRESS; OTHERWISE
024520* THE LETTER IS NOT PRINTED BUT LISTED ON THE SUPPRESSION REPORT
024530* FOR THE BRANCH.  EACH LETTER PRINTED GETS A MANIFEST RECORD.
024600*****************************************************************
024700 6000-WRITE-LETTER.
024710     PERFORM 6100-LOOKUP-ADDRESS THRU 6100-EXIT
024720     IF NOT CUSTOMER-POSTABLE
024730         PERFORM 6300-WRITE-SUPPRESSION THRU 6300-EXIT
024740         GO TO 6000-EXIT
024750     END-IF
024800     COMPUTE WS-MINIMUM-AMOUNT =
024900         EX-FINAL-AMOUNT + EX-SHORTFALL-AMOUNT
025000     MOVE EX-CUST-NAME        TO LT-CUST-NAME
025300     MOVE EX-FINAL-AMOUNT     TO LT-FINAL-AMOUNT
025400     MOVE WS-MINIMUM-AMOUNT   TO LT-MINIMUM-AMOUNT
025500     MOVE EX-SHORTFALL-AMOUNT TO LT-SHORTFALL-AMOUNT
025510     COMPUTE LP-PIECE-NUMBER = WS-LETTER-COUNT + 1
025520     WRITE LETTER-RECORD FROM WS-LETTER-PIECE-LINE
025600     WRITE LETTER-RECORD FROM WS-LETTER-NAME-LINE
025610     MOVE 2 TO WS-LETTER-LINE-COUNT
025620     PERFORM 6200-WRITE-ADDRESS-BLOCK THRU 6200-EXIT
025630     WRITE LETTER-RECORD FROM WS-LETTER-BLANK-LINE
025640     ADD 1 TO WS-LETTER-LINE-COUNT
025700     WRITE LETTER-RECORD FROM WS-LETTER-TEXT-1
025800     WRITE LETTER-RECORD FROM WS-LETTER-TEXT-2A
025810     WRITE LETTER-RECORD FROM WS-LETTER-TEXT-2B
026310     WRITE LETTER-RECORD FROM WS-LETTER-TEXT-3B
026320     WRITE LETTER-RECORD FROM WS-LETTER-TEXT-3C
026400     WRITE LETTER-RECORD FROM WS-LETTER-SEPARATOR
026500     ADD 1 TO WS-LETTER-COUNT
026510     ADD WS-LETTER-BODY-LINES TO WS-LETTER-LINE-COUNT
026520     PERFORM 6400-WRITE-MAIL-HOUSE THRU 6400-EXIT.
026600 6000-EXIT.
026700     EXIT.

026701* THE LETTER GOES OUT ONLY TO AN ADDRESS LINE 1 AND POSTCODE THE
026702* POST OFFICE HAS NOT SENT MAIL BACK FROM.
026703 6100-LOOKUP-ADDRESS.
026704     MOVE 'N' TO WS-POSTABLE-SWITCH
026705     MOVE SPACES TO WS-SUPPRESS-REASON
026706     MOVE EX-CUST-ID TO AD-CUST-ID
026707     READ ADDRESS-FILE
026708         INVALID KEY
026709             MOVE 'NO ADDRESS ON FILE' TO WS-SUPPRESS-REASON
026710             GO TO 6100-EXIT
026711     END-READ
026712     IF AD-MAIL-RETURNED
026713         MOVE 'RETURNED MAIL' TO WS-SUPPRESS-REASON
026714         GO TO 6100-EXIT
026715     END-IF
026716     IF AD-ADDR-LINE-1 = SPACES OR AD-POSTCODE = SPACES
026717         MOVE 'INCOMPLETE ADDRESS' TO WS-SUPPRESS-REASON
026718         GO TO 6100-EXIT
026719     END-IF
026720     MOVE 'Y' TO WS-POSTABLE-SWITCH.
026721 6100-EXIT.
026722     EXIT.

026723* THE ADDRESS BLOCK UNDER THE NAME LINE, CLOSED UP - BLANK
026724* ADDRESS LINES ARE NOT PRINTED - WITH THE POSTCODE LAST.
026725 6200-WRITE-ADDRESS-BLOCK.
026726     MOVE AD-ADDR-LINE-1 TO LA-ADDRESS-TEXT
026727     WRITE LETTER-RECORD FROM WS-LETTER-ADDRESS-LINE
026728     ADD 1 TO WS-LETTER-LINE-COUNT
026729     IF AD-ADDR-LINE-2 NOT = SPACES
026730         MOVE AD-ADDR-LINE-2 TO LA-ADDRESS-TEXT
026731         WRITE LETTER-RECORD FROM WS-LETTER-ADDRESS-LINE
026732         ADD 1 TO WS-LETTER-LINE-COUNT
026733     END-IF
026734     IF AD-ADDR-LINE-3 NOT = SPACES
026735         MOVE AD-ADDR-LINE-3 TO LA-ADDRESS-TEXT
026736         WRITE LETTER-RECORD FROM WS-LETTER-ADDRESS-LINE
026737         ADD 1 TO WS-LETTER-LINE-COUNT
026738     END-IF
026739     IF AD-ADDR-LINE-4 NOT = SPACES
026740         MOVE AD-ADDR-LINE-4 TO LA-ADDRESS-TEXT
026741         WRITE LETTER-RECORD FROM WS-LETTER-ADDRESS-LINE
026742         ADD 1 TO WS-LETTER-LINE-COUNT
026743     END-IF
026744     MOVE AD-POSTCODE TO LA-ADDRESS-TEXT
026745     WRITE LETTER-RECORD FROM WS-LETTER-ADDRESS-LINE
026746     ADD 1 TO WS-LETTER-LINE-COUNT.
026747 6200-EXIT.
026748     EXIT.

026749 6300-WRITE-SUPPRESSION.
026750     MOVE EX-CUST-ID          TO SP-CUST-ID
026751     MOVE EX-CUST-NAME        TO SP-CUST-NAME
026752     MOVE WS-SUPPRESS-REASON  TO SP-REASON
026753     MOVE SPACES              TO SP-RETURNED-DATE
026754     IF WS-SUPPRESS-REASON = 'RETURNED MAIL'
026755         MOVE AD-RETURNED-DATE TO SP-RETURNED-DATE
026756     END-IF
026757     MOVE EX-SHORTFALL-AMOUNT TO SP-SHORTFALL
026758     WRITE SUPPRESSION-REPORT-RECORD FROM WS-SUPPRESSION-LINE
026759     ADD 1 TO WS-SUPPRESSED-COUNT.
026760 6300-EXIT.
026761     EXIT.

026762 6400-WRITE-MAIL-HOUSE.
026763     MOVE SPACES              TO MAIL-HOUSE-RECORD
026764     MOVE 'EXCPLTR '          TO MH-SOURCE-PROGRAM
026765     MOVE 'BM'                TO MH-DOCUMENT-TYPE
026766     MOVE EX-RUN-DATE         TO MH-DOCUMENT-DATE
026767     MOVE WS-LETTER-COUNT     TO MH-PIECE-NUMBER
026768     MOVE EX-CUST-ID          TO MH-CUST-ID
026769     MOVE EX-CUST-NAME        TO MH-CUST-NAME
026770     MOVE AD-ADDR-LINE-1      TO MH-ADDR-LINE-1
026771     MOVE AD-ADDR-LINE-2      TO MH-ADDR-LINE-2
026772     MOVE AD-ADDR-LINE-3      TO MH-ADDR-LINE-3
026773     MOVE AD-ADDR-LINE-4      TO MH-ADDR-LINE-4
026774     MOVE AD-POSTCODE         TO MH-POSTCODE
026775     MOVE WS-LETTER-LINE-COUNT TO MH-LINE-COUNT
026776     WRITE MAIL-HOUSE-RECORD.
026777 6400-EXIT.
026778     EXIT.

026800 7000-WRITE-ESCALATION.
026900     MOVE EX-CUST-ID          TO ES-CUST-ID
027000     MOVE EX-CUST-NAME        TO ES-CUST-NAME
028200     CLOSE TRACKING-OUT-FILE
028300     CLOSE LETTER-FILE
028400     CLOSE ESCALATION-REPORT-FILE
028410     MOVE WS-SUPPRESSED-COUNT TO ST-SUPPRESSED-COUNT
028420     WRITE SUPPRESSION-REPORT-RECORD
028425         FROM WS-SUPPRESSION-TOTAL-LINE
028430     CLOSE SUPPRESSION-REPORT-FILE
028440     CLOSE MAIL-HOUSE-FILE
028450     CLOSE ADDRESS-FILE
028500     DISPLAY 'EXCPLTR - EXCEPTIONS READ:  ' WS-EXCP-IN-COUNT
028600     DISPLAY 'EXCPLTR - LETTERS WRITTEN:  ' WS-LETTER-COUNT
028610     DISPLAY 'EXCPLTR - SUPPRESSED:       ' WS-SUPPRESSED-COUNT
028700     DISPLAY 'EXCPLTR - ESCALATED:        ' WS-ESCALATED-COUNT
028800     DISPLAY 'EXCPLTR - CHAINS BROKEN:    ' WS-DROPPED-COUNT
028810     PERFORM 9600-LOG-RUN-END THRU 9600-EXIT.
