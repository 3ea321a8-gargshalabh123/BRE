000100*****************************************************************
000200* CUSTOVLY - APPLY CUSTOMER MAINTENANCE TO THE CUSTOMER EXTRACT
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. CUSTOVLY.
000600 AUTHOR. LEGACY SYSTEMS TEAM.
000700 INSTALLATION. RETAIL BANKING - CUSTOMER MAINTENANCE.
000800 DATE-WRITTEN. 2026-10-15.
000900 DATE-COMPILED.

001000*****************************************************************
001100* MODIFICATION HISTORY
001200*   DATE       INIT  DESCRIPTION
001300*   ---------- ----  ---------------------------------------------
001400*   2026-10-15  RLS  ORIGINAL.  CUSTMNT CHANGES CUSTFILX AND THE
001500*                    CUSTOMERS TABLE DIRECTLY, BUT THE SENDING
001600*                    SYSTEM'S EXTRACT STILL CARRIES THE OLD
001700*                    BRANCH, STATUS AND NAME AND STILL SENDS
001800*                    CLOSED CUSTOMERS.  THIS STEP MAKES THE
001900*                    CUSTCHG CHANGE LOG THE LAST WORD: FOR EVERY
002000*                    CUSTOMER ON THE LOG, THE NEWEST LOG ENTRY
002100*                    DECIDES -
002200*                      X - THE CUSTOMER IS DROPPED
002300*                      A/C - CUST-NAME, CUST-STATUS AND
002400*                            CUST-BRANCH ARE TAKEN FROM ITS AFTER
002500*                            IMAGE; CUST-BALANCE AND CUST-AGE
002600*                            STAY AS THE EXTRACT SENT THEM
002700*                    A CUSTOMER ADDED BY CUSTMNT (AND NOT CLOSED
002800*                    SINCE) THAT THE EXTRACT DOES NOT CARRY IS
002900*                    TAKEN FROM CUSTFILX AS IT STANDS, SO ITS
003000*                    BALANCE IS THE ONE PRICING LAST LEFT THERE.
003100*                    RUNS IN THE NIGHTLY CHAIN AFTER THE EDIT AND
003200*                    RECYCLE MERGE (SO THE SENDER'S TRAILER PROOF
003300*                    IS UNDISTURBED) AND IN CUSTFILX.JCL AHEAD OF
003400*                    THE RELOAD.  BOTH INPUTS ARRIVE IN CUST-ID
003500*                    ORDER - THE LOG SORTED BY CUST-ID, THEN
003600*                    DATE AND TIME, KEEPING LOG ORDER ON A TIE.
003700*****************************************************************

003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-370.
004100 OBJECT-COMPUTER. IBM-370.

004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT OVERLAY-IN-FILE ASSIGN TO 'OVLYIN'
004500         ORGANIZATION IS SEQUENTIAL
004600         ACCESS MODE IS SEQUENTIAL.

004700     SELECT CHANGE-LOG-FILE ASSIGN TO 'CHGLOG'
004800         ORGANIZATION IS SEQUENTIAL
004900         ACCESS MODE IS SEQUENTIAL
005000         FILE STATUS IS WS-CLOG-STATUS.

005100     SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILX'
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS CUST-ID
005500         FILE STATUS IS WS-CUST-FILE-STATUS.

005600     SELECT OVERLAY-OUT-FILE ASSIGN TO 'OVLYOUT'
005700         ORGANIZATION IS SEQUENTIAL
005800         ACCESS MODE IS SEQUENTIAL.

005900 DATA DIVISION.
006000 FILE SECTION.
006100* THE EXTRACT IS READ AS A FLAT IMAGE - ON THE CUSTFILX.JCL
006200* RELOAD IT IS UNEDITED AND STILL CARRIES THE 999999 TRAILER,
006300* WHICH PASSES THROUGH UNTOUCHED.
006400 FD  OVERLAY-IN-FILE
006500     LABEL RECORDS ARE STANDARD
006600     RECORD CONTAINS 52 CHARACTERS.
006700 01  OVERLAY-IN-RECORD           PIC X(52).

006800 FD  CHANGE-LOG-FILE
006900     LABEL RECORDS ARE STANDARD.
007000     COPY CUSTCHG.

007100 FD  CUSTOMER-FILE
007200     LABEL RECORDS ARE STANDARD.
007300     COPY CUSTREC.

007400 FD  OVERLAY-OUT-FILE
007500     LABEL RECORDS ARE STANDARD
007600     RECORD CONTAINS 52 CHARACTERS.
007700 01  OVERLAY-OUT-RECORD          PIC X(52).

007800 WORKING-STORAGE SECTION.
007900 77  WS-CLOG-STATUS          PIC X(2)    VALUE '00'.
008000 77  WS-CUST-FILE-STATUS     PIC X(2)    VALUE '00'.
008100 77  WS-ABEND-CODE           PIC S9(4) COMP VALUE +16.

008200 77  WS-CLOG-EOF-SWITCH      PIC X(1)    VALUE 'N'.
008300     88  END-OF-CHANGE-LOG                  VALUE 'Y'.
008400 77  WS-MATCHED-SWITCH       PIC X(1)    VALUE 'N'.
008500     88  CHANGE-MATCHED                     VALUE 'Y'.

008600 77  WS-EXTRACT-KEY          PIC X(6)    VALUE LOW-VALUES.

008700 77  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
008800 77  WS-LOG-COUNT            PIC 9(7)    VALUE ZERO.
008900 77  WS-OVERLAID-COUNT       PIC 9(7)    VALUE ZERO.
009000 77  WS-CLOSED-COUNT         PIC 9(7)    VALUE ZERO.
009100 77  WS-CARRIED-COUNT        PIC 9(7)    VALUE ZERO.
009200 77  WS-NOT-ON-FILE-COUNT    PIC 9(7)    VALUE ZERO.
009300 77  WS-WRITTEN-COUNT        PIC 9(7)    VALUE ZERO.

009400* THE CUSTOMER RECORD BEING PASSED ON - ALPHANUMERIC THROUGHOUT,
009500* AS THE RELOAD'S EXTRACT IS UNEDITED.
009600 01  WS-CUST-WORK.
009700     05  WK-CUST-KEY             PIC X(6).
009800     05  WK-CUST-NAME            PIC X(30).
009900     05  WK-CUST-BALANCE         PIC X(9).
010000     05  WK-CUST-AGE             PIC X(3).
010100     05  WK-CUST-STATUS          PIC X(1).
010200     05  WK-CUST-BRANCH          PIC X(3).

010300* THE NEWEST CHANGE-LOG ENTRY FOR ONE CUSTOMER.  LC-ADDED-SWITCH
010400* IS 'Y' WHEN CUSTMNT ADDED THE CUSTOMER AND HAS NOT CLOSED IT
010500* SINCE.  LC-CUST-KEY IS HIGH-VALUES ONCE THE LOG IS USED UP.
010600 01  WS-LATEST-CHANGE.
010700     05  LC-CUST-KEY             PIC X(6).
010800     05  LC-ACTION               PIC X(1).
010900         88  LATEST-IS-CLOSE        VALUE 'X'.
011000     05  LC-ADDED-SWITCH         PIC X(1).
011100         88  ADDED-BY-MAINTENANCE   VALUE 'Y'.
011200     05  LC-AFTER-IMAGE.
011300         10  LC-CUST-ID          PIC 9(6).
011400         10  LC-CUST-NAME        PIC X(30).
011500         10  LC-CUST-BALANCE     PIC X(9).
011600         10  LC-CUST-AGE         PIC X(3).
011700         10  LC-CUST-STATUS      PIC X(1).
011800         10  LC-CUST-BRANCH      PIC X(3).

011900 PROCEDURE DIVISION.
012000*****************************************************************
012100* 0000-MAINLINE
012200*****************************************************************
012300 0000-MAINLINE.
012400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012500     PERFORM 3000-READ-EXTRACT THRU 3000-EXIT
012600     PERFORM 3100-READ-CHANGE THRU 3100-EXIT
012700     PERFORM 3200-NEXT-CUSTOMER-CHANGE THRU 3200-EXIT
012800     PERFORM 4000-MATCH-RECORD THRU 4000-EXIT
012900         UNTIL WS-EXTRACT-KEY = HIGH-VALUES
013000           AND LC-CUST-KEY = HIGH-VALUES
013100     PERFORM 9000-FINALIZE THRU 9000-EXIT
013200     STOP RUN.

013300*****************************************************************
013400* 1000-INITIALIZE - THE CHANGE LOG AND CUSTFILX ARE ALWAYS
013500* CATALOGED BY THE TIME THIS STEP RUNS, SO A BAD OPEN ABENDS THE
013600* STEP AND NOTHING IS PRICED OR RELOADED WITHOUT THE CHANGES.
013700*****************************************************************
013800 1000-INITIALIZE.
013900     OPEN INPUT  OVERLAY-IN-FILE
014000     OPEN INPUT  CHANGE-LOG-FILE
014100     IF WS-CLOG-STATUS NOT = '00'
014200         DISPLAY 'CUSTOVLY - CHANGE LOG OPEN FAILED, STATUS '
014300             WS-CLOG-STATUS
014400         PERFORM 8900-ABEND-RUN THRU 8900-EXIT
014500     END-IF
014600     OPEN INPUT  CUSTOMER-FILE
014700     IF WS-CUST-FILE-STATUS NOT = '00'
014800         DISPLAY 'CUSTOVLY - CUSTFILX OPEN FAILED, STATUS '
014900             WS-CUST-FILE-STATUS
015000         PERFORM 8900-ABEND-RUN THRU 8900-EXIT
015100     END-IF
015200     OPEN OUTPUT OVERLAY-OUT-FILE.
015300 1000-EXIT.
015400     EXIT.

015500 3000-READ-EXTRACT.
015600     READ OVERLAY-IN-FILE INTO WS-CUST-WORK
015700         AT END
015800             MOVE HIGH-VALUES TO WS-EXTRACT-KEY
015900         NOT AT END
016000             ADD 1 TO WS-READ-COUNT
016100             MOVE WK-CUST-KEY TO WS-EXTRACT-KEY
016200     END-READ.
016300 3000-EXIT.
016400     EXIT.

016500 3100-READ-CHANGE.
016600     READ CHANGE-LOG-FILE
016700         AT END
016800             MOVE 'Y' TO WS-CLOG-EOF-SWITCH
016900         NOT AT END
017000             ADD 1 TO WS-LOG-COUNT
017100     END-READ.
017200 3100-EXIT.
017300     EXIT.

017400*****************************************************************
017500* 3200-NEXT-CUSTOMER-CHANGE - RUN THROUGH EVERY LOG ENTRY FOR
017600* THE NEXT CUSTOMER ON THE LOG, KEEPING THE NEWEST (THE LAST IN
017700* SORTED ORDER) AND WHETHER CUSTMNT ADDED IT.
017800*****************************************************************
017900 3200-NEXT-CUSTOMER-CHANGE.
018000     MOVE 'N' TO WS-MATCHED-SWITCH
018100     IF END-OF-CHANGE-LOG
018200         MOVE HIGH-VALUES TO LC-CUST-KEY
018300         GO TO 3200-EXIT
018400     END-IF
018500     MOVE CUSTOMER-CHANGE-RECORD (16:6) TO LC-CUST-KEY
018600     MOVE 'N' TO LC-ADDED-SWITCH
018700     PERFORM 3210-TAKE-CHANGE THRU 3210-EXIT
018800         UNTIL END-OF-CHANGE-LOG
018900            OR CUSTOMER-CHANGE-RECORD (16:6) NOT = LC-CUST-KEY.
019000 3200-EXIT.
019100     EXIT.

019200 3210-TAKE-CHANGE.
019300     MOVE CL-ACTION      TO LC-ACTION
019400     MOVE CL-AFTER-IMAGE TO LC-AFTER-IMAGE
019500     IF CHANGE-IS-ADD
019600         MOVE 'Y' TO LC-ADDED-SWITCH
019700     END-IF
019800     IF CHANGE-IS-CLOSE
019900         MOVE 'N' TO LC-ADDED-SWITCH
020000     END-IF
020100     PERFORM 3100-READ-CHANGE THRU 3100-EXIT.
020200 3210-EXIT.
020300     EXIT.

020400*****************************************************************
020500* 4000-MATCH-RECORD - ONE STEP OF THE MATCH ON CUST-ID:
020600*   EXTRACT LOW  - NO MAINTENANCE, PASSED ON AS SENT
020700*   EQUAL        - CLOSED CUSTOMERS DROPPED, OTHERS OVERLAID
020800*                  (EVERY COPY, IF THE UNEDITED EXTRACT REPEATS
020900*                  THE CUST-ID)
021000*   LOG LOW      - THE CUSTOMER IS NOT ON THE EXTRACT; ONE
021100*                  CUSTMNT ADDED IS CARRIED FROM CUSTFILX
021200*****************************************************************
021300 4000-MATCH-RECORD.
021400     IF WS-EXTRACT-KEY < LC-CUST-KEY
021500         PERFORM 4100-WRITE-CUSTOMER THRU 4100-EXIT
021600         PERFORM 3000-READ-EXTRACT THRU 3000-EXIT
021700         GO TO 4000-EXIT
021800     END-IF
021900     IF WS-EXTRACT-KEY = LC-CUST-KEY
022000         MOVE 'Y' TO WS-MATCHED-SWITCH
022100         IF LATEST-IS-CLOSE
022200             ADD 1 TO WS-CLOSED-COUNT
022300         ELSE
022400             PERFORM 4200-OVERLAY-CUSTOMER THRU 4200-EXIT
022500             PERFORM 4100-WRITE-CUSTOMER THRU 4100-EXIT
022600         END-IF
022700         PERFORM 3000-READ-EXTRACT THRU 3000-EXIT
022800         GO TO 4000-EXIT
022900     END-IF
023000     IF NOT CHANGE-MATCHED
023100         AND NOT LATEST-IS-CLOSE
023200         AND ADDED-BY-MAINTENANCE
023300         PERFORM 4300-CARRY-FROM-MASTER THRU 4300-EXIT
023400     END-IF
023500     PERFORM 3200-NEXT-CUSTOMER-CHANGE THRU 3200-EXIT.
023600 4000-EXIT.
023700     EXIT.

023800 4100-WRITE-CUSTOMER.
023900     WRITE OVERLAY-OUT-RECORD FROM WS-CUST-WORK
024000     ADD 1 TO WS-WRITTEN-COUNT.
024100 4100-EXIT.
024200     EXIT.

024300* THE BALANCE MOVES ONLY THROUGH PRICING AND THE AGE WITH THE
024400* SENDER'S BIRTHDAYS, SO BOTH STAY AS THE EXTRACT SENT THEM.
024500 4200-OVERLAY-CUSTOMER.
024600     MOVE LC-CUST-NAME   TO WK-CUST-NAME
024700     MOVE LC-CUST-STATUS TO WK-CUST-STATUS
024800     MOVE LC-CUST-BRANCH TO WK-CUST-BRANCH
024900     ADD 1 TO WS-OVERLAID-COUNT.
025000 4200-EXIT.
025100     EXIT.

025200* CUSTFILX HOLDS THE ADDED CUSTOMER WITH THE BALANCE THE LAST
025300* NIGHT'S APPLY LEFT - NOT THE ADD CARD'S, WHICH IS LONG PRICED.
025400 4300-CARRY-FROM-MASTER.
025500     MOVE LC-CUST-ID TO CUST-ID
025600     READ CUSTOMER-FILE
025700         INVALID KEY
025800             ADD 1 TO WS-NOT-ON-FILE-COUNT
025900             DISPLAY 'CUSTOVLY - ADDED CUST-ID ' LC-CUST-ID
026000                 ' NOT ON CUSTFILX - NOT CARRIED'
026100             GO TO 4300-EXIT
026200     END-READ
026300     MOVE CUSTOMER-RECORD TO WS-CUST-WORK
026400     PERFORM 4100-WRITE-CUSTOMER THRU 4100-EXIT
026500     ADD 1 TO WS-CARRIED-COUNT.
026600 4300-EXIT.
026700     EXIT.

026800* ABEND RATHER THAN END RC=16 - EVERY LATER STEP IS BYPASSED, SO
026900* NOTHING PRICES OR RELOADS FROM A FILE THE CHANGES MISSED.
027000 8900-ABEND-RUN.
027100     DISPLAY 'CUSTOVLY - EXTRACT NOT UPDATED - ABENDING U0016'
027200     CALL 'ILBOABN0' USING WS-ABEND-CODE
027300     MOVE 16 TO RETURN-CODE
027400     STOP RUN.
027500 8900-EXIT.
027600     EXIT.

027700 9000-FINALIZE.
027800     CLOSE OVERLAY-IN-FILE
027900     CLOSE CHANGE-LOG-FILE
028000     CLOSE CUSTOMER-FILE
028100     CLOSE OVERLAY-OUT-FILE
028200     DISPLAY 'CUSTOVLY - EXTRACT RECORDS READ: ' WS-READ-COUNT
028300     DISPLAY 'CUSTOVLY - CHANGE LOG ENTRIES:   ' WS-LOG-COUNT
028400     DISPLAY 'CUSTOVLY - MAINTENANCE APPLIED:  ' WS-OVERLAID-COUNT
028500     DISPLAY 'CUSTOVLY - CLOSED, DROPPED:      ' WS-CLOSED-COUNT
028600     DISPLAY 'CUSTOVLY - ADDED, FROM CUSTFILX: ' WS-CARRIED-COUNT
028700     DISPLAY 'CUSTOVLY - ADDED, NOT ON FILE:   '
028800         WS-NOT-ON-FILE-COUNT
028900     DISPLAY 'CUSTOVLY - RECORDS WRITTEN:      ' WS-WRITTEN-COUNT.
029000 9000-EXIT.
029100     EXIT.
