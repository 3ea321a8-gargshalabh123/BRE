001550*                    NET BACKED-OUT RUNS INSTEAD OF
001560*                    OVERSTATING THE YEAR.  RECORD GROWS FROM
001570*                    75 TO 76 BYTES.
001580*   2026-10-15  RLS  ADDED JR-ADJUST-FLAG - DISCADJ APPENDS ONE
001581*                    'C' (EXTRA DISCOUNT CREDITED) OR 'D'
001582*                    (DISCOUNT RECOVERED) RECORD PER APPROVED
001583*                    SINGLE-CUSTOMER ADJUSTMENT.  AN ADJUSTMENT
001584*                    RECORD CARRIES RATE ZERO AND IS NOT A
001585*                    PRICING RUN - DISCSTMT ADDS A CREDIT TO
001586*                    THE YEAR'S DISCOUNT AND TAKES A DEBIT OFF
001587*                    IT WITHOUT COUNTING EITHER AS A RUN.
001588*                    SPACE ON EVERY PRICED AND REVERSAL RECORD.
001589*                    RECORD GROWS FROM 76 TO 77 BYTES.
001590*   2026-10-15  RLS  ADDED JR-CAMPAIGN-CODE (THE CAMPMAST
001591*                    CAMPAIGN THAT PRICED THE RUN, SPACES IF
001592*                    NONE), JR-BASE-RATE (THE DISCRATE TABLE
001593*                    RATE BEFORE THE CAMPAIGN) AND JR-BRANCH-
001594*                    CODE FOR THE CAMPRPT CAMPAIGN RESULTS
001595*                    REPORT.  A REVERSAL CARRIES THE CAMPAIGN
001596*                    CODE BUT NOT THE BASE RATE OR BRANCH -
001597*                    CAMPRPT TAKES THOSE FROM THE PRICED RECORD
001598*                    IT REVERSES.  RECORD GROWS FROM 77 TO 92
001599*                    BYTES.
001610*   2026-10-15  RLS  THE 76-BYTE RECORDS ALREADY ON THE JOURNAL
001620*                    ARE WIDENED ONCE BY DISCJCNV.JCL (BLANK
001630*                    ADJUSTMENT FLAG, CAMPAIGN AND BRANCH, ZERO
001640*                    BASE RATE) BEFORE THE FIRST 92-BYTE RUN.
001650*****************************************************************
001700 01  DISCOUNT-JOURNAL-RECORD.
001800     05  JR-CUST-ID              PIC 9(6).
001900     05  JR-CUST-NAME            PIC X(30).
002400     05  JR-BALANCE-AFTER        PIC 9(7)V99.
002500     05  JR-REVERSAL-FLAG        PIC X(1).
002600         88  JOURNAL-REVERSAL       VALUE 'R'.
002700     05  JR-ADJUST-FLAG          PIC X(1).
002800         88  JOURNAL-ADJUST-CREDIT  VALUE 'C'.
002900         88  JOURNAL-ADJUST-DEBIT   VALUE 'D'.
003000     05  JR-CAMPAIGN-CODE        PIC X(8).
003100     05  JR-BASE-RATE            PIC 9(2)V99.
003200     05  JR-BRANCH-CODE          PIC X(3).
