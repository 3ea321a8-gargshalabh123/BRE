000100*****************************************************************
000200* RETNLOG - RETENTION ARCHIVE INDEX RECORD LAYOUT
000300*
000400* ONE RECORD PER FILE PER RETNPURG RUN, APPENDED TO THE
000500* PERMANENT RETNLOG INDEX ONLY WHEN EVERY FILE IN THE RUN
000600* PROVED IN BALANCE.  SAYS WHICH ARCHIVE GENERATION (THE RUN
000700* DATE UNDER RG-ARCHIVE-DSN) HOLDS WHICH BUSINESS DATES OF
000800* WHICH FILE, WITH THE PROVEN COUNTS AND AMOUNTS ON EACH SIDE,
000900* SO AN AUDITOR OR A DISCSTMT REPRINT OF AN OLD YEAR CAN FIND
001000* THE GENERATIONS TO CONCATENATE.  THE DATE RANGE IS ZERO WHEN
001100* NOTHING WAS ARCHIVED.  AMOUNTS ARE ZERO FOR A FILE THAT
001200* CARRIES NONE (RUNLOG, RUNCTL).
001300*
001400* MODIFICATION HISTORY
001500*   DATE       INIT  DESCRIPTION
001600*   ---------- ----  ---------------------------------------------
001700*   2026-10-15  RLS  ORIGINAL.
001800*****************************************************************
001900 01  RETENTION-LOG-RECORD.
002000     05  RG-RUN-DATE             PIC 9(8).
002100     05  RG-FILE-ID              PIC X(8).
002200     05  RG-RETAIN-MONTHS        PIC 9(3).
002300     05  RG-CUTOFF-DATE          PIC 9(8).
002400     05  RG-HELD-BY              PIC X(8).
002500     05  RG-ARCHIVE-LOW-DATE     PIC 9(8).
002600     05  RG-ARCHIVE-HIGH-DATE    PIC 9(8).
002700     05  RG-ARCHIVED-COUNT       PIC 9(9).
002800     05  RG-ARCHIVED-AMT         PIC 9(11)V99.
002900     05  RG-RETAINED-COUNT       PIC 9(9).
003000     05  RG-RETAINED-AMT         PIC 9(11)V99.
003100     05  RG-ARCHIVE-DSN          PIC X(44).
003200     05  FILLER                  PIC X(11).
