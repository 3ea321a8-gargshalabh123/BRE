000100*****************************************************************
000200* RETNPOL - RETENTION POLICY RECORD LAYOUT
000300*
000400* ONE ROW PER FILE THE RETNPURG RETENTION UTILITY ROLLS OFF,
000500* MAINTAINED BY OPS (NOT RECOMPILED) LIKE THE BRNCHXRF CROSS-
000600* REFERENCE.  RP-FILE-ID NAMES THE FILE - DISCJRNL, RUNLOG,
000700* RUNCTL, RUNCTLP1, RUNCTLP2, RUNCTLP3 OR APPRMAST.
000800* RP-RETAIN-MONTHS IS HOW MANY WHOLE MONTHS BEFORE THE CURRENT
000900* MONTH STAY ON THE LIVE FILE - A RECORD DATED BEFORE THE FIRST
001000* OF THAT MONTH MOVES TO THE ARCHIVE.  RP-ARCHIVE-DSN IS THE
001100* ARCHIVE GDG BASE THE JOB WRITES THE FILE'S ARCHIVE GENERATION
001200* TO, CARRIED ONTO THE CONTROL REPORT AND THE RETNLOG ARCHIVE
001300* INDEX SO A LATER READER CAN FIND THE RECORDS.  A FILE WITH NO
001400* ROW KEEPS EVERY RECORD.  THE DISCBACK AND DISCSTMT GUARDS IN
001500* RETNPURG CAN HOLD A CUTOFF BACK BUT NEVER BRING IT FORWARD.
001600*
001700* MODIFICATION HISTORY
001800*   DATE       INIT  DESCRIPTION
001900*   ---------- ----  ---------------------------------------------
002000*   2026-10-15  RLS  ORIGINAL.
002100*****************************************************************
002200 01  RETENTION-POLICY-RECORD.
002300     05  RP-FILE-ID              PIC X(8).
002400     05  RP-RETAIN-MONTHS        PIC 9(3).
002500     05  RP-ARCHIVE-DSN          PIC X(44).
002600     05  FILLER                  PIC X(25).
