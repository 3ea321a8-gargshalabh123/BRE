000100*****************************************************************
000200* ADDRCHG - CUSTOMER ADDRESS CHANGE LOG RECORD LAYOUT
000300*
000400* ONE RECORD PER ADDRESS MAINTENANCE TRANSACTION APPLIED BY
000500* ADDRMNT, APPENDED TO THE PERMANENT ADDRESS CHANGE LOG AND
000600* NEVER ROLLED OFF - THE SAME ARRANGEMENT AS CUSTCHG FOR THE
000700* CUSTOMER MASTER.  CARRIES THE FULL CUSTADDR IMAGE BEFORE AND
000800* AFTER THE CHANGE; AN ADD HAS A BLANK BEFORE IMAGE AND A
000900* DELETE A BLANK AFTER IMAGE.  AC-OPERATOR-ID AND
001000* AC-REASON-CODE COME STRAIGHT OFF THE MAINTENANCE CARD.
001100*
001200* MODIFICATION HISTORY
001300*   DATE       INIT  DESCRIPTION
001400*   ---------- ----  ---------------------------------------------
001500*   2026-10-15  RLS  ORIGINAL.
001600*****************************************************************
001700 01  ADDRESS-CHANGE-RECORD.
001800     05  AC-CHANGE-DATE          PIC 9(8).
001900     05  AC-CHANGE-TIME          PIC 9(6).
002000     05  AC-ACTION               PIC X(1).
002100     05  AC-FIELD-CODE           PIC X(2).
002200     05  AC-CUST-ID              PIC 9(6).
002300     05  AC-OPERATOR-ID          PIC X(8).
002400     05  AC-REASON-CODE          PIC X(4).
002500     05  AC-BEFORE-IMAGE         PIC X(217).
002600     05  AC-AFTER-IMAGE          PIC X(217).
