000100*****************************************************************
000200* CUSTCHG - CUSTOMER MASTER CHANGE LOG RECORD LAYOUT
000300*
000400* ONE RECORD PER CUSTOMER MAINTENANCE TRANSACTION APPLIED BY
000500* CUSTMNT (ADD, CHANGE OR CLOSE), APPENDED TO THE PERMANENT
000600* CHANGE LOG AND NEVER ROLLED OFF.  CARRIES THE FULL 52-BYTE
000700* CUSTOMER-RECORD IMAGE BEFORE AND AFTER THE CHANGE, SO AUDIT
000800* CAN SEE EXACTLY WHAT EVERY TRANSACTION DID WITHOUT READING
000900* THE MASTER.  AN ADD HAS A BLANK BEFORE IMAGE; A CLOSE HAS A
001000* BLANK AFTER IMAGE.  CL-OPERATOR-ID AND CL-REASON-CODE COME
001100* STRAIGHT OFF THE MAINTENANCE CARD.
001200*
001300* MODIFICATION HISTORY
001400*   DATE       INIT  DESCRIPTION
001500*   ---------- ----  ---------------------------------------------
001600*   2026-10-15  RLS  ORIGINAL.
001700*****************************************************************
001800 01  CUSTOMER-CHANGE-RECORD.
001900     05  CL-CHANGE-DATE          PIC 9(8).
002000     05  CL-CHANGE-TIME          PIC 9(6).
002100     05  CL-ACTION               PIC X(1).
002200         88  CHANGE-IS-ADD          VALUE 'A'.
002300         88  CHANGE-IS-CHANGE       VALUE 'C'.
002400         88  CHANGE-IS-CLOSE        VALUE 'X'.
002500     05  CL-CUST-ID              PIC 9(6).
002600     05  CL-OPERATOR-ID          PIC X(8).
002700     05  CL-REASON-CODE          PIC X(4).
002800     05  CL-BEFORE-IMAGE         PIC X(52).
002900     05  CL-AFTER-IMAGE          PIC X(52).
