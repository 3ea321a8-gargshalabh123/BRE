000100*****************************************************************
000200* CUSTADDR - CUSTOMER MAILING ADDRESS / CONTACT RECORD LAYOUT
000300*
000400* ONE RECORD PER CUSTOMER, KEYED ON CUST-ID, IN THE CUSTADDR
000500* KSDS (DEFINED ONCE BY CUSTADDR.JCL).  CUSTOMER-RECORD CARRIES
000600* NO ADDRESS, SO THIS IS WHERE EXCPLTR AND DISCSTMT FIND WHERE
000700* TO SEND A LETTER OR STATEMENT.  LOADED FROM THE SENDING
000800* SYSTEM'S ADDRESS EXTRACT BY ADDRLOAD AND MAINTAINED BY THE
000900* BRANCHES THROUGH ADDRMNT.  AD-ADDR-LINE-1 IS THE FIRST LINE
001000* UNDER THE CUSTOMER NAME; UNUSED LINES ARE SPACES.  A CUSTOMER
001100* IS POSTABLE ONLY WITH AN ADDRESS LINE 1 AND A POSTCODE AND NO
001200* RETURNED-MAIL FLAG - ANYTHING ELSE GOES TO THE SUPPRESSION
001300* REPORT INSTEAD OF THE MAIL HOUSE.  THE RETURNED-MAIL FLAG IS
001400* SET BY THE BRANCH WHEN THE POST OFFICE SENDS A PIECE BACK, AND
001500* CLEARED WHEN A NEW ADDRESS ARRIVES OR THE BRANCH CONFIRMS THE
001600* OLD ONE.  AD-LAST-MAINT-BY IS THE OPERATOR ID, OR 'ADDRLOAD'
001700* FOR THE SENDING-SYSTEM LOAD.
001800*
001900* MODIFICATION HISTORY
002000*   DATE       INIT  DESCRIPTION
002100*   ---------- ----  ---------------------------------------------
002200*   2026-10-15  RLS  ORIGINAL.
002300*****************************************************************
002400 01  CUSTOMER-ADDRESS-RECORD.
002500     05  AD-CUST-ID              PIC 9(6).
002600     05  AD-ADDRESS-BLOCK.
002700         10  AD-ADDR-LINE-1      PIC X(30).
002800         10  AD-ADDR-LINE-2      PIC X(30).
002900         10  AD-ADDR-LINE-3      PIC X(30).
003000         10  AD-ADDR-LINE-4      PIC X(30).
003100         10  AD-POSTCODE         PIC X(10).
003200     05  AD-PREFERRED-CHANNEL    PIC X(1).
003300         88  AD-CHANNEL-POST        VALUE 'P'.
003400         88  AD-CHANNEL-EMAIL       VALUE 'E'.
003500         88  AD-CHANNEL-PHONE       VALUE 'T'.
003600     05  AD-EMAIL-ADDRESS        PIC X(40).
003700     05  AD-PHONE-NUMBER         PIC X(15).
003800     05  AD-RETURNED-MAIL-FLAG   PIC X(1).
003900         88  AD-MAIL-RETURNED       VALUE 'Y'.
004000     05  AD-RETURNED-DATE        PIC 9(8).
004100     05  AD-LAST-MAINT-DATE      PIC 9(8).
004200     05  AD-LAST-MAINT-BY        PIC X(8).
