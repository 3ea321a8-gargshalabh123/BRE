000100*****************************************************************
000200* MAILHSE - MAIL-HOUSE MANIFEST RECORD LAYOUT
000300*
000400* ONE RECORD PER PIECE OF CUSTOMER MAIL SENT TO THE MAIL HOUSE,
000500* WRITTEN BY EXCPLTR (BELOW-MINIMUM LETTERS) AND DISCSTMT
000600* (ANNUAL STATEMENTS) ALONGSIDE THE PRINTED DOCUMENT.  THE
000700* DOCUMENT ITSELF NOW OPENS WITH THE SAME NAME AND ADDRESS BLOCK
000800* AND ITS PIECE NUMBER, SO THE MAIL HOUSE CAN MATCH EACH PRINTED
000900* DOCUMENT TO ITS MANIFEST RECORD, CHECK THE PIECE COUNT AND
001000* SORT FOR POSTAGE ON MH-POSTCODE.  MH-LINE-COUNT IS THE NUMBER
001100* OF PRINT LINES IN THE DOCUMENT, ADDRESS BLOCK INCLUDED.
001200* ONLY POSTABLE CUSTOMERS (SEE CUSTADDR) GET A RECORD.
001300*
001400* MODIFICATION HISTORY
001500*   DATE       INIT  DESCRIPTION
001600*   ---------- ----  ---------------------------------------------
001700*   2026-10-15  RLS  ORIGINAL.
001800*****************************************************************
001900 01  MAIL-HOUSE-RECORD.
002000     05  MH-SOURCE-PROGRAM       PIC X(8).
002100     05  MH-DOCUMENT-TYPE        PIC X(2).
002200         88  MH-BELOW-MINIMUM-LETTER VALUE 'BM'.
002300         88  MH-ANNUAL-STATEMENT    VALUE 'AS'.
002400     05  MH-DOCUMENT-DATE        PIC 9(8).
002500     05  MH-PIECE-NUMBER         PIC 9(7).
002600     05  MH-CUST-ID              PIC 9(6).
002700     05  MH-CUST-NAME            PIC X(30).
002800     05  MH-ADDR-LINE-1          PIC X(30).
002900     05  MH-ADDR-LINE-2          PIC X(30).
003000     05  MH-ADDR-LINE-3          PIC X(30).
003100     05  MH-ADDR-LINE-4          PIC X(30).
003200     05  MH-POSTCODE             PIC X(10).
003300     05  MH-LINE-COUNT           PIC 9(4).
003400     05  FILLER                  PIC X(5).
