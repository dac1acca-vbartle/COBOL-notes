000100*---------------------------------
000200* FDPROMO.CBL
000300* Primary Key - PROMO-CODE
000400* Merchandising promotion
000500* calendar, maintained by
000600* PRMMNT01.
000700* PROMO-START-DATE and
000800*   PROMO-END-DATE bound the
000900*   event (both days included).
001000* PROMO-STORES - up to ten
001100*   stores running the event.
001200*   All ZERO means every store.
001300* PROMO-ITEMS - up to ten
001400*   division and category pairs
001500*   on promotion; a ZERO category
001600*   takes the whole division.
001700*   Unused pairs are ZERO.
001800* PROMO-PLANNED-MARKDOWN is the
001900*   markdown dollars the event
002000*   was planned to cost. PRMLFT01
002100*   shows the markdowns booked
002200*   during the event beside it.
002300*---------------------------------
002400 FD  PROMOTION-FILE
002500     LABEL RECORDS ARE STANDARD.
002600 01  PROMOTION-RECORD.
002700     05  PROMO-CODE               PIC X(6).
002800     05  PROMO-DESCRIPTION        PIC X(30).
002900     05  PROMO-START-DATE         PIC 9(8).
003000     05  PROMO-END-DATE           PIC 9(8).
003100     05  PROMO-PLANNED-MARKDOWN   PIC 9(7)V99.
003200     05  PROMO-STORES OCCURS 10 TIMES.
003300         10  PROMO-STORE          PIC 9(2).
003400     05  PROMO-ITEMS OCCURS 10 TIMES.
003500         10  PROMO-DIVISION       PIC 9(2).
003600         10  PROMO-CATEGORY       PIC 9(2).
