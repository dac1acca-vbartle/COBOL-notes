000100*---------------------------------
000200* FDSXFR01.CBL
000300* Primary Key - SXFER-NUMBER
000400* Merchandise shipped from one
000500* store to another, numbered
000600* from CONTROL-LAST-STORE-XFER
000700* by STKLED01, which posts both
000800* ends to the stock ledger.
000900* SXFER-STATUS is "S" shipped
001000*   (in transit) or "R" once
001100*   the receiving store has
001200*   confirmed it.
001300* SXFER-COST is the value at
001400*   cost, always positive, from
001500*   FROM-STORE to TO-STORE in
001600*   the one division.
001700* SXFER-SHIPPED-BY and
001800*   SXFER-RECEIVED-BY are the
001900*   operator ids at each end.
002000* STXRPT01 lists transfers
002100*   still shipped after a set
002200*   number of days.
002300*---------------------------------
002400 FD  STORE-TRANSFER-FILE
002500     LABEL RECORDS ARE STANDARD.
002600 01  STORE-TRANSFER-RECORD.
002700     05  SXFER-NUMBER             PIC 9(6).
002800     05  SXFER-STATUS             PIC X.
002900     05  SXFER-FROM-STORE         PIC 9(2).
003000     05  SXFER-TO-STORE           PIC 9(2).
003100     05  SXFER-DIVISION           PIC 9(2).
003200     05  SXFER-COST               PIC S9(8)V99.
003300     05  SXFER-SHIP-DATE          PIC 9(8).
003400     05  SXFER-SHIPPED-BY         PIC X(5).
003500     05  SXFER-RECEIVE-DATE       PIC 9(8).
003600     05  SXFER-RECEIVED-BY        PIC X(5).
