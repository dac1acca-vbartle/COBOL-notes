000100*---------------------------------
000200* FDEXPIT.CBL
000300* Primary Key - EXPIT-KEY
000400*   (EXPIT-ACCOUNT plus
000500*   EXPIT-SOURCE plus
000600*   EXPIT-NUMBER).
000700* Expected bank statement items -
000800* money the book has already
000900* moved that the bank has still
001000* to show. BNKIMP01 matches each
001100* statement line of the same
001200* account, type and amount to
001300* the oldest open item and marks
001400* the line posted, so it never
001500* reaches BNKADJ01.
001600* EXPIT-SOURCE says what wrote
001700*   the item and EXPIT-NUMBER is
001800*   that document's number:
001900*   "XF" - XFER-NUMBER, written
002000*          by XFRREL01, one item
002100*          on each account of the
002200*          released transfer.
002300* EXPIT-TYPE is the BNKTRX-TYPE
002400*   the statement will carry
002500*   ("TI" transfer in, "TO"
002600*   transfer out) and
002700*   EXPIT-AMOUNT the unsigned
002800*   statement amount.
002900* EXPIT-MATCHED is "Y" once a
003000*   statement line has matched;
003100*   EXPIT-MATCHED-DATE and
003200*   -SEQUENCE are that line's
003300*   BNKTRX-DATE and
003400*   BNKTRX-SEQUENCE.
003500*---------------------------------
003600 FD  EXPECTED-ITEM-FILE
003700     LABEL RECORDS ARE STANDARD.
003800 01  EXPECTED-ITEM-RECORD.
003900     05  EXPIT-KEY.
004000         10  EXPIT-ACCOUNT        PIC 9(10).
004100         10  EXPIT-SOURCE         PIC X(2).
004200         10  EXPIT-NUMBER         PIC 9(6).
004300     05  EXPIT-TYPE               PIC X(2).
004400     05  EXPIT-DATE               PIC 9(8).
004500     05  EXPIT-AMOUNT             PIC 9(9)V99.
004600     05  EXPIT-MATCHED            PIC X.
004700     05  EXPIT-MATCHED-DATE       PIC 9(8).
004800     05  EXPIT-MATCHED-SEQUENCE   PIC 9(4).
