000100*---------------------------------
000200* FDXFER01.CBL
000300* Primary Key - XFER-NUMBER
000400* Transfers between two of our
000500* own bank accounts (BANK-FILE),
000600* numbered from
000700* CONTROL-LAST-TRANSFER by
000800* XFRENT01 or, for a standing
000900* sweep, SWPGEN01.
001000* XFER-STATUS is "P" pending
001100*   release, "R" released by
001200*   XFRREL01 or "X" cancelled.
001300* XFER-DATE is the value date -
001400*   the day the money moves and
001500*   the date the GL lines carry.
001600* XFER-AMOUNT is always positive,
001700*   FROM-ACCOUNT to TO-ACCOUNT.
001800* XFER-SWEEP is the SWEEP-FILE
001900*   entry that generated the
002000*   transfer, ZERO when keyed.
002100* XFER-REQUESTED-BY and
002200*   XFER-RELEASED-BY are operator
002300*   ids; they may never be the
002400*   same operator.
002500* XFER-EXPORT-RUN is the XFREXP
002600*   export run that carried the
002700*   released transfer's GL lines.
002800*---------------------------------
002900 FD  TRANSFER-FILE
003000     LABEL RECORDS ARE STANDARD.
003100 01  TRANSFER-RECORD.
003200     05  XFER-NUMBER              PIC 9(6).
003300     05  XFER-STATUS              PIC X.
003400     05  XFER-FROM-ACCOUNT        PIC 9(10).
003500     05  XFER-TO-ACCOUNT          PIC 9(10).
003600     05  XFER-DATE                PIC 9(8).
003700     05  XFER-AMOUNT              PIC S9(9)V99.
003800     05  XFER-REFERENCE           PIC X(20).
003900     05  XFER-SWEEP               PIC 9(4).
004000     05  XFER-REQUESTED-BY        PIC X(5).
004100     05  XFER-REQUEST-DATE        PIC 9(8).
004200     05  XFER-RELEASED-BY         PIC X(5).
004300     05  XFER-RELEASE-DATE        PIC 9(8).
004400     05  XFER-EXPORT-RUN          PIC 9(5).
