000100*---------------------------------
000200* FDSWEEP.CBL
000300* Primary Key - SWEEP-NUMBER
000400* Standing sweep transfers
000500* between two of our own bank
000600* accounts. Maintained by
000700* SWPMNT01; SWPGEN01 turns each
000800* sweep that is due into a
000900* pending transfer on
001000* TRANSFER-FILE, which a second
001100* operator still releases in
001200* XFRREL01.
001300* SWEEP-KIND is "F" - move
001400*   SWEEP-AMOUNT every time - or
001500*   "T" - top the TO-ACCOUNT's
001600*   BANK-BALANCE up to
001700*   SWEEP-AMOUNT, nothing when it
001800*   is already there.
001900* SWEEP-FREQUENCY is "D" every
002000*   business day, "W" weekly or
002100*   "M" monthly on the day of
002200*   SWEEP-NEXT-DATE (1 to 28).
002300* SWEEP-NEXT-DATE is the next
002400*   date the sweep falls due,
002500*   CCYYMMDD; the transfer itself
002600*   is dated the business day on
002700*   or after the SWPGEN01 run date.
002800* SWEEP-END-DATE ends the sweep,
002900*   ZERO means open ended.
003000* SWEEP-LAST-TRANSFER is the
003100*   XFER-NUMBER SWPGEN01 last
003200*   generated; while it is still
003300*   pending no new one is made.
003400*---------------------------------
003500 FD  SWEEP-FILE
003600     LABEL RECORDS ARE STANDARD.
003700 01  SWEEP-RECORD.
003800     05  SWEEP-NUMBER             PIC 9(4).
003900     05  SWEEP-FROM-ACCOUNT       PIC 9(10).
004000     05  SWEEP-TO-ACCOUNT         PIC 9(10).
004100     05  SWEEP-KIND               PIC X.
004200     05  SWEEP-AMOUNT             PIC S9(9)V99.
004300     05  SWEEP-FREQUENCY          PIC X.
004400     05  SWEEP-NEXT-DATE          PIC 9(8).
004500     05  SWEEP-END-DATE           PIC 9(8).
004600     05  SWEEP-REFERENCE          PIC X(20).
004700     05  SWEEP-LAST-TRANSFER      PIC 9(6).
