000100*---------------------------------
000200* FDFXAST.CBL
000300* Primary Key - FXA-NUMBER
000400*   (CONTROL-LAST-ASSET, handed
000500*   out by FXAMNT01).
000600* Fixed asset register - store
000700* fixtures, registers and
000800* equipment. An asset is added
000900* from the capital voucher (or
001000* VDIST line) that bought it -
001100* FXA-VOUCHER/FXA-SEQUENCE - or,
001200* with voucher ZERO, taken on
001300* already in service with the
001400* depreciation booked so far.
001500* FXA-STORE is the STORE-FILE
001600* store it stands in, 00 when
001700* it is not in a store.
001800* Depreciation runs from the
001900* month of FXA-IN-SERVICE-DATE
002000* over FXA-LIFE months down to
002100* FXA-SALVAGE:
002200*   FXA-METHOD "S" - straight
002300*     line, an even share a month
002400*   FXA-METHOD "D" - double
002500*     declining balance, twice
002600*     the straight-line rate on
002700*     the remaining book value,
002800*     the last month taking the
002900*     book down to salvage.
003000* FXADEP01 adds each month into
003100* FXA-ACCUM-DEPR and
003200* FXA-MONTHS-DONE: DEBIT
003300* FXA-EXPENSE-ACCOUNT, CREDIT
003400* FXA-ACCUM-ACCOUNT.
003500* FXA-CHARGED-ACCOUNT is where
003600* the voucher put the cost. When
003700* that is not FXA-ASSET-ACCOUNT
003800* FXA-RECLASS is "P" and the
003900* next FXADEP01 moves the cost
004000* into the asset account once
004100* ("D" after); "N" when nothing
004200* is owed.
004300* FXA-STATUS:
004400*   "A" - in service
004500*   "P" - retirement keyed in
004600*         FXARET01, waiting for
004700*         FXADEP01 to depreciate
004800*         through the disposal
004900*         month and book it
005000*   "R" - retired; the cost and
005100*         accumulated depreciation
005200*         are off the books and the
005300*         gain or loss against
005400*         FXA-PROCEEDS went to
005500*         FXA-GAIN-LOSS-ACCOUNT.
005600* Every change to cost or
005700* accumulated depreciation is
005800* also kept on FXHIST
005900* (FDFXHST.CBL).
006000*---------------------------------
006100 FD  FIXED-ASSET-FILE
006200     LABEL RECORDS ARE STANDARD.
006300 01  FIXED-ASSET-RECORD.
006400     05  FXA-NUMBER               PIC 9(6).
006500     05  FXA-DESCRIPTION          PIC X(30).
006600     05  FXA-STORE                PIC 9(2).
006700     05  FXA-COMPANY              PIC X(2).
006800     05  FXA-VOUCHER              PIC 9(7).
006900     05  FXA-SEQUENCE             PIC 99.
007000     05  FXA-IN-SERVICE-DATE      PIC 9(8).
007100     05  FXA-COST                 PIC S9(7)V99.
007200     05  FXA-SALVAGE              PIC S9(7)V99.
007300     05  FXA-LIFE                 PIC 999.
007400     05  FXA-METHOD               PIC X.
007500     05  FXA-ACCUM-DEPR           PIC S9(7)V99.
007600     05  FXA-MONTHS-DONE          PIC 999.
007700     05  FXA-ASSET-ACCOUNT        PIC X(10).
007800     05  FXA-ACCUM-ACCOUNT        PIC X(10).
007900     05  FXA-EXPENSE-ACCOUNT      PIC X(10).
008000     05  FXA-CHARGED-ACCOUNT      PIC X(10).
008100     05  FXA-RECLASS              PIC X.
008200     05  FXA-STATUS               PIC X.
008300     05  FXA-DISPOSAL-DATE        PIC 9(8).
008400     05  FXA-PROCEEDS             PIC S9(7)V99.
008500     05  FXA-PROCEEDS-ACCOUNT     PIC X(10).
008600     05  FXA-GAIN-LOSS-ACCOUNT    PIC X(10).
