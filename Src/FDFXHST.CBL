000100*---------------------------------
000200* FDFXHST.CBL
000300* Primary Key - FXH-KEY
000400*   (FXH-ASSET, FXH-PERIOD -
000500*   CCYYMM - and FXH-TYPE).
000600* Fixed asset history, the
000700* movements behind the register
000800* that the period and roll-
000900* forward reports (FXADPR01,
000950* FXAROL01)
001000* are built from:
001100*   "A" - addition, written by
001200*         FXAMNT01 in the
001300*         in-service month: the
001400*         cost, plus any
001500*         depreciation taken on
001600*         with an asset already
001700*         in service
001800*   "D" - depreciation booked by
001900*         the FXADEP01 run for the
002000*         period (months caught up
002100*         land in the run month)
002200*   "R" - retirement, in the
002300*         month of the run that
002400*         books it (FXH-DATE is
002500*         the disposal date): cost
002600*         and accumulated
002700*         depreciation taken off
002800*         (negative), the proceeds
002900*         and the gain (+) or
003000*         loss (-).
003100*---------------------------------
003200 FD  FIXED-ASSET-HISTORY-FILE
003300     LABEL RECORDS ARE STANDARD.
003400 01  FIXED-ASSET-HISTORY-RECORD.
003500     05  FXH-KEY.
003600         10  FXH-ASSET            PIC 9(6).
003700         10  FXH-PERIOD           PIC 9(6).
003800         10  FXH-TYPE             PIC X.
003900     05  FXH-DATE                 PIC 9(8).
004000     05  FXH-COST-CHANGE          PIC S9(7)V99.
004100     05  FXH-ACCUM-CHANGE         PIC S9(7)V99.
004200     05  FXH-PROCEEDS             PIC S9(7)V99.
004300     05  FXH-GAIN-LOSS            PIC S9(7)V99.
