000100*---------------------------------
000200* FDOTBPLN.CBL
000300* Primary Key - OTBPLN-KEY
000400* Planned end-of-period
000500* inventory at cost, by period,
000600* store and division - the
000700* stock the buyers want on hand
000800* when the period closes. The
000900* period is keyed the way the
001000* sales budgets are: fiscal
001100* CCYY * 100 + period when the
001200* fiscal calendar covers it,
001300* otherwise CCYYMM.
001400* Maintained by OTBMNT01 and
001500* read by the open-to-buy
001600* report OTBRPT01.
001700*---------------------------------
001800 FD  OTB-PLAN-FILE
001900     LABEL RECORDS ARE STANDARD.
002000 01  OTB-PLAN-RECORD.
002100     05  OTBPLN-KEY.
002200         10  OTBPLN-PERIOD        PIC 9(6).
002300         10  OTBPLN-STORE         PIC 9(2).
002400         10  OTBPLN-DIVISION      PIC 9(2).
002500     05  OTBPLN-END-INVENTORY     PIC S9(9)V99.
