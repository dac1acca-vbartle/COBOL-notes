000100*---------------------------------
000200* FDEXBUD.CBL
000300* Primary Key - EXBUD-KEY
000400* Operating expense budgets by
000500* GL account, company and period
000600* (CCYYMM), the expense-side
000700* twin of FDSLBUD.CBL. The
000800* account leads the key so one
000900* account's year reads in
001000* period order. Maintained by
001100* EXBMNT01, generated and spread
001200* by EXBGEN01 and compared to
001300* the general ledger by the
001400* variance report EXBRPT01.
001500* Only expense ("X") accounts
001600* carry a budget.
001700*---------------------------------
001800 FD  EXPENSE-BUDGET-FILE
001900     LABEL RECORDS ARE STANDARD.
002000 01  EXPENSE-BUDGET-RECORD.
002100     05  EXBUD-KEY.
002200         10  EXBUD-ACCOUNT        PIC X(10).
002300         10  EXBUD-COMPANY        PIC X(2).
002400         10  EXBUD-PERIOD         PIC 9(6).
002500     05  EXBUD-AMOUNT             PIC S9(9)V99.
