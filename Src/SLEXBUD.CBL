000100*---------------------------------
000200* SLEXBUD.CBL
000300* SELECT clause for
000400* EXPENSE-BUDGET-FILE.
000500* Primary Key - EXBUD-KEY
000600* (ACCOUNT + COMPANY + PERIOD)
000700*---------------------------------
000800     SELECT EXPENSE-BUDGET-FILE
000900         ASSIGN TO "EXPBUD"
001000         ORGANIZATION IS INDEXED
001100         RECORD KEY IS EXBUD-KEY
001200         ACCESS MODE IS DYNAMIC.
