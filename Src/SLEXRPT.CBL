000100*---------------------------------
000200* SLEXRPT.CBL
000300* SELECT clause for
000400* EXPENSE-REPORT-FILE.
000500* Primary Key - EXRPT-NUMBER
000600*---------------------------------
000700     SELECT OPTIONAL EXPENSE-REPORT-FILE
000800         ASSIGN TO "EXPRPT"
000900         ORGANIZATION IS INDEXED
001000         RECORD KEY IS EXRPT-NUMBER
001100         ACCESS MODE IS DYNAMIC.
