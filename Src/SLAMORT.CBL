000100*---------------------------------
000200* SLAMORT.CBL
000300* SELECT clause for
000400* AMORTIZATION-FILE.
000500* Primary Key - AMORT-KEY
000600* (VOUCHER + DISTRIBUTION LINE)
000700*---------------------------------
000800     SELECT AMORTIZATION-FILE
000900         ASSIGN TO "AMORTSCH"
001000         ORGANIZATION IS INDEXED
001100         RECORD KEY IS AMORT-KEY
001200         ACCESS MODE IS DYNAMIC.
