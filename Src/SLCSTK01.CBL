000100*---------------------------------
000200* SLCSTK01.CBL
000300* SELECT clause for
000400* CHECK-STOCK-FILE.
000500* Primary Key - CSTK-KEY
000600*   (bank account + first serial
000700*   of the range received)
000800*---------------------------------
000900     SELECT OPTIONAL CHECK-STOCK-FILE
001000         ASSIGN TO "CHKSTOCK"
001100         ORGANIZATION IS INDEXED
001200         RECORD KEY IS CSTK-KEY
001300         ACCESS MODE IS DYNAMIC.
