000100*---------------------------------
000200* SLEXPIT.CBL
000300* SELECT clause for
000400* EXPECTED-ITEM-FILE.
000500* Primary Key - EXPIT-KEY
000600*   (bank account + source +
000700*   source number)
000800*---------------------------------
000900     SELECT OPTIONAL EXPECTED-ITEM-FILE
001000         ASSIGN TO "BNKEXPIT"
001100         ORGANIZATION IS INDEXED
001200         RECORD KEY IS EXPIT-KEY
001300         ACCESS MODE IS DYNAMIC.
