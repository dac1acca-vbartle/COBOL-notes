000100*---------------------------------
000200* SLREBATE.CBL
000300* SELECT clause for REBATE-FILE.
000400* Primary Key - REBATE-VENDOR
000500*---------------------------------
000600     SELECT OPTIONAL REBATE-FILE
000700         ASSIGN TO "REBATE"
000800         ORGANIZATION IS INDEXED
000900         RECORD KEY IS REBATE-VENDOR
001000         ACCESS MODE IS DYNAMIC.
