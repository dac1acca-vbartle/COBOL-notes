000100*---------------------------------
000200* SLSXFR01.CBL
000300* SELECT clause for
000400* STORE-TRANSFER-FILE.
000500* Primary Key - SXFER-NUMBER
000600*---------------------------------
000700     SELECT OPTIONAL STORE-TRANSFER-FILE
000800         ASSIGN TO "STRXFER"
000900         ORGANIZATION IS INDEXED
001000         RECORD KEY IS SXFER-NUMBER
001100         ACCESS MODE IS DYNAMIC.
