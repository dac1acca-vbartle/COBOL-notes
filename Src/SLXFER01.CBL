000100*---------------------------------
000200* SLXFER01.CBL
000300* SELECT clause for
000400* TRANSFER-FILE.
000500* Primary Key - XFER-NUMBER
000600*---------------------------------
000700     SELECT OPTIONAL TRANSFER-FILE
000800         ASSIGN TO "BNKXFER"
000900         ORGANIZATION IS INDEXED
001000         RECORD KEY IS XFER-NUMBER
001100         ACCESS MODE IS DYNAMIC.
