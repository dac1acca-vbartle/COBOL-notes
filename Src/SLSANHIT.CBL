000100*---------------------------------
000200* SLSANHIT.CBL
000300* SELECT clause for
000400* SANCTION-HIT-FILE.
000500* Primary Key - SANH-KEY
000600*---------------------------------
000700     SELECT OPTIONAL SANCTION-HIT-FILE
000800         ASSIGN TO "SANHIT"
000900         ORGANIZATION IS INDEXED
001000         RECORD KEY IS SANH-KEY
001100         ACCESS MODE IS DYNAMIC.
