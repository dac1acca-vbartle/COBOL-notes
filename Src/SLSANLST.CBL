000100*---------------------------------
000200* SLSANLST.CBL
000300* SELECT clause for
000400* SANCTION-LIST-FILE.
000500* Primary Key - SANL-KEY
000600*---------------------------------
000700     SELECT OPTIONAL SANCTION-LIST-FILE
000800         ASSIGN TO "SANLIST"
000900         ORGANIZATION IS INDEXED
001000         RECORD KEY IS SANL-KEY
001100         ACCESS MODE IS DYNAMIC.
