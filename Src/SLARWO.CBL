000100*---------------------------------
000200* SLARWO.CBL
000300* SELECT clause for
000400* AR-WRITEOFF-FILE.
000500* Primary Key - ARWO-KEY
000600*---------------------------------
000700     SELECT OPTIONAL AR-WRITEOFF-FILE
000800         ASSIGN TO "ARWOFF"
000900         ORGANIZATION IS INDEXED
001000         RECORD KEY IS ARWO-KEY
001100         ACCESS MODE IS DYNAMIC.
