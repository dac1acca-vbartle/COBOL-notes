000100*---------------------------------
000200* SLRMIT01.CBL
000300* SELECT clause for
000400* REMIT-TO-FILE.
000500* Primary Key - REMIT-KEY
000600*   (vendor + location code)
000700*---------------------------------
000800     SELECT OPTIONAL REMIT-TO-FILE
000900         ASSIGN TO "REMITTO"
001000         ORGANIZATION IS INDEXED
001100         RECORD KEY IS REMIT-KEY
001200         ACCESS MODE IS DYNAMIC.
