000100*---------------------------------
000200* SLWIRE.CBL
000300* SELECT clause for WIRE-FILE.
000400* Primary Key - WIRE-NUMBER
000500*---------------------------------
000600     SELECT OPTIONAL WIRE-FILE
000700         ASSIGN TO "WIRE"
000800         ORGANIZATION IS INDEXED
000900         RECORD KEY IS WIRE-NUMBER
001000         ACCESS MODE IS DYNAMIC.
