000100*---------------------------------
000200* SLSWEEP.CBL
000300* SELECT clause for SWEEP-FILE.
000400* Primary Key - SWEEP-NUMBER
000500*---------------------------------
000600     SELECT OPTIONAL SWEEP-FILE
000700         ASSIGN TO "BNKSWEEP"
000800         ORGANIZATION IS INDEXED
000900         RECORD KEY IS SWEEP-NUMBER
001000         ACCESS MODE IS DYNAMIC.
