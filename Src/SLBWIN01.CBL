000100*---------------------------------
000200* SLBWIN01.CBL
000300* SELECT clause for
000400* BATCH-WINDOW-FILE.
000500* Primary Key - BWIN-KEY
000600*   (always 1)
000700*---------------------------------
000800     SELECT OPTIONAL BATCH-WINDOW-FILE
000900         ASSIGN TO "BATCHWIN"
001000         ORGANIZATION IS INDEXED
001100         RECORD KEY IS BWIN-KEY
001200         ACCESS MODE IS DYNAMIC.
