000100*---------------------------------
000200* SLGLJE.CBL
000300* SELECT clause for
000400* GL-ENTRY-FILE.
000500* Primary Key - GLJE-KEY
000600*   (entry number + line)
000700*---------------------------------
000800     SELECT GL-ENTRY-FILE
000900         ASSIGN TO "GLJE"
001000         ORGANIZATION IS INDEXED
001100         RECORD KEY IS GLJE-KEY
001200         ACCESS MODE IS DYNAMIC.
