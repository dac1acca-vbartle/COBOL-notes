000100*---------------------------------
000200* SLEXLIN.CBL
000300* SELECT clause for
000400* EXPENSE-LINE-FILE.
000500* Primary Key - EXLN-KEY
000600*   (report + sequence)
000700*---------------------------------
000800     SELECT OPTIONAL EXPENSE-LINE-FILE
000900         ASSIGN TO "EXPLINE"
001000         ORGANIZATION IS INDEXED
001100         RECORD KEY IS EXLN-KEY
001200         ACCESS MODE IS DYNAMIC.
