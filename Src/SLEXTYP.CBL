000100*---------------------------------
000200* SLEXTYP.CBL
000300* SELECT clause for
000400* EXPENSE-TYPE-FILE.
000500* Primary Key - EXTYP-CODE
000600*---------------------------------
000700     SELECT OPTIONAL EXPENSE-TYPE-FILE
000800         ASSIGN TO "EXPTYPE"
000900         ORGANIZATION IS INDEXED
001000         RECORD KEY IS EXTYP-CODE
001100         ACCESS MODE IS DYNAMIC.
