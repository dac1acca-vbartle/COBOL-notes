000100*---------------------------------
000200* SLPROJ.CBL
000300* SELECT clause for PROJECT-FILE.
000400* Primary Key - PROJECT-NUMBER
000500*---------------------------------
000600     SELECT OPTIONAL PROJECT-FILE
000700         ASSIGN TO "PROJECT"
000800         ORGANIZATION IS INDEXED
000900         RECORD KEY IS PROJECT-NUMBER
001000         ACCESS MODE IS DYNAMIC.
