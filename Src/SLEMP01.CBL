000100*---------------------------------
000200* SLEMP01.CBL
000300* SELECT clause for EMPLOYEE-FILE.
000400* Primary Key - EMPLOYEE-NUMBER
000500*---------------------------------
000600     SELECT OPTIONAL EMPLOYEE-FILE
000700         ASSIGN TO "EMPLOYEE"
000800         ORGANIZATION IS INDEXED
000900         RECORD KEY IS EMPLOYEE-NUMBER
001000         ACCESS MODE IS DYNAMIC.
