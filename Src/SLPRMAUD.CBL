000100*---------------------------------
000200* SLPRMAUD.CBL
000300* SELECT clause for
000400* PARM-AUDIT-FILE.
000500*---------------------------------
000600     SELECT OPTIONAL PARM-AUDIT-FILE
000700         ASSIGN TO "PRMAUDIT"
000800         ORGANIZATION IS SEQUENTIAL.
