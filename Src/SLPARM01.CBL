000100*---------------------------------
000200* SLPARM01.CBL
000300* SELECT clause for
000400* SYSTEM-PARAMETER-FILE.
000500* Primary Key - PARM-KEY
000600*   (company + name +
000700*    effective date)
000800*---------------------------------
000900     SELECT OPTIONAL SYSTEM-PARAMETER-FILE
001000         ASSIGN TO "SYSPARM"
001100         ORGANIZATION IS INDEXED
001200         RECORD KEY IS PARM-KEY
001300         ACCESS MODE IS DYNAMIC.
