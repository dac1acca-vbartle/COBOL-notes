000100*---------------------------------
000200* SLREQ01.CBL
000300* SELECT clause for
000400* REQUISITION-FILE.
000500* Primary Key - REQ-NUMBER
000600*---------------------------------
000700     SELECT OPTIONAL REQUISITION-FILE
000800         ASSIGN TO "REQUISN"
000900         ORGANIZATION IS INDEXED
001000         RECORD KEY IS REQ-NUMBER
001100         ACCESS MODE IS DYNAMIC.
