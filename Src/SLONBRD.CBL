000100*---------------------------------
000200* SLONBRD.CBL
000300* SELECT clause for ONBOARD-FILE.
000400* Primary Key - ONBOARD-VENDOR
000500*---------------------------------
000600     SELECT OPTIONAL ONBOARD-FILE
000700         ASSIGN TO "ONBOARD"
000800         ORGANIZATION IS INDEXED
000900         RECORD KEY IS ONBOARD-VENDOR
001000         ACCESS MODE IS DYNAMIC.
