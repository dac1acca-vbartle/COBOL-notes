000100*---------------------------------
000200* SLFXAST.CBL
000300* SELECT clause for
000400* FIXED-ASSET-FILE.
000500* Primary Key - FXA-NUMBER
000600*---------------------------------
000700     SELECT FIXED-ASSET-FILE
000800         ASSIGN TO "FXASSET"
000900         ORGANIZATION IS INDEXED
001000         RECORD KEY IS FXA-NUMBER
001100         ACCESS MODE IS DYNAMIC.
