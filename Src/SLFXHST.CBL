000100*---------------------------------
000200* SLFXHST.CBL
000300* SELECT clause for
000400* FIXED-ASSET-HISTORY-FILE.
000500* Primary Key - FXH-KEY
000600* (ASSET + PERIOD + TYPE)
000700*---------------------------------
000800     SELECT FIXED-ASSET-HISTORY-FILE
000900         ASSIGN TO "FXHIST"
001000         ORGANIZATION IS INDEXED
001100         RECORD KEY IS FXH-KEY
001200         ACCESS MODE IS DYNAMIC.
