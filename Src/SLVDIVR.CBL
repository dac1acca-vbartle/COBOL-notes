000100*---------------------------------
000200* SLVDIVR.CBL
000300* SELECT clause for
000400* VENDOR-DIVERSITY-FILE.
000500* Primary Key - VDIV-KEY
000600*   (vendor + diversity class)
000700*---------------------------------
000800     SELECT OPTIONAL VENDOR-DIVERSITY-FILE
000900         ASSIGN TO "VNDDIVR"
001000         ORGANIZATION IS INDEXED
001100         RECORD KEY IS VDIV-KEY
001200         ACCESS MODE IS DYNAMIC.
