000100*---------------------------------
000200* SLPROMO.CBL
000300* SELECT clause for
000400* PROMOTION-FILE.
000500* Primary Key - PROMO-CODE
000600*---------------------------------
000700     SELECT OPTIONAL PROMOTION-FILE
000800         ASSIGN TO "PROMO"
000900         ORGANIZATION IS INDEXED
001000         RECORD KEY IS PROMO-CODE
001100         ACCESS MODE IS DYNAMIC.
