000100*---------------------------------
000200* SLSTOP01.CBL
000300* SELECT clause for
000400* STOP-PAYMENT-FILE.
000500* Primary Key - STOP-KEY
000600*   (check account + number,
000700*   the same as CHECK-KEY)
000800*---------------------------------
000900     SELECT OPTIONAL STOP-PAYMENT-FILE
001000         ASSIGN TO "STOPPAY"
001100         ORGANIZATION IS INDEXED
001200         RECORD KEY IS STOP-KEY
001300         ACCESS MODE IS DYNAMIC.
