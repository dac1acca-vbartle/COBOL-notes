000100*---------------------------------
000200* SLGLDTL.CBL
000300* SELECT clause for
000400* GL-DETAIL-FILE.
000500* Primary Key - GLDTL-KEY
000600*   (account code + period +
000700*   company + posting stamp)
000800*---------------------------------
000900     SELECT GL-DETAIL-FILE
001000         ASSIGN TO "GLDETAIL"
001100         ORGANIZATION IS INDEXED
001200         RECORD KEY IS GLDTL-KEY
001300         ACCESS MODE IS DYNAMIC.
