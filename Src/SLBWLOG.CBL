000100*---------------------------------
000200* SLBWLOG.CBL
000300* SELECT clause for
000400* BATCH-WINDOW-LOG.
000500*---------------------------------
000600     SELECT OPTIONAL BATCH-WINDOW-LOG
000700         ASSIGN TO "BWINLOG"
000800         ORGANIZATION IS SEQUENTIAL.
