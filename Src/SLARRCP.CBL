000100*---------------------------------
000200* SLARRCP.CBL
000300* SELECT clause for
000400* AR-RECEIPT-FILE.
000500* Primary Key - ARRCPT-KEY
000600* (CUSTOMER + DATE + CHECK +
000700* LINE)
000800*---------------------------------
000900     SELECT OPTIONAL AR-RECEIPT-FILE
001000         ASSIGN TO "ARRCPT"
001100         ORGANIZATION IS INDEXED
001200         RECORD KEY IS ARRCPT-KEY
001300         ACCESS MODE IS DYNAMIC.
