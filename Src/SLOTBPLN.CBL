000100*---------------------------------
000200* SLOTBPLN.CBL
000300* SELECT clause for
000400* OTB-PLAN-FILE.
000500* Primary Key - OTBPLN-KEY
000600* (PERIOD + STORE + DIVISION)
000700*---------------------------------
000800     SELECT OPTIONAL OTB-PLAN-FILE
000900         ASSIGN TO "OTBPLAN"
001000         ORGANIZATION IS INDEXED
001100         RECORD KEY IS OTBPLN-KEY
001200         ACCESS MODE IS DYNAMIC.
