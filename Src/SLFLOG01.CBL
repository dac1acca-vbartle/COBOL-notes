000100*---------------------------------
000200* SLFLOG01.CBL
000300* SELECT clause for
000400* CHECK-FORM-LOG-FILE.
000500* Primary Key - FLOG-KEY
000600*   (bank account + form serial)
000700* Alternate Key - FLOG-CHECK-KEY
000800*   (the CHECK-FILE key the form
000900*   was printed for) with
001000*   duplicates
001100*---------------------------------
001200     SELECT OPTIONAL CHECK-FORM-LOG-FILE
001300         ASSIGN TO "CHKFLOG"
001400         ORGANIZATION IS INDEXED
001500         RECORD KEY IS FLOG-KEY
001600         ALTERNATE RECORD KEY IS FLOG-CHECK-KEY
001700             WITH DUPLICATES
001800         ACCESS MODE IS DYNAMIC.
