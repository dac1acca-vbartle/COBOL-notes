000100*---------------------------------
000200* SLMENU01.CBL
000300* SELECT clause for
000400* MASTER-MENU-FILE.
000500* Primary Key - SYSMENU-KEY
000600*---------------------------------
000700     SELECT OPTIONAL MASTER-MENU-FILE
000800         ASSIGN TO "SYSMENU"
000900         ORGANIZATION IS INDEXED
001000         RECORD KEY IS SYSMENU-KEY
001100         ACCESS MODE IS DYNAMIC.
