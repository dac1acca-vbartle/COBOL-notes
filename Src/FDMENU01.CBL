000100*---------------------------------
000200* FDMENU01.CBL
000300* Primary Key - SYSMENU-KEY
000400* Master system menu - one
000500* record per program the
000600* master menu (SYSMNU01) can
000700* start, grouped by subsystem,
000800* maintained in MNUMNT01 and
000900* first built by MNUBLD01.
001000* SYSMENU-SUBSYSTEM (1-20) is
001100* the pick on the master menu,
001200* SYSMENU-OPTION (1-20) the
001300* pick on that subsystem's
001400* sub-menu. Option 00 is the
001500* subsystem's heading record -
001600* SYSMENU-TEXT is the name on
001700* the master menu; its program
001800* and authority are blank.
001900* SYSMENU-AUTHORITY is the
002000* OPERATOR-FILE authorization
002100* an operator needs to see and
002200* run the program:
002300*   I - inquiry
002400*   E - entry
002500*   P - payment
002600*   M - maintenance
002700*   S - supervisor
002800*---------------------------------
002900 FD  MASTER-MENU-FILE
003000     LABEL RECORDS ARE STANDARD.
003100 01  MASTER-MENU-RECORD.
003200     05  SYSMENU-KEY.
003300         10  SYSMENU-SUBSYSTEM    PIC 99.
003400         10  SYSMENU-OPTION       PIC 99.
003500     05  SYSMENU-PROGRAM          PIC X(9).
003600     05  SYSMENU-TEXT             PIC X(30).
003700     05  SYSMENU-AUTHORITY        PIC X.
