000100*---------------------------------
000200* WSSUPV01.CBL
000300* Working storage fields for
000400* PLSUPV01.CBL's supervisor
000500* approval.
000600*---------------------------------
000700 77  SUPERVISOR-ID            PIC X(5).
000800 77  SUPERVISOR-PASSWORD      PIC X(8).
000900 77  SUPERVISOR-OK            PIC X.
001000 77  SUPERVISOR-TRIES         PIC 9.
001100 77  SUPERVISOR-FOUND         PIC X.
