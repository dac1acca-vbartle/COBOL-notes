000100*---------------------------------
000200* WSPARM01.CBL
000300* Working storage fields for
000400* PLPARM01.CBL's parameter
000500* look-up.
000600*---------------------------------
000700 77  PARM-WANTED-COMPANY      PIC X(2).
000800 77  PARM-WANTED-NAME         PIC X(20).
000900 77  PARM-WANTED-DATE         PIC 9(8).
001000 77  PARM-WANTED-VALUE        PIC 9(7)V9(4).
001100 77  PARM-WANTED-EFFECTIVE    PIC 9(8).
001200 77  PARM-WANTED-FROM         PIC X(2).
001300 77  PARM-WANTED-FOUND        PIC X.
001400 77  PARM-LOOKUP-COMPANY      PIC X(2).
001500 77  PARM-FILE-AT-END         PIC X.
