000100*---------------------------------
000200* WSCSTK01.CBL
000300* Working storage fields for
000400* PLCSTK01.CBL's check form
000500* routines.
000600*---------------------------------
000700 77  FORM-ACCOUNT             PIC 9(10).
000800 77  FORM-SERIAL              PIC 9(6).
000900 77  FORM-DISPOSITION         PIC X.
001000 77  FORM-CHECK-NUMBER        PIC 9(6).
001100 77  FORM-REASON              PIC X(20).
001200 77  FORM-PROGRAM             PIC X(8).
001300 77  FORM-PAY-RUN             PIC 9(5).
001400 77  FORM-SERIAL-FOUND        PIC X.
001500 77  FORM-STOCK-AT-END        PIC X.
001600 77  FORM-LOG-AT-END          PIC X.
