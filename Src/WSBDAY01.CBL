000100*---------------------------------
000200* WSBDAY01.CBL
000300* Working storage fields for
000400* PLBDAY01.CBL's business-day
000500* calendar.
000600*---------------------------------
000700 77  BUSINESS-DATE            PIC 9(8).
000800 77  BUSINESS-END-DATE        PIC 9(8).
000900 77  BUSINESS-DAYS            PIC S9(5).
001000 77  BUSINESS-DAYS-LEFT       PIC S9(5).
001100 77  BUSINESS-STEP            PIC S9.
001200 77  BUSINESS-INTEGER         PIC S9(9) COMP.
001300 77  BUSINESS-END-INTEGER     PIC S9(9) COMP.
001400 77  BUSINESS-SWAP-INTEGER    PIC S9(9) COMP.
001500 77  BUSINESS-WEEKDAY         PIC S9(9) COMP.
001600 77  BUSINESS-DAY-OPEN        PIC X.
001700 77  BUSINESS-COUNT-BACK      PIC X.
001800 77  BUSINESS-HOLIDAY-FOUND   PIC X.
