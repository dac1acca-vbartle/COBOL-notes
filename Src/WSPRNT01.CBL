000100*---------------------------------
000200* WSPRNT01.CBL
000300* Working storage fields for
000400* PLPRNT01.CBL's ACH prenote
000500* wait. PRENOTE-WAIT-DAYS is the
000600* number of banking days a
000700* prenote must be out with no
000800* return or NOC before the
000900* vendor's first live ACH
001000* payment.
001100*---------------------------------
001200 77  PRENOTE-WAIT-DAYS        PIC 99 VALUE 3.
001300 77  PRENOTE-ELIGIBLE-DATE    PIC 9(8).
001400 77  PRENOTE-DAYS-COUNTED     PIC 99.
001500 77  PRENOTE-DATE-INTEGER     PIC S9(9) COMP.
