000100*---------------------------------
000200* WSFAMLY1.CBL
000300* Working storage fields for
000400* PLFAMLY1.CBL's climb up a
000500* vendor's corporate family.
000600* FAMILY-MAXIMUM-LEVELS stops
000700* the climb on a family deeper
000800* than any real one, so a
000900* damaged link cannot loop
001000* forever.
001100*---------------------------------
001200 77  FAMILY-START-VENDOR      PIC 9(5).
001300 77  FAMILY-WATCH-VENDOR      PIC 9(5).
001400 77  FAMILY-TOP-VENDOR        PIC 9(5).
001500 77  FAMILY-LOOP-FOUND        PIC X.
001600 77  FAMILY-CLIMB-DONE        PIC X.
001700 77  FAMILY-VENDOR-FOUND      PIC X.
001800 77  FAMILY-LEVELS            PIC 99.
001900 77  FAMILY-MAXIMUM-LEVELS    PIC 99 VALUE 20.
