000100*---------------------------------
000200* WSBWIN01.CBL
000300* Working storage fields for
000400* PLBWIN01.CBL's batch window
000500* checks. The calling program
000600* moves its own name to
000700* BWIN-PROGRAM-NAME once at
000800* start-up for the event log.
000900*---------------------------------
001000 77  BWIN-PROGRAM-NAME        PIC X(9).
001100 77  BATCH-UPDATES-ALLOWED    PIC X VALUE "Y".
001200 77  BWIN-RECORD-FOUND        PIC X.
001300 77  BWIN-NOW                 PIC 9(14).
001400 77  BWIN-LOG-EVENT           PIC X(10).
