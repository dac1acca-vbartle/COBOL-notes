006300         DISPLAY KEPT-COUNT
006400             " DETAIL RECORD(S) KEPT LIVE".

006433 PROGRAM-EXIT.
006466     EXIT PROGRAM.

006500 PROGRAM-DONE.
006600     STOP RUN.

