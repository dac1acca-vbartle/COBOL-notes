000300* SELECT clause for
000400* GL-BALANCE-FILE.
000500* Primary Key - GLBAL-KEY
000600*   (account code + period +
000650*   company)
000700*---------------------------------
000800     SELECT GL-BALANCE-FILE
000900         ASSIGN TO "GLBAL"
