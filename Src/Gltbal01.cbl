001500* blank name. Grand totals must
001600* balance; the flag line says
001700* so either way.
001725* An account's buckets for every
001750* company total together on its
001775* one line.
001800*---------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
008500     PERFORM PRINT-GRAND-TOTALS.
008600     PERFORM CLOSING-PROCEDURE.

008633 PROGRAM-EXIT.
008666     EXIT PROGRAM.

008700 PROGRAM-DONE.
008800     STOP RUN.

016800 READ-FIRST-BALANCE.
016900     MOVE SPACE TO GLBAL-ACCOUNT.
017000     MOVE ZEROES TO GLBAL-PERIOD.
017050     MOVE SPACE TO GLBAL-COMPANY.
017100     START GL-BALANCE-FILE
017200        KEY NOT < GLBAL-KEY
017300         INVALID KEY MOVE "Y" TO BALANCE-FILE-AT-END.
