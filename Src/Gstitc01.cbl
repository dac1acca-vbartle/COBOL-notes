010800     PERFORM PRINT-GRAND-TOTALS.
010900     PERFORM CLOSING-PROCEDURE.

010933 PROGRAM-EXIT.
010966     EXIT PROGRAM.

011000 PROGRAM-DONE.
011100     STOP RUN.

