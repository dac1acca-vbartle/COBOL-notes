013100     PERFORM PRINT-CONSOLIDATED-TOTALS.
013200     PERFORM CLOSING-PROCEDURE.

013233 PROGRAM-EXIT.
013266     EXIT PROGRAM.

013300 PROGRAM-DONE.
013400     STOP RUN.

