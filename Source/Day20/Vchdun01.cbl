018500     PERFORM PRINT-GRAND-TOTALS.
018600     PERFORM CLOSING-PROCEDURE.
018700
018725 PROGRAM-EXIT.
018750     EXIT PROGRAM.
018775
018800 PROGRAM-DONE.
018900     STOP RUN.
019000
