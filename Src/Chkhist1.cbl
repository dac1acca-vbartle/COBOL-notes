011100     PERFORM PRINT-HISTORY-TOTAL.
011200     PERFORM CLOSING-PROCEDURE.

011233 PROGRAM-EXIT.
011266     EXIT PROGRAM.

011300 PROGRAM-DONE.
011400     STOP RUN.

