012100     PERFORM PRINT-WORKSHEET-SUMMARY.
012200     PERFORM CLOSING-PROCEDURE.

012233 PROGRAM-EXIT.
012266     EXIT PROGRAM.

012300 PROGRAM-DONE.
012400     STOP RUN.

