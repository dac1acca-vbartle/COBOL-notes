010100     PERFORM MAIN-PROCESS.
010200     PERFORM CLOSING-PROCEDURE.

010233 PROGRAM-EXIT.
010266     EXIT PROGRAM.

010300 PROGRAM-DONE.
010400     STOP RUN.

