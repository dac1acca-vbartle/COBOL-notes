005300     PERFORM MAIN-PROCESS.
005400     PERFORM CLOSING-PROCEDURE.

005433 PROGRAM-EXIT.
005466     EXIT PROGRAM.

005500 PROGRAM-DONE.
005600     STOP RUN.

