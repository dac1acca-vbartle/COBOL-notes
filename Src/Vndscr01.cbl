008600     PERFORM MAIN-PROCESS.
008700     PERFORM CLOSING-PROCEDURE.

008733 PROGRAM-EXIT.
008766     EXIT PROGRAM.

008800 PROGRAM-DONE.
008900     STOP RUN.

