007000     PERFORM MAIN-PROCESS.
007100     PERFORM CLOSING-PROCEDURE.

007133 PROGRAM-EXIT.
007166     EXIT PROGRAM.

007200 PROGRAM-DONE.
007300     STOP RUN.

