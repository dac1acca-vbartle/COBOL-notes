008000     PERFORM MAIN-PROCESS.
008100     PERFORM CLOSING-PROCEDURE.

008133 PROGRAM-EXIT.
008166     EXIT PROGRAM.

008200 PROGRAM-DONE.
008300     STOP RUN.

