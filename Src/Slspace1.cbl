012600     PERFORM MAIN-PROCESS.
012700     PERFORM CLOSING-PROCEDURE.

012733 PROGRAM-EXIT.
012766     EXIT PROGRAM.

012800 PROGRAM-DONE.
012900     STOP RUN.

