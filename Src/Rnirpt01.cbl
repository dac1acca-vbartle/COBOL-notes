011300     PERFORM MAIN-PROCESS.
011400     PERFORM CLOSING-PROCEDURE.

011433 PROGRAM-EXIT.
011466     EXIT PROGRAM.

011500 PROGRAM-DONE.
011600     STOP RUN.

