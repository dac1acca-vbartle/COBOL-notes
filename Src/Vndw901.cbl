007200     PERFORM MAIN-PROCESS.
007300     PERFORM CLOSING-PROCEDURE.
007400
007425 PROGRAM-EXIT.
007450     EXIT PROGRAM.
007475
007500 PROGRAM-DONE.
007600     STOP RUN.
007700
