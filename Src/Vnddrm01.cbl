007000     PERFORM MAIN-PROCESS.
007100     PERFORM CLOSING-PROCEDURE.
007200
007225 PROGRAM-EXIT.
007250     EXIT PROGRAM.
007275
007300 PROGRAM-DONE.
007400     STOP RUN.
007500
