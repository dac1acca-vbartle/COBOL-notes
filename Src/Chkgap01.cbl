010000     PERFORM MAIN-PROCESS.
010100     PERFORM CLOSING-PROCEDURE.
010200
010225 PROGRAM-EXIT.
010250     EXIT PROGRAM.
010275
010300 PROGRAM-DONE.
010400     STOP RUN.
010500
