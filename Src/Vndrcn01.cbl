010200     PERFORM MAIN-PROCESS.
010300     PERFORM CLOSING-PROCEDURE.
010400
010425 PROGRAM-EXIT.
010450     EXIT PROGRAM.
010475
010500 PROGRAM-DONE.
010600     STOP RUN.
010700
