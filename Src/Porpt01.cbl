010600     PERFORM MAIN-PROCESS.
010700     PERFORM CLOSING-PROCEDURE.

010733 PROGRAM-EXIT.
010766     EXIT PROGRAM.

010800 PROGRAM-DONE.
010900     STOP RUN.

