010700     PERFORM MAIN-PROCESS.
010800     PERFORM CLOSING-PROCEDURE.

010833 PROGRAM-EXIT.
010866     EXIT PROGRAM.

010900 PROGRAM-DONE.
011000     STOP RUN.

