011700     PERFORM MAIN-PROCESS.
011800     PERFORM CLOSING-PROCEDURE.

011833 PROGRAM-EXIT.
011866     EXIT PROGRAM.

011900 PROGRAM-DONE.
012000     STOP RUN.

