006100     PERFORM MAIN-PROCESS.
006200     PERFORM CLOSING-PROCEDURE.

006233 PROGRAM-EXIT.
006266     EXIT PROGRAM.

006300 PROGRAM-DONE.
006400     STOP RUN.

