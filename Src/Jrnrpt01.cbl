009400     PERFORM MAIN-PROCESS.
009500     PERFORM CLOSING-PROCEDURE.

009533 PROGRAM-EXIT.
009566     EXIT PROGRAM.

009600 PROGRAM-DONE.
009700     STOP RUN.

