009500     PERFORM MAIN-PROCESS.
009600     PERFORM CLOSING-PROCEDURE.

009633 PROGRAM-EXIT.
009666     EXIT PROGRAM.

009700 PROGRAM-DONE.
009800     STOP RUN.

