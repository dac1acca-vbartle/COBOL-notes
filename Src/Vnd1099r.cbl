009500     PERFORM MAIN-PROCESS.
009600     PERFORM CLOSING-PROCEDURE.
009700
009725 PROGRAM-EXIT.
009750     EXIT PROGRAM.
009775
009800 PROGRAM-DONE.
009900     STOP RUN.
010000
