011500     PERFORM MAIN-PROCESS.
011600     PERFORM CLOSING-PROCEDURE.
011700
011725 PROGRAM-EXIT.
011750     EXIT PROGRAM.
011775
011800 PROGRAM-DONE.
011900     STOP RUN.
012000
