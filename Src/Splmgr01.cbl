006700     PERFORM MAIN-PROCESS.
006800     PERFORM CLOSING-PROCEDURE.

006833 PROGRAM-EXIT.
006866     EXIT PROGRAM.

006900 PROGRAM-DONE.
007000     ACCEPT OMITTED. STOP RUN.

