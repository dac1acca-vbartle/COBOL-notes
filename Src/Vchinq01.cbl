001500* check that paid it.
001600* Read only - both files are
001700* opened INPUT.
001710* Runs on its own or CALLed from
001720* the GL drill-down (GLDRL01).
001800*---------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
004000     PERFORM MAIN-PROCESS.
004100     PERFORM CLOSING-PROCEDURE.

004150 PROGRAM-EXIT.
004160     EXIT PROGRAM.

004200 PROGRAM-DONE.
004300     STOP RUN.

