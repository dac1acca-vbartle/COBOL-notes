007900     PERFORM PRINT-REPORT-TOTAL.
008000     PERFORM CLOSING-PROCEDURE.

008033 PROGRAM-EXIT.
008066     EXIT PROGRAM.

008100 PROGRAM-DONE.
008200     STOP RUN.

