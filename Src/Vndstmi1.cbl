009700     PERFORM PRINT-CLASS-TOTALS.
009800     PERFORM CLOSING-PROCEDURE.

009833 PROGRAM-EXIT.
009866     EXIT PROGRAM.

009900 PROGRAM-DONE.
010000     STOP RUN.

