009400     PERFORM PRINT-REPORT-TOTAL.
009500     PERFORM CLOSING-PROCEDURE.

009533 PROGRAM-EXIT.
009566     EXIT PROGRAM.

009600 PROGRAM-DONE.
009700     STOP RUN.

