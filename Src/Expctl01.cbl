004000     PERFORM MAIN-PROCESS.
004100     PERFORM CLOSING-PROCEDURE.

004133 PROGRAM-EXIT.
004166     EXIT PROGRAM.

004200 PROGRAM-DONE.
004300     STOP RUN.

008700         " ITEMS " EXPCTL-ITEM-COUNT
008800         " TOTAL " AN-AMOUNT-FIELD
008900         " STATUS " EXPCTL-STATUS.
008933     IF EXPCTL-PERIOD NOT = ZEROES
008966         DISPLAY "     FOR PERIOD " EXPCTL-PERIOD.

009000*---------------------------------
009100* SET STATUS
