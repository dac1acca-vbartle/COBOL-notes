007900     CLOSE EXTRACT-FILE.
008000     DISPLAY EXTRACT-ITEM-COUNT " ITEM(S) EXTRACTED".

008033 PROGRAM-EXIT.
008066     EXIT PROGRAM.

008100 PROGRAM-DONE.
008200     STOP RUN.

