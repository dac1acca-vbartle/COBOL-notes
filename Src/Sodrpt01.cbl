011900     PERFORM MATCH-ONE-SECTION.
012000     PERFORM CLOSING-PROCEDURE.

012033 PROGRAM-EXIT.
012066     EXIT PROGRAM.

012100 PROGRAM-DONE.
012200     STOP RUN.

