008700         PERFORM RUN-THE-PROOF.
008800     PERFORM CLOSING-PROCEDURE.

008833 PROGRAM-EXIT.
008866     EXIT PROGRAM.

008900 PROGRAM-DONE.
009000     STOP RUN.

