008200     PERFORM PRINT-REGISTER-TOTAL.
008300     PERFORM CLOSING-PROCEDURE.

008333 PROGRAM-EXIT.
008366     EXIT PROGRAM.

008400 PROGRAM-DONE.
008500     STOP RUN.

