010400     PERFORM PRINT-THE-PACK.
010500     PERFORM CLOSING-PROCEDURE.

010533 PROGRAM-EXIT.
010566     EXIT PROGRAM.

010600 PROGRAM-DONE.
010700     STOP RUN.

025800     IF VENDOR-RECORD-FOUND = "Y"
025900        AND VENDOR-PAY-METHOD = "A"
026000        AND VENDOR-BANK-FAILED NOT = "Y"
026050        AND VENDOR-PRENOTE-PENDING NOT = "Y"
026100         ADD 1 TO ACH-COUNT
026200     ELSE
026300         ADD 1 TO PAPER-COUNT.
