006400         PERFORM CLOSING-PROCEDURE.
006500     CLOSE EXPORT-CONTROL-FILE.

006533 PROGRAM-EXIT.
006566     EXIT PROGRAM.

006600 PROGRAM-DONE.
006700     STOP RUN.

