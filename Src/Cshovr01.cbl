011200     PERFORM REPORT-REPEAT-OFFENDERS.
011300     PERFORM CLOSING-PROCEDURE.

011333 PROGRAM-EXIT.
011366     EXIT PROGRAM.

011400 PROGRAM-DONE.
011500     STOP RUN.

