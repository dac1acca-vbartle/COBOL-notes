002600*   amount, so the operators
002700*   know exactly what the
002800*   day's keying still owes.
002820* - program LAUNCH entries
002840*   from the master menu
002860*   (SYSMNU01) change nothing
002880*   and are passed over.
002900* The register ends with
003000* replayed / re-key counts.
003100*---------------------------------
007900     PERFORM REPLAY-THE-JOURNAL.
008000     PERFORM CLOSING-PROCEDURE.

008033 PROGRAM-EXIT.
008066     EXIT PROGRAM.

008100 PROGRAM-DONE.
008200     STOP RUN.

012400 REPLAY-ONE-ENTRY.
012500     PERFORM CHECK-ENTRY-IN-WINDOW.
012600     IF ENTRY-IS-IN-WINDOW = "Y"
012650        AND JOURNAL-ACTION NOT = "LAUNCH"
012700         PERFORM APPLY-ONE-ENTRY.
012800     PERFORM READ-NEXT-JOURNAL.

