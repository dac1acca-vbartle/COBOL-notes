000700* physical count on file, the
000800* book inventory (beginning +
000900* receipts - cost relief +
001000* adjustments - transfers out
001050* + transfers in) prints against
001100* the counted value; the
001200* difference is the shrink
001300* (book over counted = loss).
001500* listed afterwards so the
001600* count program catches every
001700* store.
001725* STKJNL01 takes the same
001750* variance to the GL once per
001775* count.
001800*---------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
008000     PERFORM PRINT-REPORT-TOTAL.
008100     PERFORM CLOSING-PROCEDURE.

008133 PROGRAM-EXIT.
008166     EXIT PROGRAM.

008200 PROGRAM-DONE.
008300     STOP RUN.

011100 PRINT-SHRINK-LINE.
011200     COMPUTE BOOK-INVENTORY =
011300         STKLED-BEGINNING + STKLED-RECEIPTS
011400         - STKLED-COS-RELIEF + STKLED-ADJUSTMENTS
011450         - STKLED-TRANSFERS-OUT + STKLED-TRANSFERS-IN.
011500     COMPUTE SHRINK-AMOUNT =
011600         BOOK-INVENTORY - STKLED-COUNTED.
011700     MOVE SPACE TO DETAIL-LINE.
