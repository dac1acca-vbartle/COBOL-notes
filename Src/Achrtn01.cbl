002600*     with a before/after audit
002700*     line and the failed flag
002800*     cleared.
002810*   A zero-dollar item against a
002820*     vendor on ACH prenote is
002830*     the prenote coming back:
002840*     a return fails the bank
002850*     details (no payment to
002860*     void), and an NOC restarts
002870*     the prenote on the
002880*     corrected numbers.
002900* Every action lands on the
003000* vendor audit trail and the
003100* daily journal, and a register
007100 77  REOPENED-COUNT              PIC 9(4).
007200 77  RETURNS-APPLIED-COUNT       PIC 9(4) VALUE ZERO.
007300 77  NOCS-APPLIED-COUNT          PIC 9(4) VALUE ZERO.
007350 77  PRENOTES-RETURNED-COUNT     PIC 9(4) VALUE ZERO.
007400 77  UNMATCHED-COUNT             PIC 9(4) VALUE ZERO.
007500 77  AN-AMOUNT-FIELD             PIC ZZZ,ZZ9.99-.

011900     PERFORM MAIN-PROCESS.
012000     PERFORM CLOSING-PROCEDURE.

012033 PROGRAM-EXIT.
012066     EXIT PROGRAM.

012100 PROGRAM-DONE.
012200     STOP RUN.

014000     CLOSE PRINTER-FILE.
014100     DISPLAY RETURNS-APPLIED-COUNT " RETURN(S) APPLIED".
014200     DISPLAY NOCS-APPLIED-COUNT " NOC CORRECTION(S) APPLIED".
014250     DISPLAY PRENOTES-RETURNED-COUNT " PRENOTE(S) RETURNED".
014300     IF UNMATCHED-COUNT NOT = ZERO
014400         DISPLAY UNMATCHED-COUNT
014500             " ITEM(S) COULD NOT BE MATCHED - SEE THE"
015900     IF VENDOR-MATCH-FOUND = "N"
016000         PERFORM PRINT-UNMATCHED-ITEM
016100     ELSE
016150     IF ITEM-TYPE = "R"
016160        AND ITEM-AMOUNT = ZERO
016170        AND VENDOR-PRENOTE-PENDING = "Y"
016180         PERFORM APPLY-PRENOTE-RETURN
016190     ELSE
016200     IF ITEM-TYPE = "R"
016300         PERFORM APPLY-RETURN-ITEM
016400     ELSE
020300         ADD 1 TO RETURNS-APPLIED-COUNT
020400         PERFORM PRINT-RETURN-APPLIED.

020410*---------------------------------
020420* A returned prenote moved no
020430* money: the bank details are
020440* failed so the vendor stays on
020450* paper, and stays on prenote
020460* until corrected details are
020470* keyed (VNDMNT04 starts a new
020480* prenote on them).
020490*---------------------------------
020491 APPLY-PRENOTE-RETURN.
020492     PERFORM FLAG-VENDOR-BANK-FAILED.
020493     MOVE "ACHRTN01" TO JOURNAL-PROGRAM.
020494     MOVE SPACE TO JOURNAL-KEY.
020495     MOVE VENDOR-NUMBER TO JOURNAL-KEY.
020496     MOVE "PRENT-RTN" TO JOURNAL-ACTION.
020497     MOVE ZEROES TO JOURNAL-AMOUNT.
020498     PERFORM WRITE-JOURNAL-ENTRY.
020499     ADD 1 TO PRENOTES-RETURNED-COUNT.
020499     MOVE SPACE TO REGISTER-LINE.
020499     MOVE "PRN" TO PRINT-ITEM-TYPE.
020499     MOVE VENDOR-NUMBER TO PRINT-VENDOR-NUMBER.
020499     MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.
020499     MOVE ZEROES TO PRINT-ITEM-AMOUNT.
020499     MOVE "PRENOTE RETURNED" TO PRINT-ITEM-RESULT.
020499     MOVE REGISTER-LINE TO PRINTER-RECORD.
020499     PERFORM WRITE-TO-PRINTER.

020500*---------------------------------
020600* The payment record: this
020700* vendor, this amount, not
028600     MOVE ITEM-NEW-ROUTING TO VENDOR-BANK-ROUTING.
028700     MOVE ITEM-NEW-ACCOUNT TO VENDOR-BANK-ACCOUNT.
028800     MOVE "N" TO VENDOR-BANK-FAILED.
028850     IF VENDOR-PRENOTE-PENDING = "Y"
028860         MOVE ZEROES TO VENDOR-PRENOTE-DATE.
028900     PERFORM REWRITE-VENDOR-RECORD.
029000     PERFORM WRITE-VENDOR-AUDIT.
029100     PERFORM JOURNAL-ACH-NOC.
