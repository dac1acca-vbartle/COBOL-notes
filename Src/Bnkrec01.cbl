001000*     (CHECK-FILE, this account,
001100*     not cleared, not voided,
001200*     issued on or before the
001300*     statement date; virtual
001310*     card payments never pass
001320*     through the bank)
001400*   plus/minus unposted
001500*     statement items from
001600*     BANK-TRX-FILE (items the
008800     PERFORM BUILD-THE-RECONCILIATION.
008900     PERFORM CLOSING-PROCEDURE.

008933 PROGRAM-EXIT.
008966     EXIT PROGRAM.

009000 PROGRAM-DONE.
009100     STOP RUN.

013900     IF CHECK-ACCOUNT = ENTERED-ACCOUNT
014000        AND CHECK-CLEARED NOT = "Y"
014100        AND CHECK-VOIDED NOT = "Y"
014150        AND CHECK-PAY-METHOD NOT = "V"
014200        AND CHECK-ISSUE-DATE NOT > STATEMENT-DATE
014300         PERFORM PRINT-OUTSTANDING-CHECK.
014400     PERFORM READ-NEXT-CHECK.
015900* not reflected (BNKTRX-POSTED
016000* not "Y") - deposits in
016100* transit never keyed, ACH
016200* debits, fees, interest and
016250* returned deposits BNKADJ01
016275* has not yet posted. Their
016300* signed amounts adjust the
016400* book side.
016500*---------------------------------
