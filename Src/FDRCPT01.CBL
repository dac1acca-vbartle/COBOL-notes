003200*   accrual report RNIRPT01
003300*   accrues by the PO line's
003400*   GL account.
003407* RECEIPT-STORE and
003414*   RECEIPT-DIVISION are copied
003421*   from the PO line; both are
003428*   zero for expense lines.
003435* RECEIPT-ENTRY-DATE is the day
003442*   the receipt was keyed.
003449* RECEIPT-LEDGER-AMOUNT is what
003456*   RCVENT01 posted into the
003463*   bucket's STKLED-RECEIPTS for
003470*   a merchandise line - equal
003477*   to RECEIPT-VALUE once posted,
003484*   zero if the posting failed.
003491*   RCVTIE01 ties the two daily.
003492* RECEIPT-RETAIL-VALUE is the
003493*   quantity extended at the PO
003494*   line's retail price, posted
003495*   with the cost into the
003496*   bucket's STKLED-RECEIPTS-
003497*   RETAIL.
003500*---------------------------------
003600 FD  RECEIPT-FILE
003700     LABEL RECORDS ARE STANDARD.
004500     05  RECEIPT-RECEIVER         PIC X(3).
004600     05  RECEIPT-VALUE            PIC S9(8)V99.
004700     05  RECEIPT-VOUCHERED-AMOUNT PIC S9(8)V99.
004800     05  RECEIPT-STORE            PIC 9(2).
004900     05  RECEIPT-DIVISION         PIC 9(2).
005000     05  RECEIPT-ENTRY-DATE       PIC 9(8).
005100     05  RECEIPT-LEDGER-AMOUNT    PIC S9(8)V99.
005200     05  RECEIPT-RETAIL-VALUE     PIC S9(8)V99.
