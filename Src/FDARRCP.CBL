000100*---------------------------------
000200* FDARRCP.CBL
000300* Primary Key - ARRCPT-KEY
000400*   (ARRCPT-CUSTOMER,
000500*   ARRCPT-DATE, ARRCPT-CHECK
000600*   and ARRCPT-LINE).
000700* Cash receipt history - every
000800* customer check ARCSH01
000900* applies, kept for good:
001000*   LINE 000 - the receipt
001100*         itself, ARRCPT-AMOUNT
001200*         the amount of the
001300*         check, ARRCPT-INVOICE
001400*         zero
001500*   LINE 001 UP - one line per
001600*         AR-INVOICE-FILE invoice
001700*         the check was applied
001800*         to, with the amount
001900*         applied.
002000* The check amount less its
002100* application lines is what
002200* the receipt could not place.
002300* ARSTMT01 prints the payments
002400* on the customer statement
002500* from the application lines.
002502* LBXIMP01 writes the same
002504* lines for the checks it
002506* applies from the bank
002508* lockbox file.
002510* Line 000 also carries the
002520* bank account the check was
002530* deposited to; ARPOST01 posts
002540* the deposit once - "N" in
002550* ARRCPT-POSTED is waiting, "Y"
002560* posted in run ARRCPT-POST-RUN,
002570* blank (application lines,
002580* receipts from before the
002590* posting) never posts.
002600*---------------------------------
002700 FD  AR-RECEIPT-FILE
002800     LABEL RECORDS ARE STANDARD.
002900 01  AR-RECEIPT-RECORD.
003000     05  ARRCPT-KEY.
003100         10  ARRCPT-CUSTOMER      PIC 9(5).
003200         10  ARRCPT-DATE          PIC 9(8).
003300         10  ARRCPT-CHECK         PIC X(10).
003400         10  ARRCPT-LINE          PIC 9(3).
003500     05  ARRCPT-INVOICE           PIC 9(7).
003600     05  ARRCPT-AMOUNT            PIC S9(8)V99.
003700     05  ARRCPT-OPERATOR          PIC X(5).
003800     05  ARRCPT-BANK-ACCOUNT      PIC 9(10).
003900     05  ARRCPT-POSTED            PIC X.
004000     05  ARRCPT-POST-RUN          PIC 9(5).
