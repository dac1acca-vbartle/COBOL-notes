001800* AMOUNT and PAID-DATE zero is
001900* open (or partly paid) and
002000* ages on ARAGE01.
002004* ARINV-TYPE "C" is a credit
002008* memo keyed in ARINV01 and "U"
002012* the unapplied remainder of a
002016* customer check (ARCSH01); both
002020* carry a negative ARINV-AMOUNT,
002024* and ARINV-PAID-AMOUNT runs
002028* negative toward it as ARCRAP01
002032* applies the credit to
002036* invoices or ARCRRF01 refunds
002040* it. "I" (or space, on records
002044* older than the credits) is an
002048* invoice. Any item with
002052* PAID-AMOUNT short of AMOUNT
002056* and PAID-DATE zero is open.
002060* ARINV-GL-ACCOUNT is the
002064* revenue account the invoice
002068* (or credit memo) is billed
002072* to. ARPOST01 posts each item
002076* once: "N" in ARINV-POSTED is
002080* waiting, "Y" posted in run
002084* ARINV-POST-RUN. Unapplied
002088* cash items and records older
002092* than the posting carry a
002096* blank flag and never post.
002100*---------------------------------
002200 FD  AR-INVOICE-FILE
002300     LABEL RECORDS ARE STANDARD.
003000     05  ARINV-DUE                PIC 9(8).
003100     05  ARINV-PAID-AMOUNT        PIC S9(6)V99.
003200     05  ARINV-PAID-DATE          PIC 9(8).
003300     05  ARINV-TYPE               PIC X.
003400     05  ARINV-GL-ACCOUNT         PIC X(10).
003500     05  ARINV-POSTED             PIC X.
003600     05  ARINV-POST-RUN           PIC 9(5).
