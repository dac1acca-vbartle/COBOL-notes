000200* FDGLBAL.CBL
000300* Primary Key - GLBAL-KEY
000400*   (GLBAL-ACCOUNT plus
000500*   GLBAL-PERIOD, CCYYMM, plus
000550*   GLBAL-COMPANY).
000600* In-house general ledger
000700* balances - one record per
000800* ACCOUNT-CODE per period,
002200* codes (CASHnnnnnn, VOIDSUSP,
002300* APACCRUAL) that have no chart
002400* record.
002411* GLBAL-COMPANY is the company
002422* the export line carried (or
002433* GLUPD01's default for lines
002444* that carry none), so each
002456* entity's statements come from
002467* its own buckets. GLBCNV01
002478* rebuilds a file written before
002489* the company was in the key.
002490* GLBAL-OPENING-BALANCE (debit
002492* positive) is set only on the
002493* first period of a new fiscal
002495* year, by GLCLOS01: the balance
002496* sheet account's balance
002497* brought forward from the year
002499* just closed. Zero elsewhere.
002500*---------------------------------
002600 FD  GL-BALANCE-FILE
002700     LABEL RECORDS ARE STANDARD.
002900     05  GLBAL-KEY.
003000         10  GLBAL-ACCOUNT        PIC X(10).
003100         10  GLBAL-PERIOD         PIC 9(6).
003150         10  GLBAL-COMPANY        PIC X(2).
003200     05  GLBAL-DEBITS             PIC S9(11)V99.
003300     05  GLBAL-CREDITS            PIC S9(11)V99.
003400     05  GLBAL-OPENING-BALANCE    PIC S9(11)V99.
