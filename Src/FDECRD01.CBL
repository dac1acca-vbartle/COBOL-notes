002200* voucher is keyed - with the
002300* matching voucher and date
002400* stamped.
002410* RBTCLM01 also raises one for a
002420* vendor rebate claim - PO zero,
002430* ECRD-INVOICE-REF "REBATE " plus
002440* the agreement period end date
002450* (FDREBATE.CBL).
002500*---------------------------------
002600 FD  EXPECTED-CREDIT-FILE
002700     LABEL RECORDS ARE STANDARD.
