000100*---------------------------------
000200* FDAMORT.CBL
000300* Primary Key - AMORT-KEY
000400*   (AMORT-VOUCHER plus
000500*   AMORT-SEQUENCE - the
000600*   VDIST-SEQUENCE of the
000700*   distribution line, or 00 for
000800*   a voucher with no VDIST
000900*   lines).
001000* Prepaid expense schedules -
001100* the insurance premium or
001200* annual licence vouchered once
001300* in full and spread over the
001400* months it covers. Keyed by
001500* AMTMNT01 against a voucher or
001600* one of its lines.
001700* AMORT-CHARGED-ACCOUNT is the
001800* account the voucher (line)
001900* was charged to. GLPOST01
002000* debits AMORT-ASSET-ACCOUNT in
002100* its place while
002200* AMORT-RECLASS is "N", and the
002300* monthly run AMTRUN01 moves
002400* AMORT-AMOUNT out of the asset
002500* into AMORT-EXPENSE-ACCOUNT a
002600* month at a time from
002700* AMORT-START-PERIOD (CCYYMM)
002800* over AMORT-MONTHS.
002900* AMORT-RECLASS:
003000*   "N" - the voucher had not
003100*         reached the GL when the
003200*         schedule was keyed, so
003300*         GLPOST01 redirects it
003400*   "P" - it had already posted
003500*         to the charged account;
003600*         AMTRUN01's next run
003700*         reclasses the full
003800*         amount into the asset
003900*   "D" - that reclass is done.
004000* AMORT-AMORTIZED and
004100* AMORT-MONTHS-DONE are what
004200* AMTRUN01 has released so far,
004300* through AMORT-LAST-PERIOD, so
004400* a period is never run twice.
004500*---------------------------------
004600 FD  AMORTIZATION-FILE
004700     LABEL RECORDS ARE STANDARD.
004800 01  AMORTIZATION-RECORD.
004900     05  AMORT-KEY.
005000         10  AMORT-VOUCHER        PIC 9(7).
005100         10  AMORT-SEQUENCE       PIC 99.
005200     05  AMORT-COMPANY            PIC X(2).
005300     05  AMORT-CHARGED-ACCOUNT    PIC X(10).
005400     05  AMORT-EXPENSE-ACCOUNT    PIC X(10).
005500     05  AMORT-ASSET-ACCOUNT      PIC X(10).
005600     05  AMORT-AMOUNT             PIC S9(6)V99.
005700     05  AMORT-START-PERIOD       PIC 9(6).
005800     05  AMORT-MONTHS             PIC 999.
005900     05  AMORT-MONTHS-DONE        PIC 999.
006000     05  AMORT-AMORTIZED          PIC S9(6)V99.
006100     05  AMORT-LAST-PERIOD        PIC 9(6).
006200     05  AMORT-RECLASS            PIC X.
