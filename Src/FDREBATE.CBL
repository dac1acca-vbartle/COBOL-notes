000100*---------------------------------
000200* FDREBATE.CBL
000300* Primary Key - REBATE-VENDOR
000400* Vendor volume rebate
000500* agreements, one per vendor,
000600* maintained by RBTMNT01.
000700* REBATE-BASIS is what counts
000800*   as qualifying spend: "P"
000900*   vouchers paid in the period
001000*   (by VOUCHER-PAID-DATE) or
001100*   "R" goods received in the
001200*   period against the vendor's
001300*   POs (RECEIPT-VALUE by
001400*   RECEIPT-DATE).
001500* REBATE-START-DATE and
001600*   REBATE-END-DATE bound the
001700*   agreement period.
001800* REBATE-TIERS - up to five
001900*   ascending spend thresholds.
002000*   Once spend is over a
002100*   threshold, that tier's
002200*   percent is earned on the
002300*   whole period's spend (the
002400*   highest tier reached wins).
002500*   Unused tiers are ZERO.
002600* The rest is refreshed by the
002700* monthly RBTCAL01 run:
002800*   REBATE-QUALIFYING-SPEND and
002900*   REBATE-EARNED-PERCENT, the
003000*   earned (accrued) rebate,
003100*   REBATE-CLAIMED - raised as
003200*   expected credits (FDECRD01)
003300*   by RBTCLM01 with invoice
003400*   reference "REBATE " plus
003500*   REBATE-END-DATE - and
003600*   REBATE-COLLECTED, the part
003700*   of those claims whose credit
003800*   memo voucher has been paid
003900*   (netted in the check run).
004000*---------------------------------
004100 FD  REBATE-FILE
004200     LABEL RECORDS ARE STANDARD.
004300 01  REBATE-RECORD.
004400     05  REBATE-VENDOR            PIC 9(5).
004500     05  REBATE-BASIS             PIC X.
004600     05  REBATE-START-DATE        PIC 9(8).
004700     05  REBATE-END-DATE          PIC 9(8).
004800     05  REBATE-TIERS OCCURS 5 TIMES.
004900         10  REBATE-TIER-THRESHOLD PIC 9(8)V99.
005000         10  REBATE-TIER-PERCENT   PIC 99V999.
005100     05  REBATE-QUALIFYING-SPEND  PIC S9(9)V99.
005200     05  REBATE-EARNED-PERCENT    PIC 99V999.
005300     05  REBATE-EARNED            PIC S9(6)V99.
005400     05  REBATE-CLAIMED           PIC S9(6)V99.
005500     05  REBATE-COLLECTED         PIC S9(6)V99.
005600     05  REBATE-LAST-RUN-DATE     PIC 9(8).
