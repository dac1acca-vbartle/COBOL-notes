000100*---------------------------------
000200* WSVCHAPR.CBL
000300* Working storage for
000400* PLVCHAPR.CBL's approval
000500* limits. The limits are read
000600* from the system parameter
000700* master for the voucher's
000800* company the first time they
000900* are needed and again only when
001000* the company changes; the
001100* VALUEs are the defaults used
001200* when nothing is on file.
001300*---------------------------------
001400 77  ONE-APPROVAL-LIMIT       PIC 9(6)V99 VALUE 500.00.
001500 77  TWO-APPROVAL-LIMIT       PIC 9(6)V99 VALUE 5000.00.
001600 77  APPROVAL-LIMITS-COMPANY  PIC X(2).
001700 77  APPROVAL-LIMITS-LOADED   PIC X VALUE "N".
