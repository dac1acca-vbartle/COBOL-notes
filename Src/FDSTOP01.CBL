000100*---------------------------------
000200* FDSTOP01.CBL
000300* Primary Key - STOP-KEY
000400*   (STOP-CHECK-ACCOUNT plus
000500*   STOP-CHECK-NUMBER, the
000600*   CHECK-FILE key of the check
000700*   being stopped).
000800* Stop-payment orders to the
000900* bank. STPREQ01 raises one per
001000* check and sends it on the
001100* STOPOUT file; STPCNF01 takes
001200* the bank's answer back in.
001300* STOP-STATUS:
001400*   "P" - stop pending: requested
001500*         and not yet answered by
001600*         the bank. STOP-SENT-DATE
001700*         is zero until the stop
001800*         has gone out on STOPOUT.
001900*   "C" - confirmed by the bank,
002000*         good until STOP-EXPIRES.
002100*   "R" - rejected by the bank,
002200*         normally because the
002300*         check had already been
002400*         paid.
002500* CHKVOID1 will not reissue the
002600* voucher a check paid while a
002700* stop on the check is pending
002800* or rejected.
002900* STOP-VENDOR, STOP-AMOUNT and
003000*   STOP-ISSUE-DATE are copied
003100*   from the check when the stop
003200*   is raised.
003300* STOP-BANK-REFERENCE and
003400*   STOP-FEE are the bank's own
003500*   reference and the fee it
003600*   charged for the stop.
003700*---------------------------------
003800 FD  STOP-PAYMENT-FILE
003900     LABEL RECORDS ARE STANDARD.
004000 01  STOP-PAYMENT-RECORD.
004100     05  STOP-KEY.
004200         10  STOP-CHECK-ACCOUNT   PIC 9(10).
004300         10  STOP-CHECK-NUMBER    PIC 9(6).
004400     05  STOP-STATUS              PIC X.
004500     05  STOP-VENDOR              PIC 9(5).
004600     05  STOP-AMOUNT              PIC S9(6)V99.
004700     05  STOP-ISSUE-DATE          PIC 9(8).
004800     05  STOP-REASON              PIC X(30).
004900     05  STOP-REQUESTED-BY        PIC X(5).
005000     05  STOP-REQUEST-DATE        PIC 9(8).
005100     05  STOP-SENT-DATE           PIC 9(8).
005200     05  STOP-ANSWER-DATE         PIC 9(8).
005300     05  STOP-EXPIRES             PIC 9(8).
005400     05  STOP-BANK-REFERENCE      PIC X(16).
005500     05  STOP-FEE                 PIC S9(4)V99.
