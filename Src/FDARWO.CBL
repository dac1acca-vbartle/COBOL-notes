000100*---------------------------------
000200* FDARWO.CBL
000300* Primary Key - ARWO-KEY
000400*   (ARWO-INVOICE plus
000500*   ARWO-SEQUENCE, 001 up for
000600*   each transaction against the
000700*   invoice).
000800* Bad-debt write-offs ("W") and
000900* recoveries ("R") of receivable
001000* invoices, keyed in ARWO01. A
001100* write-off adds ARWO-AMOUNT to
001200* the invoice's ARINV-PAID-AMOUNT
001300* with no cash receipt; a
001400* recovery takes it back off
001500* and reopens the invoice so the
001600* money can be applied through
001700* ARCSH01. ARWO-APPROVER is the
001800* supervisor who approved a
001900* write-off (PLSUPV01).
002000* ARWO-EXPORTED is "N" until the
002100* export pass of ARWO01 writes
002200* the GL lines (DEBIT BADDEBT,
002300* CREDIT ARTRADE for a write-
002400* off, the reverse for a
002500* recovery) to the ARWOEXP file,
002600* then "Y" with ARWO-EXPORT-RUN
002700* the EXPORT-CONTROL-FILE run
002800* number it went out in.
002900*---------------------------------
003000 FD  AR-WRITEOFF-FILE
003100     LABEL RECORDS ARE STANDARD.
003200 01  AR-WRITEOFF-RECORD.
003300     05  ARWO-KEY.
003400         10  ARWO-INVOICE         PIC 9(7).
003500         10  ARWO-SEQUENCE        PIC 9(3).
003600     05  ARWO-CUSTOMER            PIC 9(5).
003700     05  ARWO-TYPE                PIC X.
003800     05  ARWO-DATE                PIC 9(8).
003900     05  ARWO-AMOUNT              PIC S9(6)V99.
004000     05  ARWO-REASON              PIC X(30).
004100     05  ARWO-OPERATOR            PIC X(5).
004200     05  ARWO-APPROVER            PIC X(5).
004300     05  ARWO-EXPORTED            PIC X.
004400     05  ARWO-EXPORT-RUN          PIC 9(5).
