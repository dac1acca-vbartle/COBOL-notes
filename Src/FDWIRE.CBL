000100*---------------------------------
000200* FDWIRE.CBL
000300* Primary Key - WIRE-NUMBER
000400* Wire transfer requests. One
000500* record per wire, numbered from
000600* CONTROL-LAST-WIRE by WIRREQ01,
000700* paying up to 10 vouchers of
000800* one vendor in one currency.
000900* WIRE-AMOUNT is in
001000*   WIRE-CURRENCY-CODE, the
001100*   vouchers' own currency.
001200* WIRE-STATUS is "P" pending
001300*   release, "R" released to the
001400*   bank by WIRREL01 or "X"
001500*   cancelled.
001600* The BENE- fields are the
001700*   beneficiary's bank details
001800*   for this wire only; the
001900*   vendor master is not changed.
002000*   WIRE-BENE-ACCOUNT holds a
002100*   domestic account or an IBAN,
002200*   WIRE-BENE-ROUTING the ABA
002300*   number of a domestic bank and
002400*   WIRE-BENE-SWIFT the BIC of a
002500*   foreign one.
002600* WIRE-REQUESTED-BY and
002700*   WIRE-RELEASED-BY are operator
002800*   ids; they may never be the
002900*   same operator.
003000* WIRE-REFERENCE is the number
003100*   the release took from the
003200*   paying account's check
003300*   series: the CHECK-FILE record
003400*   (CHECK-PAY-METHOD "W") and
003500*   each voucher's
003600*   VOUCHER-CHECK-NO carry it, and
003700*   BNKIMP01 clears it from the
003800*   statement's WR line.
003900* WIRE-BANK-CONFIRM is the
004000*   bank's own reference for the
004100*   wire once it is confirmed.
004200*---------------------------------
004300 FD  WIRE-FILE
004400     LABEL RECORDS ARE STANDARD.
004500 01  WIRE-RECORD.
004600     05  WIRE-NUMBER              PIC 9(6).
004700     05  WIRE-STATUS              PIC X.
004800     05  WIRE-VENDOR              PIC 9(5).
004900     05  WIRE-FROM-ACCOUNT        PIC 9(10).
005000     05  WIRE-CURRENCY-CODE       PIC X(3).
005100     05  WIRE-AMOUNT              PIC S9(9)V99.
005200     05  WIRE-REASON              PIC X(30).
005300     05  WIRE-BENE-NAME           PIC X(30).
005400     05  WIRE-BENE-ACCOUNT        PIC X(34).
005500     05  WIRE-BENE-BANK-NAME      PIC X(30).
005600     05  WIRE-BENE-SWIFT          PIC X(11).
005700     05  WIRE-BENE-ROUTING        PIC X(9).
005800     05  WIRE-BENE-COUNTRY        PIC X(2).
005900     05  WIRE-VOUCHER-COUNT       PIC 99.
006000     05  WIRE-VOUCHER OCCURS 10 TIMES
006100                                  PIC 9(7).
006200     05  WIRE-REQUESTED-BY        PIC X(5).
006300     05  WIRE-REQUEST-DATE        PIC 9(8).
006400     05  WIRE-RELEASED-BY         PIC X(5).
006500     05  WIRE-RELEASE-DATE        PIC 9(8).
006600     05  WIRE-REFERENCE           PIC 9(6).
006700     05  WIRE-BANK-CONFIRM        PIC X(16).
