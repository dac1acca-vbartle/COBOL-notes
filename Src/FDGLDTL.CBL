000100*---------------------------------
000200* FDGLDTL.CBL
000300* Primary Key - GLDTL-KEY
000400*   (GLDTL-ACCOUNT, GLDTL-PERIOD
000500*   and GLDTL-COMPANY - the
000600*   GL-BALANCE-FILE bucket the
000700*   line went into - then the
000800*   date and time of the posting
000900*   run and the line's number in
001000*   that run).
001100* Every journal line GLUPD01
001200* adds into a bucket is kept
001300* here, so a balance can be
001400* taken apart again (GLDRL01).
001500* GLDTL-SOURCE is the journal
001600* file the line came from
001700* (GLEXPORT, RNIEXP, SLSEXP,
001800* GLJEEXP, AMTEXP, FXAEXP,
001820* ARWOEXP, AREXP, BNKEXP,
001835* XFREXP, SLSTAX) or
001850* GLCLOS01 for a year-end
001900* closing entry.
002000* GLDTL-REF-TYPE says what
002100* GLDTL-REFERENCE holds:
002200*   V - VOUCHER-NUMBER in (1:7)
002300*   C - CHECK-KEY, bank account
002400*       (1:10), check (11:6)
002500*   S - store (1:2), division
002600*       (3:2)
002700*   J - GLJE-KEY, entry (1:6),
002800*       line (7:3)
002850*   F - FXA-NUMBER, the fixed
002870*       asset, in (1:6)
002880*   A - ARINV-NUMBER, the
002890*       invoice, in (1:7)
002893*   R - AR receipt, customer
002896*       (1:5), check (6:10)
002898*   B - bank statement item,
002899*       bank account (1:10),
002899*       statement date YYMMDD
002899*       (11:6)
002899*   T - XFER-NUMBER, the bank
002899*       transfer, in (1:6)
002900*   Y - the fiscal year closed
003000*   blank - a summary line with
003100*       no one source document.
003200*---------------------------------
003300 FD  GL-DETAIL-FILE
003400     LABEL RECORDS ARE STANDARD.
003500 01  GL-DETAIL-RECORD.
003600     05  GLDTL-KEY.
003700         10  GLDTL-ACCOUNT        PIC X(10).
003800         10  GLDTL-PERIOD         PIC 9(6).
003900         10  GLDTL-COMPANY        PIC X(2).
004000         10  GLDTL-POSTED-DATE    PIC 9(8).
004100         10  GLDTL-POSTED-TIME    PIC 9(6).
004200         10  GLDTL-POSTED-LINE    PIC 9(6).
004300     05  GLDTL-SOURCE             PIC X(12).
004400     05  GLDTL-DATE               PIC 9(8).
004500     05  GLDTL-DEBIT              PIC 9(9)V99.
004600     05  GLDTL-CREDIT             PIC 9(9)V99.
004700     05  GLDTL-DESCRIPTION        PIC X(25).
004800     05  GLDTL-REF-TYPE           PIC X.
004900     05  GLDTL-REFERENCE          PIC X(16).
005000     05  GLDTL-OPERATOR           PIC X(5).
