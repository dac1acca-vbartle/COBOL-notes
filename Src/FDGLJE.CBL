000100*---------------------------------
000200* FDGLJE.CBL
000300* Primary Key - GLJE-KEY
000400*   (GLJE-NUMBER plus GLJE-LINE).
000500* Manual general journal
000600* entries - reclasses,
000700* accruals, payroll, suspense
000800* (VOIDSUSP) clean-up - keyed
000900* in GLJE01. One record per
001000* line; the lines of one entry
001100* share GLJE-NUMBER (from
001200* CONTROL-LAST-JE), GLJE-DATE
001300* and GLJE-COMPANY, and an entry
001400* is only ever written once its
001500* debits equal its credits.
001600* Each line carries a debit or a
001700* credit, never both.
001800* GLJE-EXPORTED is "N" until the
001900* export pass of GLJE01 writes
002000* the line to the GLJEEXP file
002100* (GLEXPORT line format) for
002200* GLUPD01 to post, then "Y"
002300* with GLJE-EXPORT-RUN holding
002400* the EXPORT-CONTROL-FILE run
002500* number it went out in.
002600*---------------------------------
002700 FD  GL-ENTRY-FILE
002800     LABEL RECORDS ARE STANDARD.
002900 01  GL-ENTRY-RECORD.
003000     05  GLJE-KEY.
003100         10  GLJE-NUMBER          PIC 9(6).
003200         10  GLJE-LINE            PIC 9(3).
003300     05  GLJE-DATE                PIC 9(8).
003400     05  GLJE-ACCOUNT             PIC X(10).
003500     05  GLJE-DEBIT               PIC 9(9)V99.
003600     05  GLJE-CREDIT              PIC 9(9)V99.
003700     05  GLJE-DESCRIPTION         PIC X(25).
003800     05  GLJE-COMPANY             PIC X(2).
003900     05  GLJE-OPERATOR            PIC X(5).
004000     05  GLJE-ENTERED-DATE        PIC 9(8).
004100     05  GLJE-EXPORTED            PIC X.
004200     05  GLJE-EXPORT-RUN          PIC 9(5).
