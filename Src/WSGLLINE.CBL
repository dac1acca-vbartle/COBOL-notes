000100*---------------------------------
000200* WSGLLINE.CBL
000300* One journal line in the
000400* GLEXPORT format that GLUPD01
000500* posts - date, account, debit,
000600* credit, description, comma
000700* separated. The same layout
000800* GLPOST01, RNIRPT01 and SLSGL01
000900* carry as their own
001000* JOURNAL-LINE, under names that
001100* do not collide with the daily
001200* journal's JOURNAL-DATE. Amounts
001300* are unsigned - a negative
001400* amount is written in the
001500* other column.
001514* GLLINE-COMPANY names the
001529* company whose books the line
001543* belongs to; a line written
001557* without one posts to the
001571* default company keyed at the
001586* GLUPD01 run.
001587* GLLINE-REF-TYPE and
001589* GLLINE-REFERENCE name the
001590* source document a line came
001592* from (the codes are listed in
001593* FDGLDTL.CBL); GLUPD01 keeps
001594* them on GL-DETAIL-FILE. A
001596* summary line leaves both
001597* blank. The line is 90 bytes,
001599* so the files are X(100).
001600*---------------------------------
001700 01  GL-EXPORT-LINE.
001800     05  GLLINE-DATE              PIC 9(8).
001900     05  FILLER                   PIC X     VALUE ",".
002000     05  GLLINE-ACCOUNT           PIC X(10).
002100     05  FILLER                   PIC X     VALUE ",".
002200     05  GLLINE-DEBIT             PIC 9(9)V99.
002300     05  FILLER                   PIC X     VALUE ",".
002400     05  GLLINE-CREDIT            PIC 9(9)V99.
002500     05  FILLER                   PIC X     VALUE ",".
002600     05  GLLINE-DESCRIPTION       PIC X(25).
002700     05  FILLER                   PIC X     VALUE ",".
002800     05  GLLINE-COMPANY           PIC X(2).
002900     05  FILLER                   PIC X     VALUE ",".
003000     05  GLLINE-REF-TYPE          PIC X.
003100     05  GLLINE-REFERENCE         PIC X(16).
