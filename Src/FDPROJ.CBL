000100*---------------------------------
000200* FDPROJ.CBL
000300* Primary Key - PROJECT-NUMBER
000400* Project / job master - store
000500* remodels, new-store openings,
000600* IT rollouts - maintained by
000700* PRJMNT01. PO lines
000800* (PO-LINE-PROJECT), vouchers
000900* (VOUCHER-PROJECT) and split
001000* distribution lines
001100* (VDIST-PROJECT) carry the
001200* number, keyed in POMNT01 and
001300* VCHNEW01, which only accept a
001400* project on file and open.
001500* PRJRPT01 reports committed,
001600* invoiced and paid cost
001700* against PROJECT-BUDGET.
001800* PROJECT-STORE is the store the
001900* project is for (STORE-NUMBER
002000*   on STORE-FILE), ZERO for a
002100*   head office project.
002200* PROJECT-STATUS is "O" while
002300*   costs may be charged and "C"
002400*   once it is closed - kept on
002500*   file so its history still
002600*   reports.
002700*---------------------------------
002800 FD  PROJECT-FILE
002900     LABEL RECORDS ARE STANDARD.
003000 01  PROJECT-RECORD.
003100     05  PROJECT-NUMBER           PIC 9(5).
003200     05  PROJECT-DESCRIPTION      PIC X(30).
003300     05  PROJECT-STORE            PIC 9(2).
003400     05  PROJECT-BUDGET           PIC 9(8)V99.
003500     05  PROJECT-STATUS           PIC X.
