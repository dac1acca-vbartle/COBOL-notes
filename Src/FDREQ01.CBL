000100*---------------------------------
000200* FDREQ01.CBL
000300* Primary Key - REQ-NUMBER
000400* Purchase requisitions from the
000500* stores, keyed in REQENT01 and
000600* numbered from CONTROL-LAST-
000700* REQUISITION. Up to ten item
000800* lines per requisition, the
000900* same slots a PO has.
001000* REQ-REQUESTER is the employee
001100*   (FDEMP01.CBL) asking for the
001200*   goods; REQ-STORE is the
001300*   employee's store (ZERO for
001400*   head office).
001500* REQ-APPROVER is the operator id
001600*   the requisition was routed
001700*   to - the requester's
001800*   EMPLOYEE-APPROVER when it was
001900*   keyed.
002000* REQ-STATUS is
002100*   "P" pending - waiting for
002200*       REQ-APPROVER in REQAPR01
002300*   "A" approved - on the
002400*       purchasing queue for
002500*       REQPO01
002600*   "R" rejected in REQAPR01
002700*   "O" ordered - REQ-PO-NUMBER
002800*       is the PO raised by
002900*       REQPO01.
003000* REQ-LINE-EST-PRICE is the
003100*   store's estimated unit cost;
003200*   REQ-ESTIMATED-TOTAL is the
003300*   lines extended at estimate.
003400* REQ-LINE-PO-LINE is which of
003500*   the PO's line slots the line
003600*   became, so receipts against
003700*   the PO (FDRCPT01.CBL) can be
003800*   traced back to it (REQRPT01).
003900*---------------------------------
004000 FD  REQUISITION-FILE
004100     LABEL RECORDS ARE STANDARD.
004200 01  REQUISITION-RECORD.
004300     05  REQ-NUMBER               PIC 9(6).
004400     05  REQ-REQUESTER            PIC 9(5).
004500     05  REQ-STORE                PIC 9(2).
004600     05  REQ-DATE                 PIC 9(8).
004700     05  REQ-NEEDED-BY            PIC 9(8).
004800     05  REQ-STATUS               PIC X.
004900     05  REQ-APPROVER             PIC X(5).
005000     05  REQ-ENTERED-BY           PIC X(5).
005100     05  REQ-APPROVED-BY          PIC X(5).
005200     05  REQ-APPROVED-DATE        PIC 9(8).
005300     05  REQ-ESTIMATED-TOTAL      PIC S9(8)V99.
005400     05  REQ-PO-NUMBER            PIC 9(6).
005500     05  REQ-ORDERED-DATE         PIC 9(8).
005600     05  REQ-LINE-COUNT           PIC 99.
005700     05  REQ-LINES OCCURS 10 TIMES
005800             INDEXED BY REQ-LINE-INDEX.
005900         10  REQ-LINE-DESCRIPTION PIC X(20).
006000         10  REQ-LINE-QUANTITY    PIC 9(5).
006100         10  REQ-LINE-EST-PRICE   PIC 9(5)V99.
006200         10  REQ-LINE-GL-ACCOUNT  PIC X(10).
006300         10  REQ-LINE-PO-LINE     PIC 99.
