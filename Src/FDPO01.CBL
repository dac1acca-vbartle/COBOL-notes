002990*   written before the field
002991*   existed carry a space and
002992*   are treated as approved.
002993* PO-LINE-PROJECT is the
002994*   project / job the line is
002995*   bought for (PROJECT-NUMBER
002996*   on PROJECT-FILE), ZERO when
002997*   it is not project spend.
002998*   PRJRPT01 counts the open
002999*   balance as committed cost.
002999* PO-LINE-STORE and
002999*   PO-LINE-DIVISION say which
002999*   store and division a
002999*   merchandise line is bought
002999*   for; both are ZERO on an
002999*   expense line, which has only
002999*   its GL account. OTBRPT01
002999*   counts the unreceived part
002999*   of an approved, open
002999*   merchandise line as on
002999*   order.
002999* PO-LINE-RETAIL-PRICE is the
002999*   unit selling price of a
002999*   merchandise line, so a
002999*   receipt reaches the stock
002999*   ledger at retail as well
002999*   as cost; zero on an expense
002999*   line.
003000*---------------------------------
003100 FD  PO-FILE
003200     LABEL RECORDS ARE STANDARD.
004400         10  PO-LINE-QUANTITY     PIC 9(5).
004500         10  PO-LINE-UNIT-PRICE   PIC 9(5)V99.
004600         10  PO-LINE-GL-ACCOUNT   PIC X(10).
004650         10  PO-LINE-PROJECT      PIC 9(5).
004666         10  PO-LINE-STORE        PIC 9(2).
004682         10  PO-LINE-DIVISION     PIC 9(2).
004691         10  PO-LINE-RETAIL-PRICE PIC 9(5)V99.
004700     05  PO-APPROVAL-STATUS       PIC X.
004800     05  PO-APPROVED-BY           PIC X(5).
004900     05  PO-APPROVED-DATE         PIC 9(8).
