001000*     BEGINNING + RECEIPTS
001100*     - COS-RELIEF
001200*     + ADJUSTMENTS
001233*     - TRANSFERS-OUT
001266*     + TRANSFERS-IN
001300* COS-RELIEF accumulates the
001400* nightly HISTORY-COST from
001500* the sales history; receipts
002000* last physical count; the
002100* shrink report STKSHR01 shows
002200* book against counted.
002207* Store-to-store transfers
002214* (FDSXFR01.CBL) leave the
002221* shipping store's book through
002228* TRANSFERS-OUT when shipped
002235* and wait in the receiving
002242* store's IN-TRANSIT until it
002249* confirms them into
002256* TRANSFERS-IN, so goods on the
002263* road are in neither store's
002270* book and never count as
002277* shrink. IN-TRANSIT is still
002284* company inventory - GLREC01
002291* adds it back.
002292* The retail side, for the
002293* retail method of valuation:
002294*   BEGIN-RETAIL, RECEIPTS-
002295*   RETAIL (RCVENT01 extends
002296*   the PO line's retail
002297*   price), NET-SALES (sales
002298*   less returns) and
002299*   MARKDOWNS rolled from the
002299*   sales history with the
002299*   cost relief, and
002299*   EMP-DISCOUNTS keyed in
002299*   STKLED01. MARKDOWNS and
002299*   EMP-DISCOUNTS are kept as
002299*   positive reductions.
002299* STKRTL01's month-end run
002299* leaves the valuation on the
002299* bucket: RETAIL-DATE, the
002299* cumulative MARKON-PERCENT,
002299* the COST-COMPLEMENT and the
002299* ending inventory at retail
002299* and at cost.
002299* STKJNL01's period journal to
002299* the GL keeps its place here:
002299*   ADJ-JOURNALED - the
002299*     ADJUSTMENTS already
002299*     journaled, so only the
002299*     change since goes next
002299*   SHRINK-COUNT-DATE and
002299*   SHRINK-JOURNALED - the
002299*     count whose variance
002299*     was journaled, and the
002299*     variance (book less
002299*     counted) it took
002300*---------------------------------
002400 FD  STOCK-LEDGER-FILE
002500     LABEL RECORDS ARE STANDARD.
003300     05  STKLED-ADJUSTMENTS       PIC S9(9)V99.
003400     05  STKLED-COUNTED           PIC S9(9)V99.
003500     05  STKLED-COUNT-DATE        PIC 9(8).
003600     05  STKLED-TRANSFERS-OUT     PIC S9(9)V99.
003700     05  STKLED-TRANSFERS-IN      PIC S9(9)V99.
003800     05  STKLED-IN-TRANSIT        PIC S9(9)V99.
003900     05  STKLED-BEGIN-RETAIL      PIC S9(9)V99.
004000     05  STKLED-RECEIPTS-RETAIL   PIC S9(9)V99.
004100     05  STKLED-NET-SALES         PIC S9(9)V99.
004200     05  STKLED-MARKDOWNS         PIC S9(9)V99.
004300     05  STKLED-EMP-DISCOUNTS     PIC S9(9)V99.
004400     05  STKLED-RETAIL-DATE       PIC 9(8).
004500     05  STKLED-MARKON-PERCENT    PIC S9(3)V99.
004600     05  STKLED-COST-COMPLEMENT   PIC 9V9(4).
004700     05  STKLED-END-RETAIL        PIC S9(9)V99.
004800     05  STKLED-END-COST          PIC S9(9)V99.
004900     05  STKLED-ADJ-JOURNALED     PIC S9(9)V99.
005000     05  STKLED-SHRINK-COUNT-DATE PIC 9(8).
005100     05  STKLED-SHRINK-JOURNALED  PIC S9(9)V99.
