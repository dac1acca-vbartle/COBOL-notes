000100*---------------------------------
000200* WSPRMTAB.CBL
000300* Catalogue of the business
000400* thresholds held on the system
000500* parameter master: the name,
000600* the value the programs use
000700* when nothing is on file, the
000800* largest value the field that
000900* receives it can hold, and a
001000* description. PARMNT01 accepts
001100* only these names, and PARRPT01
001200* lists them in this order.
001300*   BACKUP-WITHHOLD-RATE CHKRUN01
001400*   SUPERVISOR-THRESHOLD CHKRUN01
001500*   PRENOTE-WAIT-DAYS    CHKRUN01
001600*                        PRNRPT01
001700*   APPROVAL-LIMIT-1     PLVCHAPR AUDANL01
001800*   APPROVAL-LIMIT-2     PLVCHAPR AUDANL01
001900*   DD-WAIT-DAYS         ESCHEAT1
002000*   1099-REPORTING-MIN   VND1099E
002100*   STOP-LIFE-DAYS       STPCNF01
002200*   DUP-NEAR-DAYS        PAYDUP01
002300*   DUP-WINDOW-DAYS      PAYDUP01
002400*---------------------------------
002500 77  PARM-TABLE-SIZE          PIC 99 VALUE 10.
002600 77  PARM-INDEX               PIC 99.

002700 01  PARM-CATALOGUE-VALUES.
002800     05  FILLER PIC X(20) VALUE "BACKUP-WITHHOLD-RATE".
002900     05  FILLER PIC 9(7)V9(4) VALUE 0.2400.
003000     05  FILLER PIC 9(7)V9(4) VALUE 0.9999.
003100     05  FILLER PIC X(30)
003200         VALUE "BACKUP WITHHOLDING RATE".
003300     05  FILLER PIC X(20) VALUE "SUPERVISOR-THRESHOLD".
003400     05  FILLER PIC 9(7)V9(4) VALUE 10000.00.
003500     05  FILLER PIC 9(7)V9(4) VALUE 9999999.99.
003600     05  FILLER PIC X(30)
003700         VALUE "CHECK RUN SUPERVISOR OVER".
003800     05  FILLER PIC X(20) VALUE "PRENOTE-WAIT-DAYS".
003900     05  FILLER PIC 9(7)V9(4) VALUE 3.
004000     05  FILLER PIC 9(7)V9(4) VALUE 99.
004100     05  FILLER PIC X(30)
004200         VALUE "PRENOTE WAIT BUSINESS DAYS".
004300     05  FILLER PIC X(20) VALUE "APPROVAL-LIMIT-1".
004400     05  FILLER PIC 9(7)V9(4) VALUE 500.00.
004500     05  FILLER PIC 9(7)V9(4) VALUE 999999.99.
004600     05  FILLER PIC X(30)
004700         VALUE "VOUCHER ONE APPROVAL OVER".
004800     05  FILLER PIC X(20) VALUE "APPROVAL-LIMIT-2".
004900     05  FILLER PIC 9(7)V9(4) VALUE 5000.00.
005000     05  FILLER PIC 9(7)V9(4) VALUE 999999.99.
005100     05  FILLER PIC X(30)
005200         VALUE "VOUCHER TWO APPROVALS OVER".
005300     05  FILLER PIC X(20) VALUE "DD-WAIT-DAYS".
005400     05  FILLER PIC 9(7)V9(4) VALUE 30.
005500     05  FILLER PIC 9(7)V9(4) VALUE 999.
005600     05  FILLER PIC X(30)
005700         VALUE "ESCHEAT DUE DILIGENCE DAYS".
005800     05  FILLER PIC X(20) VALUE "1099-REPORTING-MIN".
005900     05  FILLER PIC 9(7)V9(4) VALUE 600.00.
006000     05  FILLER PIC 9(7)V9(4) VALUE 99999.99.
006100     05  FILLER PIC X(30)
006200         VALUE "1099 REPORTING THRESHOLD".
006300     05  FILLER PIC X(20) VALUE "STOP-LIFE-DAYS".
006400     05  FILLER PIC 9(7)V9(4) VALUE 180.
006500     05  FILLER PIC 9(7)V9(4) VALUE 999.
006600     05  FILLER PIC X(30)
006700         VALUE "STOP PAYMENT LIFE DAYS".
006800     05  FILLER PIC X(20) VALUE "DUP-NEAR-DAYS".
006900     05  FILLER PIC 9(7)V9(4) VALUE 10.
007000     05  FILLER PIC 9(7)V9(4) VALUE 99.
007100     05  FILLER PIC X(30)
007200         VALUE "DUPLICATE PAY NEAR DAYS".
007300     05  FILLER PIC X(20) VALUE "DUP-WINDOW-DAYS".
007400     05  FILLER PIC 9(7)V9(4) VALUE 30.
007500     05  FILLER PIC 9(7)V9(4) VALUE 99.
007600     05  FILLER PIC X(30)
007700         VALUE "DUPLICATE PAY CHECK WINDOW".
007800 01  FILLER REDEFINES PARM-CATALOGUE-VALUES.
007900     05  PARM-CATALOGUE-ENTRY OCCURS 10 TIMES.
008000         10  PARM-TABLE-NAME      PIC X(20).
008100         10  PARM-TABLE-DEFAULT   PIC 9(7)V9(4).
008200         10  PARM-TABLE-MAXIMUM   PIC 9(7)V9(4).
008300         10  PARM-TABLE-DESCRIPTION PIC X(30).
