000100*---------------------------------
000200* FDEXRPT.CBL
000300* Primary Key - EXRPT-NUMBER
000400* Employee expense report
000500* header, keyed in EXPENT01 and
000600* numbered from CONTROL-LAST-
000700* EXPENSE-RPT. Its lines are on
000800* EXPENSE-LINE-FILE under the
000900* same number.
001000* EXRPT-STATUS is
001100*   "P" pending - one or more
001200*       lines are over a per
001300*       diem or policy limit and
001400*       a supervisor must approve
001500*       it in EXPAPR01
001600*   "A" approved - ready for
001700*       EXPVCH01
001800*   "V" vouchered - EXRPT-VOUCHER
001900*       is the voucher raised
002000*   "R" rejected in EXPAPR01.
002100* EXRPT-FLAGGED-COUNT is how many
002200*   lines were over a limit.
002300* EXRPT-APPROVED-BY/-DATE are the
002400*   supervisor and day a flagged
002500*   report was approved or
002600*   rejected; spaces and ZERO
002700*   when none was needed.
002800*---------------------------------
002900 FD  EXPENSE-REPORT-FILE
003000     LABEL RECORDS ARE STANDARD.
003100 01  EXPENSE-REPORT-RECORD.
003200     05  EXRPT-NUMBER             PIC 9(6).
003300     05  EXRPT-EMPLOYEE           PIC 9(5).
003400     05  EXRPT-DATE               PIC 9(8).
003500     05  EXRPT-PURPOSE            PIC X(30).
003600     05  EXRPT-STATUS             PIC X.
003700     05  EXRPT-TOTAL              PIC S9(6)V99.
003800     05  EXRPT-LINE-COUNT         PIC 99.
003900     05  EXRPT-FLAGGED-COUNT      PIC 99.
004000     05  EXRPT-ENTERED-BY         PIC X(5).
004100     05  EXRPT-APPROVED-BY        PIC X(5).
004200     05  EXRPT-APPROVED-DATE      PIC 9(8).
004300     05  EXRPT-VOUCHER            PIC 9(7).
