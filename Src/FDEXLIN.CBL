000100*---------------------------------
000200* FDEXLIN.CBL
000300* Primary Key - EXLN-KEY
000400*   (report + sequence, 1 up
000500*   within the report).
000600* One dated line of an employee
000700* expense report (FDEXRPT.CBL).
000800* EXLN-MILES is keyed only for a
000900*   mileage type; the amount is
001000*   then the miles at the type's
001100*   rate.
001200* EXLN-GL-ACCOUNT defaults to the
001300*   type's EXTYP-GL-ACCOUNT.
001400*   EXPVCH01 writes one VDIST line
001500*   per expense line, so GLPOST01
001600*   distributes the voucher by
001700*   line.
001800* EXLN-RECEIPT is "Y" when a
001900*   receipt was handed in.
002000* EXLN-POLICY-FLAG is SPACE for a
002100*   line within policy,
002200*   "D" when the day's total for
002300*       the type is over the per
002400*       diem (EXTYP-DAILY-LIMIT)
002500*   "L" when the line alone is
002600*       over EXTYP-ITEM-LIMIT.
002700*---------------------------------
002800 FD  EXPENSE-LINE-FILE
002900     LABEL RECORDS ARE STANDARD.
003000 01  EXPENSE-LINE-RECORD.
003100     05  EXLN-KEY.
003200         10  EXLN-REPORT          PIC 9(6).
003300         10  EXLN-SEQUENCE        PIC 99.
003400     05  EXLN-DATE                PIC 9(8).
003500     05  EXLN-TYPE                PIC X(4).
003600     05  EXLN-DESCRIPTION         PIC X(20).
003700     05  EXLN-MILES               PIC 9(5).
003800     05  EXLN-AMOUNT              PIC S9(6)V99.
003900     05  EXLN-GL-ACCOUNT          PIC X(10).
004000     05  EXLN-RECEIPT             PIC X.
004100     05  EXLN-POLICY-FLAG         PIC X.
