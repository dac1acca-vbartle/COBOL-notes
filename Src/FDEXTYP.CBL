000100*---------------------------------
000200* FDEXTYP.CBL
000300* Primary Key - EXTYP-CODE
000400* Expense type table for
000500* employee expense reports -
000600* MEAL, HOTL, MILE and so on -
000700* maintained by EXTMNT01.
000800* EXTYP-GL-ACCOUNT is the
000900*   ACCOUNT-FILE code a line of
001000*   this type is charged to
001100*   unless EXPENT01's operator
001200*   keys another.
001300* EXTYP-MILEAGE is "Y" for a
001400*   mileage type: the operator
001500*   keys miles and the amount is
001600*   miles times EXTYP-MILE-RATE.
001700* EXTYP-DAILY-LIMIT is the per
001800*   diem - the most that may be
001900*   claimed for the type on any
002000*   one day of a report. ZERO is
002100*   no limit.
002200* EXTYP-ITEM-LIMIT is the policy
002300*   limit on any single line of
002400*   the type. ZERO is no limit.
002500* A line over either limit is
002600*   flagged and its report must
002700*   be approved in EXPAPR01
002800*   before it can be vouchered.
002900*---------------------------------
003000 FD  EXPENSE-TYPE-FILE
003100     LABEL RECORDS ARE STANDARD.
003200 01  EXPENSE-TYPE-RECORD.
003300     05  EXTYP-CODE               PIC X(4).
003400     05  EXTYP-DESCRIPTION        PIC X(20).
003500     05  EXTYP-GL-ACCOUNT         PIC X(10).
003600     05  EXTYP-MILEAGE            PIC X.
003700     05  EXTYP-MILE-RATE          PIC 9V999.
003800     05  EXTYP-DAILY-LIMIT        PIC 9(5)V99.
003900     05  EXTYP-ITEM-LIMIT         PIC 9(5)V99.
