000100*---------------------------------
000200* FDPARM01.CBL
000300* Primary Key - PARM-KEY
000400*   (company + name +
000500*    effective date).
000600* System parameter master. Each
000700* record sets one business
000800* threshold - a rate, a dollar
000900* limit or a number of days -
001000* from its effective date until
001100* the next record for the same
001200* company and name takes over.
001300* A blank PARM-COMPANY is the
001400* value for every company that
001500* has none of its own. The names
001600* in use are catalogued in
001700* WSPRMTAB.CBL; maintained only
001800* by a supervisor in PARMNT01,
001900* which logs each change to
002000* PARM-AUDIT-FILE, and listed as
002100* of any date by PARRPT01.
002200*---------------------------------
002300 FD  SYSTEM-PARAMETER-FILE
002400     LABEL RECORDS ARE STANDARD.
002500 01  SYSTEM-PARAMETER-RECORD.
002600     05  PARM-KEY.
002700         10  PARM-COMPANY         PIC X(2).
002800         10  PARM-NAME            PIC X(20).
002900         10  PARM-EFFECTIVE-DATE  PIC 9(8).
003000     05  PARM-VALUE               PIC 9(7)V9(4).
003100     05  PARM-CHANGED-BY          PIC X(5).
003200     05  PARM-CHANGED-DATE        PIC 9(8).
