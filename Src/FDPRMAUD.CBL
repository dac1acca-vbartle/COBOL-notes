000100*---------------------------------
000200* FDPRMAUD.CBL
000300* Audit trail for the system
000400* parameter master, written by
000500* PARMNT01 for every value
000600* added, changed or deleted -
000700* who, when, which company,
000800* name and effective date, and
000900* the value before and after.
001000* Sequential, append only, same
001100* shape as VENDOR-AUDIT-FILE.
001200*---------------------------------
001300 FD  PARM-AUDIT-FILE
001400     LABEL RECORDS ARE STANDARD.
001500 01  PARM-AUDIT-RECORD.
001600     05  PAUDIT-DATE              PIC 9(8).
001700     05  PAUDIT-TIME              PIC 9(6).
001800     05  PAUDIT-OPERATOR-ID       PIC X(5).
001900     05  PAUDIT-COMPANY           PIC X(2).
002000     05  PAUDIT-NAME              PIC X(20).
002100     05  PAUDIT-EFFECTIVE-DATE    PIC 9(8).
002200     05  PAUDIT-ACTION            PIC X(10).
002300     05  PAUDIT-OLD-VALUE         PIC 9(7)V9(4).
002400     05  PAUDIT-NEW-VALUE         PIC 9(7)V9(4).
