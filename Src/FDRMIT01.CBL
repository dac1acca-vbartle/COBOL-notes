000100*---------------------------------
000200* FDRMIT01.CBL
000300* Primary Key - REMIT-KEY
000400* Remit-to addresses for a
000500* vendor that wants orders at
000600* one address and payments at
000700* a lockbox, or remits by
000800* division. Maintained from
000900* VNDMNT04; a voucher names the
001000* location in VOUCHER-REMIT-TO
001100* (blank = the vendor's own
001200* address) and CHKRUN01 prints
001300* the check, stub and positive
001400* pay payee from this record.
001500*---------------------------------
001600 FD  REMIT-TO-FILE
001700     LABEL RECORDS ARE STANDARD.
001800 01  REMIT-TO-RECORD.
001900     05  REMIT-KEY.
002000         10  REMIT-VENDOR         PIC 9(5).
002100         10  REMIT-LOCATION       PIC X(4).
002200     05  REMIT-DESCRIPTION        PIC X(20).
002300     05  REMIT-NAME               PIC X(30).
002400     05  REMIT-ADDRESS-1          PIC X(30).
002500     05  REMIT-ADDRESS-2          PIC X(30).
002600     05  REMIT-CITY               PIC X(20).
002700     05  REMIT-STATE              PIC X(2).
002800     05  REMIT-ZIP                PIC X(10).
