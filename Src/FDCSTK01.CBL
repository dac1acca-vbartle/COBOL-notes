000100*---------------------------------
000200* FDCSTK01.CBL
000300* Primary Key - CSTK-KEY
000400*   (CSTK-ACCOUNT plus
000500*   CSTK-FIRST-SERIAL).
000600* Blank pre-numbered check stock
000700* received for a bank account,
000800* one record per range of form
000900* serials, CSTK-FIRST-SERIAL
001000* through CSTK-LAST-SERIAL,
001100* entered by CSTMNT01.
001200* CSTK-NEXT-SERIAL is the next
001300*   form of the range still on
001400*   hand. Forms are used in
001500*   serial order, lowest range
001600*   first, through PLCSTK01.CBL;
001700*   a range is used up when
001800*   CSTK-NEXT-SERIAL passes
001900*   CSTK-LAST-SERIAL.
002000* CSTK-REFERENCE is the printer's
002100*   order or carton reference.
002200*---------------------------------
002300 FD  CHECK-STOCK-FILE
002400     LABEL RECORDS ARE STANDARD.
002500 01  CHECK-STOCK-RECORD.
002600     05  CSTK-KEY.
002700         10  CSTK-ACCOUNT         PIC 9(10).
002800         10  CSTK-FIRST-SERIAL    PIC 9(6).
002900     05  CSTK-LAST-SERIAL         PIC 9(6).
003000     05  CSTK-NEXT-SERIAL         PIC 9(6).
003100     05  CSTK-RECEIVED-DATE       PIC 9(8).
003200     05  CSTK-RECEIVED-BY         PIC X(5).
003300     05  CSTK-REFERENCE           PIC X(20).
