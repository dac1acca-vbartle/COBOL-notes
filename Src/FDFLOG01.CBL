000100*---------------------------------
000200* FDFLOG01.CBL
000300* Primary Key - FLOG-KEY
000400*   (FLOG-ACCOUNT plus
000500*   FLOG-SERIAL).
000600* Alternate Key - FLOG-CHECK-KEY
000700*   with duplicates.
000800* One record per check form
000900* consumed, written through
001000* PLCSTK01.CBL, so every serial
001100* of CHECK-STOCK-FILE below the
001200* range's CSTK-NEXT-SERIAL is
001300* accounted for here (CSTREC01
001400* flags any that are not).
001500* FLOG-DISPOSITION:
001600*   "I" - issued: printed as the
001700*         check in FLOG-CHECK-KEY
001800*         (CHKRUN01).
001900*   "S" - spoiled: an alignment
002000*         test pattern, a form
002100*         spoiled in printing and
002200*         reprinted (FLOG-CHECK-KEY
002300*         still names the check it
002400*         was printed for), or one
002500*         spoiled by hand
002600*         (CSTMNT01).
002700*   "D" - destroyed unused
002800*         (CSTMNT01).
002900* FLOG-REASON says why a form was
003000*   spoiled or destroyed.
003100* FLOG-DATE, FLOG-OPERATOR,
003200*   FLOG-PROGRAM and FLOG-PAY-RUN
003300*   record when, by whom and in
003400*   which run the form was used,
003500*   or last changed.
003600*---------------------------------
003700 FD  CHECK-FORM-LOG-FILE
003800     LABEL RECORDS ARE STANDARD.
003900 01  CHECK-FORM-LOG-RECORD.
004000     05  FLOG-KEY.
004100         10  FLOG-ACCOUNT         PIC 9(10).
004200         10  FLOG-SERIAL          PIC 9(6).
004300     05  FLOG-CHECK-KEY.
004400         10  FLOG-CHECK-ACCOUNT   PIC 9(10).
004500         10  FLOG-CHECK-NUMBER    PIC 9(6).
004600     05  FLOG-DISPOSITION         PIC X.
004700     05  FLOG-REASON              PIC X(20).
004800     05  FLOG-DATE                PIC 9(8).
004900     05  FLOG-OPERATOR            PIC X(5).
005000     05  FLOG-PROGRAM             PIC X(8).
005100     05  FLOG-PAY-RUN             PIC 9(5).
