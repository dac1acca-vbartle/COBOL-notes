000100*---------------------------------
000200* FDBWIN01.CBL
000300* Primary Key - BWIN-KEY.
000400* The nightly batch window. A
000500* single record file,
000600* BWIN-KEY always = 1.
000700* BWIN-BATCH-RUNNING is "Y" from
000800*   the moment NIGHTRUN starts
000900*   its chain until it finishes;
001000*   the online update programs
001100*   refuse to sign on for update
001200*   or to save an entry while it
001300*   is up (PLBWIN01.CBL). A "Y"
001400*   left behind in the morning
001500*   means the chain died -
001600*   OPSCON01 flags it.
001700* BWIN-MAINT-UNTIL (CCYYMMDD
001800*   HHMMSS) is the end of a short
001900*   maintenance window a
002000*   supervisor opened in BWNMNT01
002100*   with the batch still up;
002200*   until then updates go
002300*   through. ZERO means no window
002400*   is open.
002500*---------------------------------
002600 FD  BATCH-WINDOW-FILE
002700     LABEL RECORDS ARE STANDARD.
002800 01  BATCH-WINDOW-RECORD.
002900     05  BWIN-KEY                 PIC 9.
003000     05  BWIN-BATCH-RUNNING       PIC X.
003100     05  BWIN-RAISED-DATE         PIC 9(8).
003200     05  BWIN-RAISED-TIME         PIC 9(6).
003300     05  BWIN-CLEARED-DATE        PIC 9(8).
003400     05  BWIN-CLEARED-TIME        PIC 9(6).
003500     05  BWIN-MAINT-OPERATOR      PIC X(5).
003600     05  BWIN-MAINT-UNTIL         PIC 9(14).
003700     05  BWIN-MAINT-REASON        PIC X(30).
