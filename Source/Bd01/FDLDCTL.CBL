001200* is keyed, which is how the
001300* double-loaded Saturday gets
001400* prevented.
001405* LOAD-GL-EXPORT-DATE and
001410* LOAD-COST-ROLLED-DATE are the
001415* days SLSGL01 exported the
001420* feed date to the GL and
001425* STKLED01 rolled its cost
001430* relief (zero = not yet), so
001435* SLSBKO01 knows what it has
001440* to reverse when a bad day is
001445* backed out. Backing out the
001450* whole day deletes this
001455* record; backing out only
001460* some stores leaves it with
001465* their counts taken off,
001470* LOAD-RELOAD-PENDING "Y" and
001475* the stores listed, and
001480* SLSLOAD1 then reloads just
001485* those stores without an
001490* override.
001500*---------------------------------
001600 FD  LOAD-CONTROL-FILE
001700     LABEL RECORDS ARE STANDARD.
002300     05  LOAD-AMOUNT-TOTAL        PIC S9(8)V99.
002400     05  LOAD-OPERATOR-ID         PIC X(5).
002500     05  LOAD-OVERRIDE-BY         PIC X(5).
002600     05  LOAD-GL-EXPORT-DATE      PIC 9(8).
002700     05  LOAD-COST-ROLLED-DATE    PIC 9(8).
002800     05  LOAD-BACKOUT-BY          PIC X(5).
002900     05  LOAD-BACKOUT-DATE        PIC 9(8).
003000     05  LOAD-RELOAD-PENDING      PIC X.
003100     05  LOAD-RELOAD-STORE        PIC 9(2)
003200                                  OCCURS 10 TIMES.
