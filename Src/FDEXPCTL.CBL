002600*         receiver
002700* The operator advances the
002800* status in EXPCTL01.
002814* EXPCTL-PERIOD is the CCYYPP
002828* accounting period a periodic
002842* journal covers (STKJNL01),
002856* so the period is never
002870* journaled twice; zero for an
002884* ordinary export.
002900*---------------------------------
003000 FD  EXPORT-CONTROL-FILE
003100     LABEL RECORDS ARE STANDARD.
003800     05  EXPCTL-ITEM-COUNT        PIC 9(6).
003900     05  EXPCTL-DOLLAR-TOTAL      PIC S9(11)V99.
004000     05  EXPCTL-STATUS            PIC X.
004100     05  EXPCTL-PERIOD            PIC 9(6).
