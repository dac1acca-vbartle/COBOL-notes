001000 77  EXPCTL-LAST-RUN          PIC 9(5).
001100 77  EXPCTL-NEW-COUNT         PIC 9(6).
001200 77  EXPCTL-NEW-TOTAL         PIC S9(11)V99.
001300 77  EXPCTL-CHECK-PERIOD      PIC 9(6) VALUE ZEROES.
001400 77  EXPCTL-PERIOD-FOUND      PIC X.
