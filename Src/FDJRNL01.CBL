002900     05  JOURNAL-KEY              PIC X(17).
003000     05  JOURNAL-ACTION           PIC X(10).
003100     05  JOURNAL-AMOUNT           PIC S9(6)V99.
003200     05  JOURNAL-IMAGE            PIC X(211).
