003300*   for, so running the batch
003400*   twice in a month cannot
003500*   create duplicates.
003510* RECURRING-STORE is copied to
003520*   VOUCHER-STORE on every
003530*   generated voucher - ZERO
003540*   for head office.
003600*---------------------------------
003700 FD  RECURRING-FILE
003800     LABEL RECORDS ARE STANDARD.
004800     05  RECURRING-END-DATE       PIC 9(8).
004900     05  RECURRING-FREQUENCY      PIC X.
005000     05  RECURRING-LAST-GENERATED PIC 9(6).
005100     05  RECURRING-STORE          PIC 9(2).
