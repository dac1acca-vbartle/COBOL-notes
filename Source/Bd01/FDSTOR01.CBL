001880* SLSHRPT1 and SLSFLSH1 only
001890* count a "Y" store that has
001891* in fact been open a year.
001892* STORE-DEPOSIT-ACCOUNT is the
001893* BANK-FILE account the store's
001894* cash is deposited to (ZERO
001895* for none) and
001896* STORE-DEPOSIT-REFERENCE the
001897* reference printed on its
001898* deposit slips, which the bank
001899* carries in the description of
001899* the "DP" item. CSHDEP01
001899* matches counted cash to the
001899* bank deposits by the two.
001899* STORE-TAX-JURISDICTION is the
001899* taxing jurisdiction the store
001899* files sales tax with and
001899* STORE-TAX-RATE its combined
001899* rate as a percent (7.250 is
001899* 7.25%). SLSTAX01 builds the
001899* monthly return from the two.
001900*---------------------------------
002000 FD  STORE-FILE
002100     LABEL RECORDS ARE STANDARD.
002600     05  STORE-CLOSED-FLAG        PIC X.
002700     05  STORE-OPEN-DATE          PIC 9(8).
002800     05  STORE-COMP-FLAG          PIC X.
002900     05  STORE-DEPOSIT-ACCOUNT    PIC 9(10).
003000     05  STORE-DEPOSIT-REFERENCE  PIC X(10).
003100     05  STORE-TAX-JURISDICTION   PIC X(6).
003200     05  STORE-TAX-RATE           PIC 99V999.
