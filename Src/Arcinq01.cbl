
003700 FD  VOUCHER-ARCHIVE-FILE
003800     LABEL RECORDS ARE STANDARD.
003900 01  VOUCHER-ARCHIVE-RECORD       PIC X(211).

004000 FD  CHECK-ARCHIVE-FILE
004100     LABEL RECORDS ARE STANDARD.
004200 01  CHECK-ARCHIVE-RECORD         PIC X(108).

004300 FD  BILL-ARCHIVE-FILE
004400     LABEL RECORDS ARE STANDARD.
008300     05  ARCH-CHECK-VOIDED-DATE   PIC 9(8).
008400     05  FILLER                   PIC X(2).
008500     05  ARCH-CHECK-ISSUE-DATE    PIC 9(8).
008510     05  FILLER                   PIC X(6).

008600 01  ARCH-BILL-VIEW.
008700     05  ARCH-BILL-NUMBER         PIC 9(6).
