000984*   last receivable invoice
000986*   number used by ARINV01, the
000988*   AR mirror of LAST-VOUCHER.
000989* CONTROL-LAST-JE is the last
000990*   general journal entry number
000991*   used by GLJE01.
000991* CONTROL-GL-CLOSED-YEAR is the
000991*   last fiscal year (CCYY) the
000991*   GL year-end close GLCLOS01
000991*   has run for; ZERO means none.
000991*   GLUPD01 and GLJE01 refuse
000991*   any posting dated in it or
000991*   earlier.
000991* CONTROL-RETAINED-EARNINGS is
000991*   the equity account GLCLOS01
000991*   closes net income into.
000991* CONTROL-LAST-ASSET is the last
000991*   fixed asset number handed out
000991*   by FXAMNT01.
000991* CONTROL-LAST-EXPENSE-RPT is the
000991*   last employee expense report
000991*   number used by EXPENT01.
000991* CONTROL-LAST-WIRE is the last
000991*   wire transfer request number
000991*   used by WIRREQ01.
000991* CONTROL-LAST-REQUISITION is the
000991*   last purchase requisition
000991*   number used by REQENT01.
000991* CONTROL-LAST-TRANSFER is the
000991*   last bank transfer number
000991*   used by XFRENT01 and SWPGEN01.
000991* CONTROL-LAST-STORE-XFER is the
000991*   last store-to-store
000991*   merchandise transfer number
000991*   used by STKLED01.
000990*---------------------------------
001000 FD  CONTROL-FILE
001100     LABEL RECORDS ARE STANDARD.
001797     05  CONTROL-RUN-ACCOUNT      PIC 9(10).
001897     05  CONTROL-RUN-CHECK-COUNT  PIC 9(5).
001898     05  CONTROL-LAST-AR-INVOICE  PIC 9(7).
001948     05  CONTROL-LAST-JE          PIC 9(6).
001964     05  CONTROL-GL-CLOSED-YEAR   PIC 9(4).
001981     05  CONTROL-RETAINED-EARNINGS PIC X(10).
001989     05  CONTROL-LAST-ASSET       PIC 9(6).
001993     05  CONTROL-LAST-EXPENSE-RPT PIC 9(6).
001995     05  CONTROL-LAST-WIRE        PIC 9(6).
001996     05  CONTROL-LAST-REQUISITION PIC 9(6).
001996     05  CONTROL-LAST-TRANSFER    PIC 9(6).
001996     05  CONTROL-LAST-STORE-XFER  PIC 9(6).
001997
