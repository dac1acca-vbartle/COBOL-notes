000100*---------------------------------
000200* FDVCXR.CBL
000300* Primary Key - VCXR-VENDOR
000400* One record for each party that
000500* is both a VENDOR-FILE vendor
000600* we pay and a CUSTOMER-FILE
000700* customer who owes us (sublease
000800* rent, chargebacks), linking
000900* the two numbers for the
001000* netting run (APNET01). Kept
001100* in VCXMNT01, with the date the
001200* link was made and by whom.
001300*---------------------------------
001400 FD  VENDOR-CUSTOMER-XREF-FILE
001500     LABEL RECORDS ARE STANDARD.
001600 01  VENDOR-CUSTOMER-XREF-RECORD.
001700     05  VCXR-VENDOR              PIC 9(5).
001800     05  VCXR-CUSTOMER            PIC 9(5).
001900     05  VCXR-DATE                PIC 9(8).
002000     05  VCXR-OPERATOR            PIC X(5).
