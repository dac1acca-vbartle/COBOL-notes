000100*---------------------------------
000200* FDONBRD.CBL
000300* Primary Key - ONBOARD-VENDOR
000400* New-vendor onboarding
000500* checklist, one per vendor,
000600* opened (PLONBRD.CBL) when
000700* VNDMNT04 or VNDLOAD1 adds the
000800* vendor, which starts with
000900* VENDOR-ONBOARD-PENDING "Y".
001000* Worked and activated in
001100* ONBMNT01.
001200* ONBOARD-STATUS is "P" while
001300*   onboarding and "A" once the
001400*   vendor was activated.
001500* Each step is "Y" done (with
001600*   the date), "N" still to do,
001700*   or "X" not required:
001800*   1 W-9 received
001900*   2 TIN matched (sent through
002000*     TINEXP01 and not reported
002100*     back by TINIMP01)
002200*   3 insurance certificate on
002300*     file - "X" unless the
002400*     vendor's type has
002500*     VENDOR-TYPE-CERT-REQUIRED
002600*   4 bank details verified -
002700*     "X" unless the vendor is
002800*     paid by ACH
002900*   5 approved by purchasing - a
003000*     supervisor other than the
003100*     operator who opened it,
003200*     kept in ONBOARD-APPROVED-BY
003300* ONBOARD-STEP-TABLE is the same
003400*   five steps as a table.
003500*---------------------------------
003600 FD  ONBOARD-FILE
003700     LABEL RECORDS ARE STANDARD.
003800 01  ONBOARD-RECORD.
003900     05  ONBOARD-VENDOR           PIC 9(5).
004000     05  ONBOARD-STATUS           PIC X.
004100     05  ONBOARD-OPENED-DATE      PIC 9(8).
004200     05  ONBOARD-OPENED-BY        PIC X(5).
004300     05  ONBOARD-STEP-AREA.
004400         10  ONBOARD-W9-RECEIVED  PIC X.
004500         10  ONBOARD-W9-DATE      PIC 9(8).
004600         10  ONBOARD-TIN-MATCHED  PIC X.
004700         10  ONBOARD-TIN-DATE     PIC 9(8).
004800         10  ONBOARD-CERT-ON-FILE PIC X.
004900         10  ONBOARD-CERT-DATE    PIC 9(8).
005000         10  ONBOARD-BANK-VERIFIED PIC X.
005100         10  ONBOARD-BANK-DATE    PIC 9(8).
005200         10  ONBOARD-PURCH-APPROVED PIC X.
005300         10  ONBOARD-PURCH-DATE   PIC 9(8).
005400     05  ONBOARD-STEP-TABLE REDEFINES ONBOARD-STEP-AREA.
005500         10  ONBOARD-STEP OCCURS 5 TIMES.
005600             15  ONBOARD-STEP-DONE PIC X.
005700             15  ONBOARD-STEP-DATE PIC 9(8).
005800     05  ONBOARD-APPROVED-BY      PIC X(5).
005900     05  ONBOARD-ACTIVATED-DATE   PIC 9(8).
