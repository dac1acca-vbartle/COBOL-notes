000100*---------------------------------
000200* PLONBRD.CBL
000300* Opens the onboarding checklist
000400* (FDONBRD.CBL) for a vendor
000500* being added and leaves the
000600* vendor pending. Every step
000700* starts to do except the bank
000800* step for a vendor not paid by
000900* ACH; ONBMNT01 re-judges the
001000* certificate and bank steps
001100* against the vendor's type and
001200* pay method each time it is
001300* worked.
001400* USAGE:
001500*  build VENDOR-RECORD, then
001600*  PERFORM START-VENDOR-ONBOARDING
001700*  before the vendor is written
001800*  and PERFORM
001900*  WRITE-VENDOR-ONBOARDING after.
002000* The calling program must COPY
002100* SLONBRD.CBL/FDONBRD.CBL with
002200* ONBOARD-FILE open I-O,
002300* WSOPID01.CBL, WSDATE01.CBL and
002400* PLDATE01.CBL.
002500*---------------------------------
002600 START-VENDOR-ONBOARDING.
002700     MOVE "Y" TO VENDOR-ONBOARD-PENDING.
002800     MOVE VENDOR-NUMBER TO ONBOARD-VENDOR.
002900     MOVE "P" TO ONBOARD-STATUS.
003000     PERFORM GET-TODAYS-DATE.
003100     MOVE DATE-CCYYMMDD TO ONBOARD-OPENED-DATE.
003200     MOVE OPERATOR-ID TO ONBOARD-OPENED-BY.
003300     MOVE SPACE TO ONBOARD-APPROVED-BY.
003400     MOVE ZEROES TO ONBOARD-ACTIVATED-DATE.
003500     MOVE "N" TO ONBOARD-W9-RECEIVED
003600                 ONBOARD-TIN-MATCHED
003700                 ONBOARD-CERT-ON-FILE
003800                 ONBOARD-BANK-VERIFIED
003900                 ONBOARD-PURCH-APPROVED.
004000     MOVE ZEROES TO ONBOARD-W9-DATE
004100                    ONBOARD-TIN-DATE
004200                    ONBOARD-CERT-DATE
004300                    ONBOARD-BANK-DATE
004400                    ONBOARD-PURCH-DATE.
004500     IF VENDOR-PAY-METHOD NOT = "A"
004600         MOVE "X" TO ONBOARD-BANK-VERIFIED.

004700 WRITE-VENDOR-ONBOARDING.
004800     WRITE ONBOARD-RECORD
004900         INVALID KEY
005000         DISPLAY "ONBOARDING RECORD ALREADY ON FILE".
