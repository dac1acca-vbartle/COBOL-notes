001799* the tax deposit (WHLDRPT1).
001799* Cleared by hand in VNDMNT04
001799* when a corrected W-9 arrives.
001799* VENDOR-PAY-METHOD is "C" paper
001799* check, "A" ACH or "V" virtual
001799* card - CHKRUN01 sends a card
001799* vendor's payment to the card
001799* issuer (CARDPAY file), and
001799* CRDRPT01 reports the monthly
001799* card spend and issuer rebate.
001799* VENDOR-BANK-FAILED is "Y" when
001799* the bank returned an ACH item
001799* against VENDOR-BANK-ROUTING/
001799* pass skips vouchers for a
001799* vendor on hold and counts
001799* them on the register.
001799* VENDOR-ONBOARD-PENDING is "Y"
001799* for a new vendor (VNDMNT04,
001799* VNDLOAD1) until every step of
001799* its onboarding checklist
001799* (FDONBRD.CBL) is done and
001799* ONBMNT01 activates it.
001799* VCHNEW01 will not voucher and
001799* CHKRUN01 will not pay a
001799* pending vendor.
001799* VENDOR-PRENOTE-PENDING is "Y"
001799* from the time an ACH vendor's
001799* bank details are new (pay
001799* method switched to "A", or
001799* routing/account changed in
001799* VNDMNT04) until the zero-
001799* dollar prenote has been out
001799* for PRENOTE-WAIT-DAYS banking
001799* days (WSPRNT01.CBL) with no
001799* return or NOC. CHKRUN01 sends
001799* the prenote on its next PAY
001799* pass and stamps VENDOR-
001799* PRENOTE-DATE (zero = not yet
001799* sent); until the wait is over
001799* the vendor is paid by paper
001799* check, as a failed-bank
001799* vendor is. PRNRPT01 lists
001799* vendors still on prenote.
001799* VENDOR-ERS-FLAG is "Y" for a
001799* vendor on evaluated receipt
001799* settlement - it sends no
001799* invoices; ERSGEN01 vouchers
001799* its received PO lines at the
001799* PO/contract price and prints
001799* the self-billing notice the
001799* vendor reconciles against.
001799* VENDOR-PARENT is the vendor
001799* number of this vendor's
001799* parent in its corporate
001799* family (a branch under its
001799* region, an acquired company
001799* under the buyer) - zero, or
001799* not numeric on older records,
001799* means the vendor has no
001799* parent. Families may be
001799* several levels deep; the top
001799* vendor is found by PLFAMLY1.
001799* VNDMNT04 refuses a parent that
001799* would make a loop. VNDFAM01
001799* rolls each family up and
001799* VNDRNK01 can rank by family.
001800*---------------------------------
001900 FD  VENDOR-FILE
002000     LABEL RECORDS ARE STANDARD.
003097     05  VENDOR-BACKUP-WITHHOLD   PIC X.
003098     05  VENDOR-BANK-CHANGE-DATE  PIC 9(8).
003099     05  VENDOR-LAST-PAID-DATE    PIC 9(8).
003100     05  VENDOR-ONBOARD-PENDING   PIC X.
003110     05  VENDOR-PRENOTE-PENDING   PIC X.
003120     05  VENDOR-PRENOTE-DATE      PIC 9(8).
003130     05  VENDOR-ERS-FLAG          PIC X.
003140     05  VENDOR-PARENT            PIC 9(5).
003200
