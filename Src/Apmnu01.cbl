001000* flags allow:
001100*   entry    - voucher entry
001200*   payment  - voucher payment
001300*              and the check run,
001310*              customer/vendor
001320*              netting (APNET01)
001400*   inquiry  - aging and cash
001500*              forecast reports
001600*   maint    - vendor and chart
002900 WORKING-STORAGE SECTION.

003000 77  MENU-PICK                    PIC 9.
003100     88  MENU-PICK-IS-VALID       VALUES 0 THRU 8.

003200     COPY "WSSIGN01.CBL".

007700     IF AUTH-MAINT = "Y"
007800         DISPLAY "          6.  VENDOR MAINTENANCE"
007900         DISPLAY "          7.  CHART OF ACCOUNTS".
007910     IF AUTH-PAYMENT = "Y"
007920         DISPLAY "          8.  CUSTOMER/VENDOR NETTING".
008000     DISPLAY " ".
008100     DISPLAY "          0.  EXIT".
008200     PERFORM SCROLL-LINE 7 TIMES.

008300 ACCEPT-MENU-PICK.
008400     DISPLAY "YOUR CHOICE (0-8)?".
008500     ACCEPT MENU-PICK.

008600 RE-ACCEPT-MENU-PICK.
011000         PERFORM RUN-VENDOR-MAINTENANCE
011100     ELSE
011200     IF MENU-PICK = 7
011300         PERFORM RUN-ACCOUNT-MAINTENANCE
011310     ELSE
011320     IF MENU-PICK = 8
011330         PERFORM RUN-NETTING.

011400     PERFORM GET-MENU-PICK.

013600     ELSE
013700         PERFORM REFUSE-THE-PICK.

013710 RUN-NETTING.
013720     IF AUTH-PAYMENT = "Y"
013730         CALL "APNET01"
013740     ELSE
013750         PERFORM REFUSE-THE-PICK.

013800*---------------------------------
013900* INQUIRY
014000*---------------------------------
