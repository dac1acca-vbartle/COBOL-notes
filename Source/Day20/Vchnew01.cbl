001690* the duplicate-invoice check.
001695* A matched voucher relieves
001696* the PO's open balance.
001697* The voucher, and each split
001698* distribution line, carries
001699* the store the cost belongs
001699* to (0 for head office),
001699* checked against STORE-FILE.
001699* Each also carries an optional
001699* project / job (0 for none),
001699* which must be on PROJECT-FILE
001699* and still open.
001699* A vendor still in onboarding
001699* (VENDOR-ONBOARD-PENDING) is
001699* refused until ONBMNT01
001699* activates it.
001699* A vendor with remit-to
001699* addresses on REMIT-TO-FILE
001699* (VNDMNT04) is offered them;
001699* the location picked is
001699* carried in VOUCHER-REMIT-TO,
001699* blank paying to the vendor
001699* record's own address.
001699* A due date computed from the
001699* vendor's terms that lands on a
001699* weekend or HOLIDAY-FILE date
001699* rolls forward to the next
001699* business day, and a computed
001699* discount date rolls back to
001699* the business day before, so
001699* the discount is not lost
001699* (PLBDAY01.CBL).
001699* While the nightly batch window
001699* is up (PLBWIN01.CBL) no entry
001699* session opens, and a voucher
001699* keyed as the window goes up is
001699* not written - its number is
001699* given back as on a backout.
001700*---------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002704     COPY "SLPPD01.CBL".

002705     COPY "SLOTP01.CBL".

002706     COPY "SLSTOR01.CBL".

002707     COPY "SLPROJ.CBL".

002708     COPY "SLRMIT01.CBL".
002709
002710     COPY "SLHOL01.CBL".
002711
002712     COPY "SLPARM01.CBL".
002712
002712     COPY "SLBWIN01.CBL".
002712
002712     COPY "SLBWLOG.CBL".
002713
002730     SELECT PRINTER-FILE
002747         ASSIGN TO PRINTER
003604     COPY "FDPPD01.CBL".

003605     COPY "FDOTP01.CBL".

003606     COPY "FDSTOR01.CBL".

003607     COPY "FDPROJ.CBL".

003608     COPY "FDRMIT01.CBL".
003609
003610     COPY "FDHOL01.CBL".
003611
003612     COPY "FDPARM01.CBL".
003612
003612     COPY "FDBWIN01.CBL".
003612
003612     COPY "FDBWLOG.CBL".
003613
003630 FD  PRINTER-FILE
003647     LABEL RECORDS ARE OMITTED.
003800
003900 77  VOUCHER-RECORD-FOUND         PIC X.
004000 77  VENDOR-RECORD-FOUND          PIC X.
004050 77  VENDOR-IS-PENDING            PIC X.
004100 77  CONTROL-RECORD-FOUND         PIC X.
004200 77  VOUCHER-FILE-AT-END          PIC X.
004300 77  DUPLICATE-INVOICE-FOUND      PIC X.
004339 77  APPLY-PREPAY-ANSWER          PIC X.
004339 77  PREPAY-APPLY-PENDING         PIC X VALUE "N".

004339 01  SAVE-VOUCHER-AREA            PIC X(211).
004339 77  STATE-RECORD-FOUND           PIC X.

004339     COPY "WSLOCK01.CBL".
004340 77  ACCOUNT-RECORD-FOUND         PIC X.
004340 77  STORE-RECORD-FOUND           PIC X.
004340 77  PROJECT-RECORD-FOUND         PIC X.
004340 77  REMIT-RECORD-FOUND           PIC X.
004340 77  REMIT-FILE-AT-END            PIC X.
004340 77  REMIT-COUNT                  PIC 99.

004341*---------------------------------
004342* Split distribution entry
004350             INDEXED BY SPLIT-INDEX.
004351         10  SPLIT-GL-ACCOUNT     PIC X(10).
004352         10  SPLIT-AMOUNT         PIC S9(6)V99.
004352         10  SPLIT-STORE          PIC 9(2).
004352         10  SPLIT-PROJECT        PIC 9(5).

004345 77  BATCH-AMOUNT-FIELD           PIC ZZ,ZZZ,ZZ9.99-.
004347 77  TERMS-DUE-INTEGER            PIC S9(9) COMP.
005160     COPY "WSOPID01.CBL".

005170     COPY "WSCOMP1.CBL".
005180
005190     COPY "WSBDAY01.CBL".
005192
005194     COPY "WSPARM01.CBL".
005196
005198     COPY "WSVCHAPR.CBL".
005198
005198     COPY "WSBWIN01.CBL".
005200
005300 PROCEDURE DIVISION.
005400 PROGRAM-BEGIN.
005500     PERFORM OPENING-PROCEDURE.
005550     PERFORM GET-OPERATOR-ID.
005551     MOVE "VCHNEW01" TO BWIN-PROGRAM-NAME.
005552     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
005553     IF BATCH-UPDATES-ALLOWED = "Y"
005555         PERFORM GET-COMPANY-CODE
005560         PERFORM OPEN-ENTRY-BATCH
005600         PERFORM MAIN-PROCESS
005650         PERFORM CLOSE-ENTRY-BATCH.
005700     PERFORM CLOSING-PROCEDURE.
005800
005825 PROGRAM-EXIT.
006599     OPEN I-O LOCK-FILE.
006599     OPEN I-O PREPAY-FILE.
006599     OPEN I-O ONE-TIME-PAYEE-FILE.
006599     OPEN INPUT STORE-FILE.
006599     OPEN INPUT PROJECT-FILE.
006599     OPEN INPUT REMIT-TO-FILE.
006599     OPEN INPUT HOLIDAY-FILE.
006600
006700 CLOSING-PROCEDURE.
006800     CLOSE VOUCHER-FILE.
007039     CLOSE LOCK-FILE.
007039     CLOSE PREPAY-FILE.
007039     CLOSE ONE-TIME-PAYEE-FILE.
007039     CLOSE STORE-FILE.
007039     CLOSE PROJECT-FILE.
007039     CLOSE REMIT-TO-FILE.
007039     CLOSE HOLIDAY-FILE.
007040     CLOSE VOUCHER-BATCH-FILE.
007050     CLOSE PRINTER-FILE.
007100
008200
008300 GET-NEW-VOUCHER-NUMBER.
008400     PERFORM INIT-VOUCHER-RECORD.
008410     IF BATCH-UPDATES-ALLOWED = "Y"
008500         PERFORM ASK-ADD-ANOTHER
008510     ELSE
008520         MOVE "N" TO OK-TO-PROCESS.
008600     IF OK-TO-PROCESS = "Y"
008700         PERFORM RETRIEVE-NEXT-VOUCHER-NUMBER
008800     ELSE
011200
011300 ENTER-REMAINING-FIELDS.
011400     PERFORM ENTER-VOUCHER-VENDOR.
011450     PERFORM ENTER-VOUCHER-REMIT-TO.
011500     PERFORM ENTER-VOUCHER-INVOICE.
011600     PERFORM ENTER-VOUCHER-FOR.
011700     PERFORM ENTER-VOUCHER-AMOUNT.
012010     PERFORM ENTER-VOUCHER-TAXABLE.
012011     PERFORM ENTER-VOUCHER-GST.
012040     PERFORM ENTER-VOUCHER-GL-ACCOUNT.
012040     PERFORM ENTER-VOUCHER-STORE.
012040     PERFORM ENTER-VOUCHER-PROJECT.
012041*---------------------------------
012041* The PO match nets a prepay
012041* off VOUCHER-AMOUNT, so it
014200     ELSE
014300         MOVE "WRITE THIS VOUCHER (Y/N)?" TO PROCESS-MESSAGE.
014400     PERFORM ASK-OK-TO-PROCESS.
014500     IF OK-TO-PROCESS = "Y"
014600         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
014700         IF BATCH-UPDATES-ALLOWED NOT = "Y"
014710             MOVE "N" TO OK-TO-PROCESS.
014800
014900 DISPLAY-NEW-VOUCHER-NUMBER.
015000     MOVE VOUCHER-NUMBER TO VOUCHER-NUMBER-FIELD.
018200     DISPLAY "ENTER VENDOR NUMBER (0 TO LOOK UP BY NAME,".
018210     DISPLAY "99999 FOR A ONE-TIME PAYEE)".
018300     ACCEPT VOUCHER-VENDOR.
018305     MOVE "N" TO VENDOR-IS-PENDING.
018310     IF VOUCHER-VENDOR = 99999
018320         PERFORM SET-UP-ONE-TIME-PAYEE
018330     ELSE
018440             MOVE VENDOR-NUMBER TO VOUCHER-VENDOR
018450     ELSE
018460         PERFORM VOUCHER-VENDOR-ON-FILE.
018470     IF VENDOR-RECORD-FOUND = "Y"
018475        AND VOUCHER-VENDOR NOT = 99999
018480        AND VENDOR-ONBOARD-PENDING = "Y"
018485         DISPLAY "VENDOR IS STILL IN ONBOARDING (ONBMNT01)"
018490                 " - CANNOT VOUCHER"
018492         MOVE "Y" TO VENDOR-IS-PENDING
018494         MOVE "N" TO VENDOR-RECORD-FOUND.
018500     IF VENDOR-RECORD-FOUND = "Y"
018510         MOVE VENDOR-CURRENCY-CODE TO VOUCHER-CURRENCY-CODE
018520         PERFORM STAMP-ENTRY-RATE
018699          MOVE "N" TO CURRENCY-RATE-FOUND.
018700
018800 RE-ACCEPT-VOUCHER-VENDOR.
018900     IF VENDOR-IS-PENDING NOT = "Y"
018950         DISPLAY "VENDOR NOT FOUND".
019000     PERFORM ACCEPT-VOUCHER-VENDOR.
019100
019101*---------------------------------
019102* Remit-to location - only asked
019103* when the vendor has any on
019104* file, never for a one-time
019105* payee. Blank pays to the
019106* vendor record's address.
019107*---------------------------------
019108 ENTER-VOUCHER-REMIT-TO.
019109     MOVE SPACE TO VOUCHER-REMIT-TO.
019110     MOVE ZEROES TO REMIT-COUNT.
019111     IF VOUCHER-ONE-TIME-FLAG NOT = "Y"
019112         PERFORM LIST-VENDOR-REMIT-TOS.
019113     IF REMIT-COUNT NOT = ZEROES
019114         PERFORM ACCEPT-VOUCHER-REMIT-TO
019115         PERFORM RE-ACCEPT-VOUCHER-REMIT-TO
019116             UNTIL REMIT-RECORD-FOUND = "Y".

019117 ACCEPT-VOUCHER-REMIT-TO.
019118     DISPLAY "ENTER REMIT-TO LOCATION".
019119     DISPLAY "(BLANK FOR THE VENDOR ADDRESS)".
019120     ACCEPT VOUCHER-REMIT-TO.
019121     INSPECT VOUCHER-REMIT-TO
019122      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
019123     IF VOUCHER-REMIT-TO = SPACES
019124         MOVE "Y" TO REMIT-RECORD-FOUND
019125     ELSE
019126         MOVE VOUCHER-VENDOR TO REMIT-VENDOR
019127         MOVE VOUCHER-REMIT-TO TO REMIT-LOCATION
019128         PERFORM READ-REMIT-TO-RECORD
019129         IF REMIT-RECORD-FOUND = "Y"
019130             DISPLAY "   REMIT TO: " REMIT-NAME
019131             DISPLAY "             " REMIT-CITY " " REMIT-STATE.

019132 RE-ACCEPT-VOUCHER-REMIT-TO.
019133     DISPLAY "REMIT-TO LOCATION NOT ON FILE FOR THIS VENDOR".
019134     PERFORM ACCEPT-VOUCHER-REMIT-TO.

019135 LIST-VENDOR-REMIT-TOS.
019136     MOVE VOUCHER-VENDOR TO REMIT-VENDOR.
019137     MOVE LOW-VALUES TO REMIT-LOCATION.
019138     MOVE "N" TO REMIT-FILE-AT-END.
019139     START REMIT-TO-FILE
019140        KEY NOT < REMIT-KEY
019141         INVALID KEY
019142         MOVE "Y" TO REMIT-FILE-AT-END.
019143     IF REMIT-FILE-AT-END NOT = "Y"
019144         PERFORM READ-NEXT-VENDOR-REMIT-TO.
019145     PERFORM LIST-ONE-REMIT-TO
019146         UNTIL REMIT-FILE-AT-END = "Y".

019147 LIST-ONE-REMIT-TO.
019148     IF REMIT-COUNT = ZEROES
019149         DISPLAY "   REMIT-TO LOCATIONS ON FILE:".
019150     ADD 1 TO REMIT-COUNT.
019151     DISPLAY "   " REMIT-LOCATION " " REMIT-DESCRIPTION
019152             " " REMIT-CITY " " REMIT-STATE.
019153     PERFORM READ-NEXT-VENDOR-REMIT-TO.

019154 READ-NEXT-VENDOR-REMIT-TO.
019155     READ REMIT-TO-FILE NEXT RECORD
019156         AT END
019157         MOVE "Y" TO REMIT-FILE-AT-END.
019158     IF REMIT-FILE-AT-END NOT = "Y"
019159         IF REMIT-VENDOR NOT = VOUCHER-VENDOR
019160             MOVE "Y" TO REMIT-FILE-AT-END.

019161 READ-REMIT-TO-RECORD.
019162     MOVE "Y" TO REMIT-RECORD-FOUND.
019163     READ REMIT-TO-FILE RECORD
019164       INVALID KEY
019165          MOVE "N" TO REMIT-RECORD-FOUND.

019200 ENTER-VOUCHER-INVOICE.
019300     DISPLAY "ENTER INVOICE NUMBER".
019400     ACCEPT VOUCHER-INVOICE.
022602         + VENDOR-TERMS-NET-DAYS.
022603     MOVE FUNCTION DATE-OF-INTEGER(TERMS-DUE-INTEGER)
022604         TO VOUCHER-DUE.
022604     MOVE VOUCHER-DUE TO BUSINESS-DATE.
022604     PERFORM ROLL-FORWARD-TO-BUSINESS-DAY.
022604     MOVE BUSINESS-DATE TO VOUCHER-DUE.
022605     MOVE VOUCHER-DUE TO DATE-CCYYMMDD.
022606     PERFORM FORMAT-THE-DATE.
022607     PERFORM ASK-USE-TERMS-DUE-DATE.
024893     ELSE
024894         DISPLAY "   ACCOUNT: " ACCOUNT-NAME.
024895
024895*---------------------------------
024895* The store the cost belongs to,
024895* for the store P&L. 0 is head
024895* office. A closed store is
024895* still accepted - the last
024895* bills arrive after it shuts -
024895* but the operator is told.
024895*---------------------------------
024895 ENTER-VOUCHER-STORE.
024895     PERFORM ACCEPT-VOUCHER-STORE.
024895     PERFORM RE-ACCEPT-VOUCHER-STORE
024895         UNTIL VOUCHER-STORE = ZEROES
024895            OR STORE-RECORD-FOUND = "Y".

024895 ACCEPT-VOUCHER-STORE.
024895     DISPLAY "ENTER STORE (0 FOR HEAD OFFICE)".
024895     ACCEPT VOUCHER-STORE.
024895     MOVE VOUCHER-STORE TO STORE-NUMBER.
024895     PERFORM LOOK-UP-STORE.

024895 RE-ACCEPT-VOUCHER-STORE.
024895     DISPLAY "STORE NOT FOUND".
024895     PERFORM ACCEPT-VOUCHER-STORE.

024895 LOOK-UP-STORE.
024895     MOVE "Y" TO STORE-RECORD-FOUND.
024895     READ STORE-FILE RECORD
024895       INVALID KEY
024895          MOVE "N" TO STORE-RECORD-FOUND.
024895     IF STORE-NUMBER NOT = ZEROES
024895        AND STORE-RECORD-FOUND = "Y"
024895         DISPLAY "   STORE: " STORE-NAME
024895         IF STORE-CLOSED-FLAG = "Y"
024895             DISPLAY "   (THIS STORE IS CLOSED)".

024895*---------------------------------
024895* Project / job - 0 for none,
024895* otherwise it must be on
024895* PROJECT-FILE and still open.
024895* A split voucher takes the
024895* first line's project, as it
024895* does the store.
024895*---------------------------------
024895 ENTER-VOUCHER-PROJECT.
024895     PERFORM ACCEPT-VOUCHER-PROJECT.
024895     PERFORM RE-ACCEPT-VOUCHER-PROJECT
024895         UNTIL VOUCHER-PROJECT = ZEROES
024895            OR (PROJECT-RECORD-FOUND = "Y"
024895                AND PROJECT-STATUS = "O").

024895 ACCEPT-VOUCHER-PROJECT.
024895     DISPLAY "ENTER PROJECT NUMBER (0 FOR NONE)".
024895     ACCEPT VOUCHER-PROJECT.
024895     MOVE VOUCHER-PROJECT TO PROJECT-NUMBER.
024895     PERFORM LOOK-UP-PROJECT.

024895 RE-ACCEPT-VOUCHER-PROJECT.
024895     PERFORM SHOW-PROJECT-ERROR.
024895     PERFORM ACCEPT-VOUCHER-PROJECT.

024895 LOOK-UP-PROJECT.
024895     MOVE "Y" TO PROJECT-RECORD-FOUND.
024895     READ PROJECT-FILE RECORD
024895       INVALID KEY
024895          MOVE "N" TO PROJECT-RECORD-FOUND.
024895     IF PROJECT-NUMBER NOT = ZEROES
024895        AND PROJECT-RECORD-FOUND = "Y"
024895         DISPLAY "   PROJECT: " PROJECT-DESCRIPTION.

024895 SHOW-PROJECT-ERROR.
024895     IF PROJECT-RECORD-FOUND = "N"
024895         DISPLAY "PROJECT IS NOT ON FILE"
024895     ELSE
024895         DISPLAY "PROJECT IS CLOSED".

024895*---------------------------------
024895* Split distribution. One
024895* invoice spanning several
024895         UNTIL SPLIT-REMAINING = ZEROES
024895            OR SPLIT-LINE-COUNT = 10.
024895     MOVE SPLIT-GL-ACCOUNT(1) TO VOUCHER-GL-ACCOUNT.
024895     MOVE SPLIT-STORE(1) TO VOUCHER-STORE.
024895     MOVE SPLIT-PROJECT(1) TO VOUCHER-PROJECT.

024895 ENTER-ONE-SPLIT-LINE.
024895     MOVE SPLIT-REMAINING TO AN-AMOUNT-FIELD.
024895     DISPLAY "   REMAINING TO DISTRIBUTE: " AN-AMOUNT-FIELD.
024895     PERFORM ENTER-SPLIT-GL-ACCOUNT.
024895     PERFORM ENTER-SPLIT-STORE.
024895     PERFORM ENTER-SPLIT-PROJECT.
024895     IF SPLIT-LINE-COUNT = 9
024895         MOVE SPLIT-REMAINING
024895             TO SPLIT-AMOUNT(SPLIT-INDEX)
024895     ELSE
024895         DISPLAY "   ACCOUNT: " ACCOUNT-NAME.

024895 ENTER-SPLIT-STORE.
024895     PERFORM ACCEPT-SPLIT-STORE.
024895     PERFORM RE-ACCEPT-SPLIT-STORE
024895         UNTIL SPLIT-STORE(SPLIT-INDEX) = ZEROES
024895            OR STORE-RECORD-FOUND = "Y".

024895 ACCEPT-SPLIT-STORE.
024895     DISPLAY "ENTER STORE FOR THIS LINE (0 FOR HEAD OFFICE)".
024895     ACCEPT SPLIT-STORE(SPLIT-INDEX).
024895     MOVE SPLIT-STORE(SPLIT-INDEX) TO STORE-NUMBER.
024895     PERFORM LOOK-UP-STORE.

024895 RE-ACCEPT-SPLIT-STORE.
024895     DISPLAY "STORE NOT FOUND".
024895     PERFORM ACCEPT-SPLIT-STORE.

024895 ENTER-SPLIT-PROJECT.
024895     PERFORM ACCEPT-SPLIT-PROJECT.
024895     PERFORM RE-ACCEPT-SPLIT-PROJECT
024895         UNTIL SPLIT-PROJECT(SPLIT-INDEX) = ZEROES
024895            OR (PROJECT-RECORD-FOUND = "Y"
024895                AND PROJECT-STATUS = "O").

024895 ACCEPT-SPLIT-PROJECT.
024895     DISPLAY "ENTER PROJECT FOR THIS LINE (0 FOR NONE)".
024895     ACCEPT SPLIT-PROJECT(SPLIT-INDEX).
024895     MOVE SPLIT-PROJECT(SPLIT-INDEX) TO PROJECT-NUMBER.
024895     PERFORM LOOK-UP-PROJECT.

024895 RE-ACCEPT-SPLIT-PROJECT.
024895     PERFORM SHOW-PROJECT-ERROR.
024895     PERFORM ACCEPT-SPLIT-PROJECT.

024895 ENTER-SPLIT-AMOUNT.
024895     PERFORM ACCEPT-SPLIT-AMOUNT.
024895     PERFORM RE-ACCEPT-SPLIT-AMOUNT
024895     MOVE SPLIT-GL-ACCOUNT(SPLIT-INDEX)
024895         TO VDIST-GL-ACCOUNT.
024895     MOVE SPLIT-AMOUNT(SPLIT-INDEX) TO VDIST-AMOUNT.
024895     MOVE SPLIT-STORE(SPLIT-INDEX) TO VDIST-STORE.
024895     MOVE SPLIT-PROJECT(SPLIT-INDEX) TO VDIST-PROJECT.
024895     WRITE VDIST-RECORD
024895         INVALID KEY
024895         DISPLAY "ERROR WRITING DISTRIBUTION LINE".
025055         FUNCTION INTEGER-OF-DATE(VOUCHER-DATE) + DISCOUNT-DAYS.
025056     MOVE FUNCTION DATE-OF-INTEGER(DISCOUNT-DATE-INTEGER)
025057         TO VOUCHER-DISCOUNT-DATE.
025057     MOVE VOUCHER-DISCOUNT-DATE TO BUSINESS-DATE.
025057     PERFORM ROLL-BACK-TO-BUSINESS-DAY.
025057     MOVE BUSINESS-DATE TO VOUCHER-DISCOUNT-DATE.
025058     COMPUTE VOUCHER-DISCOUNT-AMOUNT ROUNDED =
025059         VOUCHER-AMOUNT * VOUCHER-DISCOUNT-PERCENT / 100.
025060
030313                 VOUCHER-GL-STAGE2-POSTED.
030315     MOVE "N" TO VOUCHER-RECEIPT-HOLD.
030316     MOVE "N" TO VOUCHER-DISPUTE-FLAG.
030316     MOVE "N" TO VOUCHER-NETTED.
030317     MOVE "N" TO VOUCHER-ONE-TIME-FLAG.
030317     MOVE ZEROES TO VOUCHER-GST-AMOUNT.
030317     MOVE ZEROES TO VOUCHER-STORE.
030317     MOVE ZEROES TO VOUCHER-PROJECT.
030317     MOVE ZEROES TO VOUCHER-WIRE-NUMBER.
030317     MOVE SPACE TO VOUCHER-REMIT-TO.
030320     MOVE THIS-COMPANY TO VOUCHER-COMPANY.
030400
030500 WRITE-VOUCHER-RECORD.
033900     COPY "PLPERIOD.CBL".

033910     COPY "PLCOMP1.CBL".
033943
033976     COPY "PLBDAY01.CBL".
033987
033998     COPY "PLPARM01.CBL".
033998
033998     COPY "PLBWIN01.CBL".

034010*---------------------------------
034110* Entry batch control. A batch
