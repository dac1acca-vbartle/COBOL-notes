000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. WIRREQ01.
000300*---------------------------------
000400* Wire transfer request entry,
000500* for urgent and foreign-currency
000600* payments the check run cannot
000700* make. An operator with ENTRY
000800* permission signs on (PLSIGN01)
000900* and keys, for one vendor:
001000* - the bank account the wire is
001100*   sent from (BANK-FILE)
001200* - up to 10 of the vendor's
001300*   vouchers, all in one currency,
001400*   that CHKRUN01 itself could pay:
001500*   unpaid, not selected, approved,
001600*   not on receipt hold or in
001700*   dispute, not already on a wire
001800* - the beneficiary's bank details
001900*   for this wire, defaulted from
002000*   the vendor master: name,
002100*   account or IBAN, bank name,
002200*   country, and the ABA routing
002300*   (US) or SWIFT BIC (elsewhere)
002400* - the reason the wire is needed.
002500* A vendor on payment hold, still
002600* in onboarding or with an
002700* unresolved restricted-party hit
002800* cannot be wired, nor can a
002900* one-time payee. The wire amount
003000* is the vouchers' total in
003100* their own currency.
003200* Wire numbers come from
003300* CONTROL-LAST-WIRE under the
003400* control record lock. The wire
003500* is written pending ("P"), each
003600* voucher is stamped with the
003700* wire number so nothing else
003800* pays it, and the request is
003900* journaled as WIRE-REQ. Nothing
004000* goes to the bank until a second
004100* operator releases it in
004200* WIRREL01.
004216* While the nightly batch window
004232* is up (PLBWIN01.CBL) no request
004248* session opens, and a wire
004264* confirmed as the window goes
004280* up is not written.
004300*---------------------------------
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.

004700     COPY "SLWIRE.CBL".

004800     COPY "SLVOUCH.CBL".

004900     COPY "SLVND02.CBL".

005000     COPY "SLBANK01.CBL".

005100     COPY "SLSANHIT.CBL".

005200     COPY "SLCONTRL.CBL".

005300     COPY "SLLOCK01.CBL".

005400     COPY "SLOPER01.CBL".

005500     COPY "SLSECVIO.CBL".

005600     COPY "SLJRNL01.CBL".

005633     COPY "SLBWIN01.CBL".

005666     COPY "SLBWLOG.CBL".

005700 DATA DIVISION.
005800 FILE SECTION.

005900     COPY "FDWIRE.CBL".

006000     COPY "FDVOUCH.CBL".

006100     COPY "FDVND04.CBL".

006200     COPY "FDBANK01.CBL".

006300     COPY "FDSANHIT.CBL".

006400     COPY "FDCONTRL.CBL".

006500     COPY "FDLOCK01.CBL".

006600     COPY "FDOPER01.CBL".

006700     COPY "FDSECVIO.CBL".

006800     COPY "FDJRNL01.CBL".

006833     COPY "FDBWIN01.CBL".

006866     COPY "FDBWLOG.CBL".

006900 WORKING-STORAGE SECTION.

007000 77  ENTRY-VENDOR                 PIC 9(5).
007100 77  ENTRY-VOUCHER                PIC 9(7).
007200 77  ENTRY-TEXT                   PIC X(34).
007300 77  VENDOR-IS-OK                 PIC X.
007400 77  VENDOR-RECORD-FOUND          PIC X.
007500 77  VOUCHER-IS-OK                PIC X.
007600 77  VOUCHER-RECORD-FOUND         PIC X.
007700 77  VOUCHER-CURRENCY-WORK        PIC X(3).
007800 77  ALREADY-KEYED                PIC X.
007900 77  MORE-VOUCHERS                PIC X.
008000 77  VOUCHER-SUB                  PIC 99.
008100 77  BANK-RECORD-ON-FILE          PIC X.
008200 77  CONTROL-RECORD-FOUND         PIC X.
008300 77  PAYEE-IS-SANCTIONED          PIC X.
008400 77  SANCTION-HITS-DONE           PIC X.
008500 77  SAVE-SANH-PAYEE-TYPE         PIC X.
008600 77  SAVE-SANH-PAYEE-ID           PIC 9(7).
008700 77  OK-TO-PROCESS                PIC X.
008800 77  PROCESS-MESSAGE              PIC X(79) VALUE SPACE.
008900 77  AN-AMOUNT-FIELD              PIC ZZZ,ZZZ,ZZ9.99-.

009000     COPY "WSSIGN01.CBL".

009100     COPY "WSDATE01.CBL".

009200     COPY "WSCASE01.CBL".

009300     COPY "WSOPID01.CBL".

009400     COPY "WSLOCK01.CBL".

009450     COPY "WSBWIN01.CBL".

009500 PROCEDURE DIVISION.
009600 PROGRAM-BEGIN.
009700     OPEN I-O OPERATOR-FILE.
009800     PERFORM SIGN-ON-OPERATOR.
009900     CLOSE OPERATOR-FILE.
010000     IF AUTH-ENTRY NOT = "Y"
010100         DISPLAY "WIRE REQUESTS TAKE THE ENTRY PERMISSION -"
010200         DISPLAY "SEE YOUR SUPERVISOR"
010300     ELSE
010325         MOVE "WIRREQ01" TO BWIN-PROGRAM-NAME
010350         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON
010375         IF BATCH-UPDATES-ALLOWED = "Y"
010400             PERFORM OPENING-PROCEDURE
010500             PERFORM MAIN-PROCESS
010600             PERFORM CLOSING-PROCEDURE.

010700 PROGRAM-EXIT.
010800     EXIT PROGRAM.

010900 PROGRAM-DONE.
011000     ACCEPT OMITTED. STOP RUN.

011100 OPENING-PROCEDURE.
011200     OPEN I-O WIRE-FILE.
011300     OPEN I-O VOUCHER-FILE.
011400     OPEN INPUT VENDOR-FILE.
011500     OPEN INPUT BANK-FILE.
011600     OPEN INPUT SANCTION-HIT-FILE.
011700     OPEN I-O CONTROL-FILE.
011800     OPEN I-O LOCK-FILE.
011900     OPEN EXTEND JOURNAL-FILE.

012000 CLOSING-PROCEDURE.
012100     CLOSE WIRE-FILE.
012200     CLOSE VOUCHER-FILE.
012300     CLOSE VENDOR-FILE.
012400     CLOSE BANK-FILE.
012500     CLOSE SANCTION-HIT-FILE.
012600     CLOSE CONTROL-FILE.
012700     CLOSE LOCK-FILE.
012800     CLOSE JOURNAL-FILE.

012900 MAIN-PROCESS.
013000     PERFORM GET-WIRE-VENDOR.
013100     PERFORM ENTER-ONE-WIRE
013200         UNTIL ENTRY-VENDOR = ZEROES.

013300 GET-WIRE-VENDOR.
013400     PERFORM ACCEPT-WIRE-VENDOR.
013500     PERFORM ACCEPT-WIRE-VENDOR
013600         UNTIL ENTRY-VENDOR = ZEROES
013700            OR VENDOR-IS-OK = "Y".

013800 ACCEPT-WIRE-VENDOR.
013900     MOVE "N" TO VENDOR-IS-OK.
014000     DISPLAY " ".
014100     DISPLAY "ENTER VENDOR TO PAY BY WIRE (0 TO EXIT)".
014200     ACCEPT ENTRY-VENDOR.
014300     IF ENTRY-VENDOR NOT = ZEROES
014400         PERFORM CHECK-WIRE-VENDOR.

014500*---------------------------------
014600* The same vendor gates CHKRUN01
014700* applies before it will pay.
014800*---------------------------------
014900 CHECK-WIRE-VENDOR.
015000     MOVE ENTRY-VENDOR TO VENDOR-NUMBER.
015100     PERFORM READ-VENDOR-RECORD.
015200     IF ENTRY-VENDOR = 99999
015300         DISPLAY "A ONE-TIME PAYEE CANNOT BE PAID BY WIRE"
015400     ELSE
015500     IF VENDOR-RECORD-FOUND = "N"
015600         DISPLAY "VENDOR IS NOT ON FILE"
015700     ELSE
015800     IF VENDOR-HOLD-FLAG = "Y"
015900         DISPLAY "VENDOR IS ON PAYMENT HOLD"
016000     ELSE
016100     IF VENDOR-ONBOARD-PENDING = "Y"
016200         DISPLAY "VENDOR IS STILL IN ONBOARDING (ONBMNT01)"
016300     ELSE
016400         PERFORM CHECK-PAYEE-NOT-SANCTIONED
016500         IF PAYEE-IS-SANCTIONED = "Y"
016600             DISPLAY "VENDOR HAS AN UNRESOLVED"
016700                 " RESTRICTED-PARTY HIT (SANREV01)"
016800         ELSE
016900             DISPLAY "   VENDOR: " VENDOR-NAME
017000             MOVE "Y" TO VENDOR-IS-OK.

017100*---------------------------------
017200* Any hit SANREV01 has not
017300* cleared - open or confirmed -
017400* stops the wire, as it stops
017500* the check run.
017600*---------------------------------
017700 CHECK-PAYEE-NOT-SANCTIONED.
017800     MOVE "N" TO PAYEE-IS-SANCTIONED.
017900     MOVE "V" TO SANH-PAYEE-TYPE.
018000     MOVE ENTRY-VENDOR TO SANH-PAYEE-ID.
018100     MOVE ZEROES TO SANH-LIST-ENTRY.
018200     MOVE "N" TO SANCTION-HITS-DONE.
018300     START SANCTION-HIT-FILE
018400        KEY NOT < SANH-KEY
018500         INVALID KEY MOVE "Y" TO SANCTION-HITS-DONE.
018600     PERFORM CHECK-NEXT-SANCTION-HIT
018700         UNTIL SANCTION-HITS-DONE = "Y".

018800 CHECK-NEXT-SANCTION-HIT.
018900     MOVE SANH-PAYEE-TYPE TO SAVE-SANH-PAYEE-TYPE.
019000     MOVE SANH-PAYEE-ID TO SAVE-SANH-PAYEE-ID.
019100     READ SANCTION-HIT-FILE NEXT RECORD
019200         AT END MOVE "Y" TO SANCTION-HITS-DONE.
019300     IF SANCTION-HITS-DONE NOT = "Y"
019400         IF SANH-PAYEE-TYPE NOT = SAVE-SANH-PAYEE-TYPE
019500            OR SANH-PAYEE-ID NOT = SAVE-SANH-PAYEE-ID
019600             MOVE "Y" TO SANCTION-HITS-DONE
019700         ELSE
019800         IF SANH-STATUS NOT = "C"
019900             MOVE "Y" TO PAYEE-IS-SANCTIONED
020000             MOVE "Y" TO SANCTION-HITS-DONE.

020100*---------------------------------
020200* One wire: account, vouchers,
020300* beneficiary and reason, then a
020400* look at the whole request
020500* before it is written.
020600*---------------------------------
020700 ENTER-ONE-WIRE.
020800     PERFORM START-NEW-WIRE.
020900     PERFORM ENTER-FROM-ACCOUNT.
021000     PERFORM ENTER-WIRE-VOUCHERS.
021100     IF WIRE-VOUCHER-COUNT = ZERO
021200         DISPLAY "NO VOUCHERS KEYED - WIRE NOT REQUESTED"
021300     ELSE
021400         PERFORM ENTER-BENEFICIARY
021500         PERFORM ENTER-WIRE-REASON
021600         PERFORM DISPLAY-WIRE-SUMMARY
021700         MOVE "REQUEST THIS WIRE (Y/N)?" TO PROCESS-MESSAGE
021800         PERFORM ASK-OK-TO-PROCESS
021850         PERFORM CHECK-WINDOW-BEFORE-WRITE
021900         IF OK-TO-PROCESS = "Y"
022000             PERFORM WRITE-THE-WIRE.
022050     IF BATCH-UPDATES-ALLOWED = "Y"
022100         PERFORM GET-WIRE-VENDOR
022107     ELSE
022114         MOVE ZEROES TO ENTRY-VENDOR.

022121*---------------------------------
022128* A yes that arrives after the
022135* nightly batch window has gone
022142* up is turned into a no, so the
022149* wire is not written.
022156*---------------------------------
022163 CHECK-WINDOW-BEFORE-WRITE.
022170     IF OK-TO-PROCESS = "Y"
022177         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
022184         IF BATCH-UPDATES-ALLOWED NOT = "Y"
022191             MOVE "N" TO OK-TO-PROCESS.

022200 START-NEW-WIRE.
022300     MOVE SPACE TO WIRE-RECORD.
022400     MOVE ZEROES TO WIRE-NUMBER
022500                    WIRE-FROM-ACCOUNT
022600                    WIRE-AMOUNT
022700                    WIRE-VOUCHER-COUNT
022800                    WIRE-RELEASE-DATE
022900                    WIRE-REFERENCE.
023000     PERFORM CLEAR-ONE-WIRE-VOUCHER
023100         VARYING VOUCHER-SUB FROM 1 BY 1
023200          UNTIL VOUCHER-SUB > 10.
023300     MOVE "P" TO WIRE-STATUS.
023400     MOVE ENTRY-VENDOR TO WIRE-VENDOR.
023500     MOVE OPERATOR-ID TO WIRE-REQUESTED-BY.
023600     PERFORM GET-TODAYS-DATE.
023700     MOVE DATE-CCYYMMDD TO WIRE-REQUEST-DATE.

023800 CLEAR-ONE-WIRE-VOUCHER.
023900     MOVE ZEROES TO WIRE-VOUCHER(VOUCHER-SUB).

024000 ENTER-FROM-ACCOUNT.
024100     PERFORM ACCEPT-FROM-ACCOUNT.
024200     PERFORM RE-ACCEPT-FROM-ACCOUNT
024300         UNTIL BANK-RECORD-ON-FILE = "Y".

024400 ACCEPT-FROM-ACCOUNT.
024500     DISPLAY "ENTER BANK ACCOUNT TO SEND THE WIRE FROM".
024600     ACCEPT WIRE-FROM-ACCOUNT.
024700     MOVE WIRE-FROM-ACCOUNT TO BANK-ACCOUNT-NUMBER.
024800     PERFORM READ-BANK-RECORD.
024900     IF BANK-RECORD-ON-FILE = "Y"
025000         DISPLAY "   BANK: " BANK-NAME.

025100 RE-ACCEPT-FROM-ACCOUNT.
025200     DISPLAY "ACCOUNT IS NOT ON THE BANK MASTER (BNKMNT01)".
025300     PERFORM ACCEPT-FROM-ACCOUNT.

025400*---------------------------------
025500* VOUCHERS - a zero voucher ends
025600* the list. The first voucher
025700* sets the wire's currency.
025800*---------------------------------
025900 ENTER-WIRE-VOUCHERS.
026000     MOVE "Y" TO MORE-VOUCHERS.
026100     PERFORM ENTER-ONE-WIRE-VOUCHER
026200         UNTIL MORE-VOUCHERS = "N".

026300 ENTER-ONE-WIRE-VOUCHER.
026400     IF WIRE-VOUCHER-COUNT = 10
026500         DISPLAY "10 VOUCHERS IS THE MOST ONE WIRE PAYS"
026600         MOVE "N" TO MORE-VOUCHERS
026700     ELSE
026800         DISPLAY "ENTER VOUCHER TO PAY (0 WHEN DONE)"
026900         ACCEPT ENTRY-VOUCHER
027000         IF ENTRY-VOUCHER = ZEROES
027100             MOVE "N" TO MORE-VOUCHERS
027200         ELSE
027300             PERFORM CHECK-WIRE-VOUCHER
027400             IF VOUCHER-IS-OK = "Y"
027500                 PERFORM ADD-WIRE-VOUCHER.

027600 CHECK-WIRE-VOUCHER.
027700     MOVE "N" TO VOUCHER-IS-OK.
027800     MOVE ENTRY-VOUCHER TO VOUCHER-NUMBER.
027900     PERFORM READ-VOUCHER-RECORD.
028000     PERFORM CHECK-VOUCHER-KEYED.
028100     IF VOUCHER-CURRENCY-CODE = SPACE
028200         MOVE "USD" TO VOUCHER-CURRENCY-WORK
028300     ELSE
028400         MOVE VOUCHER-CURRENCY-CODE TO VOUCHER-CURRENCY-WORK.
028500     IF VOUCHER-RECORD-FOUND = "N"
028600         DISPLAY "VOUCHER IS NOT ON FILE"
028700     ELSE
028800     IF VOUCHER-VENDOR NOT = WIRE-VENDOR
028900         DISPLAY "VOUCHER IS FOR ANOTHER VENDOR"
029000     ELSE
029100     IF VOUCHER-PAID-DATE NOT = ZEROES
029200         DISPLAY "VOUCHER IS ALREADY PAID"
029300     ELSE
029400     IF VOUCHER-AMOUNT NOT > ZERO
029500         DISPLAY "A CREDIT OR ZERO VOUCHER CANNOT BE WIRED"
029600     ELSE
029700     IF VOUCHER-SELECTED = "Y"
029800         DISPLAY "VOUCHER IS SELECTED FOR A CHECK RUN"
029900     ELSE
030000     IF VOUCHER-WIRE-NUMBER NOT = ZEROES
030100         DISPLAY "VOUCHER IS ALREADY ON WIRE "
030200             VOUCHER-WIRE-NUMBER
030300     ELSE
030400     IF ALREADY-KEYED = "Y"
030500         DISPLAY "VOUCHER IS ALREADY ON THIS WIRE"
030600     ELSE
030700     IF VOUCHER-APPROVAL-LEVELS-DONE
030800             < VOUCHER-APPROVAL-LEVELS-REQUIRED
030900         DISPLAY "VOUCHER IS ON APPROVAL HOLD (VCHAPR01)"
031000     ELSE
031100     IF VOUCHER-RECEIPT-HOLD = "Y"
031200         DISPLAY "VOUCHER IS ON RECEIPT HOLD (RCVENT01)"
031300     ELSE
031400     IF VOUCHER-DISPUTE-FLAG = "Y"
031500         DISPLAY "VOUCHER IS IN DISPUTE (VCHDSP01)"
031600     ELSE
031700     IF WIRE-VOUCHER-COUNT NOT = ZERO
031800        AND VOUCHER-CURRENCY-WORK NOT = WIRE-CURRENCY-CODE
031900         DISPLAY "VOUCHER IS IN " VOUCHER-CURRENCY-WORK
032000             " - THIS WIRE IS IN " WIRE-CURRENCY-CODE
032100     ELSE
032200     IF WIRE-AMOUNT + VOUCHER-AMOUNT > 999999.99
032300         DISPLAY "ONE WIRE MAY NOT EXCEED 999,999.99"
032400     ELSE
032500         MOVE "Y" TO VOUCHER-IS-OK.

032600 CHECK-VOUCHER-KEYED.
032700     MOVE "N" TO ALREADY-KEYED.
032800     PERFORM CHECK-ONE-KEYED-VOUCHER
032900         VARYING VOUCHER-SUB FROM 1 BY 1
033000          UNTIL VOUCHER-SUB > WIRE-VOUCHER-COUNT.

033100 CHECK-ONE-KEYED-VOUCHER.
033200     IF WIRE-VOUCHER(VOUCHER-SUB) = ENTRY-VOUCHER
033300         MOVE "Y" TO ALREADY-KEYED.

033400 ADD-WIRE-VOUCHER.
033500     ADD 1 TO WIRE-VOUCHER-COUNT.
033600     MOVE VOUCHER-NUMBER TO WIRE-VOUCHER(WIRE-VOUCHER-COUNT).
033700     MOVE VOUCHER-CURRENCY-WORK TO WIRE-CURRENCY-CODE.
033800     ADD VOUCHER-AMOUNT TO WIRE-AMOUNT.
033900     MOVE VOUCHER-AMOUNT TO AN-AMOUNT-FIELD.
034000     DISPLAY "   INVOICE " VOUCHER-INVOICE " "
034100         AN-AMOUNT-FIELD " " WIRE-CURRENCY-CODE.

034200*---------------------------------
034300* BENEFICIARY - each field shows
034400* what the vendor master holds;
034500* ENTER alone keeps it. A US
034600* bank needs its ABA routing,
034700* any other its SWIFT BIC.
034800*---------------------------------
034900 ENTER-BENEFICIARY.
035000     MOVE VENDOR-NAME TO WIRE-BENE-NAME.
035100     MOVE VENDOR-BANK-ACCOUNT TO WIRE-BENE-ACCOUNT.
035200     MOVE VENDOR-BANK-ROUTING TO WIRE-BENE-ROUTING.
035300     MOVE "US" TO WIRE-BENE-COUNTRY.
035400     PERFORM ENTER-BENE-NAME.
035500     PERFORM ENTER-BENE-ACCOUNT.
035600     PERFORM ENTER-BENE-BANK-NAME.
035700     PERFORM ENTER-BENE-COUNTRY.
035800     IF WIRE-BENE-COUNTRY = "US"
035900         MOVE SPACE TO WIRE-BENE-SWIFT
036000         PERFORM ENTER-BENE-ROUTING
036100     ELSE
036200         MOVE SPACE TO WIRE-BENE-ROUTING
036300         PERFORM ENTER-BENE-SWIFT.

036400 ACCEPT-ENTRY-TEXT.
036500     DISPLAY "ENTER A NEW VALUE, OR ENTER TO KEEP IT".
036600     MOVE SPACE TO ENTRY-TEXT.
036700     ACCEPT ENTRY-TEXT.
036800     INSPECT ENTRY-TEXT
036900      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

037000 ENTER-BENE-NAME.
037100     DISPLAY "BENEFICIARY NAME: " WIRE-BENE-NAME.
037200     PERFORM ACCEPT-ENTRY-TEXT.
037300     IF ENTRY-TEXT NOT = SPACE
037400         MOVE ENTRY-TEXT TO WIRE-BENE-NAME.
037500     IF WIRE-BENE-NAME = SPACE
037600         DISPLAY "A BENEFICIARY NAME MUST BE ENTERED"
037700         PERFORM ENTER-BENE-NAME.

037800 ENTER-BENE-ACCOUNT.
037900     DISPLAY "BENEFICIARY ACCOUNT OR IBAN: "
038000         WIRE-BENE-ACCOUNT.
038100     PERFORM ACCEPT-ENTRY-TEXT.
038200     IF ENTRY-TEXT NOT = SPACE
038300         MOVE ENTRY-TEXT TO WIRE-BENE-ACCOUNT.
038400     IF WIRE-BENE-ACCOUNT = SPACE
038500         DISPLAY "AN ACCOUNT OR IBAN MUST BE ENTERED"
038600         PERFORM ENTER-BENE-ACCOUNT.

038700 ENTER-BENE-BANK-NAME.
038800     DISPLAY "BENEFICIARY BANK NAME: " WIRE-BENE-BANK-NAME.
038900     PERFORM ACCEPT-ENTRY-TEXT.
039000     IF ENTRY-TEXT NOT = SPACE
039100         MOVE ENTRY-TEXT TO WIRE-BENE-BANK-NAME.
039200     IF WIRE-BENE-BANK-NAME = SPACE
039300         DISPLAY "THE BANK NAME MUST BE ENTERED"
039400         PERFORM ENTER-BENE-BANK-NAME.

039500 ENTER-BENE-COUNTRY.
039600     DISPLAY "BANK COUNTRY CODE: " WIRE-BENE-COUNTRY.
039700     PERFORM ACCEPT-ENTRY-TEXT.
039800     IF ENTRY-TEXT NOT = SPACE
039900         MOVE ENTRY-TEXT TO WIRE-BENE-COUNTRY.
040000     IF WIRE-BENE-COUNTRY(2:1) = SPACE
040100         DISPLAY "ENTER THE TWO-LETTER COUNTRY CODE"
040200         PERFORM ENTER-BENE-COUNTRY.

040300 ENTER-BENE-ROUTING.
040400     DISPLAY "BANK ABA ROUTING: " WIRE-BENE-ROUTING.
040500     PERFORM ACCEPT-ENTRY-TEXT.
040600     IF ENTRY-TEXT NOT = SPACE
040700         MOVE ENTRY-TEXT TO WIRE-BENE-ROUTING.
040800     IF WIRE-BENE-ROUTING NOT NUMERIC
040900         DISPLAY "THE ROUTING MUST BE 9 DIGITS"
041000         PERFORM ENTER-BENE-ROUTING.

041100 ENTER-BENE-SWIFT.
041200     DISPLAY "BANK SWIFT BIC: " WIRE-BENE-SWIFT.
041300     PERFORM ACCEPT-ENTRY-TEXT.
041400     IF ENTRY-TEXT NOT = SPACE
041500         MOVE ENTRY-TEXT TO WIRE-BENE-SWIFT.
041600     IF WIRE-BENE-SWIFT(8:1) = SPACE
041700        OR ENTRY-TEXT(12:1) NOT = SPACE
041800         DISPLAY "THE SWIFT BIC MUST BE 8 OR 11 CHARACTERS"
041900         PERFORM ENTER-BENE-SWIFT.

042000 ENTER-WIRE-REASON.
042100     DISPLAY "ENTER THE REASON FOR THE WIRE (REQUIRED)".
042200     ACCEPT WIRE-REASON.
042300     INSPECT WIRE-REASON
042400      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
042500     IF WIRE-REASON = SPACE
042600         DISPLAY "A REASON MUST BE ENTERED"
042700         PERFORM ENTER-WIRE-REASON.

042800 DISPLAY-WIRE-SUMMARY.
042900     DISPLAY " ".
043000     MOVE WIRE-AMOUNT TO AN-AMOUNT-FIELD.
043100     DISPLAY "WIRE OF " AN-AMOUNT-FIELD " "
043200         WIRE-CURRENCY-CODE " FOR "
043300         WIRE-VOUCHER-COUNT " VOUCHER(S)".
043400     DISPLAY "   FROM ACCOUNT: " WIRE-FROM-ACCOUNT.
043500     DISPLAY "   TO: " WIRE-BENE-NAME.
043600     DISPLAY "       " WIRE-BENE-ACCOUNT.
043700     DISPLAY "       " WIRE-BENE-BANK-NAME " "
043800         WIRE-BENE-COUNTRY.
043900     IF WIRE-BENE-COUNTRY = "US"
044000         DISPLAY "       ABA " WIRE-BENE-ROUTING
044100     ELSE
044200         DISPLAY "       SWIFT " WIRE-BENE-SWIFT.
044300     DISPLAY "   REASON: " WIRE-REASON.
044400     DISPLAY " ".

044500*---------------------------------
044600* The number is claimed only once
044700* the request is accepted, so an
044800* abandoned request leaves no
044900* gap.
045000*---------------------------------
045100 WRITE-THE-WIRE.
045200     PERFORM RETRIEVE-NEXT-WIRE-NUMBER.
045300     IF WIRE-NUMBER = ZEROES
045400         DISPLAY "THE WIRE WAS NOT REQUESTED"
045500     ELSE
045600         PERFORM STAMP-ONE-WIRE-VOUCHER
045700             VARYING VOUCHER-SUB FROM 1 BY 1
045800              UNTIL VOUCHER-SUB > WIRE-VOUCHER-COUNT
045900         PERFORM WRITE-WIRE-RECORD
046000         PERFORM JOURNAL-THE-REQUEST
046100         DISPLAY "WIRE " WIRE-NUMBER " REQUESTED - A SECOND"
046200             " OPERATOR MUST RELEASE IT IN WIRREL01".

046300 STAMP-ONE-WIRE-VOUCHER.
046400     MOVE WIRE-VOUCHER(VOUCHER-SUB) TO VOUCHER-NUMBER.
046500     PERFORM READ-VOUCHER-RECORD.
046600     IF VOUCHER-RECORD-FOUND = "Y"
046700         MOVE WIRE-NUMBER TO VOUCHER-WIRE-NUMBER
046800         PERFORM REWRITE-VOUCHER-RECORD.

046900 RETRIEVE-NEXT-WIRE-NUMBER.
047000     PERFORM LOCK-THE-CONTROL-RECORD.
047100     IF LOCK-ACQUIRED = "Y"
047200         PERFORM READ-CONTROL-RECORD
047300         ADD 1 TO CONTROL-LAST-WIRE
047400         MOVE CONTROL-LAST-WIRE TO WIRE-NUMBER
047500         PERFORM REWRITE-CONTROL-RECORD
047600         PERFORM UNLOCK-THE-CONTROL-RECORD
047700     ELSE
047800         DISPLAY "NO WIRE NUMBER ASSIGNED - TRY"
047900             " AGAIN WHEN THE CONTROL RECORD FREES"
048000         MOVE ZEROES TO WIRE-NUMBER.

048100 LOCK-THE-CONTROL-RECORD.
048200     MOVE "CONTROL" TO LOCK-WANTED-FILE.
048300     MOVE "1" TO LOCK-WANTED-RECORD.
048400     PERFORM ACQUIRE-RECORD-LOCK.

048500 UNLOCK-THE-CONTROL-RECORD.
048600     MOVE "CONTROL" TO LOCK-WANTED-FILE.
048700     MOVE "1" TO LOCK-WANTED-RECORD.
048800     PERFORM RELEASE-RECORD-LOCK.

048900 JOURNAL-THE-REQUEST.
049000     MOVE "WIRREQ01" TO JOURNAL-PROGRAM.
049100     MOVE SPACE TO JOURNAL-KEY.
049200     MOVE WIRE-NUMBER TO JOURNAL-KEY.
049300     MOVE "WIRE-REQ" TO JOURNAL-ACTION.
049400     MOVE WIRE-AMOUNT TO JOURNAL-AMOUNT.
049500     PERFORM WRITE-JOURNAL-ENTRY.

049600*---------------------------------
049700* Confirmation prompt routines.
049800*---------------------------------
049900 ASK-OK-TO-PROCESS.
050000     PERFORM ACCEPT-OK-TO-PROCESS.
050100     PERFORM RE-ACCEPT-OK-TO-PROCESS
050200        UNTIL OK-TO-PROCESS = "Y" OR "N".

050300 ACCEPT-OK-TO-PROCESS.
050400     DISPLAY PROCESS-MESSAGE.
050500     ACCEPT OK-TO-PROCESS.
050600     INSPECT OK-TO-PROCESS
050700      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

050800 RE-ACCEPT-OK-TO-PROCESS.
050900     DISPLAY "YOU MUST ENTER YES OR NO".
051000     PERFORM ACCEPT-OK-TO-PROCESS.

051100*---------------------------------
051200* File I-O routines.
051300*---------------------------------
051400 READ-VENDOR-RECORD.
051500     MOVE "Y" TO VENDOR-RECORD-FOUND.
051600     READ VENDOR-FILE RECORD
051700       INVALID KEY
051800          MOVE "N" TO VENDOR-RECORD-FOUND.

051900 READ-VOUCHER-RECORD.
052000     MOVE "Y" TO VOUCHER-RECORD-FOUND.
052100     READ VOUCHER-FILE RECORD
052200       INVALID KEY
052300          MOVE "N" TO VOUCHER-RECORD-FOUND.

052400 REWRITE-VOUCHER-RECORD.
052500     REWRITE VOUCHER-RECORD
052600         INVALID KEY
052700         DISPLAY "ERROR REWRITING VOUCHER RECORD".

052800 READ-BANK-RECORD.
052900     MOVE "Y" TO BANK-RECORD-ON-FILE.
053000     READ BANK-FILE RECORD
053100       INVALID KEY
053200          MOVE "N" TO BANK-RECORD-ON-FILE.

053300 WRITE-WIRE-RECORD.
053400     WRITE WIRE-RECORD
053500         INVALID KEY
053600         DISPLAY "ERROR WRITING WIRE RECORD".

053700 READ-CONTROL-RECORD.
053800     MOVE 1 TO CONTROL-KEY.
053900     MOVE "Y" TO CONTROL-RECORD-FOUND.
054000     READ CONTROL-FILE RECORD
054100         INVALID KEY
054200          MOVE "N" TO CONTROL-RECORD-FOUND
054300          DISPLAY "CONTROL FILE IS INVALID".

054400 REWRITE-CONTROL-RECORD.
054500     REWRITE CONTROL-RECORD
054600         INVALID KEY
054700         DISPLAY "ERROR REWRITING CONTROL RECORD".

054800     COPY "PLDATE01.CBL".

054900     COPY "PLOPID01.CBL".

055000     COPY "PLSIGN01.CBL".

055100     COPY "PLLOCK01.CBL".

055200     COPY "PLJRNL01.CBL".

055300     COPY "PLBWIN01.CBL".
