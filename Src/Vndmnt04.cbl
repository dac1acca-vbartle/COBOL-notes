001200*   upper case on entry.
001300* Calls the Vendor Alphabetical
001400*   Report.
001410* A vendor added here starts
001420*   pending, with an onboarding
001430*   checklist (PLONBRD.CBL), and
001440*   cannot be vouchered or paid
001450*   until ONBMNT01 activates it.
001460*   Deleting a vendor deletes
001470*   its checklist.
001480* New ACH bank details - a
001482*   vendor added or switched to
001484*   pay method "A", or a routing
001486*   or account change - put the
001488*   vendor on ACH prenote; it is
001490*   paid by check until the
001492*   prenote has cleared.
001494* Pay method "V" pays the vendor
001496*   by virtual card (CHKRUN01's
001498*   CARDPAY request file).
001499* Remit-to addresses (menu
001499*   pick 7) - a vendor that
001499*   wants payments at a lockbox
001499*   or by division keeps one
001499*   REMIT-TO-FILE record per
001499*   location code, the state
001499*   checked the same way as
001499*   VENDOR-STATE. Deleting a
001499*   vendor deletes its remit-tos.
001499* VENDOR-PARENT (field 20) ties
001499*   the vendor into its
001499*   corporate family. The parent
001499*   must be on file, and a
001499*   parent whose own family
001499*   climbs back to this vendor
001499*   (PLFAMLY1) is refused. A
001499*   vendor that is still a
001499*   parent cannot be deleted
001499*   until its children are
001499*   re-parented.
001499* While the nightly batch window
001499*   is up (PLBWIN01.CBL) only
001499*   look up and print are open;
001499*   an add, change or delete
001499*   keyed as the window goes up
001499*   is not saved.
001500*---------------------------------
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
002290     COPY "SLOPER01.CBL".

002295     COPY "SLLOCK01.CBL".

002297     COPY "SLONBRD.CBL".

002298     COPY "SLRMIT01.CBL".

002299     COPY "SLBWIN01.CBL".

002299     COPY "SLBWLOG.CBL".
002300
002400 DATA DIVISION.
002500 FILE SECTION.
002990     COPY "FDOPER01.CBL".

002995     COPY "FDLOCK01.CBL".

002997     COPY "FDONBRD.CBL".

002998     COPY "FDRMIT01.CBL".

002999     COPY "FDBWIN01.CBL".

002999     COPY "FDBWLOG.CBL".
003000
003100 WORKING-STORAGE SECTION.
003200
003300 77  MENU-PICK                    PIC 9.
003400     88  MENU-PICK-IS-VALID       VALUES 0 THRU 7.
003450     88  MENU-PICK-IS-UPDATE      VALUES 1 2 4 7.
003500
003600 77  THE-MODE                     PIC X(7).
003700 77  OK-TO-DELETE                 PIC X.
003900 77  WHICH-FIELD                  PIC 99.
003910 77  BANK-ROUTING-BEFORE          PIC X(9).
003920 77  BANK-ACCOUNT-BEFORE          PIC X(17).
003925 77  PAY-METHOD-BEFORE            PIC X.
003930 77  AUTH2-OPERATOR-ID            PIC X(5).
003935 77  AUTH2-PASSWORD               PIC X(8).
003940 77  AUTH2-OK                     PIC X.
003950 77  AUTH2-TRIES                  PIC 9.
003960 77  OPERATOR-RECORD-FOUND        PIC X.
003965 77  ONBOARD-RECORD-FOUND         PIC X.
003966 77  REMIT-RECORD-FOUND           PIC X.
003967 77  REMIT-FILE-AT-END            PIC X.
003968 77  REMIT-COUNT                  PIC 99.
003969 77  REMIT-ACTION                 PIC X.
003969 77  PARENT-IS-VALID              PIC X.
003969 77  PARENT-NAME                  PIC X(30).
003969 77  CHILD-COUNT                  PIC 9(5).
003969 77  CHILD-SCAN-AT-END            PIC X.
003969 77  CHILDREN-OF-VENDOR           PIC 9(5).
003969 77  SAVE-VENDOR-RECORD           PIC X(271).

003970     COPY "WSLOCK01.CBL".
004000 77  STATE-FILE-AT-END            PIC X.
004910     COPY "WSDATE01.CBL".
004950
004960     COPY "WSOPID01.CBL".

004980     COPY "WSFAMLY1.CBL".

004990     COPY "WSBWIN01.CBL".
005000
005100 PROCEDURE DIVISION.
005200 PROGRAM-BEGIN.
005300     PERFORM OPENING-PROCEDURE.
005350     PERFORM GET-OPERATOR-ID.
005366     MOVE "VNDMNT04" TO BWIN-PROGRAM-NAME.
005382     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
005400     PERFORM MAIN-PROCESS.
005500     PERFORM CLOSING-PROCEDURE.
005600
006400     OPEN I-O VENDOR-FILE.
006405     OPEN I-O LOCK-FILE.
006410     OPEN EXTEND JOURNAL-FILE.
006420     OPEN I-O ONBOARD-FILE.
006430     OPEN I-O REMIT-TO-FILE.
006500
006600     OPEN I-O STATE-FILE.
006700     PERFORM LOAD-STATE-TABLE.
007100     CLOSE VENDOR-FILE.
007105     CLOSE LOCK-FILE.
007110     CLOSE JOURNAL-FILE.
007120     CLOSE ONBOARD-FILE.
007130     CLOSE REMIT-TO-FILE.
007200
007300 LOAD-STATE-TABLE.
007400     PERFORM CLEAR-TABLE.
012000 DISPLAY-THE-MENU.
012100     PERFORM CLEAR-SCREEN.
012150     DISPLAY "OPERATOR: " OPERATOR-ID.
012162     IF BATCH-UPDATES-ALLOWED NOT = "Y"
012174         DISPLAY "    NIGHTLY BATCH RUNNING - LOOK UP AND"
012186             " PRINT ONLY".
012200     DISPLAY "    PLEASE SELECT:".
012300     DISPLAY " ".
012400     DISPLAY "          1.  ADD RECORDS".
012700     DISPLAY "          4.  DELETE A RECORD".
012800     DISPLAY "          5.  PRINT RECORDS".
012850     DISPLAY "          6.  PRINT MAILING LABELS".
012860     DISPLAY "          7.  MAINTAIN REMIT-TO ADDRESSES".
012900     DISPLAY " ".
013000     DISPLAY "          0.  EXIT".
013100     PERFORM SCROLL-LINE 8 TIMES.
013200
013300 ACCEPT-MENU-PICK.
013400     DISPLAY "YOUR CHOICE (0-7)?".
013500     ACCEPT MENU-PICK.
013600
013700 RE-ACCEPT-MENU-PICK.
014900     PERFORM GET-MENU-PICK.
015000
015100 DO-THE-PICK.
015114     IF MENU-PICK-IS-UPDATE
015128         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
015142     IF MENU-PICK-IS-UPDATE
015156        AND BATCH-UPDATES-ALLOWED NOT = "Y"
015170         DISPLAY "ONLY LOOK UP AND PRINT ARE OPEN"
015184     ELSE
015200     IF MENU-PICK = 1
015300         PERFORM ADD-MODE
015400     ELSE
016500         PERFORM PRINT-THE-RECORDS
016550     ELSE
016560     IF MENU-PICK = 6
016570         PERFORM PRINT-MAILING-LABELS
016580     ELSE
016590     IF MENU-PICK = 7
016595         PERFORM REMIT-MODE.
016600
016700*---------------------------------
016800* ADD
018900
019000 ADD-RECORDS.
019100     PERFORM ENTER-REMAINING-FIELDS.
019101     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
019102     IF BATCH-UPDATES-ALLOWED = "Y"
019103         PERFORM SAVE-NEW-VENDOR
019104         PERFORM GET-NEW-VENDOR-NUMBER
019105     ELSE
019106         MOVE ZEROES TO VENDOR-NUMBER.

019107 SAVE-NEW-VENDOR.
019110     MOVE "N" TO VENDOR-PRENOTE-PENDING.
019120     IF VENDOR-PAY-METHOD = "A"
019130         PERFORM START-VENDOR-PRENOTE.
019150     PERFORM START-VENDOR-ONBOARDING.
019200     PERFORM WRITE-VENDOR-RECORD.
019202     PERFORM WRITE-VENDOR-ONBOARDING.
019204     DISPLAY "VENDOR " VENDOR-NUMBER
019206             " IS PENDING - COMPLETE ONBOARDING IN ONBMNT01".
019210     MOVE "ADD" TO JOURNAL-ACTION.
019220     PERFORM JOURNAL-VENDOR-ENTRY.
019400
019500 ENTER-REMAINING-FIELDS.
019600     PERFORM ENTER-VENDOR-NAME.
020390     PERFORM ENTER-VENDOR-TYPE.
020391     PERFORM ENTER-VENDOR-PAY-METHOD.
020392     PERFORM ENTER-VENDOR-TERMS.
020393     PERFORM ENTER-VENDOR-ERS-FLAG.
020396     PERFORM ENTER-VENDOR-PARENT.
020400
020500*---------------------------------
020600* CHANGE
021700             UNTIL WHICH-FIELD = ZERO
021710         PERFORM UNLOCK-THE-VENDOR-RECORD.
021800
021822     IF BATCH-UPDATES-ALLOWED = "Y"
021844         PERFORM GET-VENDOR-RECORD
021866     ELSE
021888         MOVE ZEROES TO VENDOR-NUMBER.

021910 LOCK-THE-VENDOR-RECORD.
021920     MOVE "VENDOR" TO LOCK-WANTED-FILE.
022500 ASK-WHICH-FIELD.
022600     PERFORM ACCEPT-WHICH-FIELD.
022700     PERFORM RE-ACCEPT-WHICH-FIELD
022800         UNTIL WHICH-FIELD NOT > 20.
022900
023000 ACCEPT-WHICH-FIELD.
023100     DISPLAY "ENTER THE NUMBER OF THE FIELD".
023200     DISPLAY "TO CHANGE (1-20) OR 0 TO EXIT".
023300     ACCEPT WHICH-FIELD.
023400
023500 RE-ACCEPT-WHICH-FIELD.
023800
023900 CHANGE-ONE-FIELD.
024000     PERFORM CHANGE-THIS-FIELD.
024040     IF BATCH-UPDATES-ALLOWED = "Y"
024080         PERFORM GET-FIELD-TO-CHANGE
024120     ELSE
024160         MOVE ZERO TO WHICH-FIELD.
024200
024300 CHANGE-THIS-FIELD.
024310     MOVE VENDOR-BANK-ROUTING TO BANK-ROUTING-BEFORE.
024320     MOVE VENDOR-BANK-ACCOUNT TO BANK-ACCOUNT-BEFORE.
024330     MOVE VENDOR-PAY-METHOD TO PAY-METHOD-BEFORE.
024400     IF WHICH-FIELD = 1
024500         PERFORM ENTER-VENDOR-NAME.
024600     IF WHICH-FIELD = 2
025809         PERFORM ENTER-VENDOR-TERMS-DISC-PCT.
025810     IF WHICH-FIELD = 18
025811         PERFORM ENTER-VENDOR-TERMS-DISC-DAYS.
025812     IF WHICH-FIELD = 19
025812         PERFORM ENTER-VENDOR-ERS-FLAG.
025812     IF WHICH-FIELD = 20
025812         PERFORM ENTER-VENDOR-PARENT.
025812
025813     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
025814     IF BATCH-UPDATES-ALLOWED = "Y"
025815         PERFORM SAVE-CHANGED-VENDOR.

025816 SAVE-CHANGED-VENDOR.
025820     IF VENDOR-BANK-ROUTING NOT = BANK-ROUTING-BEFORE
025830        OR VENDOR-BANK-ACCOUNT NOT = BANK-ACCOUNT-BEFORE
025840         PERFORM CONTROL-BANK-DETAIL-CHANGE.
025850     IF VENDOR-PAY-METHOD NOT = "A"
025860         MOVE "N" TO VENDOR-PRENOTE-PENDING
025870     ELSE
025880     IF PAY-METHOD-BEFORE NOT = "A"
025882        OR VENDOR-BANK-ROUTING NOT = BANK-ROUTING-BEFORE
025884        OR VENDOR-BANK-ACCOUNT NOT = BANK-ACCOUNT-BEFORE
025890         PERFORM START-VENDOR-PRENOTE.
025900     PERFORM REWRITE-VENDOR-RECORD.
025910     MOVE "CHANGE" TO JOURNAL-ACTION.
025920     PERFORM JOURNAL-VENDOR-ENTRY.
025955         DISPLAY "CHANGE NOT AUTHORIZED - BANK DETAILS"
025956             " RESTORED".

025956*---------------------------------
025956* New bank details are proved
025956* with a zero-dollar prenote
025956* before real money follows:
025956* CHKRUN01 sends it on the next
025956* PAY pass and pays by check
025956* until the wait is over.
025956*---------------------------------
025956 START-VENDOR-PRENOTE.
025956     MOVE "Y" TO VENDOR-PRENOTE-PENDING.
025956     MOVE ZEROES TO VENDOR-PRENOTE-DATE.
025956     DISPLAY "ACH PRENOTE GOES OUT ON THE NEXT PAY RUN -"
025956         " PAID BY CHECK UNTIL IT CLEARS".

025957 AUTHORIZE-BANK-CHANGE.
025958     MOVE "N" TO AUTH2-OK.
025959     MOVE ZERO TO AUTH2-TRIES.
028300 DELETE-RECORDS.
028400     PERFORM DISPLAY-ALL-FIELDS.
028500
028510     PERFORM COUNT-VENDOR-CHILDREN.
028520     IF CHILD-COUNT = ZEROES
028530         PERFORM ASK-OK-TO-DELETE
028540     ELSE
028550         MOVE "N" TO OK-TO-DELETE
028560         DISPLAY "VENDOR IS PARENT TO " CHILD-COUNT
028570             " VENDOR(S) - RE-PARENT THEM BEFORE DELETING".
028700     IF OK-TO-DELETE = "Y"
028720         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
028740         IF BATCH-UPDATES-ALLOWED NOT = "Y"
028760             MOVE "N" TO OK-TO-DELETE.
028780     IF OK-TO-DELETE = "Y"
028800         PERFORM DELETE-VENDOR-RECORD
028805         PERFORM DELETE-VENDOR-ONBOARDING
028807         PERFORM DELETE-VENDOR-REMIT-TOS
028810         MOVE "DELETE" TO JOURNAL-ACTION
028820         PERFORM JOURNAL-VENDOR-ENTRY.
028900
028940     IF BATCH-UPDATES-ALLOWED = "Y"
028980         PERFORM GET-VENDOR-RECORD
029020     ELSE
029060         MOVE ZEROES TO VENDOR-NUMBER.
029100
029200 ASK-OK-TO-DELETE.
029300     PERFORM ACCEPT-OK-TO-DELETE.
031690     CALL "VNDLBL01".
031700     OPEN I-O VENDOR-FILE.
031710
031711*---------------------------------
031712* REMIT-TO
031713* The vendor record is claimed
031714* in the lock registry while
031715* its remit-tos are edited, the
031716* same as CHANGE. A location
031717* code not yet on file is
031718* added; one on file can be
031719* changed or deleted.
031720*---------------------------------
031721 REMIT-MODE.
031722     MOVE "UPDATE" TO THE-MODE.
031723     PERFORM GET-VENDOR-RECORD.
031724     PERFORM REMIT-RECORDS
031725        UNTIL VENDOR-NUMBER = ZEROES.

031726 REMIT-RECORDS.
031727     PERFORM LOCK-THE-VENDOR-RECORD.
031728     IF LOCK-ACQUIRED = "Y"
031729         PERFORM LIST-VENDOR-REMIT-TOS
031730         PERFORM ENTER-REMIT-LOCATION
031731         PERFORM MAINTAIN-ONE-REMIT-TO
031732             UNTIL REMIT-LOCATION = SPACES
031733         PERFORM UNLOCK-THE-VENDOR-RECORD.

031734     IF BATCH-UPDATES-ALLOWED = "Y"
031734         PERFORM GET-VENDOR-RECORD
031734     ELSE
031734         MOVE ZEROES TO VENDOR-NUMBER.

031735 LIST-VENDOR-REMIT-TOS.
031736     DISPLAY " ".
031737     DISPLAY "REMIT-TO ADDRESSES FOR " VENDOR-NUMBER
031738             " " VENDOR-NAME.
031739     MOVE ZEROES TO REMIT-COUNT.
031740     PERFORM START-VENDOR-REMIT-TOS.
031741     PERFORM LIST-ONE-REMIT-TO
031742         UNTIL REMIT-FILE-AT-END = "Y".
031743     IF REMIT-COUNT = ZEROES
031744         DISPLAY "   NONE - PAYMENTS GO TO THE VENDOR ADDRESS".

031745 LIST-ONE-REMIT-TO.
031746     ADD 1 TO REMIT-COUNT.
031747     DISPLAY "   " REMIT-LOCATION " " REMIT-DESCRIPTION
031748             " " REMIT-CITY " " REMIT-STATE.
031749     PERFORM READ-NEXT-VENDOR-REMIT-TO.

031750 ENTER-REMIT-LOCATION.
031751     DISPLAY " ".
031752     DISPLAY "ENTER REMIT-TO LOCATION CODE (4 CHARACTERS)".
031753     DISPLAY "ENTER BLANK TO STOP".
031754     MOVE SPACE TO REMIT-TO-RECORD.
031755     ACCEPT REMIT-LOCATION.

031756     INSPECT REMIT-LOCATION
031757       CONVERTING LOWER-ALPHA
031758       TO         UPPER-ALPHA.

031759 MAINTAIN-ONE-REMIT-TO.
031760     MOVE VENDOR-NUMBER TO REMIT-VENDOR.
031761     PERFORM READ-REMIT-TO-RECORD.
031762     IF REMIT-RECORD-FOUND = "Y"
031763         PERFORM CHANGE-OR-DELETE-REMIT-TO
031764     ELSE
031765         PERFORM ADD-REMIT-TO.

031766     IF BATCH-UPDATES-ALLOWED = "Y"
031766         PERFORM ENTER-REMIT-LOCATION
031766     ELSE
031766         MOVE SPACES TO REMIT-LOCATION.

031767 ADD-REMIT-TO.
031768     DISPLAY "NEW REMIT-TO LOCATION " REMIT-LOCATION.
031769     PERFORM ENTER-REMIT-FIELDS.
031769     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
031769     IF BATCH-UPDATES-ALLOWED = "Y"
031770         PERFORM WRITE-REMIT-TO-RECORD
031771         MOVE "REMIT-ADD" TO JOURNAL-ACTION
031772         PERFORM JOURNAL-REMIT-TO-ENTRY.

031773 CHANGE-OR-DELETE-REMIT-TO.
031774     PERFORM DISPLAY-REMIT-TO-FIELDS.
031775     PERFORM ASK-REMIT-ACTION.
031776     IF REMIT-ACTION = "C"
031777         PERFORM ENTER-REMIT-FIELDS
031779         PERFORM SAVE-CHANGED-REMIT-TO
031781     ELSE
031782     IF REMIT-ACTION = "D"
031782         PERFORM SAVE-DELETED-REMIT-TO.

031782 SAVE-CHANGED-REMIT-TO.
031782     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
031782     IF BATCH-UPDATES-ALLOWED = "Y"
031778         PERFORM REWRITE-REMIT-TO-RECORD
031779         MOVE "REMIT-CHG" TO JOURNAL-ACTION
031780         PERFORM JOURNAL-REMIT-TO-ENTRY.

031781 SAVE-DELETED-REMIT-TO.
031782     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
031782     IF BATCH-UPDATES-ALLOWED = "Y"
031783         PERFORM DELETE-REMIT-TO-RECORD
031784         MOVE "REMIT-DEL" TO JOURNAL-ACTION
031785         PERFORM JOURNAL-REMIT-TO-ENTRY.

031786 ASK-REMIT-ACTION.
031787     PERFORM ACCEPT-REMIT-ACTION.
031788     PERFORM RE-ACCEPT-REMIT-ACTION
031789        UNTIL REMIT-ACTION = "C" OR "D" OR "N".

031790 ACCEPT-REMIT-ACTION.
031791     DISPLAY "C TO CHANGE, D TO DELETE, N TO LEAVE AS IS".
031792     ACCEPT REMIT-ACTION.

031793     INSPECT REMIT-ACTION
031794       CONVERTING LOWER-ALPHA
031795       TO         UPPER-ALPHA.

031796 RE-ACCEPT-REMIT-ACTION.
031797     DISPLAY "YOU MUST ENTER C, D OR N".
031798     PERFORM ACCEPT-REMIT-ACTION.

031799 DISPLAY-REMIT-TO-FIELDS.
031799     DISPLAY "   LOCATION: " REMIT-LOCATION
031799             " " REMIT-DESCRIPTION.
031799     DISPLAY "   PAY TO:   " REMIT-NAME.
031799     DISPLAY "             " REMIT-ADDRESS-1.
031799     DISPLAY "             " REMIT-ADDRESS-2.
031799     DISPLAY "             " REMIT-CITY " " REMIT-STATE
031799             " " REMIT-ZIP.

031799*---------------------------------
031799* A blank payee name prints the
031799* vendor's own name on the
031799* check; the address lines
031799* follow the vendor address
031799* rules.
031799*---------------------------------
031799 ENTER-REMIT-FIELDS.
031799     PERFORM ENTER-REMIT-DESCRIPTION.
031799     PERFORM ENTER-REMIT-NAME.
031799     PERFORM ENTER-REMIT-ADDRESS-1.
031799     PERFORM ENTER-REMIT-ADDRESS-2.
031799     PERFORM ENTER-REMIT-CITY.
031799     PERFORM ENTER-REMIT-STATE.
031799     PERFORM ENTER-REMIT-ZIP.

031799 ENTER-REMIT-DESCRIPTION.
031799     PERFORM ACCEPT-REMIT-DESCRIPTION.
031799     PERFORM RE-ACCEPT-REMIT-DESCRIPTION
031799         UNTIL REMIT-DESCRIPTION NOT = SPACES.

031799 ACCEPT-REMIT-DESCRIPTION.
031799     DISPLAY "ENTER REMIT-TO DESCRIPTION (E.G. LOCKBOX)".
031799     ACCEPT REMIT-DESCRIPTION.

031799     INSPECT REMIT-DESCRIPTION
031799       CONVERTING LOWER-ALPHA
031799       TO         UPPER-ALPHA.

031799 RE-ACCEPT-REMIT-DESCRIPTION.
031799     DISPLAY "DESCRIPTION MUST BE ENTERED".
031799     PERFORM ACCEPT-REMIT-DESCRIPTION.

031799 ENTER-REMIT-NAME.
031799     DISPLAY "ENTER PAYEE NAME FOR THIS ADDRESS".
031799     DISPLAY "(BLANK FOR " VENDOR-NAME ")".
031799     ACCEPT REMIT-NAME.

031799     INSPECT REMIT-NAME
031799       CONVERTING LOWER-ALPHA
031799       TO         UPPER-ALPHA.

031799     IF REMIT-NAME = SPACES
031799         MOVE VENDOR-NAME TO REMIT-NAME.

031799 ENTER-REMIT-ADDRESS-1.
031799     PERFORM ACCEPT-REMIT-ADDRESS-1.
031799     PERFORM RE-ACCEPT-REMIT-ADDRESS-1
031799         UNTIL REMIT-ADDRESS-1 NOT = SPACES.

031799 ACCEPT-REMIT-ADDRESS-1.
031799     DISPLAY "ENTER REMIT-TO ADDRESS-1".
031799     ACCEPT REMIT-ADDRESS-1.

031799     INSPECT REMIT-ADDRESS-1
031799       CONVERTING LOWER-ALPHA
031799       TO         UPPER-ALPHA.

031799 RE-ACCEPT-REMIT-ADDRESS-1.
031799     DISPLAY "REMIT-TO ADDRESS-1 MUST BE ENTERED".
031799     PERFORM ACCEPT-REMIT-ADDRESS-1.

031799 ENTER-REMIT-ADDRESS-2.
031799     DISPLAY "ENTER REMIT-TO ADDRESS-2".
031799     DISPLAY "(MAY BE BLANK)".
031799     ACCEPT REMIT-ADDRESS-2.

031799     INSPECT REMIT-ADDRESS-2
031799       CONVERTING LOWER-ALPHA
031799       TO         UPPER-ALPHA.

031799 ENTER-REMIT-CITY.
031799     PERFORM ACCEPT-REMIT-CITY.
031799     PERFORM RE-ACCEPT-REMIT-CITY
031799         UNTIL REMIT-CITY NOT = SPACES.

031799 ACCEPT-REMIT-CITY.
031799     DISPLAY "ENTER REMIT-TO CITY".
031799     ACCEPT REMIT-CITY.

031799     INSPECT REMIT-CITY
031799       CONVERTING LOWER-ALPHA
031799       TO         UPPER-ALPHA.

031799 RE-ACCEPT-REMIT-CITY.
031799     DISPLAY "REMIT-TO CITY MUST BE ENTERED".
031799     PERFORM ACCEPT-REMIT-CITY.

031799 ENTER-REMIT-STATE.
031799     PERFORM ACCEPT-REMIT-STATE.
031799     PERFORM RE-ACCEPT-REMIT-STATE
031799         UNTIL STATE-CODE-IS-VALID = "Y".

031799 ACCEPT-REMIT-STATE.
031799     DISPLAY "ENTER REMIT-TO STATE (2 CHARACTERS)".
031799     ACCEPT REMIT-STATE.

031799     INSPECT REMIT-STATE
031799       CONVERTING LOWER-ALPHA
031799       TO         UPPER-ALPHA.

031799     PERFORM LOOK-UP-REMIT-STATE.

031799 LOOK-UP-REMIT-STATE.
031799     MOVE "N" TO STATE-CODE-IS-VALID.
031799     SET STATE-INDEX TO 1.
031799     SEARCH TABLE-STATE-RECORD
031799         AT END
031799          MOVE "N" TO STATE-CODE-IS-VALID
031799         WHEN REMIT-STATE = TABLE-STATE-CODE(STATE-INDEX)
031799          MOVE "Y" TO STATE-CODE-IS-VALID.

031799 RE-ACCEPT-REMIT-STATE.
031799     DISPLAY "STATE IS NOT VALID - MUST BE ON FILE"
031799     DISPLAY "IN STATE MAINTENANCE FIRST".
031799     PERFORM ACCEPT-REMIT-STATE.

031799 ENTER-REMIT-ZIP.
031799     PERFORM ACCEPT-REMIT-ZIP.
031799     PERFORM RE-ACCEPT-REMIT-ZIP
031799         UNTIL REMIT-ZIP NOT = SPACES.

031799 ACCEPT-REMIT-ZIP.
031799     DISPLAY "ENTER REMIT-TO ZIP".
031799     ACCEPT REMIT-ZIP.

031799     INSPECT REMIT-ZIP
031799       CONVERTING LOWER-ALPHA
031799       TO         UPPER-ALPHA.

031799 RE-ACCEPT-REMIT-ZIP.
031799     DISPLAY "REMIT-TO ZIP MUST BE ENTERED".
031799     PERFORM ACCEPT-REMIT-ZIP.

031800*---------------------------------
031900* Routines shared by all modes
032000*---------------------------------
032300     MOVE ZEROES TO VENDOR-NUMBER
032310                    VENDOR-HOLD-DATE
032320                    VENDOR-BANK-CHANGE-DATE
032330                    VENDOR-LAST-PAID-DATE
032340                    VENDOR-PRENOTE-DATE
032350                    VENDOR-PARENT.
032400
032500 ENTER-VENDOR-NUMBER.
032600     PERFORM ACCEPT-VENDOR-NUMBER.
047857*---------------------------------
047858* VENDOR-PAY-METHOD - "C" pays by
047859* paper check (the default when
047860* left blank), "A" pays by ACH,
047860* "V" by virtual card through
047860* the card issuer (no bank
047860* details needed).
047861* An ACH vendor must have the
047862* bank routing and account
047863* numbers from their remittance
047868 ENTER-VENDOR-PAY-METHOD.
047869     PERFORM ACCEPT-VENDOR-PAY-METHOD.
047870     PERFORM RE-ACCEPT-VENDOR-PAY-METHOD
047871         UNTIL VENDOR-PAY-METHOD = "C" OR "A" OR "V".
047872     IF VENDOR-PAY-METHOD = "A"
047873         PERFORM ENTER-VENDOR-BANK-ROUTING
047874         PERFORM ENTER-VENDOR-BANK-ACCOUNT.
047875
047876 ACCEPT-VENDOR-PAY-METHOD.
047877     DISPLAY "ENTER PAY METHOD - C = CHECK, A = ACH,".
047877     DISPLAY "V = VIRTUAL CARD".
047878     DISPLAY "(BLANK = CHECK)".
047879     ACCEPT VENDOR-PAY-METHOD.
047880
047886         MOVE "C" TO VENDOR-PAY-METHOD.
047887
047888 RE-ACCEPT-VENDOR-PAY-METHOD.
047889     DISPLAY "YOU MUST ENTER C, A OR V".
047890     PERFORM ACCEPT-VENDOR-PAY-METHOD.
047891
047892 ENTER-VENDOR-BANK-ROUTING.
047946     DISPLAY "ENTER DISCOUNT DAYS FROM INVOICE DATE".
047947     ACCEPT VENDOR-TERMS-DISC-DAYS.
047948
047948*---------------------------------
047948* VENDOR-ERS-FLAG - evaluated
047948* receipt settlement: the vendor
047948* is vouchered from its receipts
047948* by ERSGEN01 instead of from
047948* invoices.
047948*---------------------------------
047948 ENTER-VENDOR-ERS-FLAG.
047948     PERFORM ACCEPT-VENDOR-ERS-FLAG.
047948     PERFORM RE-ACCEPT-VENDOR-ERS-FLAG
047948         UNTIL VENDOR-ERS-FLAG = "Y" OR "N".
047948
047948 ACCEPT-VENDOR-ERS-FLAG.
047948     DISPLAY "SETTLE THIS VENDOR FROM RECEIPTS - ERS (Y/N)?".
047948     ACCEPT VENDOR-ERS-FLAG.
047948
047948     INSPECT VENDOR-ERS-FLAG
047948       CONVERTING LOWER-ALPHA
047948       TO         UPPER-ALPHA.
047948
047948 RE-ACCEPT-VENDOR-ERS-FLAG.
047948     DISPLAY "YOU MUST ENTER YES OR NO".
047948     PERFORM ACCEPT-VENDOR-ERS-FLAG.
047948
047948*---------------------------------
047948* VENDOR-PARENT - zero for none.
047948* The parent is read and its
047948* family climbed with this
047948* vendor watched for, so a
047948* link that would close a loop
047948* is refused. The climb reads
047948* VENDOR-FILE; the record being
047948* keyed is saved around it.
047948*---------------------------------
047948 ENTER-VENDOR-PARENT.
047948     PERFORM ACCEPT-VENDOR-PARENT.
047948     PERFORM RE-ACCEPT-VENDOR-PARENT
047948         UNTIL PARENT-IS-VALID = "Y".
047948
047948 ACCEPT-VENDOR-PARENT.
047948     DISPLAY "ENTER PARENT VENDOR NUMBER IN THE".
047948     DISPLAY "CORPORATE FAMILY (0 = NONE)".
047948     ACCEPT VENDOR-PARENT.
047948     PERFORM CHECK-VENDOR-PARENT.
047948
047948 RE-ACCEPT-VENDOR-PARENT.
047948     DISPLAY "RE-ENTER THE PARENT, OR 0 FOR NONE".
047948     PERFORM ACCEPT-VENDOR-PARENT.
047948
047948 CHECK-VENDOR-PARENT.
047948     MOVE "Y" TO PARENT-IS-VALID.
047948     IF VENDOR-PARENT NOT = ZEROES
047948         IF VENDOR-PARENT = VENDOR-NUMBER
047948             MOVE "N" TO PARENT-IS-VALID
047948             DISPLAY "A VENDOR CANNOT BE ITS OWN PARENT"
047948         ELSE
047948             PERFORM CHECK-PARENT-FAMILY.
047948
047948 CHECK-PARENT-FAMILY.
047948     MOVE VENDOR-RECORD TO SAVE-VENDOR-RECORD.
047948     MOVE VENDOR-PARENT TO FAMILY-START-VENDOR.
047948     MOVE VENDOR-NUMBER TO FAMILY-WATCH-VENDOR.
047948     MOVE VENDOR-PARENT TO VENDOR-NUMBER.
047948     READ VENDOR-FILE RECORD
047948       INVALID KEY
047948          MOVE "N" TO PARENT-IS-VALID.
047948     IF PARENT-IS-VALID = "Y"
047948         MOVE VENDOR-NAME TO PARENT-NAME
047948         PERFORM FIND-VENDOR-FAMILY.
047948     MOVE SAVE-VENDOR-RECORD TO VENDOR-RECORD.
047948     IF PARENT-IS-VALID = "N"
047948         DISPLAY "PARENT VENDOR IS NOT ON FILE"
047948     ELSE
047948     IF FAMILY-LOOP-FOUND = "Y"
047948         MOVE "N" TO PARENT-IS-VALID
047948         DISPLAY "THAT PARENT'S FAMILY LEADS BACK TO THIS"
047948             " VENDOR - A LOOP IS NOT ALLOWED"
047948     ELSE
047948         DISPLAY "PARENT: " PARENT-NAME.
047948
047700*---------------------------------
047800* Routines shared by Change,
047900* Inquire and Delete
049192     PERFORM DISPLAY-VENDOR-BANK-ROUTING.
049193     PERFORM DISPLAY-VENDOR-BANK-ACCOUNT.
049194     PERFORM DISPLAY-VENDOR-TERMS.
049195     PERFORM DISPLAY-VENDOR-ERS-FLAG.
049195     PERFORM DISPLAY-VENDOR-PARENT.
049196     IF VENDOR-ONBOARD-PENDING = "Y"
049198         DISPLAY "   *** PENDING - ONBOARDING NOT COMPLETE ***".
049199     IF VENDOR-PRENOTE-PENDING = "Y"
049199         PERFORM DISPLAY-VENDOR-PRENOTE.
049200     DISPLAY " ".
049300
049350 DISPLAY-VENDOR-PRENOTE.
049355     IF VENDOR-PRENOTE-DATE NOT NUMERIC
049360        OR VENDOR-PRENOTE-DATE = ZEROES
049365         DISPLAY "   *** ACH PRENOTE NOT YET SENT ***"
049370     ELSE
049375         MOVE VENDOR-PRENOTE-DATE TO DATE-CCYYMMDD
049380         PERFORM FORMAT-THE-DATE
049385         DISPLAY "   *** ACH PRENOTE SENT " FORMATTED-DATE
049390             " - PAID BY CHECK UNTIL IT CLEARS ***".
049395
049400 DISPLAY-VENDOR-NUMBER.
049500     DISPLAY "   VENDOR NUMBER: " VENDOR-NUMBER.
049600
051699     DISPLAY "16. TERMS NET DAYS: " VENDOR-TERMS-NET-DAYS.
051699     DISPLAY "17. TERMS DISC PCT: " VENDOR-TERMS-DISC-PCT.
051699     DISPLAY "18. TERMS DISC DAYS: " VENDOR-TERMS-DISC-DAYS.
051699
051699 DISPLAY-VENDOR-ERS-FLAG.
051699     DISPLAY "19. ERS (SETTLE FROM RECEIPTS): " VENDOR-ERS-FLAG.
051699
051699 DISPLAY-VENDOR-PARENT.
051699     IF VENDOR-PARENT NOT NUMERIC
051699         DISPLAY "20. PARENT VENDOR: NONE"
051699     ELSE
051699     IF VENDOR-PARENT = ZEROES
051699         DISPLAY "20. PARENT VENDOR: NONE"
051699     ELSE
051699         DISPLAY "20. PARENT VENDOR: " VENDOR-PARENT.
051700
051800*---------------------------------
051900* File I-O Routines
053800     DELETE VENDOR-FILE RECORD
053900         INVALID KEY
054000         DISPLAY "ERROR DELETING VENDOR RECORD".
054010
054020 DELETE-VENDOR-ONBOARDING.
054030     MOVE VENDOR-NUMBER TO ONBOARD-VENDOR.
054040     MOVE "Y" TO ONBOARD-RECORD-FOUND.
054050     READ ONBOARD-FILE RECORD
054060       INVALID KEY
054070          MOVE "N" TO ONBOARD-RECORD-FOUND.
054080     IF ONBOARD-RECORD-FOUND = "Y"
054090         DELETE ONBOARD-FILE RECORD
054092             INVALID KEY
054094             DISPLAY "ERROR DELETING ONBOARDING RECORD".

054095*---------------------------------
054096* Remit-to I-O. The vendor's
054097* remit-tos are read in key
054098* order from the first location
054099* for the vendor number.
054099*---------------------------------
054099 READ-REMIT-TO-RECORD.
054099     MOVE "Y" TO REMIT-RECORD-FOUND.
054099     READ REMIT-TO-FILE RECORD
054099       INVALID KEY
054099          MOVE "N" TO REMIT-RECORD-FOUND.

054099 WRITE-REMIT-TO-RECORD.
054099     WRITE REMIT-TO-RECORD
054099         INVALID KEY
054099         DISPLAY "REMIT-TO ALREADY ON FILE".

054099 REWRITE-REMIT-TO-RECORD.
054099     REWRITE REMIT-TO-RECORD
054099         INVALID KEY
054099         DISPLAY "ERROR REWRITING REMIT-TO RECORD".

054099 DELETE-REMIT-TO-RECORD.
054099     DELETE REMIT-TO-FILE RECORD
054099         INVALID KEY
054099         DISPLAY "ERROR DELETING REMIT-TO RECORD".

054099 START-VENDOR-REMIT-TOS.
054099     MOVE VENDOR-NUMBER TO REMIT-VENDOR.
054099     MOVE LOW-VALUES TO REMIT-LOCATION.
054099     MOVE "N" TO REMIT-FILE-AT-END.
054099     START REMIT-TO-FILE
054099        KEY NOT < REMIT-KEY
054099         INVALID KEY
054099         MOVE "Y" TO REMIT-FILE-AT-END.
054099     IF REMIT-FILE-AT-END NOT = "Y"
054099         PERFORM READ-NEXT-VENDOR-REMIT-TO.

054099 READ-NEXT-VENDOR-REMIT-TO.
054099     READ REMIT-TO-FILE NEXT RECORD
054099         AT END
054099         MOVE "Y" TO REMIT-FILE-AT-END.
054099     IF REMIT-FILE-AT-END NOT = "Y"
054099         IF REMIT-VENDOR NOT = VENDOR-NUMBER
054099             MOVE "Y" TO REMIT-FILE-AT-END.

054099 DELETE-VENDOR-REMIT-TOS.
054099     PERFORM START-VENDOR-REMIT-TOS.
054099     PERFORM DELETE-ONE-VENDOR-REMIT-TO
054099         UNTIL REMIT-FILE-AT-END = "Y".

054099 DELETE-ONE-VENDOR-REMIT-TO.
054099     PERFORM DELETE-REMIT-TO-RECORD.
054099     PERFORM READ-NEXT-VENDOR-REMIT-TO.

054099*---------------------------------
054099* Vendors naming this one as
054099* their parent. VENDOR-PARENT
054099* has no key of its own, so the
054099* whole file is read; the
054099* record on screen is saved
054099* around the pass.
054099*---------------------------------
054099 COUNT-VENDOR-CHILDREN.
054099     MOVE VENDOR-RECORD TO SAVE-VENDOR-RECORD.
054099     MOVE VENDOR-NUMBER TO CHILDREN-OF-VENDOR.
054099     MOVE ZEROES TO CHILD-COUNT.
054099     MOVE "N" TO CHILD-SCAN-AT-END.
054099     MOVE ZEROES TO VENDOR-NUMBER.
054099     START VENDOR-FILE
054099        KEY NOT < VENDOR-NUMBER
054099         INVALID KEY
054099         MOVE "Y" TO CHILD-SCAN-AT-END.
054099     IF CHILD-SCAN-AT-END NOT = "Y"
054099         PERFORM READ-NEXT-POSSIBLE-CHILD.
054099     PERFORM CHECK-ONE-POSSIBLE-CHILD
054099         UNTIL CHILD-SCAN-AT-END = "Y".
054099     MOVE SAVE-VENDOR-RECORD TO VENDOR-RECORD.

054099 CHECK-ONE-POSSIBLE-CHILD.
054099     IF VENDOR-PARENT NUMERIC
054099         IF VENDOR-PARENT = CHILDREN-OF-VENDOR
054099             ADD 1 TO CHILD-COUNT.
054099     PERFORM READ-NEXT-POSSIBLE-CHILD.

054099 READ-NEXT-POSSIBLE-CHILD.
054099     READ VENDOR-FILE NEXT RECORD
054099         AT END
054099         MOVE "Y" TO CHILD-SCAN-AT-END.
054100
054110*---------------------------------
054120* Daily journal entry - the
054154     MOVE ZEROES TO JOURNAL-AMOUNT.
054155     PERFORM WRITE-JOURNAL-ENTRY.

054160 JOURNAL-REMIT-TO-ENTRY.
054165     MOVE "VNDMNT04" TO JOURNAL-PROGRAM.
054170     MOVE SPACE TO JOURNAL-KEY.
054175     MOVE REMIT-KEY TO JOURNAL-KEY.
054180     MOVE ZEROES TO JOURNAL-AMOUNT.
054185     MOVE SPACE TO JOURNAL-IMAGE.
054190     MOVE REMIT-TO-RECORD TO JOURNAL-IMAGE.
054195     PERFORM WRITE-JOURNAL-ENTRY.

054200     COPY "PLOPID01.CBL".

054210     COPY "PLLOCK01.CBL".
054250     COPY "PLDATE01.CBL".

054300     COPY "PLJRNL01.CBL".

054400     COPY "PLONBRD.CBL".

054500     COPY "PLFAMLY1.CBL".

054600     COPY "PLBWIN01.CBL".
