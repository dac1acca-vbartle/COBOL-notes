000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ONBMNT01.
000300*---------------------------------
000400* New-vendor onboarding. A
000500* vendor added in VNDMNT04 or
000600* loaded by VNDLOAD1 starts
000700* with VENDOR-ONBOARD-PENDING
000800* "Y" and a checklist on
000900* ONBOARD-FILE (PLONBRD.CBL);
001000* VCHNEW01 will not voucher it
001100* and CHKRUN01 will not pay it
001200* until it is activated here.
001300* The operator signs on
001400* (PLSIGN01 - maintenance or
001500* supervisor permission).
001600* WORK-MODE shows the vendor's
001700* checklist and marks steps
001800* done, each dated and
001900* journaled as ONB-STEP:
002000*   1 W-9 received - the tax id
002100*     must be on the vendor
002200*   2 TIN matched - the tax id
002300*     must be on the vendor and
002400*     TINIMP01 must not have
002500*     flagged a mismatch
002600*   3 insurance certificate -
002700*     an unexpired certificate
002800*     on VENDOR-CERT-FILE
002900*     (CRTMNT01)
003000*   4 bank verified - routing
003100*     and account on the vendor
003200*   5 approved by purchasing - a
003300*     supervisor other than the
003400*     operator who added the
003500*     vendor
003600* Steps 3 and 4 are re-judged
003700* each time the vendor is
003800* worked: "X" (not required)
003900* unless the vendor's type
004000* requires a certificate, or
004100* the vendor is paid by ACH.
004200* When no step is left to do
004300* the vendor can be activated:
004400* VENDOR-ONBOARD-PENDING goes to
004500* "N", the checklist to "A",
004600* journaled as ONB-ACTIV.
004700* AGE-MODE prints every vendor
004800* still pending, with the days
004900* since it was added and the
005000* steps still outstanding.
005016* While the nightly batch window
005032* is up (PLBWIN01.CBL) only
005048* AGE-MODE is open, and a step or
005064* activation confirmed as the
005080* window goes up is not written.
005100*---------------------------------
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.

005500     COPY "SLONBRD.CBL".

005600     COPY "SLVND02.CBL".

005700     COPY "SLVTYP1.CBL".

005800     COPY "SLVCERT.CBL".

005900     COPY "SLOPER01.CBL".

006000     COPY "SLSECVIO.CBL".

006100     COPY "SLJRNL01.CBL".

006133     COPY "SLBWIN01.CBL".

006166     COPY "SLBWLOG.CBL".

006200     SELECT PRINTER-FILE
006300         ASSIGN TO PRINTER
006400         ORGANIZATION IS LINE SEQUENTIAL.

006500 DATA DIVISION.
006600 FILE SECTION.

006700     COPY "FDONBRD.CBL".

006800     COPY "FDVND04.CBL".

006900     COPY "FDVTYP1.CBL".

007000     COPY "FDVCERT.CBL".

007100     COPY "FDOPER01.CBL".

007200     COPY "FDSECVIO.CBL".

007300     COPY "FDJRNL01.CBL".

007333     COPY "FDBWIN01.CBL".

007366     COPY "FDBWLOG.CBL".

007400 FD  PRINTER-FILE
007500     LABEL RECORDS ARE OMITTED.
007600 01  PRINTER-RECORD              PIC X(80).

007700 WORKING-STORAGE SECTION.

007800 77  MODE-CHOICE                  PIC X.
007900 77  WORK-VENDOR-NUMBER           PIC 9(5).
008000 77  VENDOR-RECORD-FOUND          PIC X.
008100 77  ONBOARD-RECORD-FOUND         PIC X.
008200 77  ONBOARD-FILE-AT-END          PIC X.
008300 77  TYPE-RECORD-FOUND            PIC X.
008400 77  CERT-FILE-AT-END             PIC X.
008500 77  CURRENT-CERT-FOUND           PIC X.
008600 77  CERT-IS-REQUIRED             PIC X.
008700 77  STEP-PICK                    PIC 9.
008800 77  STEP-SUB                     PIC 9.
008900 77  STEP-CAN-BE-MARKED           PIC X.
009000 77  ALL-STEPS-DONE               PIC X.
009100 77  STEP-STATUS-FIELD            PIC X(12).
009200 77  OK-TO-PROCESS                PIC X.
009300 77  PROCESS-MESSAGE              PIC X(79) VALUE SPACE.
009400 77  PENDING-COUNT                PIC 9(5).
009500 77  DAYS-OPEN                    PIC S9(5).
009600 77  TODAY-INTEGER                PIC S9(9) COMP.
009700 77  CODE-POSITION                PIC 99.

009800*---------------------------------
009900* The five checklist steps, in
010000* ONBOARD-STEP-TABLE order - the
010100* name for the screen and the
010200* short code for the aging
010300* report.
010400*---------------------------------
010500 01  STEP-NAME-VALUES.
010600     05  FILLER  PIC X(24) VALUE "W-9 RECEIVED".
010700     05  FILLER  PIC X(24) VALUE "TIN MATCHED".
010800     05  FILLER  PIC X(24) VALUE "INSURANCE CERT ON FILE".
010900     05  FILLER  PIC X(24) VALUE "BANK DETAILS VERIFIED".
011000     05  FILLER  PIC X(24) VALUE "APPROVED BY PURCHASING".
011100 01  FILLER REDEFINES STEP-NAME-VALUES.
011200     05  STEP-NAME            PIC X(24) OCCURS 5 TIMES.

011300 01  STEP-CODE-VALUES.
011400     05  FILLER  PIC X(5) VALUE "W9".
011500     05  FILLER  PIC X(5) VALUE "TIN".
011600     05  FILLER  PIC X(5) VALUE "CERT".
011700     05  FILLER  PIC X(5) VALUE "BANK".
011800     05  FILLER  PIC X(5) VALUE "PURCH".
011900 01  FILLER REDEFINES STEP-CODE-VALUES.
012000     05  STEP-CODE            PIC X(5) OCCURS 5 TIMES.

012100 01  AGE-DETAIL-LINE.
012200     05  PRINT-VENDOR-NUMBER     PIC Z(5).
012300     05  FILLER                  PIC X     VALUE SPACE.
012400     05  PRINT-VENDOR-NAME       PIC X(20).
012500     05  FILLER                  PIC X     VALUE SPACE.
012600     05  PRINT-OPENED-DATE       PIC X(10).
012700     05  FILLER                  PIC X     VALUE SPACE.
012800     05  PRINT-OPENED-BY         PIC X(5).
012900     05  FILLER                  PIC X     VALUE SPACE.
013000     05  PRINT-DAYS-OPEN         PIC ZZZZ9.
013100     05  FILLER                  PIC X     VALUE SPACE.
013200     05  PRINT-STEPS-OUTSTANDING PIC X(30).

013300 01  AGE-COLUMN-LINE.
013400     05  FILLER         PIC X(6)  VALUE "VENDOR".
013500     05  FILLER         PIC X(21) VALUE " VENDOR NAME".
013600     05  FILLER         PIC X(11) VALUE "ADDED".
013700     05  FILLER         PIC X(6)  VALUE "BY".
013800     05  FILLER         PIC X(6)  VALUE " DAYS".
013900     05  FILLER         PIC X(20) VALUE "STEPS OUTSTANDING".

014000 01  AGE-TITLE-LINE.
014100     05  FILLER              PIC X(12) VALUE SPACE.
014200     05  FILLER              PIC X(30)
014300         VALUE "VENDORS PENDING ONBOARDING".

014400     COPY "WSSIGN01.CBL".

014500     COPY "WSDATE01.CBL".

014600     COPY "WSCASE01.CBL".

014700     COPY "WSOPID01.CBL".

014750     COPY "WSBWIN01.CBL".

014800 PROCEDURE DIVISION.
014900 PROGRAM-BEGIN.
015000     OPEN I-O OPERATOR-FILE.
015100     PERFORM SIGN-ON-OPERATOR.
015200     CLOSE OPERATOR-FILE.
015300     IF AUTH-MAINT NOT = "Y"
015400        AND AUTH-SUPERVISOR NOT = "Y"
015500         DISPLAY "VENDOR ONBOARDING TAKES THE MAINTENANCE"
015600         DISPLAY "PERMISSION - SEE YOUR SUPERVISOR"
015700     ELSE
015733         MOVE "ONBMNT01" TO BWIN-PROGRAM-NAME
015766         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON
015800         PERFORM OPENING-PROCEDURE
015900         PERFORM MAIN-PROCESS
016000         PERFORM CLOSING-PROCEDURE.

016100 PROGRAM-EXIT.
016200     EXIT PROGRAM.

016300 PROGRAM-DONE.
016400     ACCEPT OMITTED. STOP RUN.

016500 OPENING-PROCEDURE.
016600     OPEN I-O ONBOARD-FILE.
016700     OPEN I-O VENDOR-FILE.
016800     OPEN INPUT VENDOR-TYPE-FILE.
016900     OPEN INPUT VENDOR-CERT-FILE.
017000     OPEN EXTEND JOURNAL-FILE.
017100     OPEN OUTPUT PRINTER-FILE.

017200 CLOSING-PROCEDURE.
017300     CLOSE ONBOARD-FILE.
017400     CLOSE VENDOR-FILE.
017500     CLOSE VENDOR-TYPE-FILE.
017600     CLOSE VENDOR-CERT-FILE.
017700     CLOSE JOURNAL-FILE.
017800     CLOSE PRINTER-FILE.

017900 MAIN-PROCESS.
018000     PERFORM ENTER-MODE-CHOICE.
018100     PERFORM WORK-MODE
018200         UNTIL MODE-CHOICE NOT = "W".
018300     PERFORM AGE-MODE
018400         UNTIL MODE-CHOICE NOT = "A".

018500 ENTER-MODE-CHOICE.
018600     DISPLAY "WORK A VENDOR'S CHECKLIST, AGE PENDING".
018700     DISPLAY "VENDORS, OR QUIT (W/A/Q)?".
018800     ACCEPT MODE-CHOICE.
018900     INSPECT MODE-CHOICE
019000      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
019100     IF MODE-CHOICE NOT = "W" AND NOT = "A" AND NOT = "Q"
019200         DISPLAY "YOU MUST ENTER W, A, OR Q"
019300         PERFORM ENTER-MODE-CHOICE.

019400*---------------------------------
019500* WORK
019600*---------------------------------
019700 WORK-MODE.
019733     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
019766     IF BATCH-UPDATES-ALLOWED = "Y"
019800         PERFORM GET-ONBOARD-VENDOR
019825     ELSE
019850         DISPLAY "ONLY AGE IS OPEN"
019875         MOVE ZEROES TO WORK-VENDOR-NUMBER.
019900     PERFORM WORK-ONE-VENDOR
020000         UNTIL WORK-VENDOR-NUMBER = ZEROES.
020100     PERFORM ENTER-MODE-CHOICE.

020200 GET-ONBOARD-VENDOR.
020300     PERFORM ACCEPT-ONBOARD-VENDOR.
020400     PERFORM RE-ACCEPT-ONBOARD-VENDOR
020500         UNTIL ONBOARD-RECORD-FOUND = "Y"
020600            OR WORK-VENDOR-NUMBER = ZEROES.

020700 ACCEPT-ONBOARD-VENDOR.
020800     MOVE "N" TO ONBOARD-RECORD-FOUND.
020900     MOVE ZEROES TO WORK-VENDOR-NUMBER.
021000     DISPLAY "ENTER VENDOR NUMBER (0 TO EXIT)".
021100     ACCEPT WORK-VENDOR-NUMBER.
021200     IF WORK-VENDOR-NUMBER NOT = ZEROES
021300         PERFORM READ-VENDOR-AND-CHECKLIST.

021400 RE-ACCEPT-ONBOARD-VENDOR.
021500     DISPLAY "NO ONBOARDING CHECKLIST FOR THAT VENDOR".
021600     PERFORM ACCEPT-ONBOARD-VENDOR.

021700 READ-VENDOR-AND-CHECKLIST.
021800     MOVE WORK-VENDOR-NUMBER TO VENDOR-NUMBER.
021900     PERFORM READ-VENDOR-RECORD.
022000     IF VENDOR-RECORD-FOUND = "Y"
022100         MOVE WORK-VENDOR-NUMBER TO ONBOARD-VENDOR
022200         PERFORM READ-ONBOARD-RECORD.

022300 WORK-ONE-VENDOR.
022400     IF ONBOARD-STATUS NOT = "P"
022500         PERFORM DISPLAY-CHECKLIST
022600         DISPLAY "VENDOR WAS ACTIVATED - NOTHING TO WORK"
022700     ELSE
022733         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
022766         IF BATCH-UPDATES-ALLOWED = "Y"
022800             PERFORM REFRESH-JUDGED-STEPS
022900             PERFORM REWRITE-ONBOARD-RECORD
023000             PERFORM WORK-CHECKLIST-STEPS.
023050     IF BATCH-UPDATES-ALLOWED = "Y"
023100         PERFORM GET-ONBOARD-VENDOR
023133     ELSE
023166         MOVE ZEROES TO WORK-VENDOR-NUMBER.

023200 WORK-CHECKLIST-STEPS.
023300     PERFORM DISPLAY-CHECKLIST.
023400     PERFORM ENTER-STEP-PICK.
023500     PERFORM MARK-STEPS
023600         UNTIL STEP-PICK = ZERO.
023700     PERFORM CHECK-ALL-STEPS-DONE.
023725     IF BATCH-UPDATES-ALLOWED NOT = "Y"
023750         DISPLAY "VENDOR STAYS PENDING"
023775     ELSE
023800     IF ALL-STEPS-DONE = "Y"
023900         PERFORM ASK-OK-TO-ACTIVATE
024000     ELSE
024100         DISPLAY "CHECKLIST NOT COMPLETE - VENDOR STAYS"
024200             " PENDING".

024300 MARK-STEPS.
024400     PERFORM MARK-ONE-STEP.
024500     PERFORM DISPLAY-CHECKLIST.
024550     IF BATCH-UPDATES-ALLOWED = "Y"
024600         PERFORM ENTER-STEP-PICK
024633     ELSE
024666         MOVE ZERO TO STEP-PICK.

024700 ENTER-STEP-PICK.
024800     DISPLAY "ENTER STEP TO MARK DONE (1-5, 0 WHEN FINISHED)".
024900     ACCEPT STEP-PICK.
025000     IF STEP-PICK > 5
025100         DISPLAY "STEP MUST BE 0 THRU 5"
025200         PERFORM ENTER-STEP-PICK.

025300*---------------------------------
025400* A step is only marked when
025500* the evidence for it is on
025600* file - each edit names what
025700* is missing.
025800*---------------------------------
025900 MARK-ONE-STEP.
026000     MOVE "Y" TO STEP-CAN-BE-MARKED.
026100     IF ONBOARD-STEP-DONE(STEP-PICK) = "Y"
026200         DISPLAY "THAT STEP IS ALREADY DONE"
026300         MOVE "N" TO STEP-CAN-BE-MARKED
026400     ELSE
026500     IF ONBOARD-STEP-DONE(STEP-PICK) = "X"
026600         DISPLAY "THAT STEP IS NOT REQUIRED FOR THIS VENDOR"
026700         MOVE "N" TO STEP-CAN-BE-MARKED
026800     ELSE
026900     IF STEP-PICK = 1
027000         PERFORM EDIT-W9-STEP
027100     ELSE
027200     IF STEP-PICK = 2
027300         PERFORM EDIT-TIN-STEP
027400     ELSE
027500     IF STEP-PICK = 3
027600         PERFORM EDIT-CERT-STEP
027700     ELSE
027800     IF STEP-PICK = 4
027900         PERFORM EDIT-BANK-STEP
028000     ELSE
028100         PERFORM EDIT-PURCH-STEP.
028200     IF STEP-CAN-BE-MARKED = "Y"
028233         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
028266         IF BATCH-UPDATES-ALLOWED = "Y"
028300             PERFORM MARK-STEP-DONE.

028400 EDIT-W9-STEP.
028500     IF VENDOR-TAX-ID = SPACE
028600         DISPLAY "NO TAX ID ON THE VENDOR - KEY IT FROM THE"
028700             " W-9 IN VNDMNT04"
028800         MOVE "N" TO STEP-CAN-BE-MARKED.

028900 EDIT-TIN-STEP.
029000     IF VENDOR-TAX-ID = SPACE
029100         DISPLAY "NO TAX ID ON THE VENDOR TO MATCH"
029200         MOVE "N" TO STEP-CAN-BE-MARKED
029300     ELSE
029400     IF VENDOR-TIN-MISMATCH = "Y"
029500         DISPLAY "TINIMP01 REPORTED A TIN MISMATCH FOR THIS"
029600             " VENDOR"
029700         MOVE "N" TO STEP-CAN-BE-MARKED.

029800 EDIT-CERT-STEP.
029900     PERFORM LOOK-FOR-CURRENT-CERT.
030000     IF CURRENT-CERT-FOUND NOT = "Y"
030100         DISPLAY "NO UNEXPIRED CERTIFICATE ON FILE - SEE"
030200             " CRTMNT01"
030300         MOVE "N" TO STEP-CAN-BE-MARKED.

030400 EDIT-BANK-STEP.
030500     IF VENDOR-BANK-ROUTING = SPACE
030600        OR VENDOR-BANK-ACCOUNT = SPACE
030700         DISPLAY "BANK ROUTING AND ACCOUNT MUST BE ON THE"
030800             " VENDOR"
030900         MOVE "N" TO STEP-CAN-BE-MARKED.

031000 EDIT-PURCH-STEP.
031100     IF AUTH-SUPERVISOR NOT = "Y"
031200         DISPLAY "PURCHASING APPROVAL TAKES THE SUPERVISOR"
031300             " PERMISSION"
031400         MOVE "N" TO STEP-CAN-BE-MARKED
031500     ELSE
031600     IF OPERATOR-ID = ONBOARD-OPENED-BY
031700         DISPLAY "THE OPERATOR WHO ADDED THE VENDOR CANNOT"
031800             " APPROVE IT"
031900         MOVE "N" TO STEP-CAN-BE-MARKED.

032000 MARK-STEP-DONE.
032100     PERFORM GET-TODAYS-DATE.
032200     MOVE "Y" TO ONBOARD-STEP-DONE(STEP-PICK).
032300     MOVE DATE-CCYYMMDD TO ONBOARD-STEP-DATE(STEP-PICK).
032400     IF STEP-PICK = 5
032500         MOVE OPERATOR-ID TO ONBOARD-APPROVED-BY.
032600     PERFORM REWRITE-ONBOARD-RECORD.
032700     PERFORM JOURNAL-STEP-DONE.

032800 CHECK-ALL-STEPS-DONE.
032900     MOVE "Y" TO ALL-STEPS-DONE.
033000     PERFORM CHECK-ONE-STEP-DONE
033100         VARYING STEP-SUB FROM 1 BY 1
033200          UNTIL STEP-SUB > 5.

033300 CHECK-ONE-STEP-DONE.
033400     IF ONBOARD-STEP-DONE(STEP-SUB) NOT = "Y"
033500        AND ONBOARD-STEP-DONE(STEP-SUB) NOT = "X"
033600         MOVE "N" TO ALL-STEPS-DONE.

033700*---------------------------------
033800* Activation - the vendor is
033900* read back first so a change
034000* made in VNDMNT04 while the
034100* checklist was worked is not
034200* written over.
034300*---------------------------------
034400 ASK-OK-TO-ACTIVATE.
034500     MOVE "ALL STEPS DONE - ACTIVATE THIS VENDOR (Y/N)?"
034600         TO PROCESS-MESSAGE.
034700     PERFORM ASK-OK-TO-PROCESS.
034800     IF OK-TO-PROCESS = "Y"
034820         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
034840         IF BATCH-UPDATES-ALLOWED NOT = "Y"
034860             MOVE "N" TO OK-TO-PROCESS.
034880     IF OK-TO-PROCESS = "Y"
034900         PERFORM ACTIVATE-THE-VENDOR.

035000 ACTIVATE-THE-VENDOR.
035100     MOVE ONBOARD-VENDOR TO VENDOR-NUMBER.
035200     PERFORM READ-VENDOR-RECORD.
035300     IF VENDOR-RECORD-FOUND = "N"
035400         DISPLAY "VENDOR RECORD IS NO LONGER ON FILE"
035500     ELSE
035600         MOVE "N" TO VENDOR-ONBOARD-PENDING
035700         PERFORM REWRITE-VENDOR-RECORD
035800         PERFORM GET-TODAYS-DATE
035900         MOVE "A" TO ONBOARD-STATUS
036000         MOVE DATE-CCYYMMDD TO ONBOARD-ACTIVATED-DATE
036100         PERFORM REWRITE-ONBOARD-RECORD
036200         PERFORM JOURNAL-VENDOR-ACTIVATED
036300         DISPLAY "VENDOR " VENDOR-NUMBER " ACTIVATED - IT"
036400             " CAN NOW BE VOUCHERED AND PAID".

036500*---------------------------------
036600* Steps 3 and 4 follow the
036700* vendor as it stands today: its
036800* type may have been set or
036900* changed, or its pay method
037000* moved to or from ACH, since
037100* the checklist was opened. The
037200* checklist is only changed in
037300* memory here.
037400*---------------------------------
037500 REFRESH-JUDGED-STEPS.
037600     MOVE "N" TO CERT-IS-REQUIRED.
037700     MOVE VENDOR-TYPE TO VENDOR-TYPE-CODE.
037800     PERFORM READ-VENDOR-TYPE-RECORD.
037900     IF TYPE-RECORD-FOUND = "Y"
038000        AND VENDOR-TYPE-CERT-REQUIRED = "Y"
038100         MOVE "Y" TO CERT-IS-REQUIRED.
038200     IF CERT-IS-REQUIRED = "N"
038300         MOVE "X" TO ONBOARD-CERT-ON-FILE
038400         MOVE ZEROES TO ONBOARD-CERT-DATE
038500     ELSE
038600     IF ONBOARD-CERT-ON-FILE = "X"
038700         MOVE "N" TO ONBOARD-CERT-ON-FILE.
038800     IF VENDOR-PAY-METHOD NOT = "A"
038900         MOVE "X" TO ONBOARD-BANK-VERIFIED
039000         MOVE ZEROES TO ONBOARD-BANK-DATE
039100     ELSE
039200     IF ONBOARD-BANK-VERIFIED = "X"
039300         MOVE "N" TO ONBOARD-BANK-VERIFIED.

039400*---------------------------------
039500* Same test as CHKRUN01's
039600* LOOK-FOR-CURRENT-CERT - any
039700* certificate for the vendor
039800* not yet expired.
039900*---------------------------------
040000 LOOK-FOR-CURRENT-CERT.
040100     MOVE "N" TO CURRENT-CERT-FOUND.
040200     PERFORM GET-TODAYS-DATE.
040300     MOVE "N" TO CERT-FILE-AT-END.
040400     MOVE ONBOARD-VENDOR TO VCERT-VENDOR.
040500     MOVE SPACE TO VCERT-TYPE.
040600     START VENDOR-CERT-FILE
040700        KEY NOT < VCERT-KEY
040800         INVALID KEY MOVE "Y" TO CERT-FILE-AT-END.
040900     PERFORM LOOK-AT-ONE-CERT
041000         UNTIL CERT-FILE-AT-END = "Y"
041100            OR CURRENT-CERT-FOUND = "Y".

041200 LOOK-AT-ONE-CERT.
041300     READ VENDOR-CERT-FILE NEXT RECORD
041400         AT END MOVE "Y" TO CERT-FILE-AT-END.
041500     IF CERT-FILE-AT-END NOT = "Y"
041600        AND VCERT-VENDOR NOT = ONBOARD-VENDOR
041700         MOVE "Y" TO CERT-FILE-AT-END.
041800     IF CERT-FILE-AT-END NOT = "Y"
041900        AND VCERT-EXPIRES NOT < DATE-CCYYMMDD
042000         MOVE "Y" TO CURRENT-CERT-FOUND.

042100 DISPLAY-CHECKLIST.
042200     DISPLAY " ".
042300     DISPLAY "   VENDOR: " VENDOR-NUMBER " " VENDOR-NAME.
042400     MOVE ONBOARD-OPENED-DATE TO DATE-CCYYMMDD.
042500     PERFORM FORMAT-THE-DATE.
042600     DISPLAY "   ADDED: " FORMATTED-DATE
042700         " BY " ONBOARD-OPENED-BY.
042800     IF ONBOARD-STATUS = "A"
042900         MOVE ONBOARD-ACTIVATED-DATE TO DATE-CCYYMMDD
043000         PERFORM FORMAT-THE-DATE
043100         DISPLAY "   ACTIVATED: " FORMATTED-DATE
043200     ELSE
043300         DISPLAY "   STATUS: PENDING".
043400     PERFORM DISPLAY-ONE-STEP
043500         VARYING STEP-SUB FROM 1 BY 1
043600          UNTIL STEP-SUB > 5.
043700     IF ONBOARD-APPROVED-BY NOT = SPACE
043800         DISPLAY "   APPROVED BY: " ONBOARD-APPROVED-BY.
043900     DISPLAY " ".

044000 DISPLAY-ONE-STEP.
044100     IF ONBOARD-STEP-DONE(STEP-SUB) = "Y"
044200         MOVE ONBOARD-STEP-DATE(STEP-SUB) TO DATE-CCYYMMDD
044300         PERFORM FORMAT-THE-DATE
044400         MOVE FORMATTED-DATE TO STEP-STATUS-FIELD
044500     ELSE
044600     IF ONBOARD-STEP-DONE(STEP-SUB) = "X"
044700         MOVE "NOT REQUIRED" TO STEP-STATUS-FIELD
044800     ELSE
044900         MOVE "TO DO" TO STEP-STATUS-FIELD.
045000     DISPLAY STEP-SUB ". " STEP-NAME(STEP-SUB)
045100         " " STEP-STATUS-FIELD.

045200*---------------------------------
045300* AGE - every vendor still
045400* pending, by days since it was
045500* added, with the codes of the
045600* steps still to do.
045700*---------------------------------
045800 AGE-MODE.
045900     MOVE ZEROES TO PENDING-COUNT.
046000     PERFORM GET-TODAYS-DATE.
046100     COMPUTE TODAY-INTEGER =
046200         FUNCTION INTEGER-OF-DATE(DATE-CCYYMMDD).
046300     PERFORM PRINT-AGE-HEADINGS.
046400     MOVE "N" TO ONBOARD-FILE-AT-END.
046500     PERFORM READ-FIRST-ONBOARD.
046600     PERFORM AGE-ONE-ONBOARD
046700         UNTIL ONBOARD-FILE-AT-END = "Y".
046800     MOVE SPACE TO PRINTER-RECORD.
046900     PERFORM WRITE-TO-PRINTER.
047000     MOVE SPACE TO PRINTER-RECORD.
047100     STRING "VENDORS PENDING ONBOARDING: " PENDING-COUNT
047200         DELIMITED BY SIZE INTO PRINTER-RECORD.
047300     PERFORM WRITE-TO-PRINTER.
047400     MOVE SPACE TO PRINTER-RECORD.
047500     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
047600     DISPLAY PENDING-COUNT
047700         " VENDOR(S) PENDING ONBOARDING AGED".
047800     PERFORM ENTER-MODE-CHOICE.

047900 AGE-ONE-ONBOARD.
048000     IF ONBOARD-STATUS = "P"
048100         PERFORM PRINT-ONE-PENDING-VENDOR.
048200     PERFORM READ-NEXT-ONBOARD.

048300 PRINT-ONE-PENDING-VENDOR.
048400     MOVE SPACE TO AGE-DETAIL-LINE.
048500     MOVE ONBOARD-VENDOR TO PRINT-VENDOR-NUMBER.
048600     MOVE ONBOARD-VENDOR TO VENDOR-NUMBER.
048700     PERFORM READ-VENDOR-RECORD.
048800     IF VENDOR-RECORD-FOUND = "Y"
048900         MOVE VENDOR-NAME TO PRINT-VENDOR-NAME
049000         PERFORM REFRESH-JUDGED-STEPS
049100     ELSE
049200         MOVE "***Not Found***" TO PRINT-VENDOR-NAME.
049300     MOVE ONBOARD-OPENED-DATE TO DATE-CCYYMMDD.
049400     PERFORM FORMAT-THE-DATE.
049500     MOVE FORMATTED-DATE TO PRINT-OPENED-DATE.
049600     MOVE ONBOARD-OPENED-BY TO PRINT-OPENED-BY.
049700     IF ONBOARD-OPENED-DATE NOT = ZEROES
049800         COMPUTE DAYS-OPEN =
049900             TODAY-INTEGER
050000             - FUNCTION INTEGER-OF-DATE(ONBOARD-OPENED-DATE)
050100         MOVE DAYS-OPEN TO PRINT-DAYS-OPEN.
050200     MOVE 1 TO CODE-POSITION.
050300     PERFORM LIST-ONE-OUTSTANDING-STEP
050400         VARYING STEP-SUB FROM 1 BY 1
050500          UNTIL STEP-SUB > 5.
050600     MOVE AGE-DETAIL-LINE TO PRINTER-RECORD.
050700     PERFORM WRITE-TO-PRINTER.
050800     ADD 1 TO PENDING-COUNT.

050900 LIST-ONE-OUTSTANDING-STEP.
051000     IF ONBOARD-STEP-DONE(STEP-SUB) = "N"
051100         MOVE STEP-CODE(STEP-SUB)
051200             TO PRINT-STEPS-OUTSTANDING(CODE-POSITION:5)
051300         ADD 6 TO CODE-POSITION.

051400 PRINT-AGE-HEADINGS.
051500     MOVE AGE-TITLE-LINE TO PRINTER-RECORD.
051600     PERFORM WRITE-TO-PRINTER.
051700     MOVE SPACE TO PRINTER-RECORD.
051800     PERFORM WRITE-TO-PRINTER.
051900     MOVE AGE-COLUMN-LINE TO PRINTER-RECORD.
052000     PERFORM WRITE-TO-PRINTER.
052100     MOVE SPACE TO PRINTER-RECORD.
052200     PERFORM WRITE-TO-PRINTER.

052300*---------------------------------
052400* Journal entries - the key is
052500* the vendor, and for a step
052600* the step number after it.
052700*---------------------------------
052800 JOURNAL-STEP-DONE.
052900     MOVE "ONBMNT01" TO JOURNAL-PROGRAM.
053000     MOVE SPACE TO JOURNAL-KEY.
053100     STRING ONBOARD-VENDOR "/" STEP-PICK
053200         DELIMITED BY SIZE INTO JOURNAL-KEY.
053300     MOVE "ONB-STEP" TO JOURNAL-ACTION.
053400     MOVE ZEROES TO JOURNAL-AMOUNT.
053500     PERFORM WRITE-JOURNAL-ENTRY.

053600 JOURNAL-VENDOR-ACTIVATED.
053700     MOVE "ONBMNT01" TO JOURNAL-PROGRAM.
053800     MOVE SPACE TO JOURNAL-KEY.
053900     MOVE ONBOARD-VENDOR TO JOURNAL-KEY.
054000     MOVE "ONB-ACTIV" TO JOURNAL-ACTION.
054100     MOVE ZEROES TO JOURNAL-AMOUNT.
054200     PERFORM WRITE-JOURNAL-ENTRY.

054300*---------------------------------
054400* Confirmation prompt routines,
054500* same idiom as VCHPAY01.
054600*---------------------------------
054700 ASK-OK-TO-PROCESS.
054800     PERFORM ACCEPT-OK-TO-PROCESS.
054900     PERFORM RE-ACCEPT-OK-TO-PROCESS
055000        UNTIL OK-TO-PROCESS = "Y" OR "N".

055100 ACCEPT-OK-TO-PROCESS.
055200     DISPLAY PROCESS-MESSAGE.
055300     ACCEPT OK-TO-PROCESS.
055400     INSPECT OK-TO-PROCESS
055500      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

055600 RE-ACCEPT-OK-TO-PROCESS.
055700     DISPLAY "YOU MUST ENTER YES OR NO".
055800     PERFORM ACCEPT-OK-TO-PROCESS.

055900*---------------------------------
056000* File I-O routines.
056100*---------------------------------
056200 READ-VENDOR-RECORD.
056300     MOVE "Y" TO VENDOR-RECORD-FOUND.
056400     READ VENDOR-FILE RECORD
056500       INVALID KEY
056600          MOVE "N" TO VENDOR-RECORD-FOUND.

056700 REWRITE-VENDOR-RECORD.
056800     REWRITE VENDOR-RECORD
056900         INVALID KEY
057000         DISPLAY "ERROR REWRITING VENDOR RECORD".

057100 READ-VENDOR-TYPE-RECORD.
057200     MOVE "Y" TO TYPE-RECORD-FOUND.
057300     READ VENDOR-TYPE-FILE RECORD
057400       INVALID KEY
057500          MOVE "N" TO TYPE-RECORD-FOUND.

057600 READ-ONBOARD-RECORD.
057700     MOVE "Y" TO ONBOARD-RECORD-FOUND.
057800     READ ONBOARD-FILE RECORD
057900       INVALID KEY
058000          MOVE "N" TO ONBOARD-RECORD-FOUND.

058100 REWRITE-ONBOARD-RECORD.
058200     REWRITE ONBOARD-RECORD
058300         INVALID KEY
058400         DISPLAY "ERROR REWRITING ONBOARDING RECORD".

058500 READ-FIRST-ONBOARD.
058600     MOVE ZEROES TO ONBOARD-VENDOR.
058700     START ONBOARD-FILE
058800        KEY NOT < ONBOARD-VENDOR
058900         INVALID KEY MOVE "Y" TO ONBOARD-FILE-AT-END.
059000     IF ONBOARD-FILE-AT-END NOT = "Y"
059100         PERFORM READ-NEXT-ONBOARD.

059200 READ-NEXT-ONBOARD.
059300     READ ONBOARD-FILE NEXT RECORD
059400         AT END MOVE "Y" TO ONBOARD-FILE-AT-END.

059500 WRITE-TO-PRINTER.
059600     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

059700     COPY "PLDATE01.CBL".

059800     COPY "PLOPID01.CBL".

059900     COPY "PLSIGN01.CBL".

060000     COPY "PLJRNL01.CBL".

060100     COPY "PLBWIN01.CBL".
