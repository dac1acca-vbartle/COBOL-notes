002000* total - so nothing sits
002100* forgotten in the approval
002200* queue.
002205* Before a PO is approved each
002210* account its lines charge is
002214* checked against the expense
002219* budget (EXPENSE-BUDGET-FILE,
002224* all companies, the PO date's
002229* year): budget less the year's
002233* GL actuals less the open
002238* encumbrance of every other
002243* approved open PO dated in the
002248* year (its unrelieved balance
002252* shared over its lines) is
002257* what is available. A PO that
002262* would overrun any account
002267* needs a second supervisor to
002271* key their operator ID; the
002276* override is journaled as
002281* BUDGET-OVR. An account with
002286* no budget for the year is not
002290* checked. ENCRPT01 prints the
002295* same figures by account.
002296* While the nightly batch window
002297* is up (PLBWIN01.CBL) only LIST
002298* is open, and an approval
002299* confirmed as the window goes
002299* up is not written.
002300*---------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.

003000     COPY "SLJRNL01.CBL".

003033     COPY "SLEXBUD.CBL".

003067     COPY "SLGLBAL.CBL".

003078     COPY "SLBWIN01.CBL".

003089     COPY "SLBWLOG.CBL".

003100     SELECT PRINTER-FILE
003200         ASSIGN TO PRINTER
003300         ORGANIZATION IS LINE SEQUENTIAL.

003900     COPY "FDJRNL01.CBL".

003933     COPY "FDEXBUD.CBL".

003967     COPY "FDGLBAL.CBL".

003978     COPY "FDBWIN01.CBL".

003989     COPY "FDBWLOG.CBL".

004000 FD  PRINTER-FILE
004100     LABEL RECORDS ARE OMITTED.
004200 01  PRINTER-RECORD              PIC X(80).
005100 77  AN-AMOUNT-FIELD              PIC ZZZ,ZZZ,ZZ9.99-.
005200 77  PENDING-COUNT                PIC 9(5).
005300 77  PENDING-TOTAL                PIC S9(9)V99.
005303 77  BUDGET-FILE-AT-END           PIC X.
005307 77  BALANCE-FILE-AT-END          PIC X.
005310 77  BUDGET-YEAR                  PIC 9(4).
005314 77  WORK-YEAR                    PIC 9(4).
005317 77  WORK-ACCOUNT                 PIC X(10).
005321 77  LINE-SUB                     PIC 99.
005324 77  LINE-EXTENSION               PIC S9(11)V99.
005328 77  AVAILABLE-AMOUNT             PIC S9(11)V99.
005331 77  PO-OVER-BUDGET               PIC X.
005334 77  CHECK-SLOT-FOUND             PIC X.
005338 77  BUDGET-CHECK-SUB             PIC 99.
005341 77  BUDGET-CHECK-COUNT           PIC 99.
005345 77  BUDGET-OVERRIDE-ID           PIC X(5).
005348 77  BUDGET-OVERRIDE-OK           PIC X.
005352 77  BUDGET-OVERRIDE-TRIES        PIC 9.
005355 77  OVERRIDE-OPR-FOUND           PIC X.

005359*---------------------------------
005362* One slot per account the PO
005366* under review charges.
005369*---------------------------------
005372 01  BUDGET-CHECK-TABLE.
005376     05  BUDGET-CHECK-ENTRY OCCURS 10 TIMES.
005379         10  BUDGET-CHECK-ACCOUNT    PIC X(10).
005383         10  BUDGET-CHECK-HAS-BUDGET PIC X.
005386         10  BUDGET-CHECK-CHARGE     PIC S9(11)V99.
005390         10  BUDGET-CHECK-BUDGET     PIC S9(11)V99.
005393         10  BUDGET-CHECK-ACTUAL     PIC S9(11)V99.
005397         10  BUDGET-CHECK-ENCUMBERED PIC S9(11)V99.

005400 01  DETAIL-LINE.
005500     05  PRINT-PO-NUMBER         PIC Z(6).

008200     COPY "WSOPID01.CBL".

008250     COPY "WSBWIN01.CBL".

008300 PROCEDURE DIVISION.
008400 PROGRAM-BEGIN.
008500     OPEN I-O OPERATOR-FILE.
008900         DISPLAY "PO APPROVAL TAKES THE SUPERVISOR"
009000         DISPLAY "PERMISSION - SEE YOUR SUPERVISOR"
009100     ELSE
009133         MOVE "POAPRV01" TO BWIN-PROGRAM-NAME
009166         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON
009200         PERFORM OPENING-PROCEDURE
009300         PERFORM MAIN-PROCESS
009400         PERFORM CLOSING-PROCEDURE.
010100     OPEN INPUT VENDOR-FILE.
010200     OPEN EXTEND JOURNAL-FILE.
010300     OPEN OUTPUT PRINTER-FILE.
010333     OPEN INPUT EXPENSE-BUDGET-FILE.
010367     OPEN INPUT GL-BALANCE-FILE.

010400 CLOSING-PROCEDURE.
010500     CLOSE PO-FILE.
010600     CLOSE VENDOR-FILE.
010700     CLOSE JOURNAL-FILE.
010800     CLOSE PRINTER-FILE.
010833     CLOSE EXPENSE-BUDGET-FILE.
010867     CLOSE GL-BALANCE-FILE.

010900 MAIN-PROCESS.
011000     PERFORM ENTER-MODE-CHOICE.
012500* APPROVE
012600*---------------------------------
012700 APPROVE-MODE.
012733     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
012766     IF BATCH-UPDATES-ALLOWED = "Y"
012800         PERFORM GET-APPROVE-PO
012825     ELSE
012850         DISPLAY "ONLY LIST IS OPEN"
012875         MOVE ZEROES TO APPROVE-PO.
012900     PERFORM REVIEW-ONE-PO
013000         UNTIL APPROVE-PO = ZEROES.
013100     PERFORM ENTER-MODE-CHOICE.
015000         PERFORM ASK-OK-TO-APPROVE
015100     ELSE
015200         DISPLAY "ONLY A PENDING (P) PO CAN BE APPROVED".
015250     IF BATCH-UPDATES-ALLOWED = "Y"
015300         PERFORM GET-APPROVE-PO
015333     ELSE
015366         MOVE ZEROES TO APPROVE-PO.

015400 ASK-OK-TO-APPROVE.
015450     PERFORM CHECK-PO-AGAINST-BUDGET.
015500     MOVE "APPROVE THIS PURCHASE ORDER (Y/N)?"
015600         TO PROCESS-MESSAGE.
015700     PERFORM ASK-OK-TO-PROCESS.
015720     IF OK-TO-PROCESS = "Y"
015740        AND PO-OVER-BUDGET = "Y"
015760         PERFORM ASK-BUDGET-OVERRIDE
015780         MOVE BUDGET-OVERRIDE-OK TO OK-TO-PROCESS.
015784     IF OK-TO-PROCESS = "Y"
015788         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
015792         IF BATCH-UPDATES-ALLOWED NOT = "Y"
015796             MOVE "N" TO OK-TO-PROCESS.
015800     IF OK-TO-PROCESS = "Y"
015900         PERFORM APPROVE-THE-PO.

024700     MOVE PO-TOTAL-AMOUNT TO JOURNAL-AMOUNT.
024800     PERFORM WRITE-JOURNAL-ENTRY.

024801*---------------------------------
024802* BUDGET CHECK - the PO's lines
024803* are gathered by account, each
024804* account's budget and actual
024805* summed, then every other open
024806* PO walked for its encumbrance.
024807* The walk moves the PO buffer,
024808* so the PO under review is read
024809* back afterwards.
024810*---------------------------------
024811 CHECK-PO-AGAINST-BUDGET.
024812     MOVE "N" TO PO-OVER-BUDGET.
024813     DIVIDE PO-DATE BY 10000 GIVING BUDGET-YEAR.
024814     MOVE ZERO TO BUDGET-CHECK-COUNT.
024815     PERFORM TABLE-ONE-PO-LINE
024816         VARYING LINE-SUB FROM 1 BY 1
024817          UNTIL LINE-SUB > PO-LINE-COUNT.
024818     PERFORM LOAD-ONE-CHECK-ACCOUNT
024819         VARYING BUDGET-CHECK-SUB FROM 1 BY 1
024820          UNTIL BUDGET-CHECK-SUB > BUDGET-CHECK-COUNT.
024821     MOVE "N" TO PO-FILE-AT-END.
024822     PERFORM READ-FIRST-PO.
024823     PERFORM ENCUMBER-ONE-PO
024824         UNTIL PO-FILE-AT-END = "Y".
024825     MOVE APPROVE-PO TO PO-NUMBER.
024826     PERFORM READ-PO-RECORD.
024827     DISPLAY "BUDGET CHECK FOR " BUDGET-YEAR.
024828     PERFORM SHOW-ONE-CHECK-ACCOUNT
024829         VARYING BUDGET-CHECK-SUB FROM 1 BY 1
024830          UNTIL BUDGET-CHECK-SUB > BUDGET-CHECK-COUNT.
024831     IF PO-OVER-BUDGET = "Y"
024832         DISPLAY "*** THIS PO WOULD PUT AN ACCOUNT OVER"
024833             " BUDGET".

024834 TABLE-ONE-PO-LINE.
024835     COMPUTE LINE-EXTENSION =
024836         PO-LINE-QUANTITY(LINE-SUB)
024837         * PO-LINE-UNIT-PRICE(LINE-SUB).
024838     MOVE PO-LINE-GL-ACCOUNT(LINE-SUB) TO WORK-ACCOUNT.
024839     PERFORM FIND-CHECK-ACCOUNT.
024840     IF CHECK-SLOT-FOUND = "N"
024841         ADD 1 TO BUDGET-CHECK-COUNT
024842         MOVE BUDGET-CHECK-COUNT TO BUDGET-CHECK-SUB
024843         MOVE WORK-ACCOUNT
024844             TO BUDGET-CHECK-ACCOUNT(BUDGET-CHECK-SUB)
024845         MOVE "N" TO BUDGET-CHECK-HAS-BUDGET(BUDGET-CHECK-SUB)
024846         MOVE ZEROES TO BUDGET-CHECK-CHARGE(BUDGET-CHECK-SUB)
024847                        BUDGET-CHECK-BUDGET(BUDGET-CHECK-SUB)
024848                        BUDGET-CHECK-ACTUAL(BUDGET-CHECK-SUB)
024849                     BUDGET-CHECK-ENCUMBERED(BUDGET-CHECK-SUB).
024850     ADD LINE-EXTENSION
024851         TO BUDGET-CHECK-CHARGE(BUDGET-CHECK-SUB).

024852 FIND-CHECK-ACCOUNT.
024853     MOVE "N" TO CHECK-SLOT-FOUND.
024854     MOVE ZERO TO BUDGET-CHECK-SUB.
024855     PERFORM LOOK-AT-CHECK-SLOT
024856         UNTIL CHECK-SLOT-FOUND = "Y"
024857            OR BUDGET-CHECK-SUB NOT < BUDGET-CHECK-COUNT.

024858 LOOK-AT-CHECK-SLOT.
024859     ADD 1 TO BUDGET-CHECK-SUB.
024860     IF BUDGET-CHECK-ACCOUNT(BUDGET-CHECK-SUB) = WORK-ACCOUNT
024861         MOVE "Y" TO CHECK-SLOT-FOUND.

024862*---------------------------------
024863* The year's budget over every
024864* company, and the year's GL
024865* actual (periods 01-12) the
024866* same way.
024867*---------------------------------
024868 LOAD-ONE-CHECK-ACCOUNT.
024869     MOVE BUDGET-CHECK-ACCOUNT(BUDGET-CHECK-SUB)
024870         TO WORK-ACCOUNT.
024871     MOVE "N" TO BUDGET-FILE-AT-END.
024872     MOVE WORK-ACCOUNT TO EXBUD-ACCOUNT.
024873     MOVE LOW-VALUES TO EXBUD-COMPANY.
024874     MOVE ZEROES TO EXBUD-PERIOD.
024875     START EXPENSE-BUDGET-FILE
024876        KEY NOT < EXBUD-KEY
024877         INVALID KEY MOVE "Y" TO BUDGET-FILE-AT-END.
024878     PERFORM ADD-ONE-BUDGET-CELL
024879         UNTIL BUDGET-FILE-AT-END = "Y".
024880     MOVE "N" TO BALANCE-FILE-AT-END.
024881     MOVE WORK-ACCOUNT TO GLBAL-ACCOUNT.
024882     COMPUTE GLBAL-PERIOD = (BUDGET-YEAR * 100) + 1.
024883     MOVE LOW-VALUES TO GLBAL-COMPANY.
024884     START GL-BALANCE-FILE
024885        KEY NOT < GLBAL-KEY
024886         INVALID KEY MOVE "Y" TO BALANCE-FILE-AT-END.
024887     PERFORM ADD-ONE-ACTUAL-BUCKET
024888         UNTIL BALANCE-FILE-AT-END = "Y".

024889 ADD-ONE-BUDGET-CELL.
024890     PERFORM READ-NEXT-BUDGET.
024891     IF BUDGET-FILE-AT-END NOT = "Y"
024892         DIVIDE EXBUD-PERIOD BY 100 GIVING WORK-YEAR
024893         IF WORK-YEAR = BUDGET-YEAR
024894             MOVE "Y"
024895                 TO BUDGET-CHECK-HAS-BUDGET(BUDGET-CHECK-SUB)
024896             ADD EXBUD-AMOUNT
024897                 TO BUDGET-CHECK-BUDGET(BUDGET-CHECK-SUB).

024898 ADD-ONE-ACTUAL-BUCKET.
024899     PERFORM READ-NEXT-BALANCE.
024900     IF BALANCE-FILE-AT-END NOT = "Y"
024901         ADD GLBAL-DEBITS
024902             TO BUDGET-CHECK-ACTUAL(BUDGET-CHECK-SUB)
024903         SUBTRACT GLBAL-CREDITS
024904             FROM BUDGET-CHECK-ACTUAL(BUDGET-CHECK-SUB).

024900*---------------------------------
025000* Confirmation prompt routines,
025100* same idiom as VCHPAY01.
026300     DISPLAY "YOU MUST ENTER YES OR NO".
026400     PERFORM ACCEPT-OK-TO-PROCESS.

026401*---------------------------------
026402* An approved, still open PO
026403* dated in the year encumbers
026404* its unrelieved balance, shared
026405* over its lines by extension.
026406* A PO approved before the field
026407* existed carries a space.
026408*---------------------------------
026409 ENCUMBER-ONE-PO.
026410     DIVIDE PO-DATE BY 10000 GIVING WORK-YEAR.
026411     IF PO-NUMBER NOT = APPROVE-PO
026412        AND PO-STATUS = "O"
026413        AND (PO-APPROVAL-STATUS = "A" OR SPACE)
026414        AND WORK-YEAR = BUDGET-YEAR
026415        AND PO-TOTAL-AMOUNT > PO-RELIEVED-AMOUNT
026416         PERFORM ENCUMBER-ONE-PO-LINE
026417             VARYING LINE-SUB FROM 1 BY 1
026418              UNTIL LINE-SUB > PO-LINE-COUNT.
026419     PERFORM READ-NEXT-PO.

026420 ENCUMBER-ONE-PO-LINE.
026421     MOVE PO-LINE-GL-ACCOUNT(LINE-SUB) TO WORK-ACCOUNT.
026422     PERFORM FIND-CHECK-ACCOUNT.
026423     IF CHECK-SLOT-FOUND = "Y"
026424         COMPUTE LINE-EXTENSION ROUNDED =
026425             PO-LINE-QUANTITY(LINE-SUB)
026426             * PO-LINE-UNIT-PRICE(LINE-SUB)
026427             * (PO-TOTAL-AMOUNT - PO-RELIEVED-AMOUNT)
026428             / PO-TOTAL-AMOUNT
026429         ADD LINE-EXTENSION
026430             TO BUDGET-CHECK-ENCUMBERED(BUDGET-CHECK-SUB).

026431 SHOW-ONE-CHECK-ACCOUNT.
026432     IF BUDGET-CHECK-HAS-BUDGET(BUDGET-CHECK-SUB) = "N"
026433         DISPLAY "   " BUDGET-CHECK-ACCOUNT(BUDGET-CHECK-SUB)
026434             " NO BUDGET FOR THE YEAR - NOT CHECKED"
026435     ELSE
026436         PERFORM SHOW-CHECKED-ACCOUNT.

026437 SHOW-CHECKED-ACCOUNT.
026438     COMPUTE AVAILABLE-AMOUNT =
026439         BUDGET-CHECK-BUDGET(BUDGET-CHECK-SUB)
026440         - BUDGET-CHECK-ACTUAL(BUDGET-CHECK-SUB)
026441         - BUDGET-CHECK-ENCUMBERED(BUDGET-CHECK-SUB).
026442     MOVE BUDGET-CHECK-BUDGET(BUDGET-CHECK-SUB)
026443         TO AN-AMOUNT-FIELD.
026444     DISPLAY "   " BUDGET-CHECK-ACCOUNT(BUDGET-CHECK-SUB)
026445         " BUDGET     " AN-AMOUNT-FIELD.
026446     MOVE BUDGET-CHECK-ACTUAL(BUDGET-CHECK-SUB)
026447         TO AN-AMOUNT-FIELD.
026448     DISPLAY "              ACTUAL     " AN-AMOUNT-FIELD.
026449     MOVE BUDGET-CHECK-ENCUMBERED(BUDGET-CHECK-SUB)
026450         TO AN-AMOUNT-FIELD.
026451     DISPLAY "              ENCUMBERED " AN-AMOUNT-FIELD.
026452     MOVE AVAILABLE-AMOUNT TO AN-AMOUNT-FIELD.
026453     DISPLAY "              AVAILABLE  " AN-AMOUNT-FIELD.
026454     MOVE BUDGET-CHECK-CHARGE(BUDGET-CHECK-SUB)
026455         TO AN-AMOUNT-FIELD.
026456     DISPLAY "              THIS PO    " AN-AMOUNT-FIELD.
026457     IF BUDGET-CHECK-CHARGE(BUDGET-CHECK-SUB)
026458          > AVAILABLE-AMOUNT
026459         DISPLAY "              *** OVER BUDGET"
026460         MOVE "Y" TO PO-OVER-BUDGET.

026461*---------------------------------
026462* Over-budget override, in the
026463* PLPERIOD idiom: a supervisor
026464* other than the one approving
026465* keys their operator ID, three
026466* tries, and the override is
026467* journaled naming them.
026468*---------------------------------
026469 ASK-BUDGET-OVERRIDE.
026470     MOVE "N" TO BUDGET-OVERRIDE-OK.
026471     MOVE ZERO TO BUDGET-OVERRIDE-TRIES.
026472     OPEN INPUT OPERATOR-FILE.
026473     PERFORM TRY-BUDGET-OVERRIDE
026474         UNTIL BUDGET-OVERRIDE-OK = "Y"
026475            OR BUDGET-OVERRIDE-TRIES NOT < 3.
026476     CLOSE OPERATOR-FILE.
026477     IF BUDGET-OVERRIDE-OK = "Y"
026478         PERFORM JOURNAL-BUDGET-OVERRIDE
026479         DISPLAY "BUDGET OVERRIDE RECORDED ON THE"
026480             " DAILY JOURNAL"
026481     ELSE
026482         DISPLAY "NO BUDGET OVERRIDE - THE PO IS NOT"
026483             " APPROVED".

026484 TRY-BUDGET-OVERRIDE.
026485     ADD 1 TO BUDGET-OVERRIDE-TRIES.
026486     DISPLAY "ANOTHER SUPERVISOR MUST KEY THEIR OPERATOR".
026487     DISPLAY "ID TO APPROVE OVER BUDGET (BLANK TO".
026488     DISPLAY "REFUSE)".
026489     ACCEPT BUDGET-OVERRIDE-ID.
026490     INSPECT BUDGET-OVERRIDE-ID
026491      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
026492     IF BUDGET-OVERRIDE-ID = SPACE
026493         MOVE 3 TO BUDGET-OVERRIDE-TRIES
026494     ELSE
026495     IF BUDGET-OVERRIDE-ID = OPERATOR-ID
026496         DISPLAY "THE APPROVING SUPERVISOR CANNOT OVERRIDE"
026497     ELSE
026498         PERFORM CHECK-BUDGET-OVERRIDE-ID.

026499 CHECK-BUDGET-OVERRIDE-ID.
026500     MOVE BUDGET-OVERRIDE-ID TO OPERATOR-KEY-ID.
026501     MOVE "Y" TO OVERRIDE-OPR-FOUND.
026502     READ OPERATOR-FILE RECORD
026503       INVALID KEY
026504          MOVE "N" TO OVERRIDE-OPR-FOUND.
026505     IF OVERRIDE-OPR-FOUND = "N"
026506         DISPLAY "OPERATOR IS NOT ON FILE"
026507     ELSE
026508     IF OPERATOR-SUPERVISOR NOT = "Y"
026509         DISPLAY "THAT OPERATOR IS NOT A SUPERVISOR"
026510     ELSE
026511         MOVE "Y" TO BUDGET-OVERRIDE-OK.

026512 JOURNAL-BUDGET-OVERRIDE.
026513     MOVE "POAPRV01" TO JOURNAL-PROGRAM.
026514     MOVE SPACE TO JOURNAL-KEY.
026515     STRING BUDGET-OVERRIDE-ID ">" PO-NUMBER
026516         DELIMITED BY SIZE INTO JOURNAL-KEY.
026517     MOVE "BUDGET-OVR" TO JOURNAL-ACTION.
026518     MOVE PO-TOTAL-AMOUNT TO JOURNAL-AMOUNT.
026519     PERFORM WRITE-JOURNAL-ENTRY.

026500*---------------------------------
026600* File I-O routines.
026700*---------------------------------
028500     READ PO-FILE NEXT RECORD
028600         AT END MOVE "Y" TO PO-FILE-AT-END.

028607 READ-NEXT-BUDGET.
028614     READ EXPENSE-BUDGET-FILE NEXT RECORD
028621         AT END MOVE "Y" TO BUDGET-FILE-AT-END.
028629     IF BUDGET-FILE-AT-END NOT = "Y"
028636        AND EXBUD-ACCOUNT NOT = WORK-ACCOUNT
028643         MOVE "Y" TO BUDGET-FILE-AT-END.

028650 READ-NEXT-BALANCE.
028657     READ GL-BALANCE-FILE NEXT RECORD
028664         AT END MOVE "Y" TO BALANCE-FILE-AT-END.
028671     IF BALANCE-FILE-AT-END NOT = "Y"
028679        AND (GLBAL-ACCOUNT NOT = WORK-ACCOUNT
028686          OR GLBAL-PERIOD > (BUDGET-YEAR * 100) + 12)
028693         MOVE "Y" TO BALANCE-FILE-AT-END.

028700 PO-VENDOR-ON-FILE.
028800     MOVE PO-VENDOR TO VENDOR-NUMBER.
028900     MOVE "Y" TO VENDOR-RECORD-FOUND.
029700     COPY "PLSIGN01.CBL".

029800     COPY "PLJRNL01.CBL".

029900     COPY "PLBWIN01.CBL".
