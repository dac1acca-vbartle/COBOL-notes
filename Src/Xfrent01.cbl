000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. XFRENT01.
000300*---------------------------------
000400* Bank transfer entry, for moving
000500* money between two of our own
000600* bank accounts - funding the
000700* payroll or disbursement account
000800* from the operating account and
000900* the like. An operator with
001000* ENTRY permission signs on
001100* (PLSIGN01) and keys:
001200* - the account the money leaves
001300*   and the account it goes to,
001400*   both on BANK-FILE and not the
001500*   same account
001600* - the value date, which must not
001700*   fall in a closed year and is
001800*   held to the open period
001900*   (PLPERIOD.CBL)
002000* - the amount and a reference.
002100* A transfer larger than the
002200* from-account's book balance is
002300* warned of but may still be
002400* keyed.
002500* Transfer numbers come from
002600* CONTROL-LAST-TRANSFER under the
002700* control record lock. The
002800* transfer is written pending
002900* ("P") and journaled XFER-REQ;
003000* nothing moves until a second
003100* operator releases it in
003200* XFRREL01.
003216* While the nightly batch window
003232* is up (PLBWIN01.CBL) no entry
003248* session opens, and a transfer
003264* confirmed as the window goes
003280* up is not written.
003300*---------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.

003700     COPY "SLXFER01.CBL".

003800     COPY "SLBANK01.CBL".

003900     COPY "SLCONTRL.CBL".

004000     COPY "SLLOCK01.CBL".

004100     COPY "SLOPER01.CBL".

004200     COPY "SLSECVIO.CBL".

004300     COPY "SLJRNL01.CBL".

004333     COPY "SLBWIN01.CBL".

004366     COPY "SLBWLOG.CBL".

004400 DATA DIVISION.
004500 FILE SECTION.

004600     COPY "FDXFER01.CBL".

004700     COPY "FDBANK01.CBL".

004800     COPY "FDCONTRL.CBL".

004900     COPY "FDLOCK01.CBL".

005000     COPY "FDOPER01.CBL".

005100     COPY "FDSECVIO.CBL".

005200     COPY "FDJRNL01.CBL".

005233     COPY "FDBWIN01.CBL".

005266     COPY "FDBWLOG.CBL".

005300 WORKING-STORAGE SECTION.

005400 77  ENTRY-ACCOUNT                PIC 9(10).
005500 77  ENTRY-DATE                   PIC 9(8).
005600 77  ENTRY-YEAR                   PIC 9(4).
005700 77  BANK-RECORD-ON-FILE          PIC X.
005800 77  CONTROL-RECORD-FOUND         PIC X.
005900 77  FROM-BANK-NAME               PIC X(30).
006000 77  FROM-BANK-BALANCE            PIC S9(9)V99.
006100 77  TO-BANK-NAME                 PIC X(30).
006200 77  OK-TO-PROCESS                PIC X.
006300 77  PROCESS-MESSAGE              PIC X(79) VALUE SPACE.
006400 77  AN-AMOUNT-FIELD              PIC ZZZ,ZZZ,ZZ9.99-.

006500     COPY "WSSIGN01.CBL".

006600     COPY "WSPERIOD.CBL".

006700     COPY "WSDATE01.CBL".

006800     COPY "WSCASE01.CBL".

006900     COPY "WSOPID01.CBL".

007000     COPY "WSLOCK01.CBL".

007050     COPY "WSBWIN01.CBL".

007100 PROCEDURE DIVISION.
007200 PROGRAM-BEGIN.
007300     OPEN I-O OPERATOR-FILE.
007400     PERFORM SIGN-ON-OPERATOR.
007500     CLOSE OPERATOR-FILE.
007600     IF AUTH-ENTRY NOT = "Y"
007700         DISPLAY "BANK TRANSFERS TAKE THE ENTRY PERMISSION -"
007800         DISPLAY "SEE YOUR SUPERVISOR"
007900     ELSE
007925         MOVE "XFRENT01" TO BWIN-PROGRAM-NAME
007950         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON
007975         IF BATCH-UPDATES-ALLOWED = "Y"
008000             PERFORM OPENING-PROCEDURE
008100             PERFORM MAIN-PROCESS
008200             PERFORM CLOSING-PROCEDURE.

008300 PROGRAM-EXIT.
008400     EXIT PROGRAM.

008500 PROGRAM-DONE.
008600     ACCEPT OMITTED. STOP RUN.

008700 OPENING-PROCEDURE.
008800     OPEN I-O TRANSFER-FILE.
008900     OPEN INPUT BANK-FILE.
009000     OPEN I-O CONTROL-FILE.
009100     OPEN I-O LOCK-FILE.
009200     OPEN EXTEND JOURNAL-FILE.

009300 CLOSING-PROCEDURE.
009400     CLOSE TRANSFER-FILE.
009500     CLOSE BANK-FILE.
009600     CLOSE CONTROL-FILE.
009700     CLOSE LOCK-FILE.
009800     CLOSE JOURNAL-FILE.

009900 MAIN-PROCESS.
010000     PERFORM GET-FROM-ACCOUNT.
010100     PERFORM ENTER-ONE-TRANSFER
010200         UNTIL ENTRY-ACCOUNT = ZEROES.

010300 GET-FROM-ACCOUNT.
010400     PERFORM ACCEPT-FROM-ACCOUNT.
010500     PERFORM ACCEPT-FROM-ACCOUNT
010600         UNTIL ENTRY-ACCOUNT = ZEROES
010700            OR BANK-RECORD-ON-FILE = "Y".

010800 ACCEPT-FROM-ACCOUNT.
010900     MOVE "N" TO BANK-RECORD-ON-FILE.
011000     DISPLAY " ".
011100     DISPLAY "ENTER BANK ACCOUNT TO TRANSFER FROM (0 TO EXIT)".
011200     ACCEPT ENTRY-ACCOUNT.
011300     IF ENTRY-ACCOUNT NOT = ZEROES
011400         MOVE ENTRY-ACCOUNT TO BANK-ACCOUNT-NUMBER
011500         PERFORM READ-BANK-RECORD
011600         IF BANK-RECORD-ON-FILE = "N"
011700             DISPLAY "ACCOUNT IS NOT ON THE BANK MASTER"
011800           " (BNKMNT01)"
011900         ELSE
012000             MOVE BANK-BALANCE TO AN-AMOUNT-FIELD
012100             DISPLAY "   BANK: " BANK-NAME
012200             DISPLAY "   BOOK BALANCE: " AN-AMOUNT-FIELD.

012300*---------------------------------
012400* One transfer: to-account, date,
012500* amount and reference, then a
012600* look at the whole transfer
012700* before it is written.
012800*---------------------------------
012900 ENTER-ONE-TRANSFER.
013000     PERFORM START-NEW-TRANSFER.
013100     PERFORM ENTER-TO-ACCOUNT.
013200     PERFORM ENTER-TRANSFER-DATE.
013300     PERFORM ENTER-TRANSFER-AMOUNT.
013400     PERFORM ENTER-TRANSFER-REFERENCE.
013500     PERFORM DISPLAY-TRANSFER-SUMMARY.
013600     MOVE "REQUEST THIS TRANSFER (Y/N)?" TO PROCESS-MESSAGE.
013700     PERFORM ASK-OK-TO-PROCESS.
013720     IF OK-TO-PROCESS = "Y"
013740         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
013760         IF BATCH-UPDATES-ALLOWED NOT = "Y"
013780             MOVE "N" TO OK-TO-PROCESS.
013800     IF OK-TO-PROCESS = "Y"
013900         PERFORM WRITE-THE-TRANSFER.
013950     IF BATCH-UPDATES-ALLOWED = "Y"
014000         PERFORM GET-FROM-ACCOUNT
014033     ELSE
014066         MOVE ZEROES TO ENTRY-ACCOUNT.

014100 START-NEW-TRANSFER.
014200     MOVE SPACE TO TRANSFER-RECORD.
014300     MOVE ZEROES TO XFER-NUMBER
014400                    XFER-TO-ACCOUNT
014500                    XFER-DATE
014600                    XFER-AMOUNT
014700                    XFER-SWEEP
014800                    XFER-RELEASE-DATE
014900                    XFER-EXPORT-RUN.
015000     MOVE "P" TO XFER-STATUS.
015100     MOVE ENTRY-ACCOUNT TO XFER-FROM-ACCOUNT.
015200     MOVE BANK-NAME TO FROM-BANK-NAME.
015300     MOVE BANK-BALANCE TO FROM-BANK-BALANCE.
015400     MOVE OPERATOR-ID TO XFER-REQUESTED-BY.
015500     PERFORM GET-TODAYS-DATE.
015600     MOVE DATE-CCYYMMDD TO XFER-REQUEST-DATE.

015700 ENTER-TO-ACCOUNT.
015800     MOVE "N" TO BANK-RECORD-ON-FILE.
015900     PERFORM ACCEPT-TO-ACCOUNT
016000         UNTIL BANK-RECORD-ON-FILE = "Y".

016100 ACCEPT-TO-ACCOUNT.
016200     DISPLAY "ENTER BANK ACCOUNT TO TRANSFER TO".
016300     ACCEPT XFER-TO-ACCOUNT.
016400     MOVE XFER-TO-ACCOUNT TO BANK-ACCOUNT-NUMBER.
016500     PERFORM READ-BANK-RECORD.
016600     IF BANK-RECORD-ON-FILE = "N"
016700         DISPLAY "ACCOUNT IS NOT ON THE BANK MASTER (BNKMNT01)"
016800     ELSE
016900     IF XFER-TO-ACCOUNT = XFER-FROM-ACCOUNT
017000         DISPLAY "THE TWO ACCOUNTS MUST DIFFER"
017100         MOVE "N" TO BANK-RECORD-ON-FILE
017200     ELSE
017300         MOVE BANK-NAME TO TO-BANK-NAME
017400         DISPLAY "   BANK: " BANK-NAME.

017500*---------------------------------
017600* The value date may not fall in
017700* a closed year, and a date in a
017800* closed period needs a
017900* supervisor (PLPERIOD.CBL).
018000*---------------------------------
018100 ENTER-TRANSFER-DATE.
018200     MOVE "N" TO POSTING-DATE-OK.
018300     PERFORM ACCEPT-TRANSFER-DATE
018400         UNTIL POSTING-DATE-OK = "Y".

018500 ACCEPT-TRANSFER-DATE.
018600     MOVE "N" TO ZERO-DATE-IS-OK.
018700     MOVE "ENTER VALUE DATE(MM/DD/CCYY)?"
018800            TO DATE-PROMPT.
018900     MOVE "A VALID DATE IS REQUIRED"
019000            TO DATE-ERROR-MESSAGE.
019100     PERFORM GET-A-DATE.
019200     MOVE DATE-CCYYMMDD TO ENTRY-DATE.
019300     PERFORM CHECK-ENTRY-DATE.
019400     IF POSTING-DATE-OK = "Y"
019500         MOVE ENTRY-DATE TO XFER-DATE.

019600 CHECK-ENTRY-DATE.
019700     MOVE "N" TO POSTING-DATE-OK.
019800     MOVE ENTRY-DATE TO POSTING-DATE.
019900     PERFORM READ-CONTROL-RECORD.
020000     DIVIDE ENTRY-DATE BY 10000 GIVING ENTRY-YEAR.
020100     IF CONTROL-GL-CLOSED-YEAR NOT = ZERO
020200        AND ENTRY-YEAR NOT > CONTROL-GL-CLOSED-YEAR
020300         DISPLAY "*** FISCAL YEAR " ENTRY-YEAR
020400             " IS CLOSED - THE DATE IS REFUSED"
020500     ELSE
020600         PERFORM CHECK-POSTING-PERIOD.

020700 ENTER-TRANSFER-AMOUNT.
020800     PERFORM ACCEPT-TRANSFER-AMOUNT.
020900     PERFORM RE-ACCEPT-TRANSFER-AMOUNT
021000         UNTIL XFER-AMOUNT > ZERO.
021100     IF XFER-AMOUNT > FROM-BANK-BALANCE
021200         MOVE FROM-BANK-BALANCE TO AN-AMOUNT-FIELD
021300         DISPLAY "*** WARNING - THE TRANSFER IS MORE THAN THE"
021400         DISPLAY "*** FROM-ACCOUNT'S BOOK BALANCE OF "
021500             AN-AMOUNT-FIELD.

021600 ACCEPT-TRANSFER-AMOUNT.
021700     DISPLAY "ENTER AMOUNT TO TRANSFER".
021800     ACCEPT XFER-AMOUNT.

021900 RE-ACCEPT-TRANSFER-AMOUNT.
022000     DISPLAY "THE AMOUNT MUST BE GREATER THAN ZERO".
022100     PERFORM ACCEPT-TRANSFER-AMOUNT.

022200 ENTER-TRANSFER-REFERENCE.
022300     DISPLAY "ENTER A REFERENCE FOR THE TRANSFER (REQUIRED)".
022400     ACCEPT XFER-REFERENCE.
022500     INSPECT XFER-REFERENCE
022600      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
022700     IF XFER-REFERENCE = SPACE
022800         DISPLAY "A REFERENCE MUST BE ENTERED"
022900         PERFORM ENTER-TRANSFER-REFERENCE.

023000 DISPLAY-TRANSFER-SUMMARY.
023100     DISPLAY " ".
023200     MOVE XFER-AMOUNT TO AN-AMOUNT-FIELD.
023300     MOVE XFER-DATE TO DATE-CCYYMMDD.
023400     PERFORM FORMAT-THE-DATE.
023500     DISPLAY "TRANSFER OF " AN-AMOUNT-FIELD
023600         " VALUE " FORMATTED-DATE.
023700     DISPLAY "   FROM: " XFER-FROM-ACCOUNT " " FROM-BANK-NAME.
023800     DISPLAY "   TO:   " XFER-TO-ACCOUNT " " TO-BANK-NAME.
023900     DISPLAY "   REFERENCE: " XFER-REFERENCE.
024000     DISPLAY " ".

024100*---------------------------------
024200* The number is claimed only once
024300* the transfer is accepted, so an
024400* abandoned one leaves no gap.
024500*---------------------------------
024600 WRITE-THE-TRANSFER.
024700     PERFORM RETRIEVE-NEXT-TRANSFER.
024800     IF XFER-NUMBER = ZEROES
024900         DISPLAY "THE TRANSFER WAS NOT REQUESTED"
025000     ELSE
025100         PERFORM WRITE-TRANSFER-RECORD
025200         PERFORM JOURNAL-THE-REQUEST
025300         DISPLAY "TRANSFER " XFER-NUMBER " REQUESTED - A SECOND"
025400             " OPERATOR MUST RELEASE IT IN XFRREL01".

025500 RETRIEVE-NEXT-TRANSFER.
025600     PERFORM LOCK-THE-CONTROL-RECORD.
025700     IF LOCK-ACQUIRED = "Y"
025800         PERFORM READ-CONTROL-RECORD
025900         ADD 1 TO CONTROL-LAST-TRANSFER
026000         MOVE CONTROL-LAST-TRANSFER TO XFER-NUMBER
026100         PERFORM REWRITE-CONTROL-RECORD
026200         PERFORM UNLOCK-THE-CONTROL-RECORD
026300     ELSE
026400         DISPLAY "NO TRANSFER NUMBER ASSIGNED - TRY"
026500             " AGAIN WHEN THE CONTROL RECORD FREES"
026600         MOVE ZEROES TO XFER-NUMBER.

026700 LOCK-THE-CONTROL-RECORD.
026800     MOVE "CONTROL" TO LOCK-WANTED-FILE.
026900     MOVE "1" TO LOCK-WANTED-RECORD.
027000     PERFORM ACQUIRE-RECORD-LOCK.

027100 UNLOCK-THE-CONTROL-RECORD.
027200     MOVE "CONTROL" TO LOCK-WANTED-FILE.
027300     MOVE "1" TO LOCK-WANTED-RECORD.
027400     PERFORM RELEASE-RECORD-LOCK.

027500 JOURNAL-THE-REQUEST.
027600     MOVE "XFRENT01" TO JOURNAL-PROGRAM.
027700     MOVE SPACE TO JOURNAL-KEY.
027800     MOVE XFER-NUMBER TO JOURNAL-KEY.
027900     MOVE "XFER-REQ" TO JOURNAL-ACTION.
028000     MOVE XFER-AMOUNT TO JOURNAL-AMOUNT.
028100     PERFORM WRITE-JOURNAL-ENTRY.

028200*---------------------------------
028300* Confirmation prompt routines.
028400*---------------------------------
028500 ASK-OK-TO-PROCESS.
028600     PERFORM ACCEPT-OK-TO-PROCESS.
028700     PERFORM RE-ACCEPT-OK-TO-PROCESS
028800        UNTIL OK-TO-PROCESS = "Y" OR "N".

028900 ACCEPT-OK-TO-PROCESS.
029000     DISPLAY PROCESS-MESSAGE.
029100     ACCEPT OK-TO-PROCESS.
029200     INSPECT OK-TO-PROCESS
029300      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

029400 RE-ACCEPT-OK-TO-PROCESS.
029500     DISPLAY "YOU MUST ENTER YES OR NO".
029600     PERFORM ACCEPT-OK-TO-PROCESS.

029700*---------------------------------
029800* File I-O routines.
029900*---------------------------------
030000 READ-BANK-RECORD.
030100     MOVE "Y" TO BANK-RECORD-ON-FILE.
030200     READ BANK-FILE RECORD
030300       INVALID KEY
030400          MOVE "N" TO BANK-RECORD-ON-FILE.

030500 WRITE-TRANSFER-RECORD.
030600     WRITE TRANSFER-RECORD
030700         INVALID KEY
030800         DISPLAY "ERROR WRITING TRANSFER RECORD".

030900 READ-CONTROL-RECORD.
031000     MOVE 1 TO CONTROL-KEY.
031100     MOVE "Y" TO CONTROL-RECORD-FOUND.
031200     READ CONTROL-FILE RECORD
031300         INVALID KEY
031400          MOVE "N" TO CONTROL-RECORD-FOUND
031500          DISPLAY "CONTROL FILE IS INVALID".

031600 REWRITE-CONTROL-RECORD.
031700     REWRITE CONTROL-RECORD
031800         INVALID KEY
031900         DISPLAY "ERROR REWRITING CONTROL RECORD".

032000     COPY "PLPERIOD.CBL".

032100     COPY "PLDATE01.CBL".

032200     COPY "PLOPID01.CBL".

032300     COPY "PLSIGN01.CBL".

032400     COPY "PLLOCK01.CBL".

032500     COPY "PLJRNL01.CBL".

032600     COPY "PLBWIN01.CBL".
