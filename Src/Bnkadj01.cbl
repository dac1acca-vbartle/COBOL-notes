000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BNKADJ01.
000300*---------------------------------
000400* Bank adjustment posting.
000500* BNKIMP01 records service
000600* fees, interest, returned
000700* deposits and ACH debits from
000800* the statement on the
000900* BANK-TRX-FILE unposted
001000* (BNKTRX-POSTED "N"). This
001100* walks the unposted items of
001200* one bank account (or all of
001300* them) and shows each to the
001400* operator, who posts it, skips
001500* it for now or quits.
001600* Posting assigns the item a GL
001700* account - defaulted by
001800* BNKTRX-TYPE (FE BANKFEE,
001900* IN INTINCOME, RD ARTRADE, AC
002000* none, so it must be keyed) -
002100* checked against the chart of
002200* accounts or GL-BALANCE-FILE as
002300* GLJE01 does, and a date: the
002400* statement date, unless it
002500* falls in a closed period
002600* (PLPERIOD.CBL) or year, when
002700* another is keyed. The signed
002800* BNKTRX-AMOUNT is added to
002900* BANK-BALANCE, the item is
003000* marked posted and journaled,
003100* and two lines go to the BNKEXP
003200* file in the GLEXPORT format
003300* for GLUPD01: money in DEBITS
003400* the bank's cash account (its
003500* BANK-GL-ACCOUNT, else the
003600* CASHnnnnnn synthesis GLPOST01
003700* uses) and CREDITS the assigned
003800* account, money out the
003900* reverse. Each line carries
004000* the item as a B reference.
004100* BNKEXP is under transmission
004200* control (PLEXPCTL.CBL) - the
004300* program will not run while a
004400* prior BNKEXP is still pending.
004500* A posting register prints
004600* every item posted.
004616* Nothing is posted while the
004632* nightly batch window is up
004648* (PLBWIN01.CBL); the review
004664* ends at the first item taken
004680* after the window goes up.
004700*---------------------------------
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.

005100     COPY "SLBNKTRX.CBL".

005200     COPY "SLBANK01.CBL".

005300     COPY "SLACCT01.CBL".

005400     COPY "SLGLBAL.CBL".

005500     COPY "SLCONTRL.CBL".

005600     COPY "SLOPER01.CBL".

005700     COPY "SLJRNL01.CBL".

005800     COPY "SLEXPCTL.CBL".

005833     COPY "SLBWIN01.CBL".

005866     COPY "SLBWLOG.CBL".

005900     SELECT GL-EXPORT-FILE
006000         ASSIGN TO "BNKEXP"
006100         ORGANIZATION IS LINE SEQUENTIAL.

006200     SELECT PRINTER-FILE
006300         ASSIGN TO PRINTER
006400         ORGANIZATION IS LINE SEQUENTIAL.

006500 DATA DIVISION.
006600 FILE SECTION.

006700     COPY "FDBNKTRX.CBL".

006800     COPY "FDBANK01.CBL".

006900     COPY "FDACCT01.CBL".

007000     COPY "FDGLBAL.CBL".

007100     COPY "FDCONTRL.CBL".

007200     COPY "FDOPER01.CBL".

007300     COPY "FDJRNL01.CBL".

007400     COPY "FDEXPCTL.CBL".

007433     COPY "FDBWIN01.CBL".

007466     COPY "FDBWLOG.CBL".

007500 FD  GL-EXPORT-FILE
007600     LABEL RECORDS ARE OMITTED.
007700 01  GL-EXPORT-RECORD            PIC X(100).

007800 FD  PRINTER-FILE
007900     LABEL RECORDS ARE OMITTED.
008000 01  PRINTER-RECORD              PIC X(80).

008100 WORKING-STORAGE SECTION.

008200 77  TRX-FILE-AT-END              PIC X.
008300 77  BANK-RECORD-ON-FILE          PIC X.
008400 77  ACCOUNT-RECORD-FOUND         PIC X.
008500 77  CONTROL-RECORD-FOUND         PIC X.
008600 77  REVIEW-CHOICE                PIC X.
008700 77  OK-TO-PROCESS                PIC X.
008800 77  PROCESS-MESSAGE              PIC X(79) VALUE SPACE.
008900 77  SELECTED-ACCOUNT             PIC 9(10).
009000 77  TYPE-INDEX                   PIC 9.
009100 77  ITEM-DEFAULT-ACCOUNT         PIC X(10).
009200 77  ITEM-GL-ACCOUNT              PIC X(10).
009300 77  CASH-GL-ACCOUNT              PIC X(10).
009400 77  ITEM-AMOUNT                  PIC 9(9)V99.
009500 77  ENTRY-DATE                   PIC 9(8).
009600 77  ENTRY-YEAR                   PIC 9(4).
009700 77  AN-AMOUNT-FIELD              PIC ZZZ,ZZZ,ZZ9.99-.
009800 77  DEBIT-ACCOUNT                PIC X(10).
009900 77  CREDIT-ACCOUNT               PIC X(10).
010000 77  LINE-DESCRIPTION             PIC X(25).
010100 77  ITEMS-REVIEWED-COUNT         PIC 9(5) VALUE ZERO.
010200 77  ITEMS-POSTED-COUNT           PIC 9(5) VALUE ZERO.
010300 77  ITEMS-SKIPPED-COUNT          PIC 9(5) VALUE ZERO.
010400 77  NET-BOOK-TOTAL               PIC S9(11)V99 VALUE ZERO.
010500 77  EXPORT-RUN-NUMBER            PIC 9(5).
010600 77  EXPORT-LINE-COUNT            PIC 9(6).
010700 77  EXPORT-DEBIT-TOTAL           PIC S9(11)V99.
010800 77  EXPORT-CREDIT-TOTAL          PIC S9(11)V99.
010900 77  LINE-COUNT                   PIC 999 VALUE ZERO.
011000 77  PAGE-NUMBER                  PIC 9999 VALUE ZERO.
011100 77  MAXIMUM-LINES                PIC 999 VALUE 55.

011200     COPY "WSGLLINE.CBL".

011300*---------------------------------
011400* The GL account each kind of
011500* bank-originated item defaults
011600* to, and the journal line
011700* description. The last entry
011800* catches any other type and
011900* has no default account.
012000*---------------------------------
012100 01  ADJUSTMENT-TYPE-VALUES.
012200     05  FILLER PIC X(32)
012300         VALUE "FEBANKFEE   BANK SERVICE FEE".
012400     05  FILLER PIC X(32)
012500         VALUE "ININTINCOME BANK INTEREST".
012600     05  FILLER PIC X(32)
012700         VALUE "RDARTRADE   RETURNED DEPOSIT".
012800     05  FILLER PIC X(32)
012900         VALUE "AC          ACH DEBIT".
013000     05  FILLER PIC X(32)
013100         VALUE "            BANK ADJUSTMENT".
013200 01  FILLER REDEFINES ADJUSTMENT-TYPE-VALUES.
013300     05  ADJUSTMENT-TYPE-ENTRY OCCURS 5 TIMES.
013400         10  ADJUSTMENT-TYPE-CODE    PIC X(2).
013500         10  ADJUSTMENT-GL-ACCOUNT   PIC X(10).
013600         10  ADJUSTMENT-DESCRIPTION  PIC X(20).

013700 01  REGISTER-LINE.
013800     05  PRINT-BANK-ACCOUNT      PIC 9(10).
013900     05  FILLER                  PIC X     VALUE SPACE.
014000     05  PRINT-ITEM-TYPE         PIC X(2).
014100     05  FILLER                  PIC X     VALUE SPACE.
014200     05  PRINT-ITEM-DATE         PIC 9(8).
014300     05  FILLER                  PIC X     VALUE SPACE.
014400     05  PRINT-ITEM-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
014500     05  FILLER                  PIC X     VALUE SPACE.
014600     05  PRINT-DEBIT-ACCOUNT     PIC X(10).
014700     05  FILLER                  PIC X     VALUE SPACE.
014800     05  PRINT-CREDIT-ACCOUNT    PIC X(10).
014900     05  FILLER                  PIC X     VALUE SPACE.
015000     05  PRINT-ITEM-DESCRIPTION  PIC X(19).

015100 01  COLUMN-LINE.
015200     05  FILLER         PIC X(11) VALUE "ACCOUNT".
015300     05  FILLER         PIC X(3)  VALUE "TY".
015400     05  FILLER         PIC X(9)  VALUE "STMT DATE".
015500     05  FILLER         PIC X(16) VALUE "         AMOUNT".
015600     05  FILLER         PIC X(11) VALUE "DEBIT".
015700     05  FILLER         PIC X(11) VALUE "CREDIT".
015800     05  FILLER         PIC X(11) VALUE "DESCRIPTION".

015900 01  TITLE-LINE.
016000     05  FILLER              PIC X(12) VALUE SPACE.
016100     05  FILLER              PIC X(34)
016200         VALUE "BANK ADJUSTMENT POSTING REGISTER".
016300     05  FILLER              PIC X(5) VALUE SPACE.
016400     05  FILLER              PIC X(5) VALUE "PAGE:".
016500     05  FILLER              PIC X(1) VALUE SPACE.
016600     05  PRINT-PAGE-NUMBER   PIC ZZZ9.

016700 01  TOTAL-LINE.
016800     05  FILLER              PIC X(14) VALUE "ITEMS POSTED: ".
016900     05  PRINT-POSTED-COUNT  PIC ZZZZ9.
017000     05  FILLER              PIC X(4)  VALUE SPACE.
017100     05  FILLER              PIC X(10) VALUE "NET BOOK: ".
017200     05  PRINT-NET-BOOK      PIC ZZZ,ZZZ,ZZ9.99-.
017300     05  FILLER              PIC X(2)  VALUE SPACE.
017400     05  FILLER              PIC X(4)  VALUE "GL: ".
017500     05  PRINT-GL-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.

017600     COPY "WSEXPCTL.CBL".

017700     COPY "WSPERIOD.CBL".

017800     COPY "WSDATE01.CBL".

017900     COPY "WSCASE01.CBL".

018000     COPY "WSOPID01.CBL".

018050     COPY "WSBWIN01.CBL".

018100 PROCEDURE DIVISION.
018200 PROGRAM-BEGIN.
018300     PERFORM OPENING-PROCEDURE.
018400     PERFORM GET-OPERATOR-ID.
018433     MOVE "BNKADJ01" TO BWIN-PROGRAM-NAME.
018466     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
018500     MOVE "BNKEXP" TO EXPCTL-CHECK-NAME.
018600     PERFORM CHECK-EXPORT-PENDING.
018700     IF EXPCTL-PENDING-FOUND = "Y"
018800         DISPLAY "*** A PRIOR BNKEXP FILE IS STILL"
018900         DISPLAY "*** PENDING - POST IT WITH GLUPD01 AND"
019000         DISPLAY "*** MARK IT IN EXPCTL01 BEFORE"
019100         DISPLAY "*** POSTING MORE BANK ITEMS"
019200     ELSE
019250     IF BATCH-UPDATES-ALLOWED = "Y"
019300         PERFORM MAIN-PROCESS.
019400     PERFORM CLOSING-PROCEDURE.

019433 PROGRAM-EXIT.
019466     EXIT PROGRAM.

019500 PROGRAM-DONE.
019600     STOP RUN.

019700 OPENING-PROCEDURE.
019800     OPEN I-O BANK-TRX-FILE.
019900     OPEN I-O BANK-FILE.
020000     OPEN INPUT ACCOUNT-FILE.
020100     OPEN INPUT GL-BALANCE-FILE.
020200     OPEN INPUT CONTROL-FILE.
020300     OPEN EXTEND JOURNAL-FILE.
020400     OPEN I-O EXPORT-CONTROL-FILE.
020500     OPEN OUTPUT PRINTER-FILE.

020600 CLOSING-PROCEDURE.
020700     CLOSE BANK-TRX-FILE.
020800     CLOSE BANK-FILE.
020900     CLOSE ACCOUNT-FILE.
021000     CLOSE GL-BALANCE-FILE.
021100     CLOSE CONTROL-FILE.
021200     CLOSE JOURNAL-FILE.
021300     CLOSE EXPORT-CONTROL-FILE.
021400     CLOSE PRINTER-FILE.
021500     DISPLAY ITEMS-REVIEWED-COUNT " UNPOSTED ITEM(S) REVIEWED".
021600     DISPLAY ITEMS-POSTED-COUNT " ITEM(S) POSTED".
021700     DISPLAY ITEMS-SKIPPED-COUNT " ITEM(S) LEFT UNPOSTED".

021800*---------------------------------
021900* The posted items are stamped
022000* into BNKEXP under the run
022100* number LOG-EXPORT-FILE is about
022200* to claim.
022300*---------------------------------
022400 MAIN-PROCESS.
022500     PERFORM ENTER-SELECTED-ACCOUNT.
022600     ADD 1 TO EXPCTL-LAST-RUN GIVING EXPORT-RUN-NUMBER.
022700     MOVE ZEROES TO EXPORT-LINE-COUNT
022800                    EXPORT-DEBIT-TOTAL
022900                    EXPORT-CREDIT-TOTAL.
023000     OPEN OUTPUT GL-EXPORT-FILE.
023100     PERFORM START-NEW-PAGE.
023200     PERFORM READ-FIRST-TRX.
023300     PERFORM REVIEW-ONE-ITEM
023400         UNTIL TRX-FILE-AT-END = "Y".
023500     CLOSE GL-EXPORT-FILE.
023600     PERFORM PRINT-TOTAL-LINE.
023700     PERFORM END-LAST-PAGE.
023800     IF EXPORT-LINE-COUNT = ZERO
023900         DISPLAY "NO BANK ITEMS POSTED"
024000     ELSE
024100         PERFORM LOG-THIS-EXPORT
024200         DISPLAY EXPORT-LINE-COUNT
024300             " LINE(S) WRITTEN TO BNKEXP - POST THE"
024400         DISPLAY "FILE WITH GLUPD01".

024500 ENTER-SELECTED-ACCOUNT.
024600     DISPLAY "ENTER BANK ACCOUNT TO REVIEW (0 = ALL)".
024700     ACCEPT SELECTED-ACCOUNT.

024800 REVIEW-ONE-ITEM.
024900     MOVE SPACE TO REVIEW-CHOICE.
025000     IF BNKTRX-POSTED NOT = "Y"
025100         PERFORM REVIEW-UNPOSTED-ITEM.
025200     IF REVIEW-CHOICE = "Q"
025300         MOVE "Y" TO TRX-FILE-AT-END
025400     ELSE
025500         PERFORM READ-NEXT-TRX.

025600*---------------------------------
025700* An item on an account with no
025800* bank master record cannot be
025900* posted - the account has to be
026000* added in BNKMNT01 first.
026100*---------------------------------
026200 REVIEW-UNPOSTED-ITEM.
026300     ADD 1 TO ITEMS-REVIEWED-COUNT.
026400     PERFORM READ-ITEM-BANK-RECORD.
026500     PERFORM SHOW-THE-ITEM.
026600     IF BANK-RECORD-ON-FILE = "N"
026700         DISPLAY "NO BANK MASTER RECORD FOR THE ACCOUNT -"
026800             " ADD IT IN BNKMNT01"
026900         ADD 1 TO ITEMS-SKIPPED-COUNT
027000     ELSE
027100         PERFORM ENTER-REVIEW-CHOICE
027200         PERFORM DO-REVIEW-CHOICE.

027300 SHOW-THE-ITEM.
027400     DISPLAY " ".
027500     DISPLAY "BANK ACCOUNT " BNKTRX-ACCOUNT " " BANK-NAME.
027600     MOVE BNKTRX-DATE TO DATE-CCYYMMDD.
027700     PERFORM FORMAT-THE-DATE.
027800     DISPLAY "   STATEMENT DATE: " FORMATTED-DATE
027900         "  TYPE: " BNKTRX-TYPE.
028000     DISPLAY "   DESCRIPTION: " BNKTRX-DESCRIPTION.
028100     MOVE BNKTRX-AMOUNT TO AN-AMOUNT-FIELD.
028200     DISPLAY "   BOOK EFFECT: " AN-AMOUNT-FIELD.

028300 ENTER-REVIEW-CHOICE.
028400     PERFORM ACCEPT-REVIEW-CHOICE.
028500     PERFORM RE-ACCEPT-REVIEW-CHOICE
028600         UNTIL REVIEW-CHOICE = "P" OR "S" OR "Q".

028700 ACCEPT-REVIEW-CHOICE.
028800     DISPLAY "POST THIS ITEM, SKIP IT OR QUIT (P/S/Q)?".
028900     ACCEPT REVIEW-CHOICE.
029000     INSPECT REVIEW-CHOICE
029100      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

029200 RE-ACCEPT-REVIEW-CHOICE.
029300     DISPLAY "YOU MUST ENTER P, S, OR Q".
029400     PERFORM ACCEPT-REVIEW-CHOICE.

029500 DO-REVIEW-CHOICE.
029600     IF REVIEW-CHOICE = "P"
029700         PERFORM PREPARE-THE-POSTING
029800     ELSE
029900         ADD 1 TO ITEMS-SKIPPED-COUNT.

030000 PREPARE-THE-POSTING.
030100     PERFORM FIND-ADJUSTMENT-TYPE.
030200     PERFORM BUILD-CASH-ACCOUNT-CODE.
030300     PERFORM ENTER-ITEM-ACCOUNT.
030400     PERFORM ENTER-POSTING-DATE.
030500     MOVE "POST THIS ITEM (Y/N)?" TO PROCESS-MESSAGE.
030600     PERFORM ASK-OK-TO-PROCESS.
030616     IF OK-TO-PROCESS = "Y"
030632         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
030648         IF BATCH-UPDATES-ALLOWED NOT = "Y"
030664             MOVE "N" TO OK-TO-PROCESS
030680             MOVE "Q" TO REVIEW-CHOICE.
030700     IF OK-TO-PROCESS = "Y"
030800         PERFORM POST-THE-ITEM
030900     ELSE
031000         ADD 1 TO ITEMS-SKIPPED-COUNT.

031100*---------------------------------
031200* The item's default GL account
031300* and line description, from the
031400* catch-all last entry of the
031500* type table unless its type is
031600* one of the four above it.
031700*---------------------------------
031800 FIND-ADJUSTMENT-TYPE.
031900     MOVE ADJUSTMENT-GL-ACCOUNT (5) TO ITEM-DEFAULT-ACCOUNT.
032000     MOVE ADJUSTMENT-DESCRIPTION (5) TO LINE-DESCRIPTION.
032100     PERFORM MATCH-ADJUSTMENT-TYPE
032200         VARYING TYPE-INDEX FROM 1 BY 1
032300           UNTIL TYPE-INDEX > 4.

032400 MATCH-ADJUSTMENT-TYPE.
032500     IF ADJUSTMENT-TYPE-CODE (TYPE-INDEX) = BNKTRX-TYPE
032600         MOVE ADJUSTMENT-GL-ACCOUNT (TYPE-INDEX)
032700             TO ITEM-DEFAULT-ACCOUNT
032800         MOVE ADJUSTMENT-DESCRIPTION (TYPE-INDEX)
032900             TO LINE-DESCRIPTION.

033000*---------------------------------
033100* The cash GL account is the
033200* bank master's BANK-GL-ACCOUNT,
033300* falling back to GLPOST01's
033400* CASHnnnnnn synthesis - the
033500* last six digits of the bank
033600* account - when it is blank.
033700*---------------------------------
033800 BUILD-CASH-ACCOUNT-CODE.
033900     IF BANK-GL-ACCOUNT NOT = SPACE
034000         MOVE BANK-GL-ACCOUNT TO CASH-GL-ACCOUNT
034100     ELSE
034200         MOVE SPACE TO CASH-GL-ACCOUNT
034300         STRING "CASH"
034400             BNKTRX-ACCOUNT (5:6)
034500             DELIMITED BY SIZE INTO CASH-GL-ACCOUNT.

034600 ENTER-ITEM-ACCOUNT.
034700     MOVE "N" TO ACCOUNT-RECORD-FOUND.
034800     PERFORM ACCEPT-ITEM-ACCOUNT
034900         UNTIL ACCOUNT-RECORD-FOUND = "Y".

035000 ACCEPT-ITEM-ACCOUNT.
035100     IF ITEM-DEFAULT-ACCOUNT = SPACE
035200         DISPLAY "ENTER THE GL ACCOUNT TO POST TO"
035300     ELSE
035400         DISPLAY "ENTER THE GL ACCOUNT TO POST TO (BLANK = "
035500             ITEM-DEFAULT-ACCOUNT ")".
035600     MOVE SPACE TO ITEM-GL-ACCOUNT.
035700     ACCEPT ITEM-GL-ACCOUNT.
035800     INSPECT ITEM-GL-ACCOUNT
035900      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
036000     IF ITEM-GL-ACCOUNT = SPACE
036100         MOVE ITEM-DEFAULT-ACCOUNT TO ITEM-GL-ACCOUNT.
036200     IF ITEM-GL-ACCOUNT = SPACE
036300         DISPLAY "A GL ACCOUNT IS REQUIRED"
036400     ELSE
036500     IF ITEM-GL-ACCOUNT = CASH-GL-ACCOUNT
036600         DISPLAY "THAT IS THE BANK'S OWN CASH ACCOUNT"
036700     ELSE
036800         PERFORM LOOK-UP-ITEM-ACCOUNT.

036900 LOOK-UP-ITEM-ACCOUNT.
037000     MOVE ITEM-GL-ACCOUNT TO ACCOUNT-CODE.
037100     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
037200     READ ACCOUNT-FILE RECORD
037300       INVALID KEY
037400          MOVE "N" TO ACCOUNT-RECORD-FOUND.
037500     IF ACCOUNT-RECORD-FOUND = "N"
037600         PERFORM LOOK-UP-LEDGER-ACCOUNT
037700     ELSE
037800     IF ACCOUNT-ACTIVE NOT = "Y"
037900         DISPLAY "ACCOUNT IS INACTIVE"
038000         MOVE "N" TO ACCOUNT-RECORD-FOUND
038100     ELSE
038200         DISPLAY "   ACCOUNT: " ACCOUNT-NAME.

038300*---------------------------------
038400* A synthesized code with no
038500* chart record (ARTRADE,
038600* VOIDSUSP...) is accepted once
038700* GL-BALANCE-FILE carries it, as
038800* in GLJE01.
038900*---------------------------------
039000 LOOK-UP-LEDGER-ACCOUNT.
039100     MOVE ITEM-GL-ACCOUNT TO GLBAL-ACCOUNT.
039200     MOVE ZEROES TO GLBAL-PERIOD.
039300     MOVE SPACE TO GLBAL-COMPANY.
039400     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
039500     START GL-BALANCE-FILE
039600        KEY NOT < GLBAL-KEY
039700         INVALID KEY MOVE "N" TO ACCOUNT-RECORD-FOUND.
039800     IF ACCOUNT-RECORD-FOUND = "Y"
039900         READ GL-BALANCE-FILE NEXT RECORD
040000             AT END MOVE "N" TO ACCOUNT-RECORD-FOUND.
040100     IF ACCOUNT-RECORD-FOUND = "Y"
040200        AND GLBAL-ACCOUNT NOT = ITEM-GL-ACCOUNT
040300         MOVE "N" TO ACCOUNT-RECORD-FOUND.
040400     IF ACCOUNT-RECORD-FOUND = "N"
040500         DISPLAY "ACCOUNT IS NOT ON THE CHART OF ACCOUNTS"
040600     ELSE
040700         DISPLAY "   LEDGER ACCOUNT - NO CHART RECORD".

040800*---------------------------------
040900* The item posts on its
041000* statement date when that is in
041100* an open period (PLPERIOD.CBL),
041200* or carries a supervisor
041300* override, and is not in a
041400* closed year; otherwise the
041500* operator keys another date.
041600*---------------------------------
041700 ENTER-POSTING-DATE.
041800     MOVE BNKTRX-DATE TO ENTRY-DATE.
041900     PERFORM CHECK-ENTRY-DATE.
042000     PERFORM ACCEPT-POSTING-DATE
042100         UNTIL POSTING-DATE-OK = "Y".

042200 ACCEPT-POSTING-DATE.
042300     MOVE "N" TO ZERO-DATE-IS-OK.
042400     MOVE "ENTER POSTING DATE(MM/DD/CCYY)?"
042500            TO DATE-PROMPT.
042600     MOVE "A VALID DATE IS REQUIRED"
042700            TO DATE-ERROR-MESSAGE.
042800     PERFORM GET-A-DATE.
042900     MOVE DATE-CCYYMMDD TO ENTRY-DATE.
043000     PERFORM CHECK-ENTRY-DATE.

043100 CHECK-ENTRY-DATE.
043200     MOVE "N" TO POSTING-DATE-OK.
043300     MOVE ENTRY-DATE TO POSTING-DATE.
043400     PERFORM READ-CONTROL-RECORD.
043500     DIVIDE ENTRY-DATE BY 10000 GIVING ENTRY-YEAR.
043600     IF CONTROL-GL-CLOSED-YEAR NOT = ZERO
043700        AND ENTRY-YEAR NOT > CONTROL-GL-CLOSED-YEAR
043800         DISPLAY "*** FISCAL YEAR " ENTRY-YEAR
043900             " IS CLOSED - THE DATE IS REFUSED"
044000     ELSE
044100         PERFORM CHECK-POSTING-PERIOD.

044200*---------------------------------
044300* The bank master is read again
044400* before it is updated, as every
044500* balance change is.
044600*---------------------------------
044700 POST-THE-ITEM.
044800     PERFORM READ-ITEM-BANK-RECORD.
044900     ADD BNKTRX-AMOUNT TO BANK-BALANCE.
045000     PERFORM REWRITE-BANK-RECORD.
045100     MOVE "Y" TO BNKTRX-POSTED.
045200     PERFORM REWRITE-TRX-RECORD.
045300     PERFORM EXPORT-ITEM-LINES.
045400     PERFORM JOURNAL-THE-ITEM.
045500     PERFORM PRINT-REGISTER-LINE.
045600     ADD BNKTRX-AMOUNT TO NET-BOOK-TOTAL.
045700     ADD 1 TO ITEMS-POSTED-COUNT.
045800     MOVE BANK-BALANCE TO AN-AMOUNT-FIELD.
045900     DISPLAY "ITEM POSTED - BOOK BALANCE NOW " AN-AMOUNT-FIELD.

046000*---------------------------------
046100* Money into the account debits
046200* cash, money out credits it.
046300*---------------------------------
046400 EXPORT-ITEM-LINES.
046500     IF BNKTRX-AMOUNT < ZERO
046600         COMPUTE ITEM-AMOUNT = ZERO - BNKTRX-AMOUNT
046700         MOVE ITEM-GL-ACCOUNT TO DEBIT-ACCOUNT
046800         MOVE CASH-GL-ACCOUNT TO CREDIT-ACCOUNT
046900     ELSE
047000         MOVE BNKTRX-AMOUNT TO ITEM-AMOUNT
047100         MOVE CASH-GL-ACCOUNT TO DEBIT-ACCOUNT
047200         MOVE ITEM-GL-ACCOUNT TO CREDIT-ACCOUNT.
047300     MOVE DEBIT-ACCOUNT TO GLLINE-ACCOUNT.
047400     MOVE ITEM-AMOUNT TO GLLINE-DEBIT.
047500     MOVE ZEROES TO GLLINE-CREDIT.
047600     PERFORM WRITE-EXPORT-LINE.
047700     MOVE CREDIT-ACCOUNT TO GLLINE-ACCOUNT.
047800     MOVE ZEROES TO GLLINE-DEBIT.
047900     MOVE ITEM-AMOUNT TO GLLINE-CREDIT.
048000     PERFORM WRITE-EXPORT-LINE.

048100*---------------------------------
048200* Bank accounts carry no
048300* company; the lines post to the
048400* default company keyed at the
048500* GLUPD01 run.
048600*---------------------------------
048700 WRITE-EXPORT-LINE.
048800     MOVE ENTRY-DATE TO GLLINE-DATE.
048900     MOVE LINE-DESCRIPTION TO GLLINE-DESCRIPTION.
049000     MOVE SPACE TO GLLINE-COMPANY.
049100     MOVE "B" TO GLLINE-REF-TYPE.
049200     MOVE SPACE TO GLLINE-REFERENCE.
049300     STRING BNKTRX-ACCOUNT
049400         BNKTRX-DATE (3:6)
049500         DELIMITED BY SIZE INTO GLLINE-REFERENCE.
049600     MOVE GL-EXPORT-LINE TO GL-EXPORT-RECORD.
049700     WRITE GL-EXPORT-RECORD.
049800     ADD 1 TO EXPORT-LINE-COUNT.
049900     ADD GLLINE-DEBIT TO EXPORT-DEBIT-TOTAL.
050000     ADD GLLINE-CREDIT TO EXPORT-CREDIT-TOTAL.

050100 JOURNAL-THE-ITEM.
050200     MOVE "BNKADJ01" TO JOURNAL-PROGRAM.
050300     MOVE SPACE TO JOURNAL-KEY.
050400     STRING BNKTRX-ACCOUNT
050500         BNKTRX-DATE (3:6)
050600         DELIMITED BY SIZE INTO JOURNAL-KEY.
050700     MOVE "BANK-ADJ" TO JOURNAL-ACTION.
050800     MOVE BNKTRX-AMOUNT TO JOURNAL-AMOUNT.
050900     PERFORM WRITE-JOURNAL-ENTRY.

051000 LOG-THIS-EXPORT.
051100     MOVE "BNKEXP" TO EXPCTL-CHECK-NAME.
051200     MOVE EXPORT-LINE-COUNT TO EXPCTL-NEW-COUNT.
051300     MOVE EXPORT-DEBIT-TOTAL TO EXPCTL-NEW-TOTAL.
051400     PERFORM LOG-EXPORT-FILE.
051500     MOVE "BNKADJ01" TO JOURNAL-PROGRAM.
051600     MOVE SPACE TO JOURNAL-KEY.
051700     STRING "BNKEXP>" EXPORT-RUN-NUMBER
051800         DELIMITED BY SIZE INTO JOURNAL-KEY.
051900     MOVE "EXPORT" TO JOURNAL-ACTION.
052000     MOVE EXPORT-DEBIT-TOTAL TO JOURNAL-AMOUNT.
052100     PERFORM WRITE-JOURNAL-ENTRY.

052200*---------------------------------
052300* Confirmation-loop idiom.
052400*---------------------------------
052500 ASK-OK-TO-PROCESS.
052600     PERFORM ACCEPT-OK-TO-PROCESS.
052700     PERFORM RE-ACCEPT-OK-TO-PROCESS
052800        UNTIL OK-TO-PROCESS = "Y" OR "N".

052900 ACCEPT-OK-TO-PROCESS.
053000     DISPLAY PROCESS-MESSAGE.
053100     ACCEPT OK-TO-PROCESS.
053200     INSPECT OK-TO-PROCESS
053300      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

053400 RE-ACCEPT-OK-TO-PROCESS.
053500     DISPLAY "YOU MUST ENTER YES OR NO".
053600     PERFORM ACCEPT-OK-TO-PROCESS.

053700*---------------------------------
053800* File I-O routines.
053900*---------------------------------
054000 READ-FIRST-TRX.
054100     MOVE "N" TO TRX-FILE-AT-END.
054200     MOVE SELECTED-ACCOUNT TO BNKTRX-ACCOUNT.
054300     MOVE ZEROES TO BNKTRX-DATE
054400                    BNKTRX-SEQUENCE.
054500     START BANK-TRX-FILE
054600        KEY NOT < BNKTRX-KEY
054700         INVALID KEY MOVE "Y" TO TRX-FILE-AT-END.
054800     IF TRX-FILE-AT-END NOT = "Y"
054900         PERFORM READ-NEXT-TRX.

055000 READ-NEXT-TRX.
055100     READ BANK-TRX-FILE NEXT RECORD
055200         AT END MOVE "Y" TO TRX-FILE-AT-END.
055300     IF TRX-FILE-AT-END NOT = "Y"
055400        AND SELECTED-ACCOUNT NOT = ZEROES
055500        AND BNKTRX-ACCOUNT NOT = SELECTED-ACCOUNT
055600         MOVE "Y" TO TRX-FILE-AT-END.

055700 REWRITE-TRX-RECORD.
055800     REWRITE BANK-TRX-RECORD
055900         INVALID KEY
056000         DISPLAY "ERROR REWRITING BANK TRANSACTION".

056100 READ-ITEM-BANK-RECORD.
056200     MOVE BNKTRX-ACCOUNT TO BANK-ACCOUNT-NUMBER.
056300     MOVE "Y" TO BANK-RECORD-ON-FILE.
056400     READ BANK-FILE RECORD
056500       INVALID KEY
056600          MOVE "N" TO BANK-RECORD-ON-FILE.
056700     IF BANK-RECORD-ON-FILE = "N"
056800         MOVE "***Not Found***" TO BANK-NAME.

056900 REWRITE-BANK-RECORD.
057000     REWRITE BANK-RECORD
057100         INVALID KEY
057200         DISPLAY "ERROR REWRITING BANK RECORD".

057300 READ-CONTROL-RECORD.
057400     MOVE 1 TO CONTROL-KEY.
057500     MOVE "Y" TO CONTROL-RECORD-FOUND.
057600     READ CONTROL-FILE RECORD
057700         INVALID KEY
057800          MOVE "N" TO CONTROL-RECORD-FOUND
057900          DISPLAY "CONTROL FILE IS INVALID".

058000*---------------------------------
058100* Printing routines.
058200*---------------------------------
058300 PRINT-REGISTER-LINE.
058400     MOVE SPACE TO REGISTER-LINE.
058500     MOVE BNKTRX-ACCOUNT TO PRINT-BANK-ACCOUNT.
058600     MOVE BNKTRX-TYPE TO PRINT-ITEM-TYPE.
058700     MOVE BNKTRX-DATE TO PRINT-ITEM-DATE.
058800     MOVE BNKTRX-AMOUNT TO PRINT-ITEM-AMOUNT.
058900     MOVE DEBIT-ACCOUNT TO PRINT-DEBIT-ACCOUNT.
059000     MOVE CREDIT-ACCOUNT TO PRINT-CREDIT-ACCOUNT.
059100     MOVE BNKTRX-DESCRIPTION TO PRINT-ITEM-DESCRIPTION.
059200     IF LINE-COUNT > MAXIMUM-LINES
059300         PERFORM START-NEXT-PAGE.
059400     MOVE REGISTER-LINE TO PRINTER-RECORD.
059500     PERFORM WRITE-TO-PRINTER.

059600 PRINT-TOTAL-LINE.
059700     PERFORM LINE-FEED.
059800     MOVE ITEMS-POSTED-COUNT TO PRINT-POSTED-COUNT.
059900     MOVE NET-BOOK-TOTAL TO PRINT-NET-BOOK.
060000     MOVE EXPORT-DEBIT-TOTAL TO PRINT-GL-TOTAL.
060100     MOVE TOTAL-LINE TO PRINTER-RECORD.
060200     PERFORM WRITE-TO-PRINTER.

060300 WRITE-TO-PRINTER.
060400     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
060500     ADD 1 TO LINE-COUNT.

060600 LINE-FEED.
060700     MOVE SPACE TO PRINTER-RECORD.
060800     PERFORM WRITE-TO-PRINTER.

060900 START-NEXT-PAGE.
061000     PERFORM END-LAST-PAGE.
061100     PERFORM START-NEW-PAGE.

061200 START-NEW-PAGE.
061300     ADD 1 TO PAGE-NUMBER.
061400     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
061500     MOVE TITLE-LINE TO PRINTER-RECORD.
061600     PERFORM WRITE-TO-PRINTER.
061700     PERFORM LINE-FEED.
061800     MOVE COLUMN-LINE TO PRINTER-RECORD.
061900     PERFORM WRITE-TO-PRINTER.
062000     PERFORM LINE-FEED.

062100 END-LAST-PAGE.
062200     PERFORM FORM-FEED.
062300     MOVE ZERO TO LINE-COUNT.

062400 FORM-FEED.
062500     MOVE SPACE TO PRINTER-RECORD.
062600     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

062700     COPY "PLPERIOD.CBL".

062800     COPY "PLEXPCTL.CBL".

062900     COPY "PLDATE01.CBL".

063000     COPY "PLOPID01.CBL".

063100     COPY "PLJRNL01.CBL".

063200     COPY "PLBWIN01.CBL".
