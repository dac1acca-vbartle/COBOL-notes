001700* file's logical name so the
001800* same program posts GLEXPORT,
001900* RNIEXP or SLSEXP.
001915* Manual journal entries keyed
001930* in GLJE01 arrive the same way,
001945* in its GLJEEXP file.
001960* Prepaid amortization from
001975* AMTRUN01 arrives in AMTEXP,
001990* fixed asset depreciation and
002005* disposals from FXADEP01 in
002020* FXAEXP, AR bad-debt write-offs
002035* and recoveries from ARWO01 in
002050* ARWOEXP, receivables invoices
002052* and receipts from ARPOST01 in
002054* AREXP, bank-originated fees,
002056* interest, returned deposits
002058* and ACH debits from BNKADJ01
002060* in BNKEXP, and transfers
002061* between our own bank accounts
002062* from XFRREL01 in XFREXP.
002063* The monthly sales tax
002064* liability from SLSTAX01
002064* arrives in SLSTAX.
002064* The reversing journal for a
002064* sales feed day backed out in
002064* SLSBKO01 arrives in SLSREV.
002064* The stock ledger adjustment
002064* and shrink journal for a
002064* period from STKJNL01 arrives
002064* in STKJNL.
002065* A posting register totals the
002080* debits and credits consumed -
002095* they must match the proof
002110* list of the run that built
002125* the file.
002140* Each line posts to the company
002155* it carries after the
002170* description; the operator keys
002185* a default company once per run
002200* for lines that carry none (the
002215* RNIEXP, SLSEXP, SLSTAX,
002222* SLSREV and STKJNL feeds, the
002230* GLPOST01 CASH pseudo account).
002245* A file holding any line dated
002260* in a fiscal year GLCLOS01 has
002275* closed (CONTROL-GL-CLOSED-YEAR)
002290* is refused whole, before a
002305* line posts, so a closed year's
002320* buckets never move again.
002335* Every line posted is also kept
002350* on GL-DETAIL-FILE with the
002365* journal file it came from and
002380* its source document reference,
002395* for the GL drill-down GLDRL01.
002500*---------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.

002900     COPY "SLGLBAL.CBL".

002925     COPY "SLGLDTL.CBL".

002950     COPY "SLCOMP01.CBL".

002975     COPY "SLCONTRL.CBL".

003000     SELECT IMPORT-FILE
003100         ASSIGN TO IMPORT-FILE-NAME
003200         ORGANIZATION IS LINE SEQUENTIAL.

003800     COPY "FDGLBAL.CBL".

003825     COPY "FDGLDTL.CBL".

003850     COPY "FDCOMP01.CBL".

003875     COPY "FDCONTRL.CBL".

003900 FD  IMPORT-FILE
004000     LABEL RECORDS ARE OMITTED.
004100 01  IMPORT-RECORD               PIC X(100).

004200 FD  PRINTER-FILE
004300     LABEL RECORDS ARE OMITTED.
004900 77  LINES-POSTED-COUNT          PIC 9(6) VALUE ZERO.
005000 77  TOTAL-DEBITS                PIC S9(11)V99 VALUE ZERO.
005100 77  TOTAL-CREDITS               PIC S9(11)V99 VALUE ZERO.
005133 77  DEFAULT-COMPANY             PIC X(2).
005167 77  POSTING-COMPANY             PIC X(2).
005175 77  CONTROL-RECORD-FOUND        PIC X.
005183 77  CLOSED-YEAR-LINES           PIC 9(6) VALUE ZERO.
005192 77  IMPORT-YEAR                 PIC 9(4).
005195 77  RUN-POSTED-DATE             PIC 9(8).
005197 77  RUN-POSTED-TIME             PIC 9(6).

005200*---------------------------------
005300* The GLEXPORT line layout, as
006300     05  IMPORT-CREDIT           PIC 9(9)V99.
006400     05  FILLER                  PIC X.
006500     05  IMPORT-DESCRIPTION      PIC X(25).
006533     05  FILLER                  PIC X.
006567     05  IMPORT-COMPANY          PIC X(2).
006575     05  FILLER                  PIC X.
006583     05  IMPORT-REF-TYPE         PIC X.
006592     05  IMPORT-REFERENCE        PIC X(16).

006600 01  REGISTER-LINE.
006700     05  FILLER              PIC X(14) VALUE "LINES POSTED: ".
007100     05  FILLER              PIC X(9)  VALUE " CREDITS ".
007200     05  PRINT-TOTAL-CREDITS PIC ZZZ,ZZZ,ZZ9.99-.

007250     COPY "WSCOMP1.CBL".

007300     COPY "WSCASE01.CBL".

007400     COPY "WSOPID01.CBL".
008000     PERFORM MAIN-PROCESS.
008100     PERFORM CLOSING-PROCEDURE.

008133 PROGRAM-EXIT.
008166     EXIT PROGRAM.

008200 PROGRAM-DONE.
008300     STOP RUN.

008400 ENTER-IMPORT-FILE-NAME.
008500     DISPLAY "ENTER JOURNAL FILE TO POST".
008600     DISPLAY "(GLEXPORT, RNIEXP, SLSEXP, GLJEEXP ...)".
008700     ACCEPT IMPORT-FILE-NAME.
008800     INSPECT IMPORT-FILE-NAME
008900      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
009100         PERFORM ENTER-IMPORT-FILE-NAME.

009200 OPENING-PROCEDURE.
009217     OPEN INPUT COMPANY-FILE.
009233     DISPLAY "DEFAULT COMPANY FOR LINES THAT CARRY NONE".
009250     PERFORM GET-COMPANY-CODE.
009267     MOVE THIS-COMPANY TO DEFAULT-COMPANY.
009283     CLOSE COMPANY-FILE.
009287     OPEN INPUT CONTROL-FILE.
009291     PERFORM READ-CONTROL-RECORD.
009296     CLOSE CONTROL-FILE.
009300     OPEN INPUT IMPORT-FILE.
009400     OPEN I-O GL-BALANCE-FILE.
009425     OPEN I-O GL-DETAIL-FILE.
009450     MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-POSTED-DATE.
009475     MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-POSTED-TIME.
009500     OPEN OUTPUT PRINTER-FILE.

009600 CLOSING-PROCEDURE.
009700     CLOSE IMPORT-FILE.
009800     CLOSE GL-BALANCE-FILE.
009850     CLOSE GL-DETAIL-FILE.
009900     PERFORM PRINT-POSTING-REGISTER.
010000     CLOSE PRINTER-FILE.

010100 MAIN-PROCESS.
010110     PERFORM SCAN-FOR-CLOSED-YEAR.
010120     IF CLOSED-YEAR-LINES NOT = ZERO
010130         DISPLAY CLOSED-YEAR-LINES
010140             " LINE(S) ARE DATED IN CLOSED YEAR "
010150             CONTROL-GL-CLOSED-YEAR " OR EARLIER"
010160         DISPLAY "*** NOTHING POSTED - THE FILE IS REFUSED"
010170     ELSE
010180         PERFORM POST-ALL-LINES.

010190 POST-ALL-LINES.
010200     MOVE "N" TO IMPORT-FILE-AT-END.
010300     PERFORM READ-NEXT-IMPORT-RECORD.
010400     PERFORM POST-ONE-LINE
010500         UNTIL IMPORT-FILE-AT-END = "Y".

010504*---------------------------------
010508* A first pass counts the lines
010512* dated in a closed fiscal year,
010516* then the file is reopened so
010520* the posting pass starts again
010524* at its first line.
010528*---------------------------------
010532 SCAN-FOR-CLOSED-YEAR.
010536     MOVE ZERO TO CLOSED-YEAR-LINES.
010540     IF CONTROL-RECORD-FOUND = "Y"
010544        AND CONTROL-GL-CLOSED-YEAR NOT = ZERO
010548         MOVE "N" TO IMPORT-FILE-AT-END
010552         PERFORM READ-NEXT-IMPORT-RECORD
010556         PERFORM CHECK-ONE-LINE-YEAR
010560             UNTIL IMPORT-FILE-AT-END = "Y"
010564         CLOSE IMPORT-FILE
010568         OPEN INPUT IMPORT-FILE.

010572 CHECK-ONE-LINE-YEAR.
010576     MOVE IMPORT-RECORD TO IMPORT-LINE.
010580     DIVIDE IMPORT-DATE BY 10000 GIVING IMPORT-YEAR.
010584     IF IMPORT-ACCOUNT NOT = SPACE
010588        AND IMPORT-YEAR NOT > CONTROL-GL-CLOSED-YEAR
010592         ADD 1 TO CLOSED-YEAR-LINES.
010596     PERFORM READ-NEXT-IMPORT-RECORD.

010600 POST-ONE-LINE.
010700     MOVE IMPORT-RECORD TO IMPORT-LINE.
010800     IF IMPORT-ACCOUNT NOT = SPACE
011400* period combination is seen.
011500*---------------------------------
011600 POST-LINE-TO-BALANCE.
011620     IF IMPORT-COMPANY = SPACE
011640         MOVE DEFAULT-COMPANY TO POSTING-COMPANY
011660     ELSE
011680         MOVE IMPORT-COMPANY TO POSTING-COMPANY.
011700     MOVE IMPORT-ACCOUNT TO GLBAL-ACCOUNT.
011800     DIVIDE IMPORT-DATE BY 100 GIVING GLBAL-PERIOD.
011850     MOVE POSTING-COMPANY TO GLBAL-COMPANY.
011900     PERFORM READ-BALANCE-RECORD.
012000     IF BALANCE-RECORD-FOUND = "N"
012100         PERFORM CREATE-BALANCE-RECORD.
012500     ADD IMPORT-DEBIT TO TOTAL-DEBITS.
012600     ADD IMPORT-CREDIT TO TOTAL-CREDITS.
012700     ADD 1 TO LINES-POSTED-COUNT.
012704     PERFORM WRITE-DETAIL-RECORD.

012708*---------------------------------
012712* The line as posted, keyed to
012715* its bucket and stamped with
012719* this run so no two lines
012723* collide.
012727*---------------------------------
012731 WRITE-DETAIL-RECORD.
012735     MOVE GLBAL-ACCOUNT TO GLDTL-ACCOUNT.
012738     MOVE GLBAL-PERIOD TO GLDTL-PERIOD.
012742     MOVE GLBAL-COMPANY TO GLDTL-COMPANY.
012746     MOVE RUN-POSTED-DATE TO GLDTL-POSTED-DATE.
012750     MOVE RUN-POSTED-TIME TO GLDTL-POSTED-TIME.
012754     MOVE LINES-POSTED-COUNT TO GLDTL-POSTED-LINE.
012758     MOVE IMPORT-FILE-NAME TO GLDTL-SOURCE.
012762     MOVE IMPORT-DATE TO GLDTL-DATE.
012765     MOVE IMPORT-DEBIT TO GLDTL-DEBIT.
012769     MOVE IMPORT-CREDIT TO GLDTL-CREDIT.
012773     MOVE IMPORT-DESCRIPTION TO GLDTL-DESCRIPTION.
012777     MOVE IMPORT-REF-TYPE TO GLDTL-REF-TYPE.
012781     MOVE IMPORT-REFERENCE TO GLDTL-REFERENCE.
012785     MOVE OPERATOR-ID TO GLDTL-OPERATOR.
012788     WRITE GL-DETAIL-RECORD
012792         INVALID KEY
012796         DISPLAY "ERROR WRITING GL DETAIL RECORD".

012800 CREATE-BALANCE-RECORD.
012900     MOVE IMPORT-ACCOUNT TO GLBAL-ACCOUNT.
013000     DIVIDE IMPORT-DATE BY 100 GIVING GLBAL-PERIOD.
013050     MOVE POSTING-COMPANY TO GLBAL-COMPANY.
013100     MOVE ZEROES TO GLBAL-DEBITS
013200                    GLBAL-CREDITS
013250                    GLBAL-OPENING-BALANCE.
013300     WRITE GL-BALANCE-RECORD
013400         INVALID KEY
013500         DISPLAY "ERROR CREATING BALANCE RECORD".
015500       INVALID KEY
015600          MOVE "N" TO BALANCE-RECORD-FOUND.

015614 READ-CONTROL-RECORD.
015629     MOVE 1 TO CONTROL-KEY.
015643     MOVE "Y" TO CONTROL-RECORD-FOUND.
015657     READ CONTROL-FILE RECORD
015671       INVALID KEY
015686          MOVE "N" TO CONTROL-RECORD-FOUND.

015700 REWRITE-BALANCE-RECORD.
015800     REWRITE GL-BALANCE-RECORD
015900         INVALID KEY
016000         DISPLAY "ERROR REWRITING BALANCE RECORD".

016100     COPY "PLOPID01.CBL".

016200     COPY "PLCOMP1.CBL".
