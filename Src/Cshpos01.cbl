000900* account:
001000*   - book balance
001100*   - outstanding uncleared
001200*     checks (CHECK-FILE; not
001210*     virtual card payments,
001220*     which the card issuer
001230*     settles)
001300*   - expected clearings: the
001400*     outstanding checks that
001500*     have been out at least the
001600*     account's average float
001700*     (CHECK-CLEARED-DATE minus
001800*     CHECK-ISSUE-DATE over the
001900*     cleared checks, the
002000*     arithmetic CHKFLT01
002100*     reports but counted in
002120*     business days, so a long
002140*     weekend or a bank holiday
002160*     (HOLIDAY-FILE, PLBDAY01.CBL)
002180*     does not read as float)
002200*   - available cash = book
002300*     balance less outstanding.
002400* Below the accounts: the

003800     COPY "SLVND02.CBL".

003850     COPY "SLHOL01.CBL".

003900     SELECT PRINTER-FILE
004000         ASSIGN TO PRINTER
004100         ORGANIZATION IS LINE SEQUENTIAL.

004700     COPY "FDVND04.CBL".

004750     COPY "FDHOL01.CBL".

004800 FD  PRINTER-FILE
004900     LABEL RECORDS ARE OMITTED.
005000 01  PRINTER-RECORD              PIC X(80).
006000 77  FLOAT-DAY-TOTAL             PIC S9(9) COMP.
006100 77  FLOAT-CHECK-COUNT           PIC 9(5).
006200 77  AVERAGE-FLOAT-DAYS          PIC 9(3).
006400 77  TODAY-INTEGER               PIC S9(9) COMP.
006500 77  AGE-CUTOFF-INTEGER          PIC S9(9) COMP.
006600 77  ISSUE-INTEGER               PIC S9(9) COMP.

009500     COPY "WSOPID01.CBL".

009550     COPY "WSBDAY01.CBL".

009600 PROCEDURE DIVISION.
009700 PROGRAM-BEGIN.
009800     PERFORM GET-OPERATOR-ID.
010300     PERFORM PRINT-CONSOLIDATED-LINES.
010400     PERFORM CLOSING-PROCEDURE.

010433 PROGRAM-EXIT.
010466     EXIT PROGRAM.

010500 PROGRAM-DONE.
010600     STOP RUN.

011000     OPEN INPUT VOUCHER-FILE.
011100     OPEN INPUT VENDOR-FILE.
011200     OPEN OUTPUT PRINTER-FILE.
011250     OPEN INPUT HOLIDAY-FILE.
011300     PERFORM GET-TODAYS-DATE.
011400     COMPUTE TODAY-INTEGER =
011500         FUNCTION INTEGER-OF-DATE(DATE-CCYYMMDD).
011900     CLOSE VOUCHER-FILE.
012000     CLOSE VENDOR-FILE.
012100     CLOSE PRINTER-FILE.
012150     CLOSE HOLIDAY-FILE.

012200 PRINT-REPORT-HEADINGS.
012300     PERFORM FORMAT-THE-DATE.
015600* from its cleared checks -
015700* CHKFLT01's arithmetic. No
015800* usable history averages to
015900* five days. Float is counted
015925* in business days, and the
015950* cutoff is that many business
015975* days before today.
016000*---------------------------------
016100 MEASURE-ACCOUNT-FLOAT.
016200     MOVE ZEROES TO FLOAT-DAY-TOTAL
017000     ELSE
017100         COMPUTE AVERAGE-FLOAT-DAYS =
017200             FLOAT-DAY-TOTAL / FLOAT-CHECK-COUNT.
017220     PERFORM GET-TODAYS-DATE.
017240     MOVE DATE-CCYYMMDD TO BUSINESS-DATE.
017260     COMPUTE BUSINESS-DAYS = 0 - AVERAGE-FLOAT-DAYS.
017280     PERFORM ADD-BUSINESS-DAYS.
017300     COMPUTE AGE-CUTOFF-INTEGER =
017400         FUNCTION INTEGER-OF-DATE(BUSINESS-DATE).

017500 MEASURE-ONE-CHECK.
017600     IF CHECK-ACCOUNT = THIS-ACCOUNT
017700        AND CHECK-CLEARED = "Y"
017800        AND CHECK-ISSUE-DATE NOT = ZEROES
017900        AND CHECK-CLEARED-DATE NOT < CHECK-ISSUE-DATE
018000         MOVE CHECK-ISSUE-DATE TO BUSINESS-DATE
018100         MOVE CHECK-CLEARED-DATE TO BUSINESS-END-DATE
018200         PERFORM COUNT-BUSINESS-DAYS
018300         ADD BUSINESS-DAYS TO FLOAT-DAY-TOTAL
018400         ADD 1 TO FLOAT-CHECK-COUNT.
018500     PERFORM READ-NEXT-CHECK.

020100     IF CHECK-ACCOUNT = THIS-ACCOUNT
020200        AND CHECK-CLEARED NOT = "Y"
020300        AND CHECK-VOIDED NOT = "Y"
020350        AND CHECK-PAY-METHOD NOT = "V"
020400         ADD CHECK-AMOUNT TO OUTSTANDING-TOTAL
020500         PERFORM CHECK-EXPECTED-CLEARING.
020600     PERFORM READ-NEXT-CHECK.
023500     IF VENDOR-RECORD-FOUND = "Y"
023600        AND VENDOR-PAY-METHOD = "A"
023700        AND VENDOR-BANK-FAILED NOT = "Y"
023750        AND VENDOR-PRENOTE-PENDING NOT = "Y"
023800         ADD VOUCHER-AMOUNT TO PENDING-ACH-TOTAL.

023900 PRINT-CONSOLIDATED-LINES.
028600     COPY "PLDATE01.CBL".

028700     COPY "PLOPID01.CBL".

028800     COPY "PLBDAY01.CBL".
