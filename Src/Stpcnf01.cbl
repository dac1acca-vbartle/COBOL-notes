000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STPCNF01.
000300*---------------------------------
000400* Stop-payment answers from the
000500* bank. Reads the bank's STOPRTN
000600* file (one line per stop sent
000700* on STOPOUT by STPREQ01):
000800*   result "C" - the stop is
000900*     confirmed. The stop goes to
001000*     "C" with the bank's
001100*     reference and the date the
001200*     stop runs out; when the bank
001300*     gives no expiry the stop is
001400*     taken to run STOP-LIFE-DAYS
001500*     from today.
001600*   result "R" - the stop is
001700*     rejected, normally because
001800*     the check had already been
001900*     paid. The stop goes to "R";
002000*     the check clears from the
002100*     bank statement as usual.
002200* Either way the bank's stop fee
002300* is recorded on the stop and
002400* carried on the journal entry
002500* (STOP-CONF or STOP-REJ). Only a
002600* stop still pending can be
002700* answered; anything else prints
002800* as unmatched on the register.
002825* STOP-LIFE-DAYS is read from
002850* the system parameter master
002875* (PLPARM01.CBL) at start-up.
002900*---------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.

003300     COPY "SLSTOP01.CBL".

003400     COPY "SLJRNL01.CBL".
003433
003466     COPY "SLPARM01.CBL".

003500     SELECT STOP-RETURN-FILE
003600         ASSIGN TO "STOPRTN"
003700         ORGANIZATION IS LINE SEQUENTIAL.

003800     SELECT PRINTER-FILE
003900         ASSIGN TO PRINTER
004000         ORGANIZATION IS LINE SEQUENTIAL.

004100 DATA DIVISION.
004200 FILE SECTION.

004300     COPY "FDSTOP01.CBL".

004400     COPY "FDJRNL01.CBL".
004433
004466     COPY "FDPARM01.CBL".

004500 FD  STOP-RETURN-FILE
004600     LABEL RECORDS ARE OMITTED.
004700 01  STOP-RETURN-RECORD          PIC X(80).

004800 FD  PRINTER-FILE
004900     LABEL RECORDS ARE OMITTED.
005000 01  PRINTER-RECORD              PIC X(80).

005100 WORKING-STORAGE SECTION.

005200 77  RETURN-FILE-AT-END          PIC X.
005300 77  STOP-RECORD-FOUND           PIC X.
005400 77  CONFIRMED-COUNT             PIC 9(4) VALUE ZERO.
005500 77  REJECTED-COUNT              PIC 9(4) VALUE ZERO.
005600 77  UNMATCHED-COUNT             PIC 9(4) VALUE ZERO.
005700 77  FEE-TOTAL                   PIC S9(6)V99 VALUE ZERO.
005800 77  STOP-LIFE-DAYS              PIC 999 VALUE 180.
005900 77  EXPIRES-INTEGER             PIC S9(9) COMP.

006000*---------------------------------
006100* One line per stop answered:
006200* C/R, the check account and
006300* number, the bank's reference,
006400* the fee, and on a confirmation
006500* the date the stop runs out
006600* (zero if the bank gives none).
006700*---------------------------------
006800 01  RETURN-ITEM-LINE.
006900     05  ITEM-RESULT             PIC X.
007000     05  FILLER                  PIC X.
007100     05  ITEM-CHECK-ACCOUNT      PIC 9(10).
007200     05  FILLER                  PIC X.
007300     05  ITEM-CHECK-NUMBER       PIC 9(6).
007400     05  FILLER                  PIC X.
007500     05  ITEM-BANK-REFERENCE     PIC X(16).
007600     05  FILLER                  PIC X.
007700     05  ITEM-FEE                PIC 9(4)V99.
007800     05  FILLER                  PIC X.
007900     05  ITEM-EXPIRES            PIC 9(8).

008000 01  REGISTER-LINE.
008100     05  PRINT-CHECK-ACCOUNT     PIC 9(10).
008200     05  FILLER                  PIC X     VALUE SPACE.
008300     05  PRINT-CHECK-NUMBER      PIC 9(6).
008400     05  FILLER                  PIC X     VALUE SPACE.
008500     05  PRINT-STOP-AMOUNT       PIC ZZZ,ZZ9.99-.
008600     05  FILLER                  PIC X     VALUE SPACE.
008700     05  PRINT-STOP-FEE          PIC Z,ZZ9.99.
008800     05  FILLER                  PIC X     VALUE SPACE.
008900     05  PRINT-ITEM-RESULT       PIC X(30).

009000 01  TITLE-LINE.
009100     05  FILLER              PIC X(15) VALUE SPACE.
009200     05  FILLER              PIC X(30)
009300         VALUE "STOP PAYMENT ANSWER REGISTER".

009400 01  COLUMN-LINE.
009500     05  FILLER         PIC X(11) VALUE "ACCOUNT".
009600     05  FILLER         PIC X(7)  VALUE "CHECK".
009700     05  FILLER         PIC X(12) VALUE "     AMOUNT".
009800     05  FILLER         PIC X(9)  VALUE "     FEE".
009900     05  FILLER         PIC X(30) VALUE "RESULT".

010000 01  TOTAL-LINE.
010100     05  FILLER              PIC X(11) VALUE "CONFIRMED: ".
010200     05  PRINT-CONFIRMED     PIC ZZZ9.
010300     05  FILLER              PIC X(12) VALUE "  REJECTED: ".
010400     05  PRINT-REJECTED      PIC ZZZ9.
010500     05  FILLER              PIC X(13) VALUE "  UNMATCHED: ".
010600     05  PRINT-UNMATCHED     PIC ZZZ9.
010700     05  FILLER              PIC X(9)  VALUE "  FEES: ".
010800     05  PRINT-FEE-TOTAL     PIC ZZZ,ZZ9.99.

010900     COPY "WSDATE01.CBL".

011000     COPY "WSCASE01.CBL".

011100     COPY "WSOPID01.CBL".
011133
011166     COPY "WSPARM01.CBL".

011200 PROCEDURE DIVISION.
011300 PROGRAM-BEGIN.
011400     PERFORM OPENING-PROCEDURE.
011500     PERFORM GET-OPERATOR-ID.
011550     PERFORM LOAD-BUSINESS-PARAMETERS.
011600     PERFORM MAIN-PROCESS.
011700     PERFORM CLOSING-PROCEDURE.

011733 PROGRAM-EXIT.
011766     EXIT PROGRAM.

011800 PROGRAM-DONE.
011900     STOP RUN.

011905*---------------------------------
011910* Thresholds in force today,
011915* from the system parameter
011920* master (PARMNT01). Each field
011925* keeps its compiled VALUE when
011930* nothing is on file.
011935*---------------------------------
011940 LOAD-BUSINESS-PARAMETERS.
011945     OPEN INPUT SYSTEM-PARAMETER-FILE.
011950     MOVE SPACES TO PARM-WANTED-COMPANY.
011955     MOVE FUNCTION CURRENT-DATE(1:8) TO PARM-WANTED-DATE.
011960     MOVE "STOP-LIFE-DAYS" TO PARM-WANTED-NAME.
011965     MOVE STOP-LIFE-DAYS TO PARM-WANTED-VALUE.
011970     PERFORM GET-PARAMETER-VALUE.
011975     MOVE PARM-WANTED-VALUE TO STOP-LIFE-DAYS.
011980     CLOSE SYSTEM-PARAMETER-FILE.

012000 OPENING-PROCEDURE.
012100     OPEN INPUT STOP-RETURN-FILE.
012200     OPEN I-O STOP-PAYMENT-FILE.
012300     OPEN EXTEND JOURNAL-FILE.
012400     OPEN OUTPUT PRINTER-FILE.

012500 CLOSING-PROCEDURE.
012600     CLOSE STOP-RETURN-FILE.
012700     CLOSE STOP-PAYMENT-FILE.
012800     CLOSE JOURNAL-FILE.
012900     CLOSE PRINTER-FILE.
013000     DISPLAY CONFIRMED-COUNT " STOP(S) CONFIRMED".
013100     DISPLAY REJECTED-COUNT " STOP(S) REJECTED".
013200     IF UNMATCHED-COUNT NOT = ZERO
013300         DISPLAY UNMATCHED-COUNT
013400             " ANSWER(S) COULD NOT BE MATCHED - SEE THE"
013500             " REGISTER".

013600 MAIN-PROCESS.
013700     MOVE TITLE-LINE TO PRINTER-RECORD.
013800     PERFORM WRITE-TO-PRINTER.
013900     MOVE SPACE TO PRINTER-RECORD.
014000     PERFORM WRITE-TO-PRINTER.
014100     MOVE COLUMN-LINE TO PRINTER-RECORD.
014200     PERFORM WRITE-TO-PRINTER.
014300     MOVE "N" TO RETURN-FILE-AT-END.
014400     PERFORM READ-NEXT-RETURN-ITEM.
014500     PERFORM PROCESS-ONE-ITEM
014600         UNTIL RETURN-FILE-AT-END = "Y".
014700     PERFORM PRINT-REGISTER-TOTALS.

014800 PROCESS-ONE-ITEM.
014900     MOVE STOP-RETURN-RECORD TO RETURN-ITEM-LINE.
015000     MOVE ITEM-CHECK-ACCOUNT TO STOP-CHECK-ACCOUNT.
015100     MOVE ITEM-CHECK-NUMBER TO STOP-CHECK-NUMBER.
015200     PERFORM READ-STOP-RECORD.
015300     IF STOP-RECORD-FOUND = "N"
015400         MOVE "NO STOP ON FILE" TO PRINT-ITEM-RESULT
015500         PERFORM PRINT-UNMATCHED-ITEM
015600     ELSE
015700     IF STOP-STATUS NOT = "P"
015800         MOVE "STOP ALREADY ANSWERED" TO PRINT-ITEM-RESULT
015900         PERFORM PRINT-UNMATCHED-ITEM
016000     ELSE
016100     IF ITEM-RESULT = "C"
016200         PERFORM APPLY-CONFIRMATION
016300     ELSE
016400     IF ITEM-RESULT = "R"
016500         PERFORM APPLY-REJECTION
016600     ELSE
016700         MOVE "UNKNOWN RESULT CODE" TO PRINT-ITEM-RESULT
016800         PERFORM PRINT-UNMATCHED-ITEM.
016900     PERFORM READ-NEXT-RETURN-ITEM.

017000*---------------------------------
017100* Confirmation: the stop holds
017200* until the bank's expiry date.
017300*---------------------------------
017400 APPLY-CONFIRMATION.
017500     MOVE "C" TO STOP-STATUS.
017600     PERFORM STAMP-BANK-ANSWER.
017700     IF ITEM-EXPIRES NOT = ZEROES
017800         MOVE ITEM-EXPIRES TO STOP-EXPIRES
017900     ELSE
018000         PERFORM DEFAULT-STOP-EXPIRES.
018100     PERFORM REWRITE-STOP-RECORD.
018200     MOVE "STOP-CONF" TO JOURNAL-ACTION.
018300     PERFORM JOURNAL-STOP-ANSWER.
018400     ADD 1 TO CONFIRMED-COUNT.
018500     MOVE "CONFIRMED - VOID/REISSUE" TO PRINT-ITEM-RESULT.
018600     PERFORM PRINT-ANSWER-LINE.

018700 DEFAULT-STOP-EXPIRES.
018800     COMPUTE EXPIRES-INTEGER =
018900         FUNCTION INTEGER-OF-DATE(STOP-ANSWER-DATE)
019000         + STOP-LIFE-DAYS.
019100     COMPUTE STOP-EXPIRES =
019200         FUNCTION DATE-OF-INTEGER(EXPIRES-INTEGER).

019300*---------------------------------
019400* Rejection: the check was paid
019500* before the stop reached it.
019600*---------------------------------
019700 APPLY-REJECTION.
019800     MOVE "R" TO STOP-STATUS.
019900     PERFORM STAMP-BANK-ANSWER.
020000     MOVE ZEROES TO STOP-EXPIRES.
020100     PERFORM REWRITE-STOP-RECORD.
020200     MOVE "STOP-REJ" TO JOURNAL-ACTION.
020300     PERFORM JOURNAL-STOP-ANSWER.
020400     ADD 1 TO REJECTED-COUNT.
020500     MOVE "REJECTED - CHECK ALREADY PAID" TO PRINT-ITEM-RESULT.
020600     PERFORM PRINT-ANSWER-LINE.

020700 STAMP-BANK-ANSWER.
020800     PERFORM GET-TODAYS-DATE.
020900     MOVE DATE-CCYYMMDD TO STOP-ANSWER-DATE.
021000     MOVE ITEM-BANK-REFERENCE TO STOP-BANK-REFERENCE.
021100     MOVE ITEM-FEE TO STOP-FEE.
021200     ADD ITEM-FEE TO FEE-TOTAL.

021300*---------------------------------
021400* Register lines.
021500*---------------------------------
021600 PRINT-ANSWER-LINE.
021700     MOVE STOP-CHECK-ACCOUNT TO PRINT-CHECK-ACCOUNT.
021800     MOVE STOP-CHECK-NUMBER TO PRINT-CHECK-NUMBER.
021900     MOVE STOP-AMOUNT TO PRINT-STOP-AMOUNT.
022000     MOVE STOP-FEE TO PRINT-STOP-FEE.
022100     MOVE REGISTER-LINE TO PRINTER-RECORD.
022200     PERFORM WRITE-TO-PRINTER.

022300 PRINT-UNMATCHED-ITEM.
022400     ADD 1 TO UNMATCHED-COUNT.
022500     MOVE ITEM-CHECK-ACCOUNT TO PRINT-CHECK-ACCOUNT.
022600     MOVE ITEM-CHECK-NUMBER TO PRINT-CHECK-NUMBER.
022700     MOVE ZEROES TO PRINT-STOP-AMOUNT.
022800     MOVE ITEM-FEE TO PRINT-STOP-FEE.
022900     MOVE REGISTER-LINE TO PRINTER-RECORD.
023000     PERFORM WRITE-TO-PRINTER.

023100 PRINT-REGISTER-TOTALS.
023200     MOVE SPACE TO PRINTER-RECORD.
023300     PERFORM WRITE-TO-PRINTER.
023400     MOVE CONFIRMED-COUNT TO PRINT-CONFIRMED.
023500     MOVE REJECTED-COUNT TO PRINT-REJECTED.
023600     MOVE UNMATCHED-COUNT TO PRINT-UNMATCHED.
023700     MOVE FEE-TOTAL TO PRINT-FEE-TOTAL.
023800     MOVE TOTAL-LINE TO PRINTER-RECORD.
023900     PERFORM WRITE-TO-PRINTER.

024000*---------------------------------
024100* File I-O routines.
024200*---------------------------------
024300 READ-NEXT-RETURN-ITEM.
024400     READ STOP-RETURN-FILE
024500         AT END MOVE "Y" TO RETURN-FILE-AT-END.

024600 READ-STOP-RECORD.
024700     MOVE "Y" TO STOP-RECORD-FOUND.
024800     READ STOP-PAYMENT-FILE RECORD
024900       INVALID KEY
025000          MOVE "N" TO STOP-RECORD-FOUND.

025100 REWRITE-STOP-RECORD.
025200     REWRITE STOP-PAYMENT-RECORD
025300         INVALID KEY
025400         DISPLAY "ERROR REWRITING STOP PAYMENT RECORD".

025500 WRITE-TO-PRINTER.
025600     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

025700*---------------------------------
025800* Daily journal entry - the
025900* amount is the bank's fee.
026000*---------------------------------
026100 JOURNAL-STOP-ANSWER.
026200     MOVE "STPCNF01" TO JOURNAL-PROGRAM.
026300     MOVE SPACE TO JOURNAL-KEY.
026400     MOVE STOP-KEY TO JOURNAL-KEY.
026500     MOVE STOP-FEE TO JOURNAL-AMOUNT.
026600     PERFORM WRITE-JOURNAL-ENTRY.

026700     COPY "PLDATE01.CBL".

026800     COPY "PLOPID01.CBL".

026900     COPY "PLJRNL01.CBL".
027000
027100     COPY "PLPARM01.CBL".
