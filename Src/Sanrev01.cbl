000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SANREV01.
000300*---------------------------------
000400* Restricted-party hit review,
000500* in the mold of POAPRV01. A
000600* SUPERVISOR signs on (PLSIGN01)
000700* and works the open hits
000800* SANSCR01 queued on
000900* SANCTION-HIT-FILE one by one:
001000* each is cleared as a false
001100* match ("C") or confirmed as a
001200* true one ("F") with a reason,
001300* stamped with who and when and
001400* journaled as SANC-CLEAR or
001500* SANC-CONF. CHKRUN01 releases
001600* the payee's vouchers once no
001700* open or confirmed hit is left.
001800* LIST-MODE prints every hit on
001900* file - the open queue and the
002000* log of resolved ones with
002100* operator, date and reason.
002116* While the nightly batch window
002132* is up (PLBWIN01.CBL) only LIST
002148* is open, and a hit resolved as
002164* the window goes up is not
002180* written - the review stops.
002200*---------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.

002600     COPY "SLSANHIT.CBL".

002700     COPY "SLVND02.CBL".

002800     COPY "SLOTP01.CBL".

002900     COPY "SLOPER01.CBL".

003000     COPY "SLSECVIO.CBL".

003100     COPY "SLJRNL01.CBL".

003133     COPY "SLBWIN01.CBL".

003166     COPY "SLBWLOG.CBL".

003200     SELECT PRINTER-FILE
003300         ASSIGN TO PRINTER
003400         ORGANIZATION IS LINE SEQUENTIAL.

003500 DATA DIVISION.
003600 FILE SECTION.

003700     COPY "FDSANHIT.CBL".

003800     COPY "FDVND04.CBL".

003900     COPY "FDOTP01.CBL".

004000     COPY "FDOPER01.CBL".

004100     COPY "FDSECVIO.CBL".

004200     COPY "FDJRNL01.CBL".

004233     COPY "FDBWIN01.CBL".

004266     COPY "FDBWLOG.CBL".

004300 FD  PRINTER-FILE
004400     LABEL RECORDS ARE OMITTED.
004500 01  PRINTER-RECORD              PIC X(80).

004600 WORKING-STORAGE SECTION.

004700 77  MODE-CHOICE                  PIC X.
004800 77  HIT-FILE-AT-END              PIC X.
004900 77  VENDOR-RECORD-FOUND          PIC X.
005000 77  OTP-RECORD-FOUND             PIC X.
005100 77  HIT-DECISION                 PIC X.
005200 77  REVIEW-STOPPED               PIC X.
005300 77  RESOLVED-COUNT               PIC 9(5).
005400 77  OPEN-HIT-COUNT               PIC 9(5).
005500 77  CLEARED-HIT-COUNT            PIC 9(5).
005600 77  CONFIRMED-HIT-COUNT          PIC 9(5).

005700 01  DETAIL-LINE.
005800     05  PRINT-PAYEE-TYPE        PIC X.
005900     05  FILLER                  PIC X     VALUE SPACE.
006000     05  PRINT-PAYEE-ID          PIC Z(7).
006100     05  FILLER                  PIC X     VALUE SPACE.
006200     05  PRINT-PAYEE-NAME        PIC X(20).
006300     05  FILLER                  PIC X     VALUE SPACE.
006400     05  PRINT-LIST-ENTRY        PIC Z(6).
006500     05  FILLER                  PIC X     VALUE SPACE.
006600     05  PRINT-STATUS            PIC X.
006700     05  FILLER                  PIC X     VALUE SPACE.
006800     05  PRINT-FOUND-DATE        PIC X(10).
006900     05  FILLER                  PIC X     VALUE SPACE.
007000     05  PRINT-RESOLVED-BY       PIC X(5).
007100     05  FILLER                  PIC X     VALUE SPACE.
007200     05  PRINT-RESOLVED-DATE     PIC X(10).

007300 01  NOTE-LINE.
007400     05  FILLER                  PIC X(10) VALUE SPACE.
007500     05  FILLER                  PIC X(8)  VALUE "LISTED: ".
007600     05  PRINT-LIST-NAME         PIC X(30).
007700     05  FILLER                  PIC X     VALUE SPACE.
007800     05  PRINT-RESOLVE-NOTE      PIC X(30).

007900 01  COLUMN-LINE.
008000     05  FILLER         PIC X(2)  VALUE "T".
008100     05  FILLER         PIC X(8)  VALUE "PAYEE".
008200     05  FILLER         PIC X(21) VALUE "PAYEE NAME".
008300     05  FILLER         PIC X(7)  VALUE " ENTRY".
008400     05  FILLER         PIC X(2)  VALUE "S".
008500     05  FILLER         PIC X(11) VALUE "FOUND".
008600     05  FILLER         PIC X(6)  VALUE "BY".
008700     05  FILLER         PIC X(10) VALUE "RESOLVED".

008800 01  TITLE-LINE.
008900     05  FILLER              PIC X(15) VALUE SPACE.
009000     05  FILLER              PIC X(30)
009100         VALUE "RESTRICTED-PARTY HITS".

009200 01  TOTAL-LINE.
009300     05  FILLER              PIC X(6)  VALUE "OPEN: ".
009400     05  PRINT-OPEN-COUNT    PIC ZZZZ9.
009500     05  FILLER              PIC X(11) VALUE "  CLEARED: ".
009600     05  PRINT-CLEARED-COUNT PIC ZZZZ9.
009700     05  FILLER              PIC X(13) VALUE "  CONFIRMED: ".
009800     05  PRINT-CONFIRMED-COUNT PIC ZZZZ9.

009900     COPY "WSSIGN01.CBL".

010000     COPY "WSDATE01.CBL".

010100     COPY "WSCASE01.CBL".

010200     COPY "WSOPID01.CBL".

010250     COPY "WSBWIN01.CBL".

010300 PROCEDURE DIVISION.
010400 PROGRAM-BEGIN.
010500     OPEN I-O OPERATOR-FILE.
010600     PERFORM SIGN-ON-OPERATOR.
010700     CLOSE OPERATOR-FILE.
010800     IF AUTH-SUPERVISOR NOT = "Y"
010900         DISPLAY "RESTRICTED-PARTY REVIEW TAKES THE SUPERVISOR"
011000         DISPLAY "PERMISSION - SEE YOUR SUPERVISOR"
011100     ELSE
011133         MOVE "SANREV01" TO BWIN-PROGRAM-NAME
011166         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON
011200         PERFORM OPENING-PROCEDURE
011300         PERFORM MAIN-PROCESS
011400         PERFORM CLOSING-PROCEDURE.

011500 PROGRAM-EXIT.
011600     EXIT PROGRAM.

011700 PROGRAM-DONE.
011800     ACCEPT OMITTED. STOP RUN.

011900 OPENING-PROCEDURE.
012000     OPEN I-O SANCTION-HIT-FILE.
012100     OPEN INPUT VENDOR-FILE.
012200     OPEN INPUT ONE-TIME-PAYEE-FILE.
012300     OPEN EXTEND JOURNAL-FILE.
012400     OPEN OUTPUT PRINTER-FILE.

012500 CLOSING-PROCEDURE.
012600     CLOSE SANCTION-HIT-FILE.
012700     CLOSE VENDOR-FILE.
012800     CLOSE ONE-TIME-PAYEE-FILE.
012900     CLOSE JOURNAL-FILE.
013000     CLOSE PRINTER-FILE.

013100 MAIN-PROCESS.
013200     PERFORM ENTER-MODE-CHOICE.
013300     PERFORM REVIEW-MODE
013400         UNTIL MODE-CHOICE NOT = "R".
013500     PERFORM LIST-MODE
013600         UNTIL MODE-CHOICE NOT = "L".

013700 ENTER-MODE-CHOICE.
013800     DISPLAY "REVIEW OPEN HITS, LIST ALL HITS, OR QUIT".
013900     DISPLAY "(R/L/Q)?".
014000     ACCEPT MODE-CHOICE.
014100     INSPECT MODE-CHOICE
014200      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
014300     IF MODE-CHOICE NOT = "R" AND NOT = "L" AND NOT = "Q"
014400         DISPLAY "YOU MUST ENTER R, L, OR Q"
014500         PERFORM ENTER-MODE-CHOICE.

014600*---------------------------------
014700* REVIEW - the open hits in key
014800* order, payee by payee.
014900*---------------------------------
015000 REVIEW-MODE.
015100     MOVE ZEROES TO RESOLVED-COUNT.
015200     MOVE "N" TO REVIEW-STOPPED.
015220     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
015240     IF BATCH-UPDATES-ALLOWED NOT = "Y"
015260         DISPLAY "ONLY LIST IS OPEN"
015280         MOVE "Y" TO REVIEW-STOPPED.
015300     MOVE "N" TO HIT-FILE-AT-END.
015400     PERFORM READ-FIRST-HIT.
015500     PERFORM REVIEW-ONE-HIT
015600         UNTIL HIT-FILE-AT-END = "Y"
015700            OR REVIEW-STOPPED = "Y".
015800     DISPLAY RESOLVED-COUNT " HIT(S) RESOLVED".
015900     PERFORM ENTER-MODE-CHOICE.

016000 REVIEW-ONE-HIT.
016100     IF SANH-STATUS = "O"
016200         PERFORM SHOW-AND-RESOLVE-HIT.
016300     IF REVIEW-STOPPED NOT = "Y"
016400         PERFORM READ-NEXT-HIT.

016500 SHOW-AND-RESOLVE-HIT.
016600     PERFORM DISPLAY-HIT-FIELDS.
016700     PERFORM ENTER-HIT-DECISION.
016800     IF HIT-DECISION = "C" OR HIT-DECISION = "F"
016900         PERFORM ENTER-RESOLVE-NOTE
016933         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
016966         IF BATCH-UPDATES-ALLOWED = "Y"
017000             PERFORM RESOLVE-THE-HIT
017100         ELSE
017133             MOVE "Y" TO REVIEW-STOPPED
017166     ELSE
017200     IF HIT-DECISION = "E"
017300         MOVE "Y" TO REVIEW-STOPPED.

017400 ENTER-HIT-DECISION.
017500     DISPLAY "CLEAR AS A FALSE MATCH, CONFIRM AS A TRUE".
017600     DISPLAY "MATCH, SKIP, OR END THE REVIEW (C/F/S/E)?".
017700     ACCEPT HIT-DECISION.
017800     INSPECT HIT-DECISION
017900      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
018000     IF HIT-DECISION NOT = "C" AND NOT = "F"
018100        AND NOT = "S" AND NOT = "E"
018200         DISPLAY "YOU MUST ENTER C, F, S, OR E"
018300         PERFORM ENTER-HIT-DECISION.

018400 ENTER-RESOLVE-NOTE.
018500     DISPLAY "ENTER THE REASON (REQUIRED)".
018600     ACCEPT SANH-RESOLVE-NOTE.
018700     INSPECT SANH-RESOLVE-NOTE
018800      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
018900     IF SANH-RESOLVE-NOTE = SPACE
019000         DISPLAY "A REASON MUST BE ENTERED"
019100         PERFORM ENTER-RESOLVE-NOTE.

019200 RESOLVE-THE-HIT.
019300     MOVE HIT-DECISION TO SANH-STATUS.
019400     MOVE OPERATOR-ID TO SANH-RESOLVED-BY.
019500     PERFORM GET-TODAYS-DATE.
019600     MOVE DATE-CCYYMMDD TO SANH-RESOLVED-DATE.
019700     PERFORM REWRITE-HIT-RECORD.
019800     PERFORM JOURNAL-HIT-RESOLVED.
019900     ADD 1 TO RESOLVED-COUNT.
020000     IF SANH-STATUS = "F"
020100         DISPLAY "CONFIRMED - THE PAYEE STAYS BLOCKED FROM"
020200             " PAYMENT"
020300     ELSE
020400         DISPLAY "CLEARED".

020500 DISPLAY-HIT-FIELDS.
020600     DISPLAY " ".
020700     IF SANH-PAYEE-TYPE = "V"
020800         PERFORM DISPLAY-VENDOR-PAYEE
020900     ELSE
021000         PERFORM DISPLAY-ONE-TIME-PAYEE.
021100     DISPLAY "   LIST ENTRY: " SANH-LIST-ENTRY.
021200     DISPLAY "   LISTED AS: " SANH-LIST-NAME.
021300     IF SANH-MATCH-ON = "A"
021400         DISPLAY "   MATCHED ON: ADDRESS"
021500     ELSE
021600         DISPLAY "   MATCHED ON: NAME".
021700     MOVE SANH-FOUND-DATE TO DATE-CCYYMMDD.
021800     PERFORM FORMAT-THE-DATE.
021900     DISPLAY "   FOUND: " FORMATTED-DATE.
022000     DISPLAY " ".

022100 DISPLAY-VENDOR-PAYEE.
022200     DISPLAY "   VENDOR: " SANH-PAYEE-ID " " SANH-PAYEE-NAME.
022300     MOVE SANH-PAYEE-ID TO VENDOR-NUMBER.
022400     MOVE "Y" TO VENDOR-RECORD-FOUND.
022500     READ VENDOR-FILE RECORD
022600       INVALID KEY
022700          MOVE "N" TO VENDOR-RECORD-FOUND.
022800     IF VENDOR-RECORD-FOUND = "Y"
022900         DISPLAY "   ADDRESS: " VENDOR-ADDRESS-1
023000         DISPLAY "            " VENDOR-CITY " "
023100             VENDOR-STATE " " VENDOR-ZIP
023200     ELSE
023300         DISPLAY "   VENDOR IS NO LONGER ON FILE".

023400 DISPLAY-ONE-TIME-PAYEE.
023500     DISPLAY "   ONE-TIME PAYEE ON VOUCHER: " SANH-PAYEE-ID.
023600     DISPLAY "   PAYEE: " SANH-PAYEE-NAME.
023700     MOVE SANH-PAYEE-ID TO OTP-VOUCHER.
023800     MOVE "Y" TO OTP-RECORD-FOUND.
023900     READ ONE-TIME-PAYEE-FILE RECORD
024000       INVALID KEY
024100          MOVE "N" TO OTP-RECORD-FOUND.
024200     IF OTP-RECORD-FOUND = "Y"
024300         DISPLAY "   ADDRESS: " OTP-ADDRESS-1
024400         DISPLAY "            " OTP-CITY " "
024500             OTP-STATE " " OTP-ZIP.

024600*---------------------------------
024700* LIST - every hit, with the
024800* listed name and, once it is
024900* resolved, the reason.
025000*---------------------------------
025100 LIST-MODE.
025200     MOVE ZEROES TO OPEN-HIT-COUNT
025300                    CLEARED-HIT-COUNT
025400                    CONFIRMED-HIT-COUNT.
025500     PERFORM PRINT-LIST-HEADINGS.
025600     MOVE "N" TO HIT-FILE-AT-END.
025700     PERFORM READ-FIRST-HIT.
025800     PERFORM LIST-ONE-HIT
025900         UNTIL HIT-FILE-AT-END = "Y".
026000     PERFORM PRINT-LIST-TOTAL.
026100     DISPLAY OPEN-HIT-COUNT " OPEN HIT(S) LISTED".
026200     PERFORM ENTER-MODE-CHOICE.

026300 LIST-ONE-HIT.
026400     MOVE SPACE TO DETAIL-LINE.
026500     MOVE SANH-PAYEE-TYPE TO PRINT-PAYEE-TYPE.
026600     MOVE SANH-PAYEE-ID TO PRINT-PAYEE-ID.
026700     MOVE SANH-PAYEE-NAME TO PRINT-PAYEE-NAME.
026800     MOVE SANH-LIST-ENTRY TO PRINT-LIST-ENTRY.
026900     MOVE SANH-STATUS TO PRINT-STATUS.
027000     MOVE SANH-FOUND-DATE TO DATE-CCYYMMDD.
027100     PERFORM FORMAT-THE-DATE.
027200     MOVE FORMATTED-DATE TO PRINT-FOUND-DATE.
027300     MOVE SANH-RESOLVED-BY TO PRINT-RESOLVED-BY.
027400     IF SANH-RESOLVED-DATE NOT = ZEROES
027500         MOVE SANH-RESOLVED-DATE TO DATE-CCYYMMDD
027600         PERFORM FORMAT-THE-DATE
027700         MOVE FORMATTED-DATE TO PRINT-RESOLVED-DATE.
027800     MOVE DETAIL-LINE TO PRINTER-RECORD.
027900     PERFORM WRITE-TO-PRINTER.
028000     MOVE SANH-LIST-NAME TO PRINT-LIST-NAME.
028100     MOVE SANH-RESOLVE-NOTE TO PRINT-RESOLVE-NOTE.
028200     MOVE NOTE-LINE TO PRINTER-RECORD.
028300     PERFORM WRITE-TO-PRINTER.
028400     IF SANH-STATUS = "O"
028500         ADD 1 TO OPEN-HIT-COUNT
028600     ELSE
028700     IF SANH-STATUS = "C"
028800         ADD 1 TO CLEARED-HIT-COUNT
028900     ELSE
029000         ADD 1 TO CONFIRMED-HIT-COUNT.
029100     PERFORM READ-NEXT-HIT.

029200 PRINT-LIST-HEADINGS.
029300     MOVE TITLE-LINE TO PRINTER-RECORD.
029400     PERFORM WRITE-TO-PRINTER.
029500     MOVE SPACE TO PRINTER-RECORD.
029600     PERFORM WRITE-TO-PRINTER.
029700     MOVE COLUMN-LINE TO PRINTER-RECORD.
029800     PERFORM WRITE-TO-PRINTER.
029900     MOVE SPACE TO PRINTER-RECORD.
030000     PERFORM WRITE-TO-PRINTER.

030100 PRINT-LIST-TOTAL.
030200     MOVE SPACE TO PRINTER-RECORD.
030300     PERFORM WRITE-TO-PRINTER.
030400     MOVE OPEN-HIT-COUNT TO PRINT-OPEN-COUNT.
030500     MOVE CLEARED-HIT-COUNT TO PRINT-CLEARED-COUNT.
030600     MOVE CONFIRMED-HIT-COUNT TO PRINT-CONFIRMED-COUNT.
030700     MOVE TOTAL-LINE TO PRINTER-RECORD.
030800     PERFORM WRITE-TO-PRINTER.
030900     MOVE SPACE TO PRINTER-RECORD.
031000     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

031100*---------------------------------
031200* The resolution on the record:
031300* the supervisor who signed on
031400* is the journal operator.
031500*---------------------------------
031600 JOURNAL-HIT-RESOLVED.
031700     MOVE "SANREV01" TO JOURNAL-PROGRAM.
031800     MOVE SPACE TO JOURNAL-KEY.
031900     MOVE SANH-KEY TO JOURNAL-KEY.
032000     IF SANH-STATUS = "F"
032100         MOVE "SANC-CONF" TO JOURNAL-ACTION
032200     ELSE
032300         MOVE "SANC-CLEAR" TO JOURNAL-ACTION.
032400     MOVE ZEROES TO JOURNAL-AMOUNT.
032500     PERFORM WRITE-JOURNAL-ENTRY.

032600*---------------------------------
032700* File I-O routines.
032800*---------------------------------
032900 REWRITE-HIT-RECORD.
033000     REWRITE SANCTION-HIT-RECORD
033100         INVALID KEY
033200         DISPLAY "ERROR REWRITING HIT RECORD".

033300 READ-FIRST-HIT.
033400     MOVE LOW-VALUES TO SANH-KEY.
033500     START SANCTION-HIT-FILE
033600        KEY NOT < SANH-KEY
033700         INVALID KEY MOVE "Y" TO HIT-FILE-AT-END.
033800     IF HIT-FILE-AT-END NOT = "Y"
033900         PERFORM READ-NEXT-HIT.

034000 READ-NEXT-HIT.
034100     READ SANCTION-HIT-FILE NEXT RECORD
034200         AT END MOVE "Y" TO HIT-FILE-AT-END.

034300 WRITE-TO-PRINTER.
034400     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

034500     COPY "PLDATE01.CBL".

034600     COPY "PLOPID01.CBL".

034700     COPY "PLSIGN01.CBL".

034800     COPY "PLJRNL01.CBL".

034900     COPY "PLBWIN01.CBL".
