000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CSHDEP01.
000300*---------------------------------
000400* Store cash deposit
000500* reconciliation. CSHOVR01
000600* proves the drawer against the
000700* register; this proves the
000800* drawer against the bank.
000900* Each store's TNDR-COUNTED-
001000* TOTAL is added up per feed
001100* date from the detail SLSLOAD1
001200* loads, and matched to the
001300* "DP" items BNKIMP01 loads on
001400* BANK-TRX-FILE for the store's
001500* STORE-DEPOSIT-ACCOUNT whose
001600* description carries its
001700* STORE-DEPOSIT-REFERENCE.
001800* The operator enters the
001900* report date, the business
002000* days a store has to get its
002100* cash to the bank, how many
002200* days back to look and an
002300* amount tolerance.
002400* A day's count takes the first
002500* unused deposit dated from the
002600* feed date on that is within
002700* the tolerance and in time,
002800* else one within the tolerance
002900* that came late, else the
003000* first one in time of any
003100* amount. Each deposit matches
003200* one count only.
003300* The report runs by district
003400* (STORE-REGION) and store and
003500* lists:
003600*   MISSING   - no deposit and
003700*               past the days
003800*               allowed
003900*   LATE      - deposited after
004000*               the days allowed
004100*   AMOUNT    - deposit differs
004200*               from the count
004300*               by more than the
004400*               tolerance
004500*   LATE/AMT  - both
004600*   UNCOUNTED - a deposit with
004700*               the store's
004800*               reference that
004900*               matched no count
005000*   NO ACCT   - cash counted at
005100*               a store with no
005200*               deposit account
005300*               (or not on the
005400*               store master)
005500* A count still inside its days
005600* allowed is in transit and is
005700* not listed. Store, district
005800* and grand totals give the
005900* cash counted, deposited and
006000* missing, with the missing
006100* cash aged by days since the
006200* feed date. Deposits are only
006300* listed as uncounted from the
006400* days allowed after the first
006500* feed date in the window, so
006600* a deposit for a count before
006700* the window is not flagged.
006800* The SORT INPUT PROCEDURE and
006900* control break follow DIVRPT01.
007000*---------------------------------
007100 ENVIRONMENT DIVISION.
007200 INPUT-OUTPUT SECTION.
007300 FILE-CONTROL.

007400     COPY "SLTNDR01.CBL".

007500     COPY "SLSTOR01.CBL".

007600     COPY "SLBNKTRX.CBL".

007700     COPY "SLHOL01.CBL".

007800     COPY "SLSPOOLC.CBL".

007900     SELECT WORK-FILE
008000         ASSIGN TO "WORK"
008100         ORGANIZATION IS SEQUENTIAL.

008200     SELECT SORT-FILE
008300         ASSIGN TO "SORT".

008400*---------------------------------
008500* The report goes to a uniquely
008600* named spool file cataloged
008700* through PLSPOOL1.CBL, so a
008800* printer jam means a reprint
008900* from SPLMGR01, not a re-run.
009000*---------------------------------
009100     SELECT PRINTER-FILE
009200         ASSIGN TO DYNAMIC SPOOL-OUT-NAME
009300         ORGANIZATION IS LINE SEQUENTIAL.

009400 DATA DIVISION.
009500 FILE SECTION.

009600     COPY "FDTNDR01.CBL".

009700     COPY "FDSTOR01.CBL".

009800     COPY "FDBNKTRX.CBL".

009900     COPY "FDHOL01.CBL".

010000     COPY "FDSPOOLC.CBL".

010100*---------------------------------
010200* One line of the reconciliation
010300* - a day's count and the
010400* deposit it matched, or a
010500* deposit that matched no count.
010600* SORT-STATUS:
010700*   "O" matched and in order
010800*   "T" in transit
010900*   "M" missing
011000*   "L" late
011100*   "D" amount differs
011200*   "B" late and differs
011300*   "U" uncounted deposit
011400*   "N" no deposit account
011500* SORT-SEQUENCE keeps the order
011600* the lines were matched in
011700* within the store.
011800*---------------------------------
011900 SD  SORT-FILE.
012000 01  SORT-RECORD.
012100     05  SORT-REGION              PIC X(2).
012200     05  SORT-STORE               PIC 9(2).
012300     05  SORT-SEQUENCE            PIC 9(5).
012400     05  SORT-FEED-DATE           PIC 9(8).
012500     05  SORT-BANK-DATE           PIC 9(8).
012600     05  SORT-COUNTED             PIC S9(7)V99.
012700     05  SORT-DEPOSITED           PIC S9(9)V99.
012800     05  SORT-AGE                 PIC 9(3).
012900     05  SORT-STATUS              PIC X.

013000 FD  WORK-FILE.
013100 01  WORK-RECORD.
013200     05  WORK-REGION              PIC X(2).
013300     05  WORK-STORE               PIC 9(2).
013400     05  WORK-SEQUENCE            PIC 9(5).
013500     05  WORK-FEED-DATE           PIC 9(8).
013600     05  WORK-BANK-DATE           PIC 9(8).
013700     05  WORK-COUNTED             PIC S9(7)V99.
013800     05  WORK-DEPOSITED           PIC S9(9)V99.
013900     05  WORK-AGE                 PIC 9(3).
014000     05  WORK-STATUS              PIC X.

014100 FD  PRINTER-FILE
014200     LABEL RECORDS ARE OMITTED.
014300 01  PRINTER-RECORD              PIC X(80).

014400 WORKING-STORAGE SECTION.

014500 77  TENDER-FILE-AT-END          PIC X.
014600 77  STORE-FILE-AT-END           PIC X.
014700 77  BANK-TRX-AT-END             PIC X.
014800 77  WORK-FILE-AT-END            PIC X.
014900 77  LINE-COUNT                  PIC 999 VALUE ZERO.
015000 77  PAGE-NUMBER                 PIC 99999 VALUE ZERO.
015100 77  MAXIMUM-LINES               PIC 999 VALUE 55.

015200 77  REPORT-DATE                 PIC 9(8).
015300 77  DEPOSIT-DAYS                PIC 9.
015400 77  LOOK-BACK-DAYS              PIC 99.
015500 77  LOOK-BACK-SLOTS             PIC 999.
015600 77  TOLERANCE-AMOUNT            PIC 9(5)V99.
015700 77  UNCOUNTED-FROM-DATE         PIC 9(8).
015800 77  REPORT-INTEGER              PIC S9(9) COMP.
015900 77  RECORD-INTEGER              PIC S9(9) COMP.
016000 77  DAYS-BACK                   PIC S9(9) COMP.
016100 77  FEED-DATE                   PIC 9(8).
016200 77  DUE-DATE                    PIC 9(8).

016300 77  STORE-SUB                   PIC 999.
016400 77  DAY-SUB                     PIC 999.
016500 77  USED-SUB                    PIC 999.
016600 77  USED-COUNT                  PIC 999.
016700 77  LEVEL-INDEX                 PIC 9.
016800 77  AGE-INDEX                   PIC 9.
016900 77  RESULT-SEQUENCE             PIC 9(5) VALUE ZERO.

017000 77  CURRENT-REFERENCE           PIC X(10).
017100 77  REFERENCE-LENGTH            PIC 99.
017200 77  REFERENCE-POSITION          PIC 99.
017300 77  LAST-REFERENCE-START        PIC 99.
017400 77  REFERENCE-MATCHED           PIC X.
017500 77  MATCH-DESCRIPTION           PIC X(25).
017600 77  DEPOSIT-ALREADY-USED        PIC X.
017700 77  AMOUNT-DIFFERENCE           PIC S9(9)V99.
017800 77  ABSOLUTE-DIFFERENCE         PIC 9(9)V99.

017900 77  CURRENT-REGION              PIC X(2).
018000 77  CURRENT-STORE               PIC 9(2).
018100 77  BLOCK-LABEL                 PIC X(25).

018200 77  COUNTS-MATCHED              PIC 9(5) VALUE ZERO.
018300 77  COUNTS-IN-TRANSIT           PIC 9(5) VALUE ZERO.
018400 77  EXCEPTION-COUNT             PIC 9(5) VALUE ZERO.

018500*---------------------------------
018600* One slot per store number,
018700* loaded from the store master,
018800* with the counted cash for
018900* each day back from the report
019000* date (day 1 is the report
019100* date itself).
019200*---------------------------------
019300 01  STORE-TABLE-AREA.
019400     05  STORE-SLOT OCCURS 99 TIMES.
019500         10  SLOT-NAME            PIC X(20).
019600         10  SLOT-REGION          PIC X(2).
019700         10  SLOT-ACCOUNT         PIC 9(10).
019800         10  SLOT-REFERENCE       PIC X(10).
019900         10  SLOT-ACTIVE          PIC X.
020000         10  SLOT-DAY OCCURS 61 TIMES.
020100             15  SLOT-DAY-SEEN    PIC X.
020200             15  SLOT-DAY-COUNTED PIC S9(7)V99.

020300*---------------------------------
020400* The BNKTRX-KEYs already
020500* matched for the store in hand.
020600*---------------------------------
020700 01  USED-DEPOSIT-AREA.
020800     05  USED-DEPOSIT-KEY         PIC X(22)
020900                                  OCCURS 100 TIMES.

021000*---------------------------------
021100* The deposit being looked at,
021200* the best ones seen so far for
021300* the count, and the one taken.
021400*---------------------------------
021500 01  CURRENT-CANDIDATE.
021600     05  CANDIDATE-FOUND          PIC X.
021700     05  CANDIDATE-KEY            PIC X(22).
021800     05  CANDIDATE-DATE           PIC 9(8).
021900     05  CANDIDATE-AMOUNT         PIC S9(9)V99.

022000 01  ON-TIME-CANDIDATE.
022100     05  ON-TIME-FOUND            PIC X.
022200     05  FILLER                   PIC X(41).

022300 01  EXACT-ON-TIME-CANDIDATE.
022400     05  EXACT-ON-TIME-FOUND      PIC X.
022500     05  FILLER                   PIC X(41).

022600 01  EXACT-LATE-CANDIDATE.
022700     05  EXACT-LATE-FOUND         PIC X.
022800     05  FILLER                   PIC X(41).

022900 01  CHOSEN-DEPOSIT.
023000     05  CHOSEN-FOUND             PIC X.
023100     05  CHOSEN-KEY               PIC X(22).
023200     05  CHOSEN-DATE              PIC 9(8).
023300     05  CHOSEN-AMOUNT            PIC S9(9)V99.

023400*---------------------------------
023500* Totals: level 1 is the store,
023600* 2 the district, 3 all stores.
023700* The missing cash is aged 1-7,
023800* 8-14, 15-30 and over 30 days.
023900*---------------------------------
024000 01  RECONCILE-TOTALS.
024100     05  TOTAL-LEVEL OCCURS 3 TIMES.
024200         10  LEVEL-COUNTED        PIC S9(9)V99.
024300         10  LEVEL-DEPOSITED      PIC S9(9)V99.
024400         10  LEVEL-MISSING        PIC S9(9)V99.
024500         10  LEVEL-AGED           PIC S9(9)V99
024600                                  OCCURS 4 TIMES.

024700 01  DETAIL-LINE.
024800     05  PRINT-STORE             PIC Z9.
024900     05  FILLER                  PIC X     VALUE SPACE.
025000     05  PRINT-FEED-DATE         PIC X(10).
025100     05  FILLER                  PIC X     VALUE SPACE.
025200     05  PRINT-BANK-DATE         PIC X(10).
025300     05  FILLER                  PIC X     VALUE SPACE.
025400     05  PRINT-COUNTED           PIC ZZ,ZZZ,ZZ9.99-.
025500     05  FILLER                  PIC X     VALUE SPACE.
025600     05  PRINT-DEPOSITED         PIC ZZ,ZZZ,ZZ9.99-.
025700     05  FILLER                  PIC X     VALUE SPACE.
025800     05  PRINT-DIFFERENCE        PIC ZZZ,ZZ9.99-.
025900     05  FILLER                  PIC X     VALUE SPACE.
026000     05  PRINT-AGE               PIC ZZ9.
026100     05  FILLER                  PIC X     VALUE SPACE.
026200     05  PRINT-STATUS            PIC X(9).

026300 01  TOTAL-LINE.
026400     05  PRINT-TOTAL-LABEL       PIC X(25).
026500     05  PRINT-TOTAL-COUNTED     PIC ZZ,ZZZ,ZZ9.99-.
026600     05  FILLER                  PIC X     VALUE SPACE.
026700     05  PRINT-TOTAL-DEPOSITED   PIC ZZ,ZZZ,ZZ9.99-.
026800     05  FILLER                  PIC X(9)  VALUE " MISSING ".
026900     05  PRINT-TOTAL-MISSING     PIC ZZ,ZZZ,ZZ9.99-.

027000 01  AGING-LINE.
027100     05  FILLER                  PIC X(8)  VALUE "  AGING:".
027200     05  FILLER                  PIC X(5)  VALUE " 1-7 ".
027300     05  PRINT-AGED-1            PIC ZZZ,ZZ9.99-.
027400     05  FILLER                  PIC X(6)  VALUE " 8-14 ".
027500     05  PRINT-AGED-2            PIC ZZZ,ZZ9.99-.
027600     05  FILLER                  PIC X(7)  VALUE " 15-30 ".
027700     05  PRINT-AGED-3            PIC ZZZ,ZZ9.99-.
027800     05  FILLER                  PIC X(5)  VALUE " 31+ ".
027900     05  PRINT-AGED-4            PIC ZZZ,ZZ9.99-.

028000 01  DISTRICT-LINE.
028100     05  FILLER                  PIC X(10) VALUE "DISTRICT: ".
028200     05  PRINT-DISTRICT          PIC X(2).

028300 01  COLUMN-LINE.
028400     05  FILLER         PIC X(3)  VALUE "ST".
028500     05  FILLER         PIC X(11) VALUE "FEED DATE".
028600     05  FILLER         PIC X(11) VALUE "BANK DATE".
028700     05  FILLER         PIC X(15) VALUE "       COUNTED".
028800     05  FILLER         PIC X(15) VALUE "     DEPOSITED".
028900     05  FILLER         PIC X(12) VALUE " DIFFERENCE".
029000     05  FILLER         PIC X(4)  VALUE "AGE".
029100     05  FILLER         PIC X(6)  VALUE "STATUS".

029200 01  TITLE-LINE.
029300     05  FILLER              PIC X(10) VALUE SPACE.
029400     05  FILLER              PIC X(31)
029500         VALUE "STORE DEPOSIT RECONCILIATION".
029600     05  FILLER              PIC X(3)  VALUE "AS ".
029700     05  PRINT-TITLE-DATE    PIC X(10).
029800     05  FILLER              PIC X(7)  VALUE SPACE.
029900     05  FILLER              PIC X(5)  VALUE "PAGE:".
030000     05  FILLER              PIC X(1)  VALUE SPACE.
030100     05  PRINT-PAGE-NUMBER   PIC ZZZZ9.

030200     COPY "WSDATE01.CBL".

030300     COPY "WSCASE01.CBL".

030400     COPY "WSOPID01.CBL".

030500     COPY "WSBDAY01.CBL".

030600     COPY "WSSPOOL1.CBL".

030700 PROCEDURE DIVISION.
030800 PROGRAM-BEGIN.
030900     PERFORM GET-OPERATOR-ID.
031000     PERFORM ENTER-REPORT-CONTROLS.
031100     PERFORM OPENING-PROCEDURE.
031200     PERFORM LOAD-STORE-TABLE.
031300     PERFORM LOAD-COUNTED-CASH.
031400     PERFORM START-NEW-PAGE.

031500     PERFORM SORT-DEPOSITS-BY-DISTRICT.

031600     MOVE 3 TO LEVEL-INDEX.
031700     PERFORM CLEAR-ONE-LEVEL.
031800     OPEN INPUT WORK-FILE.
031900     MOVE "N" TO WORK-FILE-AT-END.
032000     PERFORM READ-NEXT-WORK-RECORD.
032100     IF WORK-FILE-AT-END = "Y"
032200         MOVE "NO COUNTED CASH OR DEPOSITS FOUND"
032300             TO PRINTER-RECORD
032400         PERFORM WRITE-TO-PRINTER
032500     ELSE
032600         PERFORM TOTAL-ONE-DISTRICT
032700             UNTIL WORK-FILE-AT-END = "Y"
032800         PERFORM PRINT-GRAND-TOTALS.
032900     CLOSE WORK-FILE.

033000     PERFORM CLOSING-PROCEDURE.

033033 PROGRAM-EXIT.
033066     EXIT PROGRAM.

033100 PROGRAM-DONE.
033200     STOP RUN.

033300 ENTER-REPORT-CONTROLS.
033400     MOVE "N" TO ZERO-DATE-IS-OK.
033500     MOVE "ENTER REPORT DATE (MM/DD/CCYY)" TO DATE-PROMPT.
033600     MOVE "A VALID REPORT DATE IS REQUIRED"
033700         TO DATE-ERROR-MESSAGE.
033800     PERFORM GET-A-DATE.
033900     MOVE DATE-CCYYMMDD TO REPORT-DATE.
034000     PERFORM FORMAT-THE-DATE.
034100     MOVE FORMATTED-DATE TO PRINT-TITLE-DATE.
034200     COMPUTE REPORT-INTEGER =
034300         FUNCTION INTEGER-OF-DATE(REPORT-DATE).
034400     DISPLAY "HOW MANY BUSINESS DAYS DOES A STORE HAVE".
034500     DISPLAY "TO GET ITS CASH TO THE BANK (E.G. 1)?".
034600     ACCEPT DEPOSIT-DAYS.
034700     PERFORM ENTER-LOOK-BACK-DAYS.
034800     DISPLAY "ENTER AMOUNT TOLERANCE DOLLARS".
034900     ACCEPT TOLERANCE-AMOUNT.

035000 ENTER-LOOK-BACK-DAYS.
035100     DISPLAY "RECONCILE HOW MANY DAYS BACK (1-60)?".
035200     ACCEPT LOOK-BACK-DAYS.
035300     IF LOOK-BACK-DAYS < 1 OR LOOK-BACK-DAYS > 60
035400         DISPLAY "DAYS BACK MUST BE 1 THROUGH 60"
035500         PERFORM ENTER-LOOK-BACK-DAYS.

035600 OPENING-PROCEDURE.
035700     OPEN INPUT TENDER-DETAIL-FILE.
035800     OPEN INPUT STORE-FILE.
035900     OPEN INPUT BANK-TRX-FILE.
036000     OPEN INPUT HOLIDAY-FILE.
036100     OPEN I-O SPOOL-CATALOG-FILE.
036200     MOVE "STORE DEPOSIT RECON" TO SPOOL-REPORT-NAME.
036300     MOVE "CSHDEP01" TO SPOOL-PROGRAM.
036400     PERFORM OPEN-SPOOL-REPORT.
036500     OPEN OUTPUT PRINTER-FILE.
036600     COMPUTE LOOK-BACK-SLOTS = LOOK-BACK-DAYS + 1.
036700     COMPUTE RECORD-INTEGER = REPORT-INTEGER - LOOK-BACK-DAYS.
036800     COMPUTE BUSINESS-DATE =
036900         FUNCTION DATE-OF-INTEGER(RECORD-INTEGER).
037000     MOVE DEPOSIT-DAYS TO BUSINESS-DAYS.
037100     PERFORM ADD-BUSINESS-DAYS.
037200     MOVE BUSINESS-DATE TO UNCOUNTED-FROM-DATE.

037300 CLOSING-PROCEDURE.
037400     CLOSE TENDER-DETAIL-FILE.
037500     CLOSE STORE-FILE.
037600     CLOSE BANK-TRX-FILE.
037700     CLOSE HOLIDAY-FILE.
037800     PERFORM END-LAST-PAGE.
037900     CLOSE PRINTER-FILE.
038000     MOVE PAGE-NUMBER TO SPOOL-PAGE-COUNT.
038100     PERFORM CLOSE-SPOOL-REPORT.
038200     CLOSE SPOOL-CATALOG-FILE.
038300     DISPLAY COUNTS-MATCHED " DAY(S) DEPOSITED IN ORDER".
038400     DISPLAY COUNTS-IN-TRANSIT " DAY(S) IN TRANSIT".
038500     DISPLAY EXCEPTION-COUNT " EXCEPTION(S) LISTED".
038600     DISPLAY "REPORT SPOOLED AS " SPOOL-OUT-NAME.

038700*---------------------------------
038800* The store table: every slot
038900* starts as an unknown store;
039000* the store master fills in the
039100* ones on file.
039200*---------------------------------
039300 LOAD-STORE-TABLE.
039400     PERFORM CLEAR-ONE-STORE
039500         VARYING STORE-SUB FROM 1 BY 1
039600           UNTIL STORE-SUB > 99.
039700     MOVE "N" TO STORE-FILE-AT-END.
039800     PERFORM READ-FIRST-STORE.
039900     PERFORM LOAD-ONE-STORE
040000         UNTIL STORE-FILE-AT-END = "Y".

040100 CLEAR-ONE-STORE.
040200     MOVE "*** NOT ON FILE ***" TO SLOT-NAME (STORE-SUB).
040300     MOVE "??" TO SLOT-REGION (STORE-SUB).
040400     MOVE ZEROES TO SLOT-ACCOUNT (STORE-SUB).
040500     MOVE SPACE TO SLOT-REFERENCE (STORE-SUB).
040600     MOVE "N" TO SLOT-ACTIVE (STORE-SUB).
040700     PERFORM CLEAR-ONE-DAY
040800         VARYING DAY-SUB FROM 1 BY 1
040900           UNTIL DAY-SUB > 61.

041000 CLEAR-ONE-DAY.
041100     MOVE "N" TO SLOT-DAY-SEEN (STORE-SUB DAY-SUB).
041200     MOVE ZEROES TO SLOT-DAY-COUNTED (STORE-SUB DAY-SUB).

041300 LOAD-ONE-STORE.
041400     IF STORE-NUMBER NOT = ZEROES
041500         MOVE STORE-NUMBER TO STORE-SUB
041600         MOVE STORE-NAME TO SLOT-NAME (STORE-SUB)
041700         MOVE STORE-REGION TO SLOT-REGION (STORE-SUB)
041800         MOVE STORE-DEPOSIT-ACCOUNT TO SLOT-ACCOUNT (STORE-SUB)
041900         MOVE STORE-DEPOSIT-REFERENCE
042000             TO SLOT-REFERENCE (STORE-SUB).
042100     PERFORM READ-NEXT-STORE.

042200*---------------------------------
042300* Every register's count inside
042400* the window adds into its
042500* store and day.
042600*---------------------------------
042700 LOAD-COUNTED-CASH.
042800     MOVE "N" TO TENDER-FILE-AT-END.
042900     PERFORM READ-NEXT-TENDER.
043000     PERFORM ADD-ONE-TENDER
043100         UNTIL TENDER-FILE-AT-END = "Y".

043200 ADD-ONE-TENDER.
043300     COMPUTE RECORD-INTEGER =
043400         FUNCTION INTEGER-OF-DATE(TNDR-FEED-DATE).
043500     COMPUTE DAYS-BACK = REPORT-INTEGER - RECORD-INTEGER.
043600     IF DAYS-BACK NOT < 0
043700        AND DAYS-BACK NOT > LOOK-BACK-DAYS
043800        AND TNDR-STORE NOT = ZEROES
043900         MOVE TNDR-STORE TO STORE-SUB
044000         COMPUTE DAY-SUB = DAYS-BACK + 1
044100         ADD TNDR-COUNTED-TOTAL
044200             TO SLOT-DAY-COUNTED (STORE-SUB DAY-SUB)
044300         MOVE "Y" TO SLOT-DAY-SEEN (STORE-SUB DAY-SUB)
044400         MOVE "Y" TO SLOT-ACTIVE (STORE-SUB).
044500     PERFORM READ-NEXT-TENDER.

044600 SORT-DEPOSITS-BY-DISTRICT.
044700     SORT SORT-FILE
044800         ON ASCENDING KEY SORT-REGION
044900                          SORT-STORE
045000                          SORT-SEQUENCE
045100         INPUT PROCEDURE IS MATCH-ALL-STORES
045200         GIVING WORK-FILE.

045300 MATCH-ALL-STORES.
045400     PERFORM MATCH-ONE-STORE
045500         VARYING STORE-SUB FROM 1 BY 1
045600           UNTIL STORE-SUB > 99.

045700 MATCH-ONE-STORE.
045800     IF SLOT-ACTIVE (STORE-SUB) = "Y"
045900        OR SLOT-ACCOUNT (STORE-SUB) NOT = ZEROES
046000         PERFORM RECONCILE-ONE-STORE.

046100*---------------------------------
046200* Oldest day first, so each
046300* day's count takes the earliest
046400* deposit left for it.
046500*---------------------------------
046600 RECONCILE-ONE-STORE.
046700     MOVE ZERO TO USED-COUNT.
046800     PERFORM FIND-REFERENCE-LENGTH.
046900     PERFORM RECONCILE-ONE-DAY
047000         VARYING DAY-SUB FROM LOOK-BACK-SLOTS BY -1
047100           UNTIL DAY-SUB < 1.
047200     IF SLOT-ACCOUNT (STORE-SUB) NOT = ZEROES
047300         PERFORM RELEASE-UNCOUNTED-DEPOSITS.

047400 FIND-REFERENCE-LENGTH.
047500     MOVE SLOT-REFERENCE (STORE-SUB) TO CURRENT-REFERENCE.
047600     MOVE 10 TO REFERENCE-LENGTH.
047700     PERFORM SHORTEN-THE-REFERENCE
047800         UNTIL REFERENCE-LENGTH = ZERO
047900            OR CURRENT-REFERENCE (REFERENCE-LENGTH:1)
048000               NOT = SPACE.

048100 SHORTEN-THE-REFERENCE.
048200     SUBTRACT 1 FROM REFERENCE-LENGTH.

048300 RECONCILE-ONE-DAY.
048400     IF SLOT-DAY-SEEN (STORE-SUB DAY-SUB) = "Y"
048500        AND SLOT-DAY-COUNTED (STORE-SUB DAY-SUB) > ZERO
048600         PERFORM RECONCILE-ONE-COUNT.

048700 RECONCILE-ONE-COUNT.
048800     COMPUTE RECORD-INTEGER = REPORT-INTEGER - DAY-SUB + 1.
048900     COMPUTE FEED-DATE =
049000         FUNCTION DATE-OF-INTEGER(RECORD-INTEGER).
049100     MOVE FEED-DATE TO BUSINESS-DATE.
049200     MOVE DEPOSIT-DAYS TO BUSINESS-DAYS.
049300     PERFORM ADD-BUSINESS-DAYS.
049400     MOVE BUSINESS-DATE TO DUE-DATE.

049500     MOVE FEED-DATE TO SORT-FEED-DATE.
049600     MOVE ZEROES TO SORT-BANK-DATE
049700                    SORT-DEPOSITED.
049800     MOVE SLOT-DAY-COUNTED (STORE-SUB DAY-SUB) TO SORT-COUNTED.
049900     COMPUTE SORT-AGE = DAY-SUB - 1.

050000     IF SLOT-ACCOUNT (STORE-SUB) = ZEROES
050100         MOVE "N" TO SORT-STATUS
050200     ELSE
050300         PERFORM FIND-THE-DEPOSIT
050400         PERFORM GRADE-THE-COUNT.
050500     PERFORM RELEASE-THE-RESULT.

050600 GRADE-THE-COUNT.
050700     IF CHOSEN-FOUND = "N"
050800         IF REPORT-DATE > DUE-DATE
050900             MOVE "M" TO SORT-STATUS
051000         ELSE
051100             MOVE "T" TO SORT-STATUS
051200     ELSE
051300         ADD 1 TO USED-COUNT
051400         MOVE CHOSEN-KEY TO USED-DEPOSIT-KEY (USED-COUNT)
051500         MOVE CHOSEN-DATE TO SORT-BANK-DATE
051600         MOVE CHOSEN-AMOUNT TO SORT-DEPOSITED
051700         PERFORM GRADE-THE-MATCH.

051800 GRADE-THE-MATCH.
051900     COMPUTE AMOUNT-DIFFERENCE = SORT-COUNTED - SORT-DEPOSITED.
052000     IF AMOUNT-DIFFERENCE < ZERO
052100         COMPUTE ABSOLUTE-DIFFERENCE = ZERO - AMOUNT-DIFFERENCE
052200     ELSE
052300         MOVE AMOUNT-DIFFERENCE TO ABSOLUTE-DIFFERENCE.
052400     IF SORT-BANK-DATE > DUE-DATE
052500         IF ABSOLUTE-DIFFERENCE > TOLERANCE-AMOUNT
052600             MOVE "B" TO SORT-STATUS
052700         ELSE
052800             MOVE "L" TO SORT-STATUS
052900     ELSE
053000         IF ABSOLUTE-DIFFERENCE > TOLERANCE-AMOUNT
053100             MOVE "D" TO SORT-STATUS
053200         ELSE
053300             MOVE "O" TO SORT-STATUS.

053400*---------------------------------
053500* Reads the store's deposits
053600* from the feed date through the
053700* report date, stopping early at
053800* one in time and in amount.
053900*---------------------------------
054000 FIND-THE-DEPOSIT.
054100     MOVE "N" TO ON-TIME-FOUND
054200                 EXACT-ON-TIME-FOUND
054300                 EXACT-LATE-FOUND
054400                 CHOSEN-FOUND.
054500     MOVE SLOT-ACCOUNT (STORE-SUB) TO BNKTRX-ACCOUNT.
054600     MOVE FEED-DATE TO BNKTRX-DATE.
054700     MOVE ZEROES TO BNKTRX-SEQUENCE.
054800     PERFORM START-BANK-TRX.
054900     PERFORM CHECK-ONE-CANDIDATE
055000         UNTIL BANK-TRX-AT-END = "Y"
055100            OR BNKTRX-ACCOUNT NOT = SLOT-ACCOUNT (STORE-SUB)
055200            OR BNKTRX-DATE > REPORT-DATE
055300            OR EXACT-ON-TIME-FOUND = "Y".
055400     IF EXACT-ON-TIME-FOUND = "Y"
055500         MOVE EXACT-ON-TIME-CANDIDATE TO CHOSEN-DEPOSIT
055600     ELSE
055700     IF EXACT-LATE-FOUND = "Y"
055800         MOVE EXACT-LATE-CANDIDATE TO CHOSEN-DEPOSIT
055900     ELSE
056000         MOVE ON-TIME-CANDIDATE TO CHOSEN-DEPOSIT.

056100 CHECK-ONE-CANDIDATE.
056200     PERFORM CHECK-STORE-DEPOSIT.
056300     IF DEPOSIT-ALREADY-USED = "N"
056400         PERFORM GRADE-THE-CANDIDATE.
056500     PERFORM READ-NEXT-BANK-TRX.

056600 GRADE-THE-CANDIDATE.
056700     MOVE "Y" TO CANDIDATE-FOUND.
056800     MOVE BNKTRX-KEY TO CANDIDATE-KEY.
056900     MOVE BNKTRX-DATE TO CANDIDATE-DATE.
057000     MOVE BNKTRX-AMOUNT TO CANDIDATE-AMOUNT.
057100     COMPUTE AMOUNT-DIFFERENCE =
057200         SLOT-DAY-COUNTED (STORE-SUB DAY-SUB) - BNKTRX-AMOUNT.
057300     IF AMOUNT-DIFFERENCE < ZERO
057400         COMPUTE ABSOLUTE-DIFFERENCE = ZERO - AMOUNT-DIFFERENCE
057500     ELSE
057600         MOVE AMOUNT-DIFFERENCE TO ABSOLUTE-DIFFERENCE.
057700     IF BNKTRX-DATE NOT > DUE-DATE
057800         PERFORM GRADE-ON-TIME-CANDIDATE
057900     ELSE
058000     IF ABSOLUTE-DIFFERENCE NOT > TOLERANCE-AMOUNT
058100        AND EXACT-LATE-FOUND = "N"
058200         MOVE CURRENT-CANDIDATE TO EXACT-LATE-CANDIDATE.

058300 GRADE-ON-TIME-CANDIDATE.
058400     IF ON-TIME-FOUND = "N"
058500         MOVE CURRENT-CANDIDATE TO ON-TIME-CANDIDATE.
058600     IF ABSOLUTE-DIFFERENCE NOT > TOLERANCE-AMOUNT
058700         MOVE CURRENT-CANDIDATE TO EXACT-ON-TIME-CANDIDATE.

058800*---------------------------------
058900* DEPOSIT-ALREADY-USED comes
059000* back "N" only for a "DP" item
059100* carrying the store's deposit
059200* reference that no count has
059300* taken yet.
059400*---------------------------------
059500 CHECK-STORE-DEPOSIT.
059600     MOVE "Y" TO DEPOSIT-ALREADY-USED.
059700     IF BNKTRX-TYPE = "DP"
059800         PERFORM CHECK-DEPOSIT-REFERENCE
059900         IF REFERENCE-MATCHED = "Y"
060000             MOVE "N" TO DEPOSIT-ALREADY-USED
060100             PERFORM CHECK-ONE-USED-KEY
060200                 VARYING USED-SUB FROM 1 BY 1
060300                   UNTIL USED-SUB > USED-COUNT
060400                      OR DEPOSIT-ALREADY-USED = "Y".

060500 CHECK-ONE-USED-KEY.
060600     IF USED-DEPOSIT-KEY (USED-SUB) = BNKTRX-KEY
060700         MOVE "Y" TO DEPOSIT-ALREADY-USED.

060800 CHECK-DEPOSIT-REFERENCE.
060900     MOVE "N" TO REFERENCE-MATCHED.
061000     MOVE BNKTRX-DESCRIPTION TO MATCH-DESCRIPTION.
061100     INSPECT MATCH-DESCRIPTION
061200       CONVERTING LOWER-ALPHA
061300       TO         UPPER-ALPHA.
061400     IF REFERENCE-LENGTH NOT = ZERO
061500         COMPUTE LAST-REFERENCE-START = 26 - REFERENCE-LENGTH
061600         PERFORM TRY-REFERENCE-POSITION
061700             VARYING REFERENCE-POSITION FROM 1 BY 1
061800               UNTIL REFERENCE-POSITION > LAST-REFERENCE-START
061900                  OR REFERENCE-MATCHED = "Y".

062000 TRY-REFERENCE-POSITION.
062100     IF MATCH-DESCRIPTION
062200            (REFERENCE-POSITION:REFERENCE-LENGTH) =
062300        CURRENT-REFERENCE (1:REFERENCE-LENGTH)
062400         MOVE "Y" TO REFERENCE-MATCHED.

062500*---------------------------------
062600* What is left of the store's
062700* deposits in the window matched
062800* no count.
062900*---------------------------------
063000 RELEASE-UNCOUNTED-DEPOSITS.
063100     MOVE SLOT-ACCOUNT (STORE-SUB) TO BNKTRX-ACCOUNT.
063200     MOVE UNCOUNTED-FROM-DATE TO BNKTRX-DATE.
063300     MOVE ZEROES TO BNKTRX-SEQUENCE.
063400     PERFORM START-BANK-TRX.
063500     PERFORM CHECK-UNCOUNTED-DEPOSIT
063600         UNTIL BANK-TRX-AT-END = "Y"
063700            OR BNKTRX-ACCOUNT NOT = SLOT-ACCOUNT (STORE-SUB)
063800            OR BNKTRX-DATE > REPORT-DATE.

063900 CHECK-UNCOUNTED-DEPOSIT.
064000     PERFORM CHECK-STORE-DEPOSIT.
064100     IF DEPOSIT-ALREADY-USED = "N"
064200         PERFORM RELEASE-UNCOUNTED-DEPOSIT.
064300     PERFORM READ-NEXT-BANK-TRX.

064400 RELEASE-UNCOUNTED-DEPOSIT.
064500     MOVE ZEROES TO SORT-FEED-DATE
064600                    SORT-COUNTED.
064700     MOVE BNKTRX-DATE TO SORT-BANK-DATE.
064800     MOVE BNKTRX-AMOUNT TO SORT-DEPOSITED.
064900     COMPUTE RECORD-INTEGER =
065000         FUNCTION INTEGER-OF-DATE(BNKTRX-DATE).
065100     COMPUTE SORT-AGE = REPORT-INTEGER - RECORD-INTEGER.
065200     MOVE "U" TO SORT-STATUS.
065300     PERFORM RELEASE-THE-RESULT.

065400 RELEASE-THE-RESULT.
065500     MOVE SLOT-REGION (STORE-SUB) TO SORT-REGION.
065600     MOVE STORE-SUB TO SORT-STORE.
065700     ADD 1 TO RESULT-SEQUENCE.
065800     MOVE RESULT-SEQUENCE TO SORT-SEQUENCE.
065900     RELEASE SORT-RECORD.

066000*---------------------------------
066100* Control break by district,
066200* then by store within district.
066300*---------------------------------
066400 TOTAL-ONE-DISTRICT.
066500     MOVE WORK-REGION TO CURRENT-REGION.
066600     MOVE 2 TO LEVEL-INDEX.
066700     PERFORM CLEAR-ONE-LEVEL.
066800     PERFORM PRINT-DISTRICT-HEADING.
066900     PERFORM TOTAL-ONE-STORE
067000         UNTIL WORK-FILE-AT-END = "Y"
067100            OR WORK-REGION NOT = CURRENT-REGION.
067200     MOVE SPACE TO BLOCK-LABEL.
067300     STRING "DISTRICT " CURRENT-REGION " TOTAL"
067400         DELIMITED BY SIZE INTO BLOCK-LABEL.
067500     MOVE 2 TO LEVEL-INDEX.
067600     PERFORM PRINT-TOTAL-BLOCK.
067700     PERFORM PRINT-AGING-LINE.
067800     PERFORM LINE-FEED.

067900 TOTAL-ONE-STORE.
068000     MOVE WORK-STORE TO CURRENT-STORE.
068100     MOVE 1 TO LEVEL-INDEX.
068200     PERFORM CLEAR-ONE-LEVEL.
068300     PERFORM ACCUMULATE-ONE-RESULT
068400         UNTIL WORK-FILE-AT-END = "Y"
068500            OR WORK-REGION NOT = CURRENT-REGION
068600            OR WORK-STORE NOT = CURRENT-STORE.
068700     MOVE CURRENT-STORE TO STORE-SUB.
068800     MOVE SPACE TO BLOCK-LABEL.
068900     STRING "STORE " CURRENT-STORE " " SLOT-NAME (STORE-SUB)
069000         DELIMITED BY SIZE INTO BLOCK-LABEL.
069100     MOVE 1 TO LEVEL-INDEX.
069200     PERFORM PRINT-TOTAL-BLOCK.
069300     IF LEVEL-MISSING (1) NOT = ZEROES
069400         PERFORM PRINT-AGING-LINE.

069500 ACCUMULATE-ONE-RESULT.
069600     IF WORK-STATUS = "O"
069700         ADD 1 TO COUNTS-MATCHED
069800     ELSE
069900     IF WORK-STATUS = "T"
070000         ADD 1 TO COUNTS-IN-TRANSIT
070100     ELSE
070200         PERFORM PRINT-EXCEPTION-LINE.
070300     IF WORK-STATUS = "M" OR "N"
070400         PERFORM FIND-AGE-BUCKET.
070500     PERFORM ADD-TO-ONE-LEVEL
070600         VARYING LEVEL-INDEX FROM 1 BY 1
070700           UNTIL LEVEL-INDEX > 3.
070800     PERFORM READ-NEXT-WORK-RECORD.

070900 FIND-AGE-BUCKET.
071000     IF WORK-AGE < 8
071100         MOVE 1 TO AGE-INDEX
071200     ELSE
071300     IF WORK-AGE < 15
071400         MOVE 2 TO AGE-INDEX
071500     ELSE
071600     IF WORK-AGE < 31
071700         MOVE 3 TO AGE-INDEX
071800     ELSE
071900         MOVE 4 TO AGE-INDEX.

072000 ADD-TO-ONE-LEVEL.
072100     ADD WORK-COUNTED TO LEVEL-COUNTED (LEVEL-INDEX).
072200     ADD WORK-DEPOSITED TO LEVEL-DEPOSITED (LEVEL-INDEX).
072300     IF WORK-STATUS = "M" OR "N"
072400         ADD WORK-COUNTED TO LEVEL-MISSING (LEVEL-INDEX)
072500         ADD WORK-COUNTED
072600             TO LEVEL-AGED (LEVEL-INDEX AGE-INDEX).

072700 CLEAR-ONE-LEVEL.
072800     MOVE ZEROES TO LEVEL-COUNTED (LEVEL-INDEX)
072900                    LEVEL-DEPOSITED (LEVEL-INDEX)
073000                    LEVEL-MISSING (LEVEL-INDEX).
073100     PERFORM CLEAR-ONE-AGE
073200         VARYING AGE-INDEX FROM 1 BY 1
073300           UNTIL AGE-INDEX > 4.

073400 CLEAR-ONE-AGE.
073500     MOVE ZEROES TO LEVEL-AGED (LEVEL-INDEX AGE-INDEX).

073600 PRINT-DISTRICT-HEADING.
073700     IF LINE-COUNT > MAXIMUM-LINES - 6
073800         PERFORM START-NEXT-PAGE.
073900     MOVE CURRENT-REGION TO PRINT-DISTRICT.
074000     MOVE DISTRICT-LINE TO PRINTER-RECORD.
074100     PERFORM WRITE-TO-PRINTER.
074200     PERFORM LINE-FEED.

074300 PRINT-EXCEPTION-LINE.
074400     MOVE SPACE TO DETAIL-LINE.
074500     MOVE WORK-STORE TO PRINT-STORE.
074600     IF WORK-FEED-DATE NOT = ZEROES
074700         MOVE WORK-FEED-DATE TO DATE-CCYYMMDD
074800         PERFORM FORMAT-THE-DATE
074900         MOVE FORMATTED-DATE TO PRINT-FEED-DATE.
075000     IF WORK-BANK-DATE NOT = ZEROES
075100         MOVE WORK-BANK-DATE TO DATE-CCYYMMDD
075200         PERFORM FORMAT-THE-DATE
075300         MOVE FORMATTED-DATE TO PRINT-BANK-DATE.
075400     MOVE WORK-COUNTED TO PRINT-COUNTED.
075500     MOVE WORK-DEPOSITED TO PRINT-DEPOSITED.
075600     COMPUTE PRINT-DIFFERENCE = WORK-COUNTED - WORK-DEPOSITED.
075700     MOVE WORK-AGE TO PRINT-AGE.
075800     PERFORM SET-PRINT-STATUS.
075900     IF LINE-COUNT > MAXIMUM-LINES
076000         PERFORM START-NEXT-PAGE.
076100     MOVE DETAIL-LINE TO PRINTER-RECORD.
076200     PERFORM WRITE-TO-PRINTER.
076300     ADD 1 TO EXCEPTION-COUNT.

076400 SET-PRINT-STATUS.
076500     IF WORK-STATUS = "M"
076600         MOVE "MISSING" TO PRINT-STATUS
076700     ELSE
076800     IF WORK-STATUS = "L"
076900         MOVE "LATE" TO PRINT-STATUS
077000     ELSE
077100     IF WORK-STATUS = "D"
077200         MOVE "AMOUNT" TO PRINT-STATUS
077300     ELSE
077400     IF WORK-STATUS = "B"
077500         MOVE "LATE/AMT" TO PRINT-STATUS
077600     ELSE
077700     IF WORK-STATUS = "U"
077800         MOVE "UNCOUNTED" TO PRINT-STATUS
077900     ELSE
078000         MOVE "NO ACCT" TO PRINT-STATUS.

078100 PRINT-TOTAL-BLOCK.
078200     IF LINE-COUNT > MAXIMUM-LINES
078300         PERFORM START-NEXT-PAGE.
078400     MOVE SPACE TO TOTAL-LINE.
078500     MOVE BLOCK-LABEL TO PRINT-TOTAL-LABEL.
078600     MOVE LEVEL-COUNTED (LEVEL-INDEX) TO PRINT-TOTAL-COUNTED.
078700     MOVE LEVEL-DEPOSITED (LEVEL-INDEX) TO PRINT-TOTAL-DEPOSITED.
078800     MOVE LEVEL-MISSING (LEVEL-INDEX) TO PRINT-TOTAL-MISSING.
078900     MOVE TOTAL-LINE TO PRINTER-RECORD.
079000     PERFORM WRITE-TO-PRINTER.

079100 PRINT-AGING-LINE.
079200     MOVE LEVEL-AGED (LEVEL-INDEX 1) TO PRINT-AGED-1.
079300     MOVE LEVEL-AGED (LEVEL-INDEX 2) TO PRINT-AGED-2.
079400     MOVE LEVEL-AGED (LEVEL-INDEX 3) TO PRINT-AGED-3.
079500     MOVE LEVEL-AGED (LEVEL-INDEX 4) TO PRINT-AGED-4.
079600     MOVE AGING-LINE TO PRINTER-RECORD.
079700     PERFORM WRITE-TO-PRINTER.

079800 PRINT-GRAND-TOTALS.
079900     MOVE "ALL STORES" TO BLOCK-LABEL.
080000     MOVE 3 TO LEVEL-INDEX.
080100     PERFORM PRINT-TOTAL-BLOCK.
080200     PERFORM PRINT-AGING-LINE.

080300*---------------------------------
080400* File I-O routines.
080500*---------------------------------
080600 READ-NEXT-TENDER.
080700     READ TENDER-DETAIL-FILE
080800         AT END MOVE "Y" TO TENDER-FILE-AT-END.

080900 READ-FIRST-STORE.
081000     MOVE ZEROES TO STORE-NUMBER.
081100     START STORE-FILE
081200        KEY NOT < STORE-NUMBER
081300         INVALID KEY MOVE "Y" TO STORE-FILE-AT-END.
081400     IF STORE-FILE-AT-END NOT = "Y"
081500         PERFORM READ-NEXT-STORE.

081600 READ-NEXT-STORE.
081700     READ STORE-FILE NEXT RECORD
081800         AT END MOVE "Y" TO STORE-FILE-AT-END.

081900 START-BANK-TRX.
082000     MOVE "N" TO BANK-TRX-AT-END.
082100     START BANK-TRX-FILE
082200        KEY NOT < BNKTRX-KEY
082300         INVALID KEY MOVE "Y" TO BANK-TRX-AT-END.
082400     IF BANK-TRX-AT-END NOT = "Y"
082500         PERFORM READ-NEXT-BANK-TRX.

082600 READ-NEXT-BANK-TRX.
082700     READ BANK-TRX-FILE NEXT RECORD
082800         AT END MOVE "Y" TO BANK-TRX-AT-END.

082900 READ-NEXT-WORK-RECORD.
083000     READ WORK-FILE
083100         AT END MOVE "Y" TO WORK-FILE-AT-END.

083200*---------------------------------
083300* Printing routines.
083400*---------------------------------
083500 WRITE-TO-PRINTER.
083600     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
083700     ADD 1 TO LINE-COUNT.

083800 LINE-FEED.
083900     MOVE SPACE TO PRINTER-RECORD.
084000     PERFORM WRITE-TO-PRINTER.

084100 START-NEXT-PAGE.
084200     PERFORM END-LAST-PAGE.
084300     PERFORM START-NEW-PAGE.

084400 START-NEW-PAGE.
084500     ADD 1 TO PAGE-NUMBER.
084600     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
084700     MOVE TITLE-LINE TO PRINTER-RECORD.
084800     PERFORM WRITE-TO-PRINTER.
084900     PERFORM LINE-FEED.
085000     MOVE COLUMN-LINE TO PRINTER-RECORD.
085100     PERFORM WRITE-TO-PRINTER.
085200     PERFORM LINE-FEED.

085300 END-LAST-PAGE.
085400     PERFORM FORM-FEED.
085500     MOVE ZERO TO LINE-COUNT.

085600 FORM-FEED.
085700     MOVE SPACE TO PRINTER-RECORD.
085800     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

085900     COPY "PLDATE01.CBL".

086000     COPY "PLOPID01.CBL".

086100     COPY "PLBDAY01.CBL".

086200     COPY "PLSPOOL1.CBL".
