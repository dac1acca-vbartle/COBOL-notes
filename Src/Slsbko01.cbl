000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SLSBKO01.
000300*---------------------------------
000400* Sales feed back-out. When a
000500* store's POS sent a bad file
000600* that SLSLOAD1 has already
000700* loaded, a SUPERVISOR signs on
000800* (PLSIGN01) and takes the feed
000900* date back out so the corrected
001000* file can be loaded clean:
001100* - the date's records come out
001200*   of SALES-HISTORY-FILE and
001300*   TENDER-DETAIL-FILE - every
001400*   store, or only the stores
001500*   keyed
001600* - detail SLSSUM01 has already
001700*   summarized comes out of the
001800*   SLSHARCH archive and its
001900*   amounts, units and cost out
002000*   of the PERIOD-SUMMARY-FILE
002100*   buckets (a summarized day
002200*   is always backed out whole)
002300* - cost relief STKLED01 has
002400*   rolled for the date
002500*   (LOAD-COST-ROLLED-DATE) is
002600*   taken back off the stock
002700*   ledger buckets, with the
002733*   retail net sales and
002766*   markdowns it carried
002800* - a date SLSGL01 has exported
002900*   (LOAD-GL-EXPORT-DATE) gets a
003000*   reversing journal on SLSREV,
003100*   the SLSEXP lines with the
003200*   sides swapped, for GLUPD01
003300*   to post. SLSREV is under
003400*   transmission control
003500*   (PLEXPCTL.CBL), so nothing
003600*   is backed out while a prior
003700*   SLSREV is still pending.
003800* The cost relief and the GL
003900* export are always reversed
004000* for the WHOLE day, because
004100* STKLED01 and SLSGL01 work a
004200* whole day at a time: once the
004300* stores are reloaded the day
004400* is rolled and exported again
004500* in full.
004600* Backing out every store
004700* deletes the load control
004800* record, so the reload is a
004900* first load. Backing out some
005000* stores leaves the record with
005100* their counts taken off and
005200* the stores listed for
005300* SLSLOAD1, which then reloads
005400* only those stores without an
005500* override. The back-out is
005600* journaled as SLS-BKOUT with
005700* the load control record as
005800* its image.
005816* Nothing is backed out while the
005832* nightly batch window is up
005848* (PLBWIN01.CBL); a back-out
005864* confirmed as the window goes
005880* up is not done.
005900*---------------------------------
006000 ENVIRONMENT DIVISION.
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.

006300     COPY "SLLDCTL.CBL".

006400     COPY "SLSLHIST.CBL".

006500     COPY "SLTNDR01.CBL".

006600     COPY "SLSLSUM.CBL".

006700     COPY "SLSTKLED.CBL".

006800     COPY "SLSLMAP.CBL".

006900     COPY "SLEXPCTL.CBL".

007000     COPY "SLOPER01.CBL".

007100     COPY "SLSECVIO.CBL".

007200     COPY "SLJRNL01.CBL".

007233     COPY "SLBWIN01.CBL".

007266     COPY "SLBWLOG.CBL".

007300     SELECT OPTIONAL HISTORY-ARCHIVE-FILE
007400         ASSIGN TO "SLSHARCH"
007500         ORGANIZATION IS SEQUENTIAL.

007600     SELECT KEEP-FILE
007700         ASSIGN TO "WORK"
007800         ORGANIZATION IS SEQUENTIAL.

007900     SELECT REVERSE-EXPORT-FILE
008000         ASSIGN TO "SLSREV"
008100         ORGANIZATION IS LINE SEQUENTIAL.

008200 DATA DIVISION.
008300 FILE SECTION.

008400     COPY "FDLDCTL.CBL".

008500     COPY "FDSLHIST.CBL".

008600     COPY "FDTNDR01.CBL".

008700     COPY "FDSLSUM.CBL".

008800     COPY "FDSTKLED.CBL".

008900     COPY "FDSLMAP.CBL".

009000     COPY "FDEXPCTL.CBL".

009100     COPY "FDOPER01.CBL".

009200     COPY "FDSECVIO.CBL".

009300     COPY "FDJRNL01.CBL".

009333     COPY "FDBWIN01.CBL".

009366     COPY "FDBWLOG.CBL".

009400 FD  HISTORY-ARCHIVE-FILE
009500     LABEL RECORDS ARE STANDARD.
009600 01  HISTORY-ARCHIVE-RECORD      PIC X(38).

009700*---------------------------------
009800* The kept records of whichever
009900* file is being rebuilt - sales
010000* history and its archive are
010100* 38 bytes, tender detail 44.
010200*---------------------------------
010300 FD  KEEP-FILE
010400     LABEL RECORDS ARE STANDARD.
010500 01  KEEP-RECORD                 PIC X(44).

010600 FD  REVERSE-EXPORT-FILE
010700     LABEL RECORDS ARE OMITTED.
010800 01  REVERSE-EXPORT-RECORD       PIC X(100).

010900 WORKING-STORAGE SECTION.

011000 77  FEED-DATE                   PIC 9(8).
011100 77  OK-TO-BACK-OUT              PIC X.
011200 77  LOAD-CONTROL-FOUND          PIC X.
011300 77  WHOLE-DAY                   PIC X.
011400 77  ALL-STORES-ANSWER           PIC X.
011500 77  BACK-OUT-ANSWER             PIC X.
011600 77  STORE-ENTRY                 PIC 99.
011700 77  STORES-ENTERED              PIC 99.
011800 77  REMOVE-THIS-RECORD          PIC X.
011900 77  HISTORY-FILE-AT-END         PIC X.
012000 77  ARCHIVE-FILE-AT-END         PIC X.
012100 77  TENDER-FILE-AT-END          PIC X.
012200 77  KEEP-AT-END                 PIC X.
012300 77  MAP-RECORD-FOUND            PIC X.
012400 77  LEDGER-RECORD-FOUND         PIC X.
012500 77  SUMMARY-RECORD-FOUND        PIC X.
012600 77  STORE-SUB                   PIC 99.
012700 77  DIVISION-SUB                PIC 99.
012800 77  LIVE-COUNT                  PIC 9(7) VALUE ZERO.
012900 77  ARCHIVED-COUNT              PIC 9(7) VALUE ZERO.
013000 77  DAY-AMOUNT                  PIC S9(9)V99 VALUE ZERO.
013100 77  HISTORY-REMOVED             PIC 9(6) VALUE ZERO.
013200 77  ARCHIVE-REMOVED             PIC 9(6) VALUE ZERO.
013300 77  TENDER-REMOVED              PIC 9(6) VALUE ZERO.
013400 77  REMOVED-AMOUNT              PIC S9(9)V99 VALUE ZERO.
013500 77  BUCKETS-REVERSED            PIC 9(5) VALUE ZERO.
013600 77  TOTAL-SALES                 PIC S9(9)V99 VALUE ZERO.
013700 77  UNMAPPED-COUNT              PIC 9(4) VALUE ZERO.
013800 77  CELL-WORK-AMOUNT            PIC S9(8)V99.
013900 77  REVERSAL-LINE-COUNT         PIC 9(6) VALUE ZERO.
014000 77  REVERSAL-DEBIT-TOTAL        PIC S9(11)V99 VALUE ZERO.
014100 77  AN-AMOUNT-FIELD             PIC ZZZ,ZZZ,ZZ9.99-.

014200*---------------------------------
014300* ON-DAY is "Y" for a store
014400* with sales history on the
014500* feed date; SELECTED for a
014600* store keyed for the back-out.
014700*---------------------------------
014800 01  STORE-FLAG-AREA.
014900     05  STORE-FLAGS OCCURS 99 TIMES.
015000         10  STORE-ON-DAY         PIC X.
015100         10  STORE-SELECTED       PIC X.

015200 01  ENTERED-STORE-AREA.
015300     05  ENTERED-STORE OCCURS 10 TIMES
015400                                 PIC 99.

015500*---------------------------------
015600* The whole day's sales and cost
015700* by store and division, as
015800* SLSGL01 exported and STKLED01
015900* rolled them.
016000*---------------------------------
016100 01  SALES-MATRIX-AREA.
016200     05  SALES-STORE-ROW OCCURS 99 TIMES.
016300         10  SALES-CELL OCCURS 99 TIMES.
016400             15  CELL-SALES       PIC S9(8)V99.
016500             15  CELL-COST        PIC S9(8)V99.
016550             15  CELL-MARKDOWN    PIC S9(8)V99.

016600 01  JOURNAL-LINE.
016700     05  JOURNAL-LINE-DATE       PIC 9(8).
016800     05  FILLER                  PIC X     VALUE ",".
016900     05  JOURNAL-ACCOUNT         PIC X(10).
017000     05  FILLER                  PIC X     VALUE ",".
017100     05  JOURNAL-DEBIT           PIC 9(9)V99.
017200     05  FILLER                  PIC X     VALUE ",".
017300     05  JOURNAL-CREDIT          PIC 9(9)V99.
017400     05  FILLER                  PIC X     VALUE ",".
017500     05  JOURNAL-DESCRIPTION     PIC X(25).
017600     05  FILLER                  PIC X     VALUE ",".
017700     05  JOURNAL-COMPANY         PIC X(2).
017800     05  FILLER                  PIC X     VALUE ",".
017900     05  JOURNAL-REF-TYPE        PIC X.
018000     05  JOURNAL-REFERENCE.
018100         10  JOURNAL-REF-STORE    PIC 9(2).
018200         10  JOURNAL-REF-DIVISION PIC 9(2).
018300         10  FILLER               PIC X(12).

018400     COPY "WSEXPCTL.CBL".

018500     COPY "WSSIGN01.CBL".

018600     COPY "WSDATE01.CBL".

018700     COPY "WSCASE01.CBL".

018800     COPY "WSOPID01.CBL".

018850     COPY "WSBWIN01.CBL".

018900 PROCEDURE DIVISION.
019000 PROGRAM-BEGIN.
019100     OPEN I-O OPERATOR-FILE.
019200     PERFORM SIGN-ON-OPERATOR.
019300     CLOSE OPERATOR-FILE.
019400     IF AUTH-SUPERVISOR NOT = "Y"
019500         DISPLAY "BACKING OUT A SALES FEED TAKES THE SUPERVISOR"
019600         DISPLAY "PERMISSION - SEE YOUR SUPERVISOR"
019700     ELSE
019725         MOVE "SLSBKO01" TO BWIN-PROGRAM-NAME
019750         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON
019775         IF BATCH-UPDATES-ALLOWED = "Y"
019800             PERFORM OPENING-PROCEDURE
019900             PERFORM MAIN-PROCESS
020000             PERFORM CLOSING-PROCEDURE.

020100 PROGRAM-EXIT.
020200     EXIT PROGRAM.

020300 PROGRAM-DONE.
020400     ACCEPT OMITTED. STOP RUN.

020500 OPENING-PROCEDURE.
020600     OPEN I-O LOAD-CONTROL-FILE.
020700     OPEN I-O PERIOD-SUMMARY-FILE.
020800     OPEN I-O STOCK-LEDGER-FILE.
020900     OPEN INPUT SALES-MAP-FILE.
021000     OPEN I-O EXPORT-CONTROL-FILE.
021100     OPEN EXTEND JOURNAL-FILE.

021200 CLOSING-PROCEDURE.
021300     CLOSE LOAD-CONTROL-FILE.
021400     CLOSE PERIOD-SUMMARY-FILE.
021500     CLOSE STOCK-LEDGER-FILE.
021600     CLOSE SALES-MAP-FILE.
021700     CLOSE EXPORT-CONTROL-FILE.
021800     CLOSE JOURNAL-FILE.

021900 MAIN-PROCESS.
022000     MOVE "Y" TO OK-TO-BACK-OUT.
022100     PERFORM ENTER-FEED-DATE.
022200     IF OK-TO-BACK-OUT = "Y"
022300         PERFORM GET-LOAD-CONTROL.
022400     IF OK-TO-BACK-OUT = "Y"
022500         PERFORM LOOK-AT-THE-DAY.
022600     IF OK-TO-BACK-OUT = "Y"
022700         PERFORM ENTER-THE-STORES.
022800     IF OK-TO-BACK-OUT = "Y"
022900         PERFORM CHECK-REVERSAL-PENDING.
023000     IF OK-TO-BACK-OUT = "Y"
023100         PERFORM ASK-OK-TO-BACK-OUT.
023120     IF OK-TO-BACK-OUT = "Y"
023140         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
023160         IF BATCH-UPDATES-ALLOWED NOT = "Y"
023180             MOVE "N" TO OK-TO-BACK-OUT.
023200     IF OK-TO-BACK-OUT = "Y"
023300         PERFORM BACK-OUT-THE-DAY
023400     ELSE
023500         DISPLAY "NOTHING WAS BACKED OUT".

023600 ENTER-FEED-DATE.
023700     MOVE "Y" TO ZERO-DATE-IS-OK.
023800     MOVE "ENTER FEED DATE TO BACK OUT (MM/DD/CCYY, 0 EXITS)"
023900         TO DATE-PROMPT.
024000     MOVE "A VALID FEED DATE IS REQUIRED"
024100         TO DATE-ERROR-MESSAGE.
024200     PERFORM GET-A-DATE.
024300     MOVE DATE-CCYYMMDD TO FEED-DATE.
024400     IF FEED-DATE = ZEROES
024500         MOVE "N" TO OK-TO-BACK-OUT.

024600*---------------------------------
024700* Only a date SLSLOAD1 loaded
024800* can be backed out, and not
024900* while stores already backed
025000* out of it are waiting on
025100* their reload.
025200*---------------------------------
025300 GET-LOAD-CONTROL.
025400     MOVE FEED-DATE TO LOAD-CONTROL-DATE.
025500     MOVE "Y" TO LOAD-CONTROL-FOUND.
025600     READ LOAD-CONTROL-FILE RECORD
025700       INVALID KEY
025800          MOVE "N" TO LOAD-CONTROL-FOUND.
025900     IF LOAD-CONTROL-FOUND = "N"
026000         DISPLAY "THIS FEED DATE HAS NO LOAD CONTROL RECORD -"
026100         DISPLAY "IT WAS NEVER LOADED"
026200         MOVE "N" TO OK-TO-BACK-OUT
026300     ELSE
026400     IF LOAD-RELOAD-PENDING = "Y"
026500         DISPLAY "STORES BACKED OUT OF THIS DATE ARE STILL"
026600         DISPLAY "WAITING ON THEIR RELOAD (SLSLOAD1)"
026700         MOVE "N" TO OK-TO-BACK-OUT
026800     ELSE
026900         PERFORM DISPLAY-LOAD-CONTROL.

027000 DISPLAY-LOAD-CONTROL.
027100     DISPLAY " ".
027200     DISPLAY "LOADED BY OPERATOR " LOAD-OPERATOR-ID.
027300     DISPLAY "RECORDS READ " LOAD-RECORDS-READ
027400         "  LOADED " LOAD-RECORDS-LOADED
027500         "  REJECTED " LOAD-RECORDS-REJECTED.
027600     MOVE LOAD-AMOUNT-TOTAL TO AN-AMOUNT-FIELD.
027700     DISPLAY "FEED AMOUNT " AN-AMOUNT-FIELD.
027800     IF LOAD-GL-EXPORT-DATE NOT = ZEROES
027900         MOVE LOAD-GL-EXPORT-DATE TO DATE-CCYYMMDD
028000         PERFORM FORMAT-THE-DATE
028100         DISPLAY "EXPORTED TO THE GL ON " FORMATTED-DATE
028200             " - A REVERSING JOURNAL WILL BE WRITTEN".
028300     IF LOAD-COST-ROLLED-DATE NOT = ZEROES
028400         MOVE LOAD-COST-ROLLED-DATE TO DATE-CCYYMMDD
028500         PERFORM FORMAT-THE-DATE
028600         DISPLAY "COST RELIEF ROLLED ON " FORMATTED-DATE
028700             " - THE STOCK LEDGER WILL BE REVERSED".

028800*---------------------------------
028900* One pass of the live history
029000* and the archive builds the
029100* day's matrix and notes which
029200* stores sold that day.
029300*---------------------------------
029400 LOOK-AT-THE-DAY.
029500     PERFORM INIT-SALES-MATRIX.
029600     PERFORM INIT-ONE-STORE-FLAG
029700         VARYING STORE-SUB FROM 1 BY 1
029800          UNTIL STORE-SUB > 99.
029900     PERFORM INIT-ONE-ENTERED-STORE
030000         VARYING STORE-SUB FROM 1 BY 1
030100          UNTIL STORE-SUB > 10.
030200     OPEN INPUT SALES-HISTORY-FILE.
030300     MOVE "N" TO HISTORY-FILE-AT-END.
030400     PERFORM READ-NEXT-HISTORY.
030500     PERFORM LOOK-AT-ONE-HISTORY
030600         UNTIL HISTORY-FILE-AT-END = "Y".
030700     CLOSE SALES-HISTORY-FILE.
030800     OPEN INPUT HISTORY-ARCHIVE-FILE.
030900     MOVE "N" TO ARCHIVE-FILE-AT-END.
031000     PERFORM READ-NEXT-ARCHIVE.
031100     PERFORM LOOK-AT-ONE-ARCHIVE
031200         UNTIL ARCHIVE-FILE-AT-END = "Y".
031300     CLOSE HISTORY-ARCHIVE-FILE.
031400     MOVE DAY-AMOUNT TO AN-AMOUNT-FIELD.
031500     DISPLAY "ON FILE FOR THE DATE: " LIVE-COUNT " LIVE, "
031600         ARCHIVED-COUNT " SUMMARIZED, " AN-AMOUNT-FIELD.

031700 INIT-ONE-STORE-FLAG.
031800     MOVE "N" TO STORE-ON-DAY(STORE-SUB).
031900     MOVE "N" TO STORE-SELECTED(STORE-SUB).

032000 INIT-ONE-ENTERED-STORE.
032100     MOVE ZEROES TO ENTERED-STORE(STORE-SUB).

032200 LOOK-AT-ONE-HISTORY.
032300     IF HISTORY-FEED-DATE = FEED-DATE
032400         ADD 1 TO LIVE-COUNT
032500         PERFORM ADD-HISTORY-TO-MATRIX.
032600     PERFORM READ-NEXT-HISTORY.

032700 LOOK-AT-ONE-ARCHIVE.
032800     MOVE HISTORY-ARCHIVE-RECORD TO SALES-HISTORY-RECORD.
032900     IF HISTORY-FEED-DATE = FEED-DATE
033000         ADD 1 TO ARCHIVED-COUNT
033100         PERFORM ADD-HISTORY-TO-MATRIX.
033200     PERFORM READ-NEXT-ARCHIVE.

033300 ADD-HISTORY-TO-MATRIX.
033400     ADD HISTORY-AMOUNT TO DAY-AMOUNT.
033500     IF HISTORY-STORE NOT = ZEROES
033600         MOVE "Y" TO STORE-ON-DAY(HISTORY-STORE)
033700         IF HISTORY-DIVISION NOT = ZEROES
033800             ADD HISTORY-AMOUNT TO
033900                 CELL-SALES(HISTORY-STORE HISTORY-DIVISION)
034000             ADD HISTORY-COST TO
034100                 CELL-COST(HISTORY-STORE HISTORY-DIVISION)
034125             IF HISTORY-TYPE = "M"
034150                 ADD HISTORY-AMOUNT TO
034175                 CELL-MARKDOWN(HISTORY-STORE HISTORY-DIVISION).

034200 INIT-SALES-MATRIX.
034300     PERFORM INIT-ONE-STORE-ROW
034400         VARYING STORE-SUB FROM 1 BY 1
034500          UNTIL STORE-SUB > 99.

034600 INIT-ONE-STORE-ROW.
034700     PERFORM INIT-ONE-CELL
034800         VARYING DIVISION-SUB FROM 1 BY 1
034900          UNTIL DIVISION-SUB > 99.

035000 INIT-ONE-CELL.
035100     MOVE ZEROES TO CELL-SALES(STORE-SUB DIVISION-SUB)
035200                    CELL-COST(STORE-SUB DIVISION-SUB)
035250                    CELL-MARKDOWN(STORE-SUB DIVISION-SUB).

035300*---------------------------------
035400* Every store, or up to ten
035500* keyed ones that sold that
035600* day. A day already summarized
035700* goes out whole.
035800*---------------------------------
035900 ENTER-THE-STORES.
036000     MOVE ZEROES TO STORES-ENTERED.
036100     IF ARCHIVED-COUNT NOT = ZEROES
036200         DISPLAY "THIS DATE HAS BEEN SUMMARIZED (SLSSUM01) -"
036300         DISPLAY "THE WHOLE DAY WILL BE BACKED OUT"
036400         MOVE "Y" TO WHOLE-DAY
036500     ELSE
036600         PERFORM ENTER-ALL-STORES-ANSWER
036700         MOVE ALL-STORES-ANSWER TO WHOLE-DAY.
036800     IF WHOLE-DAY = "N"
036900         MOVE 1 TO STORE-ENTRY
037000         PERFORM ENTER-ONE-STORE
037100             UNTIL STORE-ENTRY = ZEROES
037200                OR STORES-ENTERED = 10
037300         IF STORES-ENTERED = ZEROES
037400             DISPLAY "NO STORES WERE ENTERED"
037500             MOVE "N" TO OK-TO-BACK-OUT.

037600 ENTER-ALL-STORES-ANSWER.
037700     DISPLAY "BACK OUT EVERY STORE FOR THIS DATE (Y/N)?".
037800     ACCEPT ALL-STORES-ANSWER.
037900     INSPECT ALL-STORES-ANSWER
038000      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
038100     IF ALL-STORES-ANSWER NOT = "Y" AND NOT = "N"
038200         DISPLAY "YOU MUST ENTER Y OR N"
038300         PERFORM ENTER-ALL-STORES-ANSWER.

038400 ENTER-ONE-STORE.
038500     DISPLAY "ENTER A STORE TO BACK OUT (0 WHEN DONE)".
038600     ACCEPT STORE-ENTRY.
038700     IF STORE-ENTRY NOT = ZEROES
038800         PERFORM SELECT-ONE-STORE.

038900 SELECT-ONE-STORE.
039000     IF STORE-ON-DAY(STORE-ENTRY) NOT = "Y"
039100         DISPLAY "THAT STORE HAS NO SALES ON THIS DATE"
039200     ELSE
039300     IF STORE-SELECTED(STORE-ENTRY) = "Y"
039400         DISPLAY "THAT STORE IS ALREADY ENTERED"
039500     ELSE
039600         MOVE "Y" TO STORE-SELECTED(STORE-ENTRY)
039700         ADD 1 TO STORES-ENTERED
039800         MOVE STORE-ENTRY TO ENTERED-STORE(STORES-ENTERED).

039900 CHECK-REVERSAL-PENDING.
040000     IF LOAD-GL-EXPORT-DATE NOT = ZEROES
040100         MOVE "SLSREV" TO EXPCTL-CHECK-NAME
040200         PERFORM CHECK-EXPORT-PENDING
040300         IF EXPCTL-PENDING-FOUND = "Y"
040400             DISPLAY "*** A PRIOR SLSREV FILE IS STILL"
040500             DISPLAY "*** PENDING - POST IT WITH GLUPD01 AND"
040600             DISPLAY "*** MARK IT IN EXPCTL01 BEFORE BACKING"
040700             DISPLAY "*** OUT ANOTHER DAY."
040800             MOVE "N" TO OK-TO-BACK-OUT.

040900 ASK-OK-TO-BACK-OUT.
041000     DISPLAY "BACK OUT THIS DATE NOW (Y/N)?".
041100     ACCEPT BACK-OUT-ANSWER.
041200     INSPECT BACK-OUT-ANSWER
041300      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
041400     IF BACK-OUT-ANSWER NOT = "Y" AND NOT = "N"
041500         DISPLAY "YOU MUST ENTER Y OR N"
041600         PERFORM ASK-OK-TO-BACK-OUT
041700     ELSE
041800         MOVE BACK-OUT-ANSWER TO OK-TO-BACK-OUT.

041900 BACK-OUT-THE-DAY.
042000     IF LOAD-GL-EXPORT-DATE NOT = ZEROES
042100         PERFORM WRITE-REVERSING-JOURNAL.
042200     IF LOAD-COST-ROLLED-DATE NOT = ZEROES
042300         PERFORM REVERSE-COST-RELIEF.
042400     PERFORM REMOVE-FROM-HISTORY.
042500     IF ARCHIVED-COUNT NOT = ZEROES
042600         PERFORM REMOVE-FROM-ARCHIVE.
042700     PERFORM REMOVE-FROM-TENDER-DETAIL.
042800     PERFORM UPDATE-LOAD-CONTROL.
042900     DISPLAY HISTORY-REMOVED " HISTORY RECORD(S) REMOVED".
043000     IF ARCHIVE-REMOVED NOT = ZEROES
043100         DISPLAY ARCHIVE-REMOVED
043200             " SUMMARIZED RECORD(S) REMOVED".
043300     DISPLAY TENDER-REMOVED " REGISTER DETAIL RECORD(S) REMOVED".
043400     MOVE REMOVED-AMOUNT TO AN-AMOUNT-FIELD.
043500     DISPLAY "AMOUNT BACKED OUT " AN-AMOUNT-FIELD.
043600     IF WHOLE-DAY = "Y"
043700         DISPLAY "THE DATE IS CLEAR - RELOAD IT WITH SLSLOAD1"
043800     ELSE
043900         DISPLAY "RELOAD THE STORES BACKED OUT WITH SLSLOAD1".

044000*---------------------------------
044100* Reversing journal - the lines
044200* SLSGL01 wrote for the day with
044300* debit and credit swapped, under
044400* today's SLSMAP mapping (SLSSUSP
044500* for a cell with none), dated
044600* the feed date so it lands in
044700* the period the export did.
044800*---------------------------------
044900 WRITE-REVERSING-JOURNAL.
045000     OPEN OUTPUT REVERSE-EXPORT-FILE.
045100     PERFORM REVERSE-ONE-STORE-ROW
045200         VARYING STORE-SUB FROM 1 BY 1
045300          UNTIL STORE-SUB > 99.
045400     PERFORM REVERSE-CLEARING-CREDIT.
045500     CLOSE REVERSE-EXPORT-FILE.
045600     MOVE "SLSREV" TO EXPCTL-CHECK-NAME.
045700     MOVE REVERSAL-LINE-COUNT TO EXPCTL-NEW-COUNT.
045800     MOVE REVERSAL-DEBIT-TOTAL TO EXPCTL-NEW-TOTAL.
045900     PERFORM LOG-EXPORT-FILE.
046000     MOVE ZEROES TO LOAD-GL-EXPORT-DATE.
046100     DISPLAY REVERSAL-LINE-COUNT
046200         " REVERSING LINE(S) WRITTEN TO SLSREV - POST THEM"
046300         " WITH GLUPD01".
046400     IF UNMAPPED-COUNT NOT = ZERO
046500         DISPLAY UNMAPPED-COUNT
046600             " STORE/DIVISION(S) HAD NO MAPPING -"
046700             " REVERSED FROM SUSPENSE (SLMMNT01)".

046800 REVERSE-ONE-STORE-ROW.
046900     PERFORM REVERSE-ONE-CELL
047000         VARYING DIVISION-SUB FROM 1 BY 1
047100          UNTIL DIVISION-SUB > 99.

047200 REVERSE-ONE-CELL.
047300     IF CELL-SALES(STORE-SUB DIVISION-SUB) NOT = ZEROES
047400        OR CELL-COST(STORE-SUB DIVISION-SUB) NOT = ZEROES
047500         PERFORM LOOK-UP-THE-MAPPING
047600         PERFORM WRITE-REVERSING-CELL-LINES.

047700 LOOK-UP-THE-MAPPING.
047800     MOVE STORE-SUB TO SLMAP-STORE.
047900     MOVE DIVISION-SUB TO SLMAP-DIVISION.
048000     MOVE "Y" TO MAP-RECORD-FOUND.
048100     READ SALES-MAP-FILE RECORD
048200       INVALID KEY
048300          MOVE "N" TO MAP-RECORD-FOUND.
048400     IF MAP-RECORD-FOUND = "N"
048500         ADD 1 TO UNMAPPED-COUNT
048600         MOVE "SLSSUSP" TO SLMAP-SALES-ACCOUNT
048700         MOVE "SLSSUSP" TO SLMAP-COGS-ACCOUNT
048800         MOVE "SLSSUSP" TO SLMAP-INVENTORY-ACCOUNT.

048900 WRITE-REVERSING-CELL-LINES.
049000     IF CELL-SALES(STORE-SUB DIVISION-SUB) NOT = ZEROES
049100         PERFORM REVERSE-THE-SALES-LINE.
049200     IF CELL-COST(STORE-SUB DIVISION-SUB) NOT = ZEROES
049300         PERFORM REVERSE-THE-COST-LINES.

049400 REVERSE-THE-SALES-LINE.
049500     MOVE CELL-SALES(STORE-SUB DIVISION-SUB)
049600         TO CELL-WORK-AMOUNT.
049700     IF CELL-WORK-AMOUNT < ZERO
049800         COMPUTE CELL-WORK-AMOUNT =
049900             ZERO - CELL-WORK-AMOUNT.
050000     MOVE SPACE TO JOURNAL-LINE.
050100     MOVE FEED-DATE TO JOURNAL-LINE-DATE.
050200     MOVE SLMAP-SALES-ACCOUNT TO JOURNAL-ACCOUNT.
050300     IF CELL-SALES(STORE-SUB DIVISION-SUB) < ZERO
050400         MOVE ZEROES TO JOURNAL-DEBIT
050500         MOVE CELL-WORK-AMOUNT TO JOURNAL-CREDIT
050600     ELSE
050700         MOVE CELL-WORK-AMOUNT TO JOURNAL-DEBIT
050800         MOVE ZEROES TO JOURNAL-CREDIT.
050900     MOVE "BACKOUT DAILY SALES" TO JOURNAL-DESCRIPTION.
051000     PERFORM SET-CELL-REFERENCE.
051100     PERFORM WRITE-REVERSAL-RECORD.
051200     ADD CELL-SALES(STORE-SUB DIVISION-SUB)
051300         TO TOTAL-SALES.

051400 REVERSE-THE-COST-LINES.
051500     MOVE CELL-COST(STORE-SUB DIVISION-SUB)
051600         TO CELL-WORK-AMOUNT.
051700     IF CELL-WORK-AMOUNT < ZERO
051800         COMPUTE CELL-WORK-AMOUNT =
051900             ZERO - CELL-WORK-AMOUNT.
052000     MOVE SPACE TO JOURNAL-LINE.
052100     MOVE FEED-DATE TO JOURNAL-LINE-DATE.
052200     MOVE SLMAP-COGS-ACCOUNT TO JOURNAL-ACCOUNT.
052300     IF CELL-COST(STORE-SUB DIVISION-SUB) < ZERO
052400         MOVE CELL-WORK-AMOUNT TO JOURNAL-DEBIT
052500         MOVE ZEROES TO JOURNAL-CREDIT
052600     ELSE
052700         MOVE ZEROES TO JOURNAL-DEBIT
052800         MOVE CELL-WORK-AMOUNT TO JOURNAL-CREDIT.
052900     MOVE "BACKOUT COST OF SALES" TO JOURNAL-DESCRIPTION.
053000     PERFORM SET-CELL-REFERENCE.
053100     PERFORM WRITE-REVERSAL-RECORD.
053200     MOVE SPACE TO JOURNAL-LINE.
053300     MOVE FEED-DATE TO JOURNAL-LINE-DATE.
053400     MOVE SLMAP-INVENTORY-ACCOUNT TO JOURNAL-ACCOUNT.
053500     IF CELL-COST(STORE-SUB DIVISION-SUB) < ZERO
053600         MOVE ZEROES TO JOURNAL-DEBIT
053700         MOVE CELL-WORK-AMOUNT TO JOURNAL-CREDIT
053800     ELSE
053900         MOVE CELL-WORK-AMOUNT TO JOURNAL-DEBIT
054000         MOVE ZEROES TO JOURNAL-CREDIT.
054100     MOVE "BACKOUT INVENTORY RELIEF" TO JOURNAL-DESCRIPTION.
054200     PERFORM SET-CELL-REFERENCE.
054300     PERFORM WRITE-REVERSAL-RECORD.

054400 SET-CELL-REFERENCE.
054500     MOVE "S" TO JOURNAL-REF-TYPE.
054600     MOVE STORE-SUB TO JOURNAL-REF-STORE.
054700     MOVE DIVISION-SUB TO JOURNAL-REF-DIVISION.

054800*---------------------------------
054900* SLSGL01 debited SLSCLEAR for
055000* the day's sales; the reversal
055100* credits it (debits it for a
055200* day that netted to returns).
055300*---------------------------------
055400 REVERSE-CLEARING-CREDIT.
055500     IF TOTAL-SALES NOT = ZEROES
055600         MOVE SPACE TO JOURNAL-LINE
055700         MOVE FEED-DATE TO JOURNAL-LINE-DATE
055800         MOVE "SLSCLEAR" TO JOURNAL-ACCOUNT
055900         MOVE "BACKOUT SALES CLEARING" TO JOURNAL-DESCRIPTION
056000         PERFORM SET-CLEARING-COLUMNS
056100         PERFORM WRITE-REVERSAL-RECORD.

056200 SET-CLEARING-COLUMNS.
056300     IF TOTAL-SALES < ZERO
056400         COMPUTE CELL-WORK-AMOUNT = ZERO - TOTAL-SALES
056500         MOVE CELL-WORK-AMOUNT TO JOURNAL-DEBIT
056600         MOVE ZEROES TO JOURNAL-CREDIT
056700     ELSE
056800         MOVE ZEROES TO JOURNAL-DEBIT
056900         MOVE TOTAL-SALES TO JOURNAL-CREDIT.

057000 WRITE-REVERSAL-RECORD.
057100     MOVE JOURNAL-LINE TO REVERSE-EXPORT-RECORD.
057200     WRITE REVERSE-EXPORT-RECORD.
057300     ADD 1 TO REVERSAL-LINE-COUNT.
057400     ADD JOURNAL-DEBIT TO REVERSAL-DEBIT-TOTAL.

057500*---------------------------------
057600* The day's cost relief comes
057700* back off each bucket it was
057800* rolled into, with the net
057833* sales and markdowns the roll
057866* put on the retail side.
057900*---------------------------------
058000 REVERSE-COST-RELIEF.
058100     PERFORM UNROLL-ONE-STORE-ROW
058200         VARYING STORE-SUB FROM 1 BY 1
058300          UNTIL STORE-SUB > 99.
058400     MOVE ZEROES TO LOAD-COST-ROLLED-DATE.
058500     DISPLAY BUCKETS-REVERSED
058600         " STOCK LEDGER BUCKET(S) REVERSED".

058700 UNROLL-ONE-STORE-ROW.
058800     PERFORM UNROLL-ONE-CELL
058900         VARYING DIVISION-SUB FROM 1 BY 1
059000          UNTIL DIVISION-SUB > 99.

059100 UNROLL-ONE-CELL.
059200     IF CELL-COST(STORE-SUB DIVISION-SUB) NOT = ZEROES
059250        OR CELL-SALES(STORE-SUB DIVISION-SUB) NOT = ZEROES
059300         MOVE STORE-SUB TO STKLED-STORE
059400         MOVE DIVISION-SUB TO STKLED-DIVISION
059500         PERFORM READ-OR-CREATE-BUCKET
059600         SUBTRACT CELL-COST(STORE-SUB DIVISION-SUB)
059700             FROM STKLED-COS-RELIEF
059716         COMPUTE STKLED-NET-SALES = STKLED-NET-SALES
059732             - CELL-SALES(STORE-SUB DIVISION-SUB)
059748             + CELL-MARKDOWN(STORE-SUB DIVISION-SUB)
059764         ADD CELL-MARKDOWN(STORE-SUB DIVISION-SUB)
059780             TO STKLED-MARKDOWNS
059800         PERFORM REWRITE-LEDGER-RECORD
059900         ADD 1 TO BUCKETS-REVERSED.

060000*---------------------------------
060100* The live history is rebuilt
060200* through the work file without
060300* the backed-out records, the
060400* way SLSSUM01 rebuilds it.
060500*---------------------------------
060600 REMOVE-FROM-HISTORY.
060700     OPEN INPUT SALES-HISTORY-FILE.
060800     OPEN OUTPUT KEEP-FILE.
060900     MOVE "N" TO HISTORY-FILE-AT-END.
061000     PERFORM READ-NEXT-HISTORY.
061100     PERFORM SPLIT-ONE-HISTORY
061200         UNTIL HISTORY-FILE-AT-END = "Y".
061300     CLOSE SALES-HISTORY-FILE.
061400     CLOSE KEEP-FILE.
061500     OPEN INPUT KEEP-FILE.
061600     OPEN OUTPUT SALES-HISTORY-FILE.
061700     MOVE "N" TO KEEP-AT-END.
061800     PERFORM READ-NEXT-KEEPER.
061900     PERFORM COPY-ONE-HISTORY-KEEPER
062000         UNTIL KEEP-AT-END = "Y".
062100     CLOSE KEEP-FILE.
062200     CLOSE SALES-HISTORY-FILE.

062300 SPLIT-ONE-HISTORY.
062400     PERFORM CHECK-HISTORY-REMOVAL.
062500     IF REMOVE-THIS-RECORD = "Y"
062600         ADD 1 TO HISTORY-REMOVED
062700         ADD HISTORY-AMOUNT TO REMOVED-AMOUNT
062800     ELSE
062900         MOVE SALES-HISTORY-RECORD TO KEEP-RECORD
063000         WRITE KEEP-RECORD.
063100     PERFORM READ-NEXT-HISTORY.

063200 CHECK-HISTORY-REMOVAL.
063300     MOVE "N" TO REMOVE-THIS-RECORD.
063400     IF HISTORY-FEED-DATE = FEED-DATE
063500         IF WHOLE-DAY = "Y"
063600             MOVE "Y" TO REMOVE-THIS-RECORD
063700         ELSE
063800         IF HISTORY-STORE NOT = ZEROES
063900             IF STORE-SELECTED(HISTORY-STORE) = "Y"
064000                 MOVE "Y" TO REMOVE-THIS-RECORD.

064100 COPY-ONE-HISTORY-KEEPER.
064200     MOVE KEEP-RECORD TO SALES-HISTORY-RECORD.
064300     WRITE SALES-HISTORY-RECORD.
064400     PERFORM READ-NEXT-KEEPER.

064500*---------------------------------
064600* Summarized detail comes out of
064700* the archive and back off the
064800* period summary bucket it was
064900* rolled into.
065000*---------------------------------
065100 REMOVE-FROM-ARCHIVE.
065200     OPEN INPUT HISTORY-ARCHIVE-FILE.
065300     OPEN OUTPUT KEEP-FILE.
065400     MOVE "N" TO ARCHIVE-FILE-AT-END.
065500     PERFORM READ-NEXT-ARCHIVE.
065600     PERFORM SPLIT-ONE-ARCHIVE
065700         UNTIL ARCHIVE-FILE-AT-END = "Y".
065800     CLOSE HISTORY-ARCHIVE-FILE.
065900     CLOSE KEEP-FILE.
066000     OPEN INPUT KEEP-FILE.
066100     OPEN OUTPUT HISTORY-ARCHIVE-FILE.
066200     MOVE "N" TO KEEP-AT-END.
066300     PERFORM READ-NEXT-KEEPER.
066400     PERFORM COPY-ONE-ARCHIVE-KEEPER
066500         UNTIL KEEP-AT-END = "Y".
066600     CLOSE KEEP-FILE.
066700     CLOSE HISTORY-ARCHIVE-FILE.

066800 SPLIT-ONE-ARCHIVE.
066900     MOVE HISTORY-ARCHIVE-RECORD TO SALES-HISTORY-RECORD.
067000     IF HISTORY-FEED-DATE = FEED-DATE
067100         PERFORM UNSUMMARIZE-ONE-DETAIL
067200     ELSE
067300         MOVE HISTORY-ARCHIVE-RECORD TO KEEP-RECORD
067400         WRITE KEEP-RECORD.
067500     PERFORM READ-NEXT-ARCHIVE.

067600 UNSUMMARIZE-ONE-DETAIL.
067700     DIVIDE HISTORY-FEED-DATE BY 100
067800         GIVING SLSUM-PERIOD.
067900     MOVE HISTORY-STORE TO SLSUM-STORE.
068000     MOVE HISTORY-DIVISION TO SLSUM-DIVISION.
068100     MOVE HISTORY-DEPARTMENT TO SLSUM-DEPARTMENT.
068200     MOVE HISTORY-CATEGORY TO SLSUM-CATEGORY.
068300     MOVE "Y" TO SUMMARY-RECORD-FOUND.
068400     READ PERIOD-SUMMARY-FILE RECORD
068500       INVALID KEY
068600          MOVE "N" TO SUMMARY-RECORD-FOUND.
068700     IF SUMMARY-RECORD-FOUND = "Y"
068800         SUBTRACT HISTORY-AMOUNT FROM SLSUM-AMOUNT
068900         SUBTRACT HISTORY-UNITS FROM SLSUM-UNITS
069000         SUBTRACT HISTORY-COST FROM SLSUM-COST
069100         REWRITE PERIOD-SUMMARY-RECORD
069200             INVALID KEY
069300             DISPLAY "ERROR REWRITING SUMMARY RECORD".
069400     ADD 1 TO ARCHIVE-REMOVED.
069500     ADD HISTORY-AMOUNT TO REMOVED-AMOUNT.

069600 COPY-ONE-ARCHIVE-KEEPER.
069700     MOVE KEEP-RECORD TO HISTORY-ARCHIVE-RECORD.
069800     WRITE HISTORY-ARCHIVE-RECORD.
069900     PERFORM READ-NEXT-KEEPER.

070000 REMOVE-FROM-TENDER-DETAIL.
070100     OPEN INPUT TENDER-DETAIL-FILE.
070200     OPEN OUTPUT KEEP-FILE.
070300     MOVE "N" TO TENDER-FILE-AT-END.
070400     PERFORM READ-NEXT-TENDER.
070500     PERFORM SPLIT-ONE-TENDER
070600         UNTIL TENDER-FILE-AT-END = "Y".
070700     CLOSE TENDER-DETAIL-FILE.
070800     CLOSE KEEP-FILE.
070900     OPEN INPUT KEEP-FILE.
071000     OPEN OUTPUT TENDER-DETAIL-FILE.
071100     MOVE "N" TO KEEP-AT-END.
071200     PERFORM READ-NEXT-KEEPER.
071300     PERFORM COPY-ONE-TENDER-KEEPER
071400         UNTIL KEEP-AT-END = "Y".
071500     CLOSE KEEP-FILE.
071600     CLOSE TENDER-DETAIL-FILE.

071700 SPLIT-ONE-TENDER.
071800     PERFORM CHECK-TENDER-REMOVAL.
071900     IF REMOVE-THIS-RECORD = "Y"
072000         ADD 1 TO TENDER-REMOVED
072100     ELSE
072200         MOVE TENDER-DETAIL-RECORD TO KEEP-RECORD
072300         WRITE KEEP-RECORD.
072400     PERFORM READ-NEXT-TENDER.

072500 CHECK-TENDER-REMOVAL.
072600     MOVE "N" TO REMOVE-THIS-RECORD.
072700     IF TNDR-FEED-DATE = FEED-DATE
072800         IF WHOLE-DAY = "Y"
072900             MOVE "Y" TO REMOVE-THIS-RECORD
073000         ELSE
073100         IF TNDR-STORE NOT = ZEROES
073200             IF STORE-SELECTED(TNDR-STORE) = "Y"
073300                 MOVE "Y" TO REMOVE-THIS-RECORD.

073400 COPY-ONE-TENDER-KEEPER.
073500     MOVE KEEP-RECORD TO TENDER-DETAIL-RECORD.
073600     WRITE TENDER-DETAIL-RECORD.
073700     PERFORM READ-NEXT-KEEPER.

073800*---------------------------------
073900* The whole day gone, its load
074000* control record goes too; for
074100* some stores, the record keeps
074200* the rest of the day and lists
074300* the stores for SLSLOAD1.
074400*---------------------------------
074500 UPDATE-LOAD-CONTROL.
074600     IF WHOLE-DAY = "Y"
074700         PERFORM JOURNAL-THE-BACKOUT
074800         DELETE LOAD-CONTROL-FILE RECORD
074900             INVALID KEY
075000             DISPLAY "ERROR DELETING LOAD CONTROL RECORD"
075100     ELSE
075200         PERFORM LEAVE-DAY-FOR-RELOAD
075300         PERFORM JOURNAL-THE-BACKOUT
075400         REWRITE LOAD-CONTROL-RECORD
075500             INVALID KEY
075600             DISPLAY "ERROR REWRITING LOAD CONTROL RECORD".

075700 LEAVE-DAY-FOR-RELOAD.
075800     IF HISTORY-REMOVED > LOAD-RECORDS-LOADED
075900         MOVE ZEROES TO LOAD-RECORDS-LOADED
076000     ELSE
076100         SUBTRACT HISTORY-REMOVED FROM LOAD-RECORDS-LOADED.
076200     IF HISTORY-REMOVED > LOAD-RECORDS-READ
076300         MOVE ZEROES TO LOAD-RECORDS-READ
076400     ELSE
076500         SUBTRACT HISTORY-REMOVED FROM LOAD-RECORDS-READ.
076600     SUBTRACT REMOVED-AMOUNT FROM LOAD-AMOUNT-TOTAL.
076700     MOVE OPERATOR-ID TO LOAD-BACKOUT-BY.
076800     PERFORM GET-TODAYS-DATE.
076900     MOVE DATE-CCYYMMDD TO LOAD-BACKOUT-DATE.
077000     MOVE "Y" TO LOAD-RELOAD-PENDING.
077100     PERFORM LIST-ONE-RELOAD-STORE
077200         VARYING STORE-SUB FROM 1 BY 1
077300          UNTIL STORE-SUB > 10.

077400 LIST-ONE-RELOAD-STORE.
077500     MOVE ENTERED-STORE(STORE-SUB)
077600         TO LOAD-RELOAD-STORE(STORE-SUB).

077700*---------------------------------
077800* The supervisor who signed on
077900* is the journal operator.
078000*---------------------------------
078100 JOURNAL-THE-BACKOUT.
078200     MOVE "SLSBKO01" TO JOURNAL-PROGRAM.
078300     MOVE SPACE TO JOURNAL-KEY.
078400     MOVE FEED-DATE TO JOURNAL-KEY.
078500     MOVE "SLS-BKOUT" TO JOURNAL-ACTION.
078600     MOVE REMOVED-AMOUNT TO JOURNAL-AMOUNT.
078700     MOVE SPACE TO JOURNAL-IMAGE.
078800     MOVE LOAD-CONTROL-RECORD TO JOURNAL-IMAGE.
078900     PERFORM WRITE-JOURNAL-ENTRY.

079000*---------------------------------
079100* File I-O routines - a ledger
079200* bucket is created on first
079300* touch, as in STKLED01.
079400*---------------------------------
079500 READ-OR-CREATE-BUCKET.
079600     MOVE "Y" TO LEDGER-RECORD-FOUND.
079700     READ STOCK-LEDGER-FILE RECORD
079800       INVALID KEY
079900          MOVE "N" TO LEDGER-RECORD-FOUND.
080000     IF LEDGER-RECORD-FOUND = "N"
080100         MOVE ZEROES TO STKLED-BEGINNING
080200                        STKLED-RECEIPTS
080300                        STKLED-COS-RELIEF
080400                        STKLED-ADJUSTMENTS
080500                        STKLED-COUNTED
080600                        STKLED-COUNT-DATE
080700                        STKLED-TRANSFERS-OUT
080800                        STKLED-TRANSFERS-IN
080900                        STKLED-IN-TRANSIT
080909                        STKLED-BEGIN-RETAIL
080918                        STKLED-RECEIPTS-RETAIL
080927                        STKLED-NET-SALES
080936                        STKLED-MARKDOWNS
080945                        STKLED-EMP-DISCOUNTS
080954                        STKLED-RETAIL-DATE
080963                        STKLED-MARKON-PERCENT
080972                        STKLED-COST-COMPLEMENT
080981                        STKLED-END-RETAIL
080990                        STKLED-END-COST
080992                        STKLED-ADJ-JOURNALED
080994                        STKLED-SHRINK-COUNT-DATE
080996                        STKLED-SHRINK-JOURNALED
081000         WRITE STOCK-LEDGER-RECORD
081100             INVALID KEY
081200             DISPLAY "ERROR CREATING LEDGER BUCKET".

081300 REWRITE-LEDGER-RECORD.
081400     REWRITE STOCK-LEDGER-RECORD
081500         INVALID KEY
081600         DISPLAY "ERROR REWRITING LEDGER RECORD".

081700 READ-NEXT-HISTORY.
081800     READ SALES-HISTORY-FILE
081900         AT END MOVE "Y" TO HISTORY-FILE-AT-END.

082000 READ-NEXT-ARCHIVE.
082100     READ HISTORY-ARCHIVE-FILE
082200         AT END MOVE "Y" TO ARCHIVE-FILE-AT-END.

082300 READ-NEXT-TENDER.
082400     READ TENDER-DETAIL-FILE
082500         AT END MOVE "Y" TO TENDER-FILE-AT-END.

082600 READ-NEXT-KEEPER.
082700     READ KEEP-FILE
082800         AT END MOVE "Y" TO KEEP-AT-END.

082900     COPY "PLEXPCTL.CBL".

083000     COPY "PLJRNL01.CBL".

083100     COPY "PLSIGN01.CBL".

083200     COPY "PLDATE01.CBL".

083300     COPY "PLOPID01.CBL".

083400     COPY "PLBWIN01.CBL".
