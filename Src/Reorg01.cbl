000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REORG01.
000300*---------------------------------
000400* Indexed master reorganization.
000500* Months of ARCPUR01 purges,
000600* escheat runs and deletes leave
000700* dead space behind in the big
000800* indexed masters, and every
000900* sequential pass (CHKRUN01's
001000* SELECT, VCHAGE01) pays for it.
001100* For VOUCHER-FILE, CHECK-FILE
001200* or both, each file is:
001300* - unloaded in primary key
001400*   order to a held copy
001500*   (VOUCHER.OLD / CHECK.OLD),
001600*   counted and hash totalled,
001700*   with a trailer carrying the
001800*   count and hash
001900* - rebuilt empty and reloaded
002000*   from the held copy; the
002100*   alternate keys in its SELECT
002200*   (SLVOUCH / SLCHK01) are
002300*   rebuilt as it loads
002400* - read back in key order and
002500*   proved: records and hash out
002600*   must equal records and hash
002700*   in
002800* The held copy is only emptied
002900* once the proof passes. A held
003000* copy still carrying its
003100* trailer means an earlier run
003200* died or failed after the
003250* unload. It is reloaded only
003300* when the master is gone or
003350* empty, or still proves to the
003400* trailer's count and hash. A
003450* master that has moved on since
003500* is left alone and the file is
003550* refused, for the operator to
003600* settle which copy is good -
003650* remove the master to rebuild
003700* from the held copy, or empty
003750* the held copy to unload the
003800* master afresh.
003850* A failed proof or a refusal is
003900* reported on the console and on
003950* the report, the held copy is
004000* kept, and the program returns
004050* so the rest of the chain runs.
004100* The report shows, per file,
004200* records in and out, both hash
004300* totals, disk space before and
004400* after (data and index parts)
004500* with the space reclaimed, and
004600* the elapsed seconds.
004700* JOURNAL-FILE and SALES-HISTORY-
004800* FILE are sequential - they
004900* carry no dead space and are
005000* not reorganized here.
005028* Runs only while the nightly
005056* batch window (PLBWIN01.CBL) is
005084* up with no maintenance window
005112* open, so no online program can
005140* update the masters under it.
005168* It is a NIGHTRUN step (set
005200* up in NSCMNT01, normally
005300* weekly) with the parameter
005400*   (1:8) VOUCHER, CHECK or ALL
005500* Blank falls back to the prompt
005566* for a hand run, which is only
005632* accepted while the window is
005698* still up - after a failed
005764* chain, before BWNMNT01
005830* releases it.
005900*---------------------------------
006000 ENVIRONMENT DIVISION.
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.

006300     COPY "SLVOUCH.CBL".

006400     COPY "SLCHK01.CBL".

006433     COPY "SLBWIN01.CBL".

006466     COPY "SLBWLOG.CBL".

006500     SELECT OPTIONAL VOUCHER-HELD-FILE
006600         ASSIGN TO "VOUCHER.OLD"
006700         ORGANIZATION IS SEQUENTIAL.

006800     SELECT OPTIONAL CHECK-HELD-FILE
006900         ASSIGN TO "CHECK.OLD"
007000         ORGANIZATION IS SEQUENTIAL.

007100     SELECT PRINTER-FILE
007200         ASSIGN TO PRINTER
007300         ORGANIZATION IS LINE SEQUENTIAL.

007400 DATA DIVISION.
007500 FILE SECTION.

007600     COPY "FDVOUCH.CBL".

007700     COPY "FDCHK01.CBL".

007733     COPY "FDBWIN01.CBL".

007766     COPY "FDBWLOG.CBL".

007800*---------------------------------
007900* Each held record is a flat
008000* PIC X(n) the exact byte length
008100* of the matching FDxxx record,
008200* the same as BAKUP01's exports.
008300*---------------------------------
008400 FD  VOUCHER-HELD-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  VOUCHER-HELD-RECORD          PIC X(211).

008700 FD  CHECK-HELD-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 01  CHECK-HELD-RECORD            PIC X(108).

009000 FD  PRINTER-FILE
009100     LABEL RECORDS ARE OMITTED.
009200 01  PRINTER-RECORD               PIC X(80).

009300 WORKING-STORAGE SECTION.

009400 77  FILE-AT-END                  PIC X.
009500 77  HELD-COPY-COMPLETE           PIC X.
009600 77  PROOF-PASSED                 PIC X.
009700 77  REORG-CHOICE                 PIC X(8).
009800 77  REORG-CHOICE-IS-VALID        PIC X.
009900 77  REORG-FAILED                 PIC X VALUE "N".
009933 77  HELD-COPY-REFUSED            PIC X.
009966 77  HELD-FILE-NAME               PIC X(11).
010000 77  LINE-COUNT                   PIC 999 VALUE ZERO.
010100 77  PAGE-NUMBER                  PIC 9999 VALUE ZERO.

010200 77  UNLOAD-COUNT                 PIC 9(9).
010300 77  UNLOAD-HASH                  PIC S9(15)V99.
010400 77  LOAD-COUNT                   PIC 9(9).
010500 77  LOAD-HASH                    PIC S9(15)V99.
010600 77  LOAD-ERRORS                  PIC 9(9).
010700 77  PROOF-COUNT                  PIC 9(9).
010800 77  PROOF-HASH                   PIC S9(15)V99.
010900 77  RECORD-HASH                  PIC S9(15)V99.

011000 77  SPACE-BASE-NAME              PIC X(12).
011100 77  SPACE-FILE-NAME              PIC X(20).
011200 77  FILE-SPACE-BYTES             PIC 9(15).
011300 77  BYTES-BEFORE                 PIC 9(15).
011400 77  BYTES-AFTER                  PIC 9(15).
011500 77  BYTES-RECLAIMED              PIC 9(15).

011600 77  CLOCK-SECONDS                PIC S9(11) COMP.
011700 77  START-SECONDS                PIC S9(11) COMP.
011800 77  ELAPSED-SECONDS              PIC 9(7).

011900*---------------------------------
012000* The stored schedule parameter
012100* taken off NIGHTRUN's CALL:
012200*   (1:8) VOUCHER, CHECK or ALL
012300* Blank or unusable falls back
012400* to the prompt, so a hand run
012500* still asks.
012600*---------------------------------
012700 77  RUN-PARAMETER                PIC X(20).

012800*---------------------------------
012900* Size of one file on disk, from
013000* the run-time's file check.
013100*---------------------------------
013200 01  FILE-DETAILS.
013300     05  FILE-DETAIL-SIZE         PIC 9(18) COMP.
013400     05  FILE-DETAIL-STAMP        PIC X(8).

013500 01  CLOCK-DATE                   PIC 9(8).
013600 01  CLOCK-TIME.
013700     05  CLOCK-HH                 PIC 99.
013800     05  CLOCK-MM                 PIC 99.
013900     05  CLOCK-SS                 PIC 99.

014000*---------------------------------
014100* Trailer written after the last
014200* held record. Its mark cannot
014300* open a real record - both keys
014400* start with a numeric field.
014500*---------------------------------
014600 01  HELD-TRAILER.
014700     05  HELD-TRAILER-MARK        PIC X(11).
014800         88  HELD-TRAILER-FOUND   VALUE "**TRAILER**".
014900     05  HELD-TRAILER-COUNT       PIC 9(9).
015000     05  HELD-TRAILER-HASH        PIC S9(15)V99.

015100 01  TITLE-LINE.
015200     05  FILLER              PIC X(18) VALUE SPACE.
015300     05  FILLER              PIC X(30)
015400         VALUE "INDEXED FILE REORGANIZATION".
015500     05  FILLER              PIC X(5) VALUE SPACE.
015600     05  PRINT-RUN-DATE      PIC X(10).
015700     05  FILLER              PIC X(6) VALUE SPACE.
015800     05  FILLER              PIC X(5) VALUE "PAGE:".
015900     05  FILLER              PIC X(1) VALUE SPACE.
016000     05  PRINT-PAGE-NUMBER   PIC ZZZ9.

016100 01  COLUMN-LINE.
016200     05  FILLER         PIC X(9)  VALUE "FILE".
016300     05  FILLER         PIC X(22) VALUE "   RECORDS IN/OUT".
016400     05  FILLER         PIC X(33)
016500         VALUE "  BYTES BEFORE/AFTER  RECLAIMED".
016600     05  FILLER         PIC X(8)  VALUE "   SECS".

016700 01  DETAIL-LINE.
016800     05  PRINT-FILE-NAME     PIC X(9).
016900     05  PRINT-COUNT-IN      PIC ZZZ,ZZZ,ZZ9.
017000     05  FILLER              PIC X VALUE SPACE.
017100     05  PRINT-COUNT-OUT     PIC ZZZ,ZZZ,ZZ9.
017200     05  FILLER              PIC X VALUE SPACE.
017300     05  PRINT-BYTES-BEFORE  PIC Z(10)9.
017400     05  FILLER              PIC X VALUE SPACE.
017500     05  PRINT-BYTES-AFTER   PIC Z(10)9.
017600     05  FILLER              PIC X VALUE SPACE.
017700     05  PRINT-BYTES-SAVED   PIC Z(10)9.
017800     05  FILLER              PIC X VALUE SPACE.
017900     05  PRINT-ELAPSED       PIC ZZZZ9.

018000 01  PROOF-LINE.
018100     05  FILLER              PIC X(9) VALUE SPACE.
018200     05  FILLER              PIC X(5) VALUE "HASH ".
018300     05  PRINT-HASH-IN       PIC Z(14)9.99-.
018400     05  FILLER              PIC X VALUE SPACE.
018500     05  PRINT-HASH-OUT      PIC Z(14)9.99-.
018600     05  FILLER              PIC X(2) VALUE SPACE.
018700     05  PRINT-PROOF-RESULT  PIC X(16).

018800     COPY "WSDATE01.CBL".

018900     COPY "WSCASE01.CBL".

018933     COPY "WSOPID01.CBL".

018966     COPY "WSBWIN01.CBL".

019000 LINKAGE SECTION.

019100 01  SCHEDULE-PARAMETER           PIC X(20).

019200 PROCEDURE DIVISION USING SCHEDULE-PARAMETER.
019300 PROGRAM-BEGIN.
019400     PERFORM NOTE-SCHEDULE-PARAMETER.
019500     MOVE "REORG01" TO BWIN-PROGRAM-NAME.
019600     MOVE "BATCH" TO OPERATOR-ID.
019700     PERFORM CHECK-BATCH-WINDOW.
019800     IF BATCH-UPDATES-ALLOWED = "Y"
019900         DISPLAY "*** REORG01 RUNS ONLY WHILE THE NIGHTLY BATCH"
020000         DISPLAY "*** WINDOW IS UP WITH NO MAINTENANCE WINDOW"
020100         DISPLAY "*** OPEN - NOTHING WAS REORGANIZED"
020200     ELSE
020300         PERFORM REORGANIZE-THE-FILES.

020700 PROGRAM-EXIT.
020800     EXIT PROGRAM.

020900 PROGRAM-DONE.
021000     STOP RUN.

021007 REORGANIZE-THE-FILES.
021014     PERFORM OPENING-PROCEDURE.
021021     PERFORM ENTER-REORG-CHOICE.
021028     IF REORG-CHOICE = "VOUCHER" OR "ALL"
021035         PERFORM REORGANIZE-VOUCHER-FILE.
021042     IF REORG-CHOICE = "CHECK" OR "ALL"
021049        AND REORG-FAILED NOT = "Y"
021056         PERFORM REORGANIZE-CHECK-FILE.
021063     PERFORM CLOSING-PROCEDURE.
021070     IF REORG-FAILED = "Y"
021077         DISPLAY "*** REORGANIZATION DID NOT COMPLETE - THE HELD"
021084         DISPLAY "*** COPY IS KEPT - SEE THE REPORT".

021100 NOTE-SCHEDULE-PARAMETER.
021200     MOVE SPACE TO RUN-PARAMETER.
021300     IF ADDRESS OF SCHEDULE-PARAMETER NOT = NULL
021400         MOVE SCHEDULE-PARAMETER TO RUN-PARAMETER.

021500 OPENING-PROCEDURE.
021600     PERFORM GET-TODAYS-DATE.
021700     PERFORM FORMAT-THE-DATE.
021800     MOVE FORMATTED-DATE TO PRINT-RUN-DATE.
021900     OPEN OUTPUT PRINTER-FILE.
022000     PERFORM START-NEW-PAGE.

022100 CLOSING-PROCEDURE.
022200     PERFORM END-LAST-PAGE.
022300     CLOSE PRINTER-FILE.

022400 ENTER-REORG-CHOICE.
022500     MOVE RUN-PARAMETER(1:8) TO REORG-CHOICE.
022600     INSPECT REORG-CHOICE
022700      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
022800     PERFORM CHECK-REORG-CHOICE.
022900     IF REORG-CHOICE-IS-VALID = "Y"
023000         DISPLAY "REORGANIZING " REORG-CHOICE
023100             " - TAKEN FROM THE SCHEDULE"
023200     ELSE
023300         PERFORM ACCEPT-REORG-CHOICE
023400         PERFORM RE-ACCEPT-REORG-CHOICE
023500             UNTIL REORG-CHOICE-IS-VALID = "Y".

023600 ACCEPT-REORG-CHOICE.
023700     DISPLAY "REORGANIZE WHICH FILE (VOUCHER/CHECK/ALL)?".
023800     ACCEPT REORG-CHOICE.
023900     INSPECT REORG-CHOICE
024000      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
024100     PERFORM CHECK-REORG-CHOICE.

024200 RE-ACCEPT-REORG-CHOICE.
024300     DISPLAY "YOU MUST ENTER VOUCHER, CHECK OR ALL".
024400     PERFORM ACCEPT-REORG-CHOICE.

024500 CHECK-REORG-CHOICE.
024600     IF REORG-CHOICE = "VOUCHER" OR "CHECK" OR "ALL"
024700         MOVE "Y" TO REORG-CHOICE-IS-VALID
024800     ELSE
024900         MOVE "N" TO REORG-CHOICE-IS-VALID.

025000*---------------------------------
025100* VOUCHER-FILE
025200*---------------------------------
025300 REORGANIZE-VOUCHER-FILE.
025400     DISPLAY "REORGANIZING VOUCHER-FILE".
025500     PERFORM START-THE-CLOCK.
025600     MOVE "VOUCHER" TO SPACE-BASE-NAME.
025700     PERFORM MEASURE-FILE-SPACE.
025800     MOVE FILE-SPACE-BYTES TO BYTES-BEFORE.
025900     PERFORM CHECK-VOUCHER-HELD-COPY.
026000     IF HELD-COPY-COMPLETE = "Y"
026050         PERFORM CHECK-LIVE-VOUCHER-FILE.
026100     IF HELD-COPY-REFUSED = "Y"
026150         MOVE "VOUCHER" TO PRINT-FILE-NAME
026200         MOVE "VOUCHER.OLD" TO HELD-FILE-NAME
026250         PERFORM REFUSE-THE-HELD-COPY
026300     ELSE
026314         PERFORM RELOAD-AND-PROVE-VOUCHERS.

026328 RELOAD-AND-PROVE-VOUCHERS.
026342     IF HELD-COPY-COMPLETE = "Y"
026356         DISPLAY "VOUCHER.OLD HELD FROM AN EARLIER RUN -"
026370             " REBUILDING FROM IT"
026384     ELSE
026400         PERFORM UNLOAD-VOUCHER-FILE.
026500     PERFORM REBUILD-VOUCHER-FILE.
026600     PERFORM PROVE-VOUCHER-FILE.
026700     PERFORM DECIDE-THE-PROOF.
026800     IF PROOF-PASSED = "Y"
026900         OPEN OUTPUT VOUCHER-HELD-FILE
027000         CLOSE VOUCHER-HELD-FILE.
027100     MOVE "VOUCHER" TO SPACE-BASE-NAME.
027200     PERFORM MEASURE-FILE-SPACE.
027300     MOVE FILE-SPACE-BYTES TO BYTES-AFTER.
027400     PERFORM STOP-THE-CLOCK.
027500     MOVE "VOUCHER" TO PRINT-FILE-NAME.
027600     PERFORM PRINT-REORG-RESULT.

027700 CHECK-VOUCHER-HELD-COPY.
027800     MOVE "N" TO HELD-COPY-COMPLETE.
027850     MOVE "N" TO HELD-COPY-REFUSED.
027900     OPEN INPUT VOUCHER-HELD-FILE.
028000     MOVE "N" TO FILE-AT-END.
028100     PERFORM READ-VOUCHER-HELD-RECORD.
028200     PERFORM LOOK-AT-VOUCHER-HELD-RECORD
028300         UNTIL FILE-AT-END = "Y".
028400     CLOSE VOUCHER-HELD-FILE.

028407*---------------------------------
028414* A master that is on disk and
028421* not empty must still prove to
028428* the held trailer before it is
028435* rebuilt from the held copy.
028442*---------------------------------
028449 CHECK-LIVE-VOUCHER-FILE.
028456     IF BYTES-BEFORE NOT = ZEROES
028463         PERFORM PROVE-VOUCHER-FILE
028470         IF PROOF-COUNT NOT = ZEROES
028477            AND (PROOF-COUNT NOT = UNLOAD-COUNT
028484             OR PROOF-HASH NOT = UNLOAD-HASH)
028491             MOVE "Y" TO HELD-COPY-REFUSED.

028500 LOOK-AT-VOUCHER-HELD-RECORD.
028600     IF VOUCHER-HELD-RECORD(1:11) = "**TRAILER**"
028700         MOVE VOUCHER-HELD-RECORD TO HELD-TRAILER
028800         PERFORM TAKE-TRAILER-FIGURES.
028900     PERFORM READ-VOUCHER-HELD-RECORD.

029000 READ-VOUCHER-HELD-RECORD.
029100     READ VOUCHER-HELD-FILE
029200         AT END MOVE "Y" TO FILE-AT-END.

029300 UNLOAD-VOUCHER-FILE.
029400     MOVE ZEROES TO UNLOAD-COUNT UNLOAD-HASH.
029500     OPEN INPUT VOUCHER-FILE.
029600     OPEN OUTPUT VOUCHER-HELD-FILE.
029700     MOVE LOW-VALUES TO VOUCHER-NUMBER.
029800     MOVE "N" TO FILE-AT-END.
029900     START VOUCHER-FILE KEY NOT < VOUCHER-NUMBER
030000         INVALID KEY
030100         MOVE "Y" TO FILE-AT-END.
030200     IF FILE-AT-END NOT = "Y"
030300         PERFORM READ-NEXT-VOUCHER-RECORD.
030400     PERFORM UNLOAD-ONE-VOUCHER
030500         UNTIL FILE-AT-END = "Y".
030600     PERFORM MAKE-HELD-TRAILER.
030700     MOVE HELD-TRAILER TO VOUCHER-HELD-RECORD.
030800     WRITE VOUCHER-HELD-RECORD.
030900     CLOSE VOUCHER-FILE.
031000     CLOSE VOUCHER-HELD-FILE.

031100 UNLOAD-ONE-VOUCHER.
031200     MOVE VOUCHER-RECORD TO VOUCHER-HELD-RECORD.
031300     WRITE VOUCHER-HELD-RECORD.
031400     PERFORM HASH-THE-VOUCHER.
031500     ADD 1 TO UNLOAD-COUNT.
031600     ADD RECORD-HASH TO UNLOAD-HASH.
031700     PERFORM READ-NEXT-VOUCHER-RECORD.

031800 READ-NEXT-VOUCHER-RECORD.
031900     READ VOUCHER-FILE NEXT RECORD
032000         AT END
032100         MOVE "Y" TO FILE-AT-END.

032200*---------------------------------
032300* OPEN OUTPUT recreates the file
032400* empty, with its alternate key.
032500*---------------------------------
032600 REBUILD-VOUCHER-FILE.
032700     MOVE ZEROES TO LOAD-COUNT LOAD-HASH LOAD-ERRORS.
032800     OPEN OUTPUT VOUCHER-FILE.
032900     OPEN INPUT VOUCHER-HELD-FILE.
033000     MOVE "N" TO FILE-AT-END.
033100     PERFORM READ-VOUCHER-HELD-RECORD.
033200     PERFORM RELOAD-ONE-VOUCHER
033300         UNTIL FILE-AT-END = "Y".
033400     CLOSE VOUCHER-FILE.
033500     CLOSE VOUCHER-HELD-FILE.

033600 RELOAD-ONE-VOUCHER.
033700     IF VOUCHER-HELD-RECORD(1:11) NOT = "**TRAILER**"
033800         MOVE VOUCHER-HELD-RECORD TO VOUCHER-RECORD
033900         PERFORM WRITE-RELOADED-VOUCHER.
034000     PERFORM READ-VOUCHER-HELD-RECORD.

034100 WRITE-RELOADED-VOUCHER.
034200     WRITE VOUCHER-RECORD
034300         INVALID KEY
034400         ADD 1 TO LOAD-ERRORS
034500         DISPLAY "VOUCHER " VOUCHER-NUMBER
034600             " WOULD NOT RELOAD".
034700     PERFORM HASH-THE-VOUCHER.
034800     ADD 1 TO LOAD-COUNT.
034900     ADD RECORD-HASH TO LOAD-HASH.

035000 PROVE-VOUCHER-FILE.
035100     MOVE ZEROES TO PROOF-COUNT PROOF-HASH.
035200     OPEN INPUT VOUCHER-FILE.
035300     MOVE LOW-VALUES TO VOUCHER-NUMBER.
035400     MOVE "N" TO FILE-AT-END.
035500     START VOUCHER-FILE KEY NOT < VOUCHER-NUMBER
035600         INVALID KEY
035700         MOVE "Y" TO FILE-AT-END.
035800     IF FILE-AT-END NOT = "Y"
035900         PERFORM READ-NEXT-VOUCHER-RECORD.
036000     PERFORM PROVE-ONE-VOUCHER
036100         UNTIL FILE-AT-END = "Y".
036200     CLOSE VOUCHER-FILE.

036300 PROVE-ONE-VOUCHER.
036400     PERFORM HASH-THE-VOUCHER.
036500     ADD 1 TO PROOF-COUNT.
036600     ADD RECORD-HASH TO PROOF-HASH.
036700     PERFORM READ-NEXT-VOUCHER-RECORD.

036800 HASH-THE-VOUCHER.
036900     COMPUTE RECORD-HASH = VOUCHER-NUMBER
037000                         + VOUCHER-VENDOR
037100                         + VOUCHER-AMOUNT
037200                         + VOUCHER-PAID-AMOUNT
037300                         + VOUCHER-DUE.

037400*---------------------------------
037500* CHECK-FILE
037600*---------------------------------
037700 REORGANIZE-CHECK-FILE.
037800     DISPLAY "REORGANIZING CHECK-FILE".
037900     PERFORM START-THE-CLOCK.
038000     MOVE "CHECK" TO SPACE-BASE-NAME.
038100     PERFORM MEASURE-FILE-SPACE.
038200     MOVE FILE-SPACE-BYTES TO BYTES-BEFORE.
038300     PERFORM CHECK-CHECK-HELD-COPY.
038400     IF HELD-COPY-COMPLETE = "Y"
038450         PERFORM CHECK-LIVE-CHECK-FILE.
038500     IF HELD-COPY-REFUSED = "Y"
038550         MOVE "CHECK" TO PRINT-FILE-NAME
038600         MOVE "CHECK.OLD" TO HELD-FILE-NAME
038650         PERFORM REFUSE-THE-HELD-COPY
038700     ELSE
038714         PERFORM RELOAD-AND-PROVE-CHECKS.

038728 RELOAD-AND-PROVE-CHECKS.
038742     IF HELD-COPY-COMPLETE = "Y"
038756         DISPLAY "CHECK.OLD HELD FROM AN EARLIER RUN -"
038770             " REBUILDING FROM IT"
038784     ELSE
038800         PERFORM UNLOAD-CHECK-FILE.
038900     PERFORM REBUILD-CHECK-FILE.
039000     PERFORM PROVE-CHECK-FILE.
039100     PERFORM DECIDE-THE-PROOF.
039200     IF PROOF-PASSED = "Y"
039300         OPEN OUTPUT CHECK-HELD-FILE
039400         CLOSE CHECK-HELD-FILE.
039500     MOVE "CHECK" TO SPACE-BASE-NAME.
039600     PERFORM MEASURE-FILE-SPACE.
039700     MOVE FILE-SPACE-BYTES TO BYTES-AFTER.
039800     PERFORM STOP-THE-CLOCK.
039900     MOVE "CHECK" TO PRINT-FILE-NAME.
040000     PERFORM PRINT-REORG-RESULT.

040100 CHECK-CHECK-HELD-COPY.
040200     MOVE "N" TO HELD-COPY-COMPLETE.
040250     MOVE "N" TO HELD-COPY-REFUSED.
040300     OPEN INPUT CHECK-HELD-FILE.
040400     MOVE "N" TO FILE-AT-END.
040500     PERFORM READ-CHECK-HELD-RECORD.
040600     PERFORM LOOK-AT-CHECK-HELD-RECORD
040700         UNTIL FILE-AT-END = "Y".
040800     CLOSE CHECK-HELD-FILE.

040807*---------------------------------
040814* A master that is on disk and
040821* not empty must still prove to
040828* the held trailer before it is
040835* rebuilt from the held copy.
040842*---------------------------------
040849 CHECK-LIVE-CHECK-FILE.
040856     IF BYTES-BEFORE NOT = ZEROES
040863         PERFORM PROVE-CHECK-FILE
040870         IF PROOF-COUNT NOT = ZEROES
040877            AND (PROOF-COUNT NOT = UNLOAD-COUNT
040884             OR PROOF-HASH NOT = UNLOAD-HASH)
040891             MOVE "Y" TO HELD-COPY-REFUSED.

040900 LOOK-AT-CHECK-HELD-RECORD.
041000     IF CHECK-HELD-RECORD(1:11) = "**TRAILER**"
041100         MOVE CHECK-HELD-RECORD TO HELD-TRAILER
041200         PERFORM TAKE-TRAILER-FIGURES.
041300     PERFORM READ-CHECK-HELD-RECORD.

041400 READ-CHECK-HELD-RECORD.
041500     READ CHECK-HELD-FILE
041600         AT END MOVE "Y" TO FILE-AT-END.

041700 UNLOAD-CHECK-FILE.
041800     MOVE ZEROES TO UNLOAD-COUNT UNLOAD-HASH.
041900     OPEN INPUT CHECK-FILE.
042000     OPEN OUTPUT CHECK-HELD-FILE.
042100     MOVE LOW-VALUES TO CHECK-KEY.
042200     MOVE "N" TO FILE-AT-END.
042300     START CHECK-FILE KEY NOT < CHECK-KEY
042400         INVALID KEY
042500         MOVE "Y" TO FILE-AT-END.
042600     IF FILE-AT-END NOT = "Y"
042700         PERFORM READ-NEXT-CHECK-RECORD.
042800     PERFORM UNLOAD-ONE-CHECK
042900         UNTIL FILE-AT-END = "Y".
043000     PERFORM MAKE-HELD-TRAILER.
043100     MOVE HELD-TRAILER TO CHECK-HELD-RECORD.
043200     WRITE CHECK-HELD-RECORD.
043300     CLOSE CHECK-FILE.
043400     CLOSE CHECK-HELD-FILE.

043500 UNLOAD-ONE-CHECK.
043600     MOVE CHECK-RECORD TO CHECK-HELD-RECORD.
043700     WRITE CHECK-HELD-RECORD.
043800     PERFORM HASH-THE-CHECK.
043900     ADD 1 TO UNLOAD-COUNT.
044000     ADD RECORD-HASH TO UNLOAD-HASH.
044100     PERFORM READ-NEXT-CHECK-RECORD.

044200 READ-NEXT-CHECK-RECORD.
044300     READ CHECK-FILE NEXT RECORD
044400         AT END
044500         MOVE "Y" TO FILE-AT-END.

044600 REBUILD-CHECK-FILE.
044700     MOVE ZEROES TO LOAD-COUNT LOAD-HASH LOAD-ERRORS.
044800     OPEN OUTPUT CHECK-FILE.
044900     OPEN INPUT CHECK-HELD-FILE.
045000     MOVE "N" TO FILE-AT-END.
045100     PERFORM READ-CHECK-HELD-RECORD.
045200     PERFORM RELOAD-ONE-CHECK
045300         UNTIL FILE-AT-END = "Y".
045400     CLOSE CHECK-FILE.
045500     CLOSE CHECK-HELD-FILE.

045600 RELOAD-ONE-CHECK.
045700     IF CHECK-HELD-RECORD(1:11) NOT = "**TRAILER**"
045800         MOVE CHECK-HELD-RECORD TO CHECK-RECORD
045900         PERFORM WRITE-RELOADED-CHECK.
046000     PERFORM READ-CHECK-HELD-RECORD.

046100 WRITE-RELOADED-CHECK.
046200     WRITE CHECK-RECORD
046300         INVALID KEY
046400         ADD 1 TO LOAD-ERRORS
046500         DISPLAY "CHECK " CHECK-ACCOUNT " " CHECK-NUMBER
046600             " WOULD NOT RELOAD".
046700     PERFORM HASH-THE-CHECK.
046800     ADD 1 TO LOAD-COUNT.
046900     ADD RECORD-HASH TO LOAD-HASH.

047000 PROVE-CHECK-FILE.
047100     MOVE ZEROES TO PROOF-COUNT PROOF-HASH.
047200     OPEN INPUT CHECK-FILE.
047300     MOVE LOW-VALUES TO CHECK-KEY.
047400     MOVE "N" TO FILE-AT-END.
047500     START CHECK-FILE KEY NOT < CHECK-KEY
047600         INVALID KEY
047700         MOVE "Y" TO FILE-AT-END.
047800     IF FILE-AT-END NOT = "Y"
047900         PERFORM READ-NEXT-CHECK-RECORD.
048000     PERFORM PROVE-ONE-CHECK
048100         UNTIL FILE-AT-END = "Y".
048200     CLOSE CHECK-FILE.

048300 PROVE-ONE-CHECK.
048400     PERFORM HASH-THE-CHECK.
048500     ADD 1 TO PROOF-COUNT.
048600     ADD RECORD-HASH TO PROOF-HASH.
048700     PERFORM READ-NEXT-CHECK-RECORD.

048800 HASH-THE-CHECK.
048900     COMPUTE RECORD-HASH = CHECK-ACCOUNT
049000                         + CHECK-NUMBER
049100                         + CHECK-VENDOR
049200                         + CHECK-AMOUNT
049300                         + CHECK-ISSUE-DATE.

049400*---------------------------------
049500* Shared by both files.
049600*---------------------------------
049700 MAKE-HELD-TRAILER.
049800     MOVE "**TRAILER**" TO HELD-TRAILER-MARK.
049900     MOVE UNLOAD-COUNT TO HELD-TRAILER-COUNT.
050000     MOVE UNLOAD-HASH TO HELD-TRAILER-HASH.

050100 TAKE-TRAILER-FIGURES.
050200     MOVE "Y" TO HELD-COPY-COMPLETE.
050300     MOVE HELD-TRAILER-COUNT TO UNLOAD-COUNT.
050400     MOVE HELD-TRAILER-HASH TO UNLOAD-HASH.

050405*---------------------------------
050410* Neither the master nor the
050415* held copy is touched.
050420*---------------------------------
050425 REFUSE-THE-HELD-COPY.
050430     MOVE "Y" TO REORG-FAILED.
050435     DISPLAY "*** " HELD-FILE-NAME " IS HELD FROM AN EARLIER RUN"
050440     DISPLAY "*** BUT " PRINT-FILE-NAME
050445         " NO LONGER MATCHES ITS TRAILER"
050450     DISPLAY "*** NEITHER WAS TOUCHED - KEEP THE GOOD COPY"
050455     DISPLAY "*** AND REMOVE THE OTHER BEFORE THE NEXT RUN".
050460     MOVE SPACE TO PRINTER-RECORD.
050465     STRING PRINT-FILE-NAME DELIMITED BY SPACE
050470            " *** NOT REORGANIZED - DOES NOT MATCH "
050475                DELIMITED BY SIZE
050480            HELD-FILE-NAME DELIMITED BY SPACE
050485         INTO PRINTER-RECORD.
050490     PERFORM WRITE-TO-PRINTER.
050495     PERFORM LINE-FEED.

050500*---------------------------------
050600* The reload and the read-back
050700* must both match the unload.
050800*---------------------------------
050900 DECIDE-THE-PROOF.
051000     MOVE "Y" TO PROOF-PASSED.
051100     IF LOAD-ERRORS NOT = ZEROES
051200        OR LOAD-COUNT NOT = UNLOAD-COUNT
051300        OR LOAD-HASH NOT = UNLOAD-HASH
051400        OR PROOF-COUNT NOT = UNLOAD-COUNT
051500        OR PROOF-HASH NOT = UNLOAD-HASH
051600         MOVE "N" TO PROOF-PASSED
051700         MOVE "Y" TO REORG-FAILED.

051800*---------------------------------
051900* Space on disk is the data part
052000* plus, where the run-time keeps
052100* one, the index part.
052200*---------------------------------
052300 MEASURE-FILE-SPACE.
052400     MOVE ZEROES TO FILE-SPACE-BYTES.
052500     MOVE SPACE TO SPACE-FILE-NAME.
052600     MOVE SPACE-BASE-NAME TO SPACE-FILE-NAME.
052700     PERFORM ADD-ONE-FILE-SIZE.
052800     MOVE SPACE TO SPACE-FILE-NAME.
052900     STRING SPACE-BASE-NAME DELIMITED BY SPACE
053000            ".dat" DELIMITED BY SIZE
053100         INTO SPACE-FILE-NAME.
053200     PERFORM ADD-ONE-FILE-SIZE.
053300     MOVE SPACE TO SPACE-FILE-NAME.
053400     STRING SPACE-BASE-NAME DELIMITED BY SPACE
053500            ".idx" DELIMITED BY SIZE
053600         INTO SPACE-FILE-NAME.
053700     PERFORM ADD-ONE-FILE-SIZE.

053800 ADD-ONE-FILE-SIZE.
053900     CALL "CBL_CHECK_FILE_EXIST"
054000         USING SPACE-FILE-NAME FILE-DETAILS.
054100     IF RETURN-CODE = ZERO
054200         ADD FILE-DETAIL-SIZE TO FILE-SPACE-BYTES.
054300     MOVE ZERO TO RETURN-CODE.

054400 START-THE-CLOCK.
054500     PERFORM READ-THE-CLOCK.
054600     MOVE CLOCK-SECONDS TO START-SECONDS.

054700 STOP-THE-CLOCK.
054800     PERFORM READ-THE-CLOCK.
054900     COMPUTE ELAPSED-SECONDS = CLOCK-SECONDS - START-SECONDS.

055000 READ-THE-CLOCK.
055100     MOVE FUNCTION CURRENT-DATE(1:8) TO CLOCK-DATE.
055200     MOVE FUNCTION CURRENT-DATE(9:6) TO CLOCK-TIME.
055300     COMPUTE CLOCK-SECONDS =
055400         FUNCTION INTEGER-OF-DATE(CLOCK-DATE) * 86400
055500         + CLOCK-HH * 3600
055600         + CLOCK-MM * 60
055700         + CLOCK-SS.

055800 PRINT-REORG-RESULT.
055900     IF BYTES-BEFORE > BYTES-AFTER
056000         COMPUTE BYTES-RECLAIMED = BYTES-BEFORE - BYTES-AFTER
056100     ELSE
056200         MOVE ZEROES TO BYTES-RECLAIMED.
056300     MOVE UNLOAD-COUNT TO PRINT-COUNT-IN.
056400     MOVE PROOF-COUNT TO PRINT-COUNT-OUT.
056500     MOVE BYTES-BEFORE TO PRINT-BYTES-BEFORE.
056600     MOVE BYTES-AFTER TO PRINT-BYTES-AFTER.
056700     MOVE BYTES-RECLAIMED TO PRINT-BYTES-SAVED.
056800     MOVE ELAPSED-SECONDS TO PRINT-ELAPSED.
056900     MOVE DETAIL-LINE TO PRINTER-RECORD.
057000     PERFORM WRITE-TO-PRINTER.
057100     MOVE UNLOAD-HASH TO PRINT-HASH-IN.
057200     MOVE PROOF-HASH TO PRINT-HASH-OUT.
057300     IF PROOF-PASSED = "Y"
057400         MOVE "PROOF PASSED" TO PRINT-PROOF-RESULT
057500     ELSE
057600         MOVE "*** PROOF FAILED" TO PRINT-PROOF-RESULT.
057700     MOVE PROOF-LINE TO PRINTER-RECORD.
057800     PERFORM WRITE-TO-PRINTER.
057900     PERFORM LINE-FEED.
058000     DISPLAY PRINT-FILE-NAME " " PRINT-COUNT-OUT " RECORDS, "
058100         PRINT-BYTES-SAVED " BYTES RECLAIMED - "
058200         PRINT-PROOF-RESULT.

058300*---------------------------------
058400* Printing routines.
058500*---------------------------------
058600 WRITE-TO-PRINTER.
058700     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
058800     ADD 1 TO LINE-COUNT.

058900 LINE-FEED.
059000     MOVE SPACE TO PRINTER-RECORD.
059100     PERFORM WRITE-TO-PRINTER.

059200 START-NEW-PAGE.
059300     ADD 1 TO PAGE-NUMBER.
059400     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
059500     MOVE TITLE-LINE TO PRINTER-RECORD.
059600     PERFORM WRITE-TO-PRINTER.
059700     PERFORM LINE-FEED.
059800     MOVE COLUMN-LINE TO PRINTER-RECORD.
059900     PERFORM WRITE-TO-PRINTER.
060000     PERFORM LINE-FEED.

060100 END-LAST-PAGE.
060200     PERFORM FORM-FEED.
060300     MOVE ZERO TO LINE-COUNT.

060400 FORM-FEED.
060500     MOVE SPACE TO PRINTER-RECORD.
060600     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

060700     COPY "PLDATE01.CBL".

060800     COPY "PLBWIN01.CBL".
