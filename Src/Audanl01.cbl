000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AUDANL01.
000300*---------------------------------
000400* Internal audit analytics over
000500* the vouchers paid in an
000600* operator-entered date range,
000700* live and from the VCHARCH
000800* history:
000900*   sample - a reproducible
001000*     statistical sample, either
001100*     simple random (every voucher
001200*     equally likely) or monetary
001300*     unit (every dollar equally
001400*     likely, so large amounts are
001500*     more likely picked and one
001600*     larger than the interval is
001700*     always picked, its hits
001800*     shown). The seed is printed;
001900*     re-entering it with the same
002000*     range, method and size draws
002100*     the same sample. A seed of
002200*     zero takes one from the
002300*     clock. The list prints in
002400*     box and folio order off
002500*     DOC-LOCATOR-FILE, like the
002600*     VDOCPUL1 pull list, so the
002700*     paper can be pulled; ******
002800*     in the box means no locator.
002900*   exceptions - every voucher
003000*     that is a round dollar
003100*     amount (whole hundreds), is
003200*     within 5% under one of the
003300*     PLVCHAPR.CBL approval limits,
003400*     was entered on a Saturday or
003500*     Sunday, or was entered after
003600*     it was paid.
003700*   first digit - the Benford
003800*     first-digit test, overall,
003900*     by entry operator and by
004000*     vendor, on amounts of $10.00
004100*     and up. Each line shows the
004200*     percent of amounts leading
004300*     with 1 through 9 and the
004400*     mean absolute deviation from
004500*     the expected curve; a group
004600*     of 50 or more amounts with a
004700*     deviation over .0150 is
004800*     flagged *. Vendors with fewer
004900*     than 50 amounts are left off.
005000* The voucher record carries no
005100* entry operator or entry date,
005200* so these come from the first
005300* voucher ADD journaled for it
005400* (JOURNAL-FILE and the JRNKEY
005500* archive) or, failing that,
005600* from its entry batch.
005700* The sorts follow PAYDUP01.
005716* The two approval limits are
005732* read from the system parameter
005748* master (PLPARM01.CBL) at
005764* start-up, as PLVCHAPR.CBL
005780* reads them.
005800*---------------------------------
005900 ENVIRONMENT DIVISION.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.

006200     COPY "SLVOUCH.CBL".

006300     COPY "SLJRNL01.CBL".

006400     COPY "SLVBATCH.CBL".

006500     COPY "SLVDOC01.CBL".

006600     COPY "SLSPOOLC.CBL".
006633
006666     COPY "SLPARM01.CBL".

006700     SELECT OPTIONAL VOUCHER-ARCHIVE-FILE
006800         ASSIGN TO "VCHARCH"
006900         ORGANIZATION IS SEQUENTIAL.

007000     SELECT OPTIONAL JOURNAL-ARCHIVE-FILE
007100         ASSIGN TO "JRNKEY"
007200         ORGANIZATION IS INDEXED
007300         RECORD KEY IS JRNK-KEY
007400         ACCESS MODE IS DYNAMIC.

007500     SELECT POPULATION-FILE
007600         ASSIGN TO "AUDPOP"
007700         ORGANIZATION IS SEQUENTIAL.

007800     SELECT SAMPLE-FILE
007900         ASSIGN TO "AUDSMP"
008000         ORGANIZATION IS SEQUENTIAL.

008100     SELECT BY-VENDOR-FILE
008200         ASSIGN TO "AUDVND"
008300         ORGANIZATION IS SEQUENTIAL.

008400     SELECT ENTRY-SORT-FILE
008500         ASSIGN TO "SORT".

008600     SELECT SAMPLE-SORT-FILE
008700         ASSIGN TO "SORT2".

008800     SELECT VENDOR-SORT-FILE
008900         ASSIGN TO "SORT3".

009000*---------------------------------
009100* The report goes to a uniquely
009200* named spool file cataloged
009300* through PLSPOOL1.CBL, so a
009400* printer jam means a reprint
009500* from SPLMGR01, not a re-run.
009600*---------------------------------
009700     SELECT PRINTER-FILE
009800         ASSIGN TO DYNAMIC SPOOL-OUT-NAME
009900         ORGANIZATION IS LINE SEQUENTIAL.

010000 DATA DIVISION.
010100 FILE SECTION.

010200     COPY "FDVOUCH.CBL".

010300     COPY "FDJRNL01.CBL".

010400     COPY "FDVBATCH.CBL".

010500     COPY "FDVDOC01.CBL".

010600     COPY "FDSPOOLC.CBL".
010633
010666     COPY "FDPARM01.CBL".

010700 FD  VOUCHER-ARCHIVE-FILE
010800     LABEL RECORDS ARE STANDARD.
010900 01  VOUCHER-ARCHIVE-RECORD       PIC X(211).

011000 FD  JOURNAL-ARCHIVE-FILE
011100     LABEL RECORDS ARE STANDARD.
011200 01  JOURNAL-ARCHIVE-RECORD.
011300     05  JRNK-KEY.
011400         10  JRNK-DATE            PIC 9(8).
011500         10  JRNK-SEQUENCE        PIC 9(6).
011600     05  JRNK-IMAGE               PIC X(273).

011700*---------------------------------
011800* One record per voucher in the
011900* population, with its entry
012000* operator and date resolved.
012100*---------------------------------
012200 FD  POPULATION-FILE
012300     LABEL RECORDS ARE STANDARD.
012400 01  POPULATION-RECORD.
012500     05  POP-VOUCHER              PIC 9(7).
012600     05  POP-VENDOR               PIC 9(5).
012700     05  POP-INVOICE              PIC X(15).
012800     05  POP-AMOUNT               PIC S9(6)V99.
012900     05  POP-VOUCHER-DATE         PIC 9(8).
013000     05  POP-PAID-DATE            PIC 9(8).
013100     05  POP-ENTRY-DATE           PIC 9(8).
013200     05  POP-OPERATOR             PIC X(5).

013300 FD  SAMPLE-FILE
013400     LABEL RECORDS ARE STANDARD.
013500 01  SAMPLE-RECORD.
013600     05  SAMPLE-BOX               PIC X(6).
013700     05  SAMPLE-FOLIO             PIC X(6).
013800     05  SAMPLE-VOUCHER           PIC 9(7).
013900     05  SAMPLE-VENDOR            PIC 9(5).
014000     05  SAMPLE-AMOUNT            PIC S9(6)V99.
014100     05  SAMPLE-PAID-DATE         PIC 9(8).
014200     05  SAMPLE-HITS              PIC 9(3).
014300     05  SAMPLE-SCAN-REF          PIC X(20).

014400 FD  BY-VENDOR-FILE
014500     LABEL RECORDS ARE STANDARD.
014600 01  BY-VENDOR-RECORD.
014700     05  VWORK-VOUCHER            PIC 9(7).
014800     05  VWORK-VENDOR             PIC 9(5).
014900     05  VWORK-INVOICE            PIC X(15).
015000     05  VWORK-AMOUNT             PIC S9(6)V99.
015100     05  VWORK-VOUCHER-DATE       PIC 9(8).
015200     05  VWORK-PAID-DATE          PIC 9(8).
015300     05  VWORK-ENTRY-DATE         PIC 9(8).
015400     05  VWORK-OPERATOR           PIC X(5).

015500*---------------------------------
015600* ESORT-KIND "1" is a journaled
015700* voucher ADD and "2" the paid
015800* voucher itself, so a voucher's
015900* entries sort ahead of it, the
016000* earliest first.
016100*---------------------------------
016200 SD  ENTRY-SORT-FILE.
016300 01  ENTRY-SORT-RECORD.
016400     05  ESORT-VOUCHER            PIC 9(7).
016500     05  ESORT-KIND               PIC X.
016600     05  ESORT-DATE               PIC 9(8).
016700     05  ESORT-TIME               PIC 9(6).
016800     05  ESORT-OPERATOR           PIC X(5).
016900     05  ESORT-VENDOR             PIC 9(5).
017000     05  ESORT-INVOICE            PIC X(15).
017100     05  ESORT-AMOUNT             PIC S9(6)V99.
017200     05  ESORT-VOUCHER-DATE       PIC 9(8).
017300     05  ESORT-PAID-DATE          PIC 9(8).
017400     05  ESORT-BATCH              PIC 9(4).

017500 SD  SAMPLE-SORT-FILE.
017600 01  SAMPLE-SORT-RECORD.
017700     05  SSORT-BOX                PIC X(6).
017800     05  SSORT-FOLIO              PIC X(6).
017900     05  SSORT-VOUCHER            PIC 9(7).
018000     05  SSORT-VENDOR             PIC 9(5).
018100     05  SSORT-AMOUNT             PIC S9(6)V99.
018200     05  SSORT-PAID-DATE          PIC 9(8).
018300     05  SSORT-HITS               PIC 9(3).
018400     05  SSORT-SCAN-REF           PIC X(20).

018500 SD  VENDOR-SORT-FILE.
018600 01  VENDOR-SORT-RECORD.
018700     05  VSORT-VOUCHER            PIC 9(7).
018800     05  VSORT-VENDOR             PIC 9(5).
018900     05  FILLER                   PIC X(52).

019000 FD  PRINTER-FILE
019100     LABEL RECORDS ARE OMITTED.
019200 01  PRINTER-RECORD              PIC X(80).

019300 WORKING-STORAGE SECTION.

019400 77  VOUCHER-FILE-AT-END         PIC X.
019500 77  ARCHIVE-FILE-AT-END         PIC X.
019600 77  JOURNAL-FILE-AT-END         PIC X.
019700 77  JRNK-FILE-AT-END            PIC X.
019800 77  ENTRY-SORT-AT-END           PIC X.
019900 77  POPULATION-AT-END           PIC X.
020000 77  SAMPLE-FILE-AT-END          PIC X.
020100 77  BY-VENDOR-AT-END            PIC X.
020200 77  BATCH-RECORD-FOUND          PIC X.
020300 77  VDOC-RECORD-FOUND           PIC X.
020400 77  OPERATOR-ENTRY-FOUND        PIC X.
020500 77  LINE-COUNT                  PIC 999 VALUE ZERO.
020600 77  PAGE-NUMBER                 PIC 99999 VALUE ZERO.
020700 77  MAXIMUM-LINES               PIC 999 VALUE 55.

020800 77  ENTERED-FROM-DATE           PIC 9(8).
020900 77  ENTERED-TO-DATE             PIC 9(8).
021000 77  SAMPLE-METHOD               PIC X.
021100     88  RANDOM-SAMPLE           VALUE "R".
021200     88  MONETARY-UNIT-SAMPLE    VALUE "M".
021300     88  SAMPLE-METHOD-IS-VALID  VALUE "R" "M".
021400 77  SAMPLE-SIZE                 PIC 999.
021500 77  ENTERED-SEED                PIC 9(10).
021600 77  STARTING-SEED               PIC 9(10).
021700 77  SEED-TIME                   PIC 9(8).

021800*---------------------------------
021900* Park-Miller minimal standard
022000* generator: each draw replaces
022100* RANDOM-SEED with RANDOM-SEED *
022200* 16807 modulo 2**31 - 1, and
022300* RANDOM-FRACTION is the new seed
022400* over the modulus (0 < U < 1).
022500*---------------------------------
022600 77  RANDOM-SEED                 PIC 9(10).
022700 77  RANDOM-PRODUCT              PIC 9(15).
022800 77  RANDOM-QUOTIENT             PIC 9(15).
022900 77  RANDOM-FRACTION             PIC V9(9).
023000 77  RANDOM-MODULUS              PIC 9(10) VALUE 2147483647.
023100 77  RANDOM-MULTIPLIER           PIC 9(5) VALUE 16807.

023200 77  POPULATION-COUNT            PIC 9(7) VALUE ZERO.
023300 77  POPULATION-VALUE            PIC 9(11)V99 VALUE ZERO.
023400 77  LAST-POPULATION-VOUCHER     PIC 9(7) VALUE ZERO.
023500 77  ITEMS-SEEN                  PIC 9(7).
023600 77  SAMPLE-SELECTED             PIC 9(5).
023700 77  SELECTION-TEST              PIC 9(7)V9(9).
023800 77  SAMPLE-INTERVAL             PIC 9(11)V99.
023900 77  NEXT-SAMPLE-HIT             PIC 9(11)V99.
024000 77  RANDOM-START                PIC 9(11)V99.
024100 77  CUMULATIVE-VALUE            PIC 9(11)V99.
024200 77  CUMULATIVE-AFTER            PIC 9(11)V99.
024300 77  ITEM-HITS                   PIC 999.

024400 77  ENTRY-FOUND-VOUCHER         PIC 9(7) VALUE ZERO.
024500 77  ENTRY-FOUND-OPERATOR        PIC X(5).
024600 77  ENTRY-FOUND-DATE            PIC 9(8).
024700 77  JOURNAL-PROGRAM-NAME        PIC X(8).
024800     88  VOUCHER-ENTRY-PROGRAM   VALUE "VCHNEW01" "VCHLOAD1"
024900                                       "VCHPAY01" "VCHPAY02"
025000                                       "RECGEN01" "ERSGEN01"
025100                                       "EXPVCH01" "PCDCODE1"
025200                                       "APNET01".

025300*---------------------------------
025400* The PLVCHAPR.CBL approval
025500* limits; an amount from 95% of
025600* a limit up to the limit is
025700* flagged as just under it.
025800*---------------------------------
025900 77  FIRST-APPROVAL-LIMIT        PIC 9(6)V99 VALUE 500.00.
026000 77  SECOND-APPROVAL-LIMIT       PIC 9(6)V99 VALUE 5000.00.
026100 77  NEAR-LIMIT-PERCENT          PIC 99 VALUE 95.
026200 77  FIRST-LIMIT-FLOOR           PIC 9(6)V99.
026300 77  SECOND-LIMIT-FLOOR          PIC 9(6)V99.
026400 77  ROUND-DOLLAR-UNIT           PIC 9(3) VALUE 100.
026500 77  ROUND-QUOTIENT              PIC 9(6).
026600 77  ROUND-REMAINDER             PIC 9(3)V99.
026700 77  ENTRY-WEEKDAY               PIC S9(9) COMP.
026800 77  EXCEPTION-FOUND             PIC X.
026900 77  ROUND-COUNT                 PIC 9(5) VALUE ZERO.
027000 77  LIMIT-COUNT                 PIC 9(5) VALUE ZERO.
027100 77  WEEKEND-COUNT               PIC 9(5) VALUE ZERO.
027200 77  LATE-COUNT                  PIC 9(5) VALUE ZERO.
027300 77  EXCEPTION-COUNT             PIC 9(5) VALUE ZERO.

027400 77  AMOUNT-TO-TEST              PIC S9(6)V99.
027500 77  ABSOLUTE-AMOUNT             PIC 9(6)V99.
027600 77  BENFORD-MINIMUM-AMOUNT      PIC 9(3)V99 VALUE 10.00.
027700 77  BENFORD-MINIMUM-COUNT       PIC 999 VALUE 50.
027800 77  MAD-LIMIT                   PIC V9(4) VALUE .0150.
027900 77  DIGIT-IS-TESTED             PIC X.
028000 77  LEADING-ZERO-COUNT          PIC 9.
028100 77  FIRST-DIGIT                 PIC 9.
028200 77  DIGIT-INDEX                 PIC 99.
028300 77  DIGIT-PROPORTION            PIC V9(6).
028400 77  DIGIT-DEVIATION             PIC S9V9(6).
028500 77  DEVIATION-TOTAL             PIC 9V9(6).
028600 77  GROUP-MAD                   PIC 9V9(4).
028700 77  GROUP-LABEL                 PIC X(10).
028800 77  TALLY-OPERATOR              PIC X(5).
028900 77  CURRENT-VENDOR              PIC 9(5).
029000 77  VENDORS-TESTED              PIC 9(5) VALUE ZERO.
029100 77  FLAGGED-GROUPS              PIC 9(5) VALUE ZERO.

029200 77  EDIT-COUNT                  PIC Z,ZZZ,ZZ9.
029300 77  EDIT-VALUE                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
029400 77  EDIT-SEED                   PIC Z(9)9.
029500 77  EDIT-SIZE                   PIC ZZ9.

029600 01  DIGIT-DOLLARS-AREA.
029700     05  DIGIT-DOLLARS           PIC 9(6).
029800 01  FILLER REDEFINES DIGIT-DOLLARS-AREA.
029900     05  DIGIT-CHARACTER         PIC X OCCURS 6 TIMES.

030000*---------------------------------
030100* Expected first-digit shares,
030200* LOG10(1 + 1/D) for D = 1 to 9.
030300*---------------------------------
030400 01  BENFORD-EXPECTED-VALUES.
030500     05  FILLER                  PIC V9(4) VALUE .3010.
030600     05  FILLER                  PIC V9(4) VALUE .1761.
030700     05  FILLER                  PIC V9(4) VALUE .1249.
030800     05  FILLER                  PIC V9(4) VALUE .0969.
030900     05  FILLER                  PIC V9(4) VALUE .0792.
031000     05  FILLER                  PIC V9(4) VALUE .0669.
031100     05  FILLER                  PIC V9(4) VALUE .0580.
031200     05  FILLER                  PIC V9(4) VALUE .0512.
031300     05  FILLER                  PIC V9(4) VALUE .0458.
031400 01  FILLER REDEFINES BENFORD-EXPECTED-VALUES.
031500     05  BENFORD-EXPECTED        PIC V9(4) OCCURS 9 TIMES.

031600*---------------------------------
031700* The group being printed - the
031800* whole population, an operator
031900* or a vendor.
032000*---------------------------------
032100 01  GROUP-DIGITS.
032200     05  GROUP-TESTED-COUNT      PIC 9(7).
032300     05  GROUP-DIGIT-COUNT       PIC 9(7) OCCURS 9 TIMES.

032400 01  OVERALL-DIGITS.
032500     05  OVERALL-TESTED-COUNT    PIC 9(7).
032600     05  OVERALL-DIGIT-COUNT     PIC 9(7) OCCURS 9 TIMES.

032700*---------------------------------
032800* Entry operators met, in the
032900* order met. Past 99 operators
033000* the rest tally under OTHER in
033100* the last entry.
033200*---------------------------------
033300 01  OPERATOR-TABLE-AREA.
033400     05  OPERATOR-TABLE-COUNT    PIC 999.
033500     05  OPERATOR-ENTRY OCCURS 100 TIMES
033600         INDEXED BY OPERATOR-INDEX.
033700         10  OPR-TABLE-ID        PIC X(5).
033800         10  OPR-TESTED-COUNT    PIC 9(7).
033900         10  OPR-DIGIT-COUNT     PIC 9(7) OCCURS 9 TIMES.

034000 01  SAMPLE-DETAIL-LINE.
034100     05  PRINT-SAMPLE-BOX        PIC X(6).
034200     05  FILLER                  PIC X     VALUE SPACE.
034300     05  PRINT-SAMPLE-FOLIO      PIC X(6).
034400     05  FILLER                  PIC X     VALUE SPACE.
034500     05  PRINT-SAMPLE-VOUCHER    PIC Z(7).
034600     05  FILLER                  PIC X     VALUE SPACE.
034700     05  PRINT-SAMPLE-VENDOR     PIC Z(5).
034800     05  FILLER                  PIC X     VALUE SPACE.
034900     05  PRINT-SAMPLE-AMOUNT     PIC ZZZ,ZZ9.99-.
035000     05  FILLER                  PIC X     VALUE SPACE.
035100     05  PRINT-SAMPLE-PAID       PIC Z9/99/9999.
035200     05  FILLER                  PIC X     VALUE SPACE.
035300     05  PRINT-SAMPLE-HITS       PIC ZZ9.
035400     05  FILLER                  PIC X     VALUE SPACE.
035500     05  PRINT-SAMPLE-SCAN-REF   PIC X(20).

035600 01  SAMPLE-COLUMN-LINE.
035700     05  FILLER         PIC X(7)  VALUE "BOX".
035800     05  FILLER         PIC X(7)  VALUE "FOLIO".
035900     05  FILLER         PIC X(8)  VALUE "VOUCHER".
036000     05  FILLER         PIC X(6)  VALUE "VENDR".
036100     05  FILLER         PIC X(12) VALUE "     AMOUNT".
036200     05  FILLER         PIC X(11) VALUE "PAID".
036300     05  FILLER         PIC X(4)  VALUE "HIT".
036400     05  FILLER         PIC X(20) VALUE "SCAN REFERENCE".

036500 01  EXCEPTION-DETAIL-LINE.
036600     05  PRINT-EXC-VOUCHER       PIC Z(7).
036700     05  FILLER                  PIC X     VALUE SPACE.
036800     05  PRINT-EXC-VENDOR        PIC Z(5).
036900     05  FILLER                  PIC X     VALUE SPACE.
037000     05  PRINT-EXC-INVOICE       PIC X(12).
037100     05  FILLER                  PIC X     VALUE SPACE.
037200     05  PRINT-EXC-AMOUNT        PIC ZZZ,ZZ9.99-.
037300     05  FILLER                  PIC X     VALUE SPACE.
037400     05  PRINT-EXC-ENTERED       PIC Z9/99/9999.
037500     05  FILLER                  PIC X     VALUE SPACE.
037600     05  PRINT-EXC-PAID          PIC Z9/99/9999.
037700     05  FILLER                  PIC X     VALUE SPACE.
037800     05  PRINT-EXC-OPERATOR      PIC X(5).
037900     05  PRINT-EXC-FLAG-ENTRY OCCURS 4 TIMES.
038000         10  FILLER              PIC X     VALUE SPACE.
038100         10  PRINT-EXC-FLAG      PIC X(2).

038200 01  EXCEPTION-COLUMN-LINE.
038300     05  FILLER         PIC X(8)  VALUE "VOUCHER".
038400     05  FILLER         PIC X(6)  VALUE "VENDR".
038500     05  FILLER         PIC X(13) VALUE "INVOICE".
038600     05  FILLER         PIC X(12) VALUE "     AMOUNT".
038700     05  FILLER         PIC X(11) VALUE "ENTERED".
038800     05  FILLER         PIC X(11) VALUE "PAID".
038900     05  FILLER         PIC X(5)  VALUE "OPER".
039000     05  FILLER         PIC X(12) VALUE " FLAGS".

039100 01  EXCEPTION-LEGEND-LINE.
039200     05  FILLER         PIC X(40)
039300         VALUE "RD ROUND DOLLARS  LM JUST UNDER A LIMIT".
039400     05  FILLER         PIC X(40)
039500         VALUE " WE WEEKEND ENTRY  LT ENTERED AFTER PAID".

039600 01  BENFORD-LINE.
039700     05  PRINT-GROUP-LABEL       PIC X(10).
039800     05  PRINT-GROUP-COUNT       PIC ZZZZZ9.
039900     05  PRINT-DIGIT-ENTRY OCCURS 9 TIMES.
040000         10  FILLER              PIC X     VALUE SPACE.
040100         10  PRINT-DIGIT-PERCENT PIC ZZ9.9.
040200     05  FILLER                  PIC X     VALUE SPACE.
040300     05  PRINT-GROUP-MAD         PIC 9.9999.
040400     05  FILLER                  PIC X     VALUE SPACE.
040500     05  PRINT-MAD-FLAG          PIC X.

040600 01  BENFORD-COLUMN-LINE.
040700     05  FILLER         PIC X(16) VALUE "GROUP      COUNT".
040800     05  FILLER         PIC X(6)  VALUE "     1".
040900     05  FILLER         PIC X(6)  VALUE "     2".
041000     05  FILLER         PIC X(6)  VALUE "     3".
041100     05  FILLER         PIC X(6)  VALUE "     4".
041200     05  FILLER         PIC X(6)  VALUE "     5".
041300     05  FILLER         PIC X(6)  VALUE "     6".
041400     05  FILLER         PIC X(6)  VALUE "     7".
041500     05  FILLER         PIC X(6)  VALUE "     8".
041600     05  FILLER         PIC X(6)  VALUE "     9".
041700     05  FILLER         PIC X(7)  VALUE "    MAD".

041800 01  CURRENT-COLUMN-LINE         PIC X(80) VALUE SPACE.

041900 01  TITLE-LINE.
042000     05  FILLER              PIC X(15) VALUE SPACE.
042100     05  FILLER              PIC X(30)
042200         VALUE "AUDIT SAMPLE AND DIGIT TESTS".
042300     05  FILLER              PIC X(8) VALUE SPACE.
042400     05  FILLER              PIC X(5) VALUE "PAGE:".
042500     05  FILLER              PIC X(1) VALUE SPACE.
042600     05  PRINT-PAGE-NUMBER PIC ZZZZ9.

042700 01  RANGE-LINE.
042800     05  FILLER              PIC X(15) VALUE SPACE.
042900     05  FILLER              PIC X(11) VALUE "PAID FROM ".
043000     05  PRINT-FROM-DATE     PIC Z9/99/9999.
043100     05  FILLER              PIC X(4) VALUE " TO ".
043200     05  PRINT-TO-DATE       PIC Z9/99/9999.

043300     COPY "WSDATE01.CBL".

043400     COPY "WSCASE01.CBL".

043500     COPY "WSOPID01.CBL".
043533
043566     COPY "WSPARM01.CBL".

043600     COPY "WSSPOOL1.CBL".

043700 PROCEDURE DIVISION.
043800 PROGRAM-BEGIN.
043900     PERFORM GET-OPERATOR-ID.
043950     PERFORM LOAD-BUSINESS-PARAMETERS.
044000     PERFORM ENTER-DATE-RANGE.
044100     PERFORM ENTER-SAMPLE-METHOD.
044200     PERFORM ENTER-SAMPLE-SIZE.
044300     PERFORM ENTER-SEED.
044400     PERFORM OPENING-PROCEDURE.

044500     PERFORM SORT-POPULATION-BY-VOUCHER.
044600     PERFORM SORT-SAMPLE-BY-LOCATION.

044700     PERFORM START-NEW-PAGE.
044800     PERFORM PRINT-PARAMETERS.
044900     PERFORM PRINT-THE-SAMPLE.
045000     PERFORM PRINT-EXCEPTIONS.
045100     PERFORM PRINT-DIGIT-TESTS.

045200     PERFORM CLOSING-PROCEDURE.

045233 PROGRAM-EXIT.
045266     EXIT PROGRAM.

045300 PROGRAM-DONE.
045400     STOP RUN.

045500 ENTER-DATE-RANGE.
045600     MOVE "N" TO ZERO-DATE-IS-OK.
045700     MOVE "ENTER PAID FROM DATE(MM/DD/CCYY)?" TO DATE-PROMPT.
045800     MOVE "A VALID FROM DATE IS REQUIRED" TO DATE-ERROR-MESSAGE.
045900     PERFORM GET-A-DATE.
046000     MOVE DATE-CCYYMMDD TO ENTERED-FROM-DATE.
046100     MOVE DATE-MMDDCCYY TO PRINT-FROM-DATE.

046200     MOVE "ENTER PAID TO DATE(MM/DD/CCYY)?" TO DATE-PROMPT.
046300     MOVE "A VALID TO DATE IS REQUIRED" TO DATE-ERROR-MESSAGE.
046400     PERFORM GET-A-DATE.
046500     MOVE DATE-CCYYMMDD TO ENTERED-TO-DATE.
046600     MOVE DATE-MMDDCCYY TO PRINT-TO-DATE.

046700 ENTER-SAMPLE-METHOD.
046800     PERFORM ACCEPT-SAMPLE-METHOD.
046900     PERFORM RE-ACCEPT-SAMPLE-METHOD
047000         UNTIL SAMPLE-METHOD-IS-VALID.

047100 ACCEPT-SAMPLE-METHOD.
047200     DISPLAY "SAMPLE METHOD - R)ANDOM OR M)ONETARY UNIT?".
047300     ACCEPT SAMPLE-METHOD.
047400     INSPECT SAMPLE-METHOD
047500      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

047600 RE-ACCEPT-SAMPLE-METHOD.
047700     DISPLAY "ENTER R OR M".
047800     PERFORM ACCEPT-SAMPLE-METHOD.

047900 ENTER-SAMPLE-SIZE.
048000     PERFORM ACCEPT-SAMPLE-SIZE.
048100     PERFORM RE-ACCEPT-SAMPLE-SIZE
048200         UNTIL SAMPLE-SIZE NOT = ZERO.

048300 ACCEPT-SAMPLE-SIZE.
048400     DISPLAY "HOW MANY VOUCHERS TO SAMPLE (1-999)?".
048500     ACCEPT SAMPLE-SIZE.

048600 RE-ACCEPT-SAMPLE-SIZE.
048700     DISPLAY "A SAMPLE SIZE IS REQUIRED".
048800     PERFORM ACCEPT-SAMPLE-SIZE.

048900*---------------------------------
049000* The seed is brought into the
049100* generator's range 1 to
049200* 2147483646 and that value is
049300* printed, so entering it again
049400* repeats the draw.
049500*---------------------------------
049600 ENTER-SEED.
049700     DISPLAY "ENTER SEED TO REPEAT A SAMPLE, 0 FOR A NEW ONE".
049800     ACCEPT ENTERED-SEED.
049900     IF ENTERED-SEED = ZERO
050000         ACCEPT SEED-TIME FROM TIME
050100         MOVE SEED-TIME TO ENTERED-SEED.
050200     DIVIDE ENTERED-SEED BY RANDOM-MODULUS
050300         GIVING RANDOM-QUOTIENT REMAINDER RANDOM-SEED.
050400     IF RANDOM-SEED = ZERO
050500         MOVE 1 TO RANDOM-SEED.
050600     MOVE RANDOM-SEED TO STARTING-SEED.

050604*---------------------------------
050608* Thresholds in force today,
050612* from the system parameter
050616* master (PARMNT01). Each field
050620* keeps its compiled VALUE when
050624* nothing is on file.
050628*---------------------------------
050632 LOAD-BUSINESS-PARAMETERS.
050636     OPEN INPUT SYSTEM-PARAMETER-FILE.
050640     MOVE SPACES TO PARM-WANTED-COMPANY.
050644     MOVE FUNCTION CURRENT-DATE(1:8) TO PARM-WANTED-DATE.
050648     MOVE "APPROVAL-LIMIT-1" TO PARM-WANTED-NAME.
050652     MOVE FIRST-APPROVAL-LIMIT TO PARM-WANTED-VALUE.
050656     PERFORM GET-PARAMETER-VALUE.
050660     MOVE PARM-WANTED-VALUE TO FIRST-APPROVAL-LIMIT.
050664     MOVE "APPROVAL-LIMIT-2" TO PARM-WANTED-NAME.
050668     MOVE SECOND-APPROVAL-LIMIT TO PARM-WANTED-VALUE.
050672     PERFORM GET-PARAMETER-VALUE.
050676     MOVE PARM-WANTED-VALUE TO SECOND-APPROVAL-LIMIT.
050680     CLOSE SYSTEM-PARAMETER-FILE.

050700 OPENING-PROCEDURE.
050800     OPEN INPUT VOUCHER-FILE.
050900     OPEN INPUT VOUCHER-BATCH-FILE.
051000     OPEN INPUT DOC-LOCATOR-FILE.
051100     OPEN I-O SPOOL-CATALOG-FILE.
051200     MOVE "AUDIT ANALYTICS" TO SPOOL-REPORT-NAME.
051300     MOVE "AUDANL01" TO SPOOL-PROGRAM.
051400     PERFORM OPEN-SPOOL-REPORT.
051500     OPEN OUTPUT PRINTER-FILE.

051600     COMPUTE FIRST-LIMIT-FLOOR ROUNDED =
051700         FIRST-APPROVAL-LIMIT * NEAR-LIMIT-PERCENT / 100.
051800     COMPUTE SECOND-LIMIT-FLOOR ROUNDED =
051900         SECOND-APPROVAL-LIMIT * NEAR-LIMIT-PERCENT / 100.
052000     MOVE ZEROES TO OVERALL-DIGITS.
052100     MOVE SPACE TO OPERATOR-TABLE-AREA.
052200     MOVE ZERO TO OPERATOR-TABLE-COUNT.

052300 CLOSING-PROCEDURE.
052400     CLOSE VOUCHER-FILE.
052500     CLOSE VOUCHER-BATCH-FILE.
052600     CLOSE DOC-LOCATOR-FILE.
052700     PERFORM END-LAST-PAGE.
052800     CLOSE PRINTER-FILE.
052900     MOVE PAGE-NUMBER TO SPOOL-PAGE-COUNT.
053000     PERFORM CLOSE-SPOOL-REPORT.
053100     CLOSE SPOOL-CATALOG-FILE.
053200     DISPLAY POPULATION-COUNT " VOUCHER(S) IN THE POPULATION".
053300     DISPLAY SAMPLE-SELECTED " VOUCHER(S) SAMPLED, SEED "
053400             STARTING-SEED.
053500     DISPLAY EXCEPTION-COUNT " VOUCHER(S) WITH EXCEPTIONS".
053600     DISPLAY "REPORT SPOOLED AS " SPOOL-OUT-NAME.

053700*---------------------------------
053800* Pass 1 - the population. The
053900* voucher ADDs from the journal
054000* and its archive are released
054100* with the paid vouchers so each
054200* voucher's first ADD names its
054300* entry operator and date.
054400*---------------------------------
054500 SORT-POPULATION-BY-VOUCHER.
054600     SORT ENTRY-SORT-FILE
054700         ON ASCENDING KEY ESORT-VOUCHER
054800                          ESORT-KIND
054900                          ESORT-DATE
055000                          ESORT-TIME
055100         INPUT PROCEDURE IS SELECT-POPULATION
055200         OUTPUT PROCEDURE IS WRITE-POPULATION.

055300 SELECT-POPULATION.
055400     OPEN INPUT JOURNAL-FILE.
055500     MOVE "N" TO JOURNAL-FILE-AT-END.
055600     PERFORM READ-NEXT-JOURNAL-RECORD.
055700     PERFORM RELEASE-ONE-JOURNAL
055800         UNTIL JOURNAL-FILE-AT-END = "Y".
055900     CLOSE JOURNAL-FILE.

056000     OPEN INPUT JOURNAL-ARCHIVE-FILE.
056100     MOVE "N" TO JRNK-FILE-AT-END.
056200     PERFORM READ-FIRST-JRNK-RECORD.
056300     PERFORM RELEASE-ONE-JRNK
056400         UNTIL JRNK-FILE-AT-END = "Y".
056500     CLOSE JOURNAL-ARCHIVE-FILE.

056600     MOVE "N" TO VOUCHER-FILE-AT-END.
056700     PERFORM READ-FIRST-VOUCHER.
056800     PERFORM RELEASE-ONE-VOUCHER
056900         UNTIL VOUCHER-FILE-AT-END = "Y".

057000     OPEN INPUT VOUCHER-ARCHIVE-FILE.
057100     MOVE "N" TO ARCHIVE-FILE-AT-END.
057200     PERFORM READ-NEXT-ARCHIVE-RECORD.
057300     PERFORM RELEASE-ONE-ARCHIVED
057400         UNTIL ARCHIVE-FILE-AT-END = "Y".
057500     CLOSE VOUCHER-ARCHIVE-FILE.

057600 RELEASE-ONE-JOURNAL.
057700     PERFORM CHECK-JOURNAL-ENTRY.
057800     PERFORM READ-NEXT-JOURNAL-RECORD.

057900 RELEASE-ONE-JRNK.
058000     MOVE JRNK-IMAGE TO JOURNAL-RECORD.
058100     PERFORM CHECK-JOURNAL-ENTRY.
058200     PERFORM READ-NEXT-JRNK-RECORD.

058300*---------------------------------
058400* Only a voucher ADD by one of the
058500* voucher entry programs counts -
058600* other programs journal ADDs of
058700* vendors, customers and entries
058800* under other keys.
058900*---------------------------------
059000 CHECK-JOURNAL-ENTRY.
059100     MOVE JOURNAL-PROGRAM TO JOURNAL-PROGRAM-NAME.
059200     IF (JOURNAL-ACTION = "ADD" OR JOURNAL-ACTION = "ADD-SPLIT")
059300        AND VOUCHER-ENTRY-PROGRAM
059400        AND JOURNAL-KEY (1:7) IS NUMERIC
059500        AND JOURNAL-KEY (8:10) = SPACES
059600         PERFORM RELEASE-JOURNAL-ENTRY.

059700 RELEASE-JOURNAL-ENTRY.
059800     MOVE SPACE TO ENTRY-SORT-RECORD.
059900     MOVE JOURNAL-KEY (1:7) TO ESORT-VOUCHER.
060000     MOVE "1" TO ESORT-KIND.
060100     MOVE JOURNAL-DATE TO ESORT-DATE.
060200     MOVE JOURNAL-TIME TO ESORT-TIME.
060300     MOVE JOURNAL-OPERATOR TO ESORT-OPERATOR.
060400     MOVE ZEROES TO ESORT-VENDOR ESORT-AMOUNT ESORT-VOUCHER-DATE
060500                    ESORT-PAID-DATE ESORT-BATCH.
060600     RELEASE ENTRY-SORT-RECORD.

060700 RELEASE-ONE-VOUCHER.
060800     PERFORM CHECK-PAID-DATE.
060900     PERFORM READ-NEXT-VOUCHER.

061000 RELEASE-ONE-ARCHIVED.
061100     MOVE VOUCHER-ARCHIVE-RECORD TO VOUCHER-RECORD.
061200     PERFORM CHECK-PAID-DATE.
061300     PERFORM READ-NEXT-ARCHIVE-RECORD.

061400 CHECK-PAID-DATE.
061500     IF VOUCHER-PAID-DATE NOT = ZEROES
061600        AND VOUCHER-PAID-DATE NOT < ENTERED-FROM-DATE
061700        AND VOUCHER-PAID-DATE NOT > ENTERED-TO-DATE
061800         PERFORM RELEASE-PAID-VOUCHER.

061900 RELEASE-PAID-VOUCHER.
062000     MOVE SPACE TO ENTRY-SORT-RECORD.
062100     MOVE VOUCHER-NUMBER TO ESORT-VOUCHER.
062200     MOVE "2" TO ESORT-KIND.
062300     MOVE ZEROES TO ESORT-DATE ESORT-TIME.
062400     MOVE VOUCHER-VENDOR TO ESORT-VENDOR.
062500     MOVE VOUCHER-INVOICE TO ESORT-INVOICE.
062600     MOVE VOUCHER-AMOUNT TO ESORT-AMOUNT.
062700     MOVE VOUCHER-DATE TO ESORT-VOUCHER-DATE.
062800     MOVE VOUCHER-PAID-DATE TO ESORT-PAID-DATE.
062900     MOVE VOUCHER-BATCH TO ESORT-BATCH.
063000     RELEASE ENTRY-SORT-RECORD.

063100*---------------------------------
063200* OUTPUT PROCEDURE - remembers the
063300* first ADD of each voucher and
063400* writes the paid voucher with it.
063500*---------------------------------
063600 WRITE-POPULATION.
063700     OPEN OUTPUT POPULATION-FILE.
063800     MOVE "N" TO ENTRY-SORT-AT-END.
063900     PERFORM RETURN-NEXT-ENTRY.
064000     PERFORM TAKE-ONE-ENTRY
064100         UNTIL ENTRY-SORT-AT-END = "Y".
064200     CLOSE POPULATION-FILE.

064300 TAKE-ONE-ENTRY.
064400     IF ESORT-KIND = "1"
064500         PERFORM NOTE-FIRST-ADD
064600     ELSE
064700     IF ESORT-VOUCHER NOT = LAST-POPULATION-VOUCHER
064800         PERFORM WRITE-POPULATION-RECORD.
064900     PERFORM RETURN-NEXT-ENTRY.

065000 NOTE-FIRST-ADD.
065100     IF ESORT-VOUCHER NOT = ENTRY-FOUND-VOUCHER
065200         MOVE ESORT-VOUCHER TO ENTRY-FOUND-VOUCHER
065300         MOVE ESORT-OPERATOR TO ENTRY-FOUND-OPERATOR
065400         MOVE ESORT-DATE TO ENTRY-FOUND-DATE.

065500 WRITE-POPULATION-RECORD.
065600     MOVE ESORT-VOUCHER TO POP-VOUCHER LAST-POPULATION-VOUCHER.
065700     MOVE ESORT-VENDOR TO POP-VENDOR.
065800     MOVE ESORT-INVOICE TO POP-INVOICE.
065900     MOVE ESORT-AMOUNT TO POP-AMOUNT.
066000     MOVE ESORT-VOUCHER-DATE TO POP-VOUCHER-DATE.
066100     MOVE ESORT-PAID-DATE TO POP-PAID-DATE.
066200     IF ESORT-VOUCHER = ENTRY-FOUND-VOUCHER
066300         MOVE ENTRY-FOUND-OPERATOR TO POP-OPERATOR
066400         MOVE ENTRY-FOUND-DATE TO POP-ENTRY-DATE
066500     ELSE
066600         PERFORM ENTRY-FROM-BATCH.
066700     WRITE POPULATION-RECORD.
066800     ADD 1 TO POPULATION-COUNT.
066900     IF POP-AMOUNT > ZERO
067000         ADD POP-AMOUNT TO POPULATION-VALUE.

067100*---------------------------------
067200* No journaled ADD survives - the
067300* batch the voucher was keyed in
067400* gives the operator and date.
067500*---------------------------------
067600 ENTRY-FROM-BATCH.
067700     MOVE SPACES TO POP-OPERATOR.
067800     MOVE ZEROES TO POP-ENTRY-DATE.
067900     MOVE "N" TO BATCH-RECORD-FOUND.
068000     IF ESORT-BATCH NOT = ZEROES
068100         MOVE ESORT-BATCH TO BATCH-NUMBER
068200         PERFORM READ-BATCH-RECORD.
068300     IF BATCH-RECORD-FOUND = "Y"
068400         MOVE BATCH-OPERATOR TO POP-OPERATOR
068500         MOVE BATCH-DATE TO POP-ENTRY-DATE.

068600 RETURN-NEXT-ENTRY.
068700     RETURN ENTRY-SORT-FILE
068800         AT END MOVE "Y" TO ENTRY-SORT-AT-END.

068900*---------------------------------
069000* Pass 2 - the sample, drawn in
069100* voucher order and sorted into
069200* box and folio order.
069300*---------------------------------
069400 SORT-SAMPLE-BY-LOCATION.
069500     SORT SAMPLE-SORT-FILE
069600         ON ASCENDING KEY SSORT-BOX
069700                          SSORT-FOLIO
069800                          SSORT-VOUCHER
069900         INPUT PROCEDURE IS DRAW-THE-SAMPLE
070000         GIVING SAMPLE-FILE.

070100 DRAW-THE-SAMPLE.
070200     MOVE ZEROES TO ITEMS-SEEN SAMPLE-SELECTED
070300                    CUMULATIVE-VALUE SAMPLE-INTERVAL
070400                    RANDOM-START.
070500     IF MONETARY-UNIT-SAMPLE
070600         PERFORM SET-SAMPLE-INTERVAL.
070700     OPEN INPUT POPULATION-FILE.
070800     MOVE "N" TO POPULATION-AT-END.
070900     PERFORM READ-NEXT-POPULATION.
071000     PERFORM CONSIDER-ONE-VOUCHER
071100         UNTIL POPULATION-AT-END = "Y".
071200     CLOSE POPULATION-FILE.

071300*---------------------------------
071400* One hit every SAMPLE-INTERVAL
071500* dollars from a random start in
071600* the first interval.
071700*---------------------------------
071800 SET-SAMPLE-INTERVAL.
071900     COMPUTE SAMPLE-INTERVAL = POPULATION-VALUE / SAMPLE-SIZE.
072000     IF SAMPLE-INTERVAL = ZERO
072100         MOVE .01 TO SAMPLE-INTERVAL.
072200     PERFORM DRAW-RANDOM-FRACTION.
072300     COMPUTE RANDOM-START = SAMPLE-INTERVAL * RANDOM-FRACTION.
072400     MOVE RANDOM-START TO NEXT-SAMPLE-HIT.

072500 CONSIDER-ONE-VOUCHER.
072600     MOVE ZERO TO ITEM-HITS.
072700     IF RANDOM-SAMPLE
072800         PERFORM CONSIDER-FOR-RANDOM
072900     ELSE
073000         PERFORM CONSIDER-FOR-MONETARY.
073100     ADD 1 TO ITEMS-SEEN.
073200     PERFORM READ-NEXT-POPULATION.

073300*---------------------------------
073400* Selection sampling: with t seen
073500* and m chosen out of N, pick this
073600* one when (N - t) * U < n - m,
073700* which gives exactly n (or all N)
073800* with every voucher equally
073900* likely.
074000*---------------------------------
074100 CONSIDER-FOR-RANDOM.
074200     IF SAMPLE-SELECTED < SAMPLE-SIZE
074300         PERFORM DRAW-RANDOM-FRACTION
074400         COMPUTE SELECTION-TEST =
074500             (POPULATION-COUNT - ITEMS-SEEN) * RANDOM-FRACTION
074600         IF SELECTION-TEST < SAMPLE-SIZE - SAMPLE-SELECTED
074700             PERFORM RELEASE-SAMPLE-VOUCHER.

074800*---------------------------------
074900* A voucher is picked when one or
075000* more hit points fall in its
075100* slice of the running dollar
075200* total; credits and zero amounts
075300* carry no dollars to hit.
075400*---------------------------------
075500 CONSIDER-FOR-MONETARY.
075600     IF POP-AMOUNT > ZERO
075700         COMPUTE CUMULATIVE-AFTER = CUMULATIVE-VALUE + POP-AMOUNT
075800         PERFORM COUNT-ONE-HIT
075900             UNTIL NEXT-SAMPLE-HIT NOT < CUMULATIVE-AFTER
076000         MOVE CUMULATIVE-AFTER TO CUMULATIVE-VALUE
076100         IF ITEM-HITS > ZERO
076200             PERFORM RELEASE-SAMPLE-VOUCHER.

076300 COUNT-ONE-HIT.
076400     ADD 1 TO ITEM-HITS.
076500     ADD SAMPLE-INTERVAL TO NEXT-SAMPLE-HIT.

076600 RELEASE-SAMPLE-VOUCHER.
076700     MOVE SPACE TO SAMPLE-SORT-RECORD.
076800     MOVE POP-VOUCHER TO SSORT-VOUCHER VDOC-VOUCHER.
076900     MOVE POP-VENDOR TO SSORT-VENDOR.
077000     MOVE POP-AMOUNT TO SSORT-AMOUNT.
077100     MOVE POP-PAID-DATE TO SSORT-PAID-DATE.
077200     MOVE ITEM-HITS TO SSORT-HITS.
077300     PERFORM READ-DOC-LOCATOR.
077400     IF VDOC-RECORD-FOUND = "Y"
077500         MOVE VDOC-BOX TO SSORT-BOX
077600         MOVE VDOC-FOLIO TO SSORT-FOLIO
077700         MOVE VDOC-SCAN-REF TO SSORT-SCAN-REF
077800     ELSE
077900         MOVE "******" TO SSORT-BOX.
078000     RELEASE SAMPLE-SORT-RECORD.
078100     ADD 1 TO SAMPLE-SELECTED.

078200 DRAW-RANDOM-FRACTION.
078300     COMPUTE RANDOM-PRODUCT = RANDOM-SEED * RANDOM-MULTIPLIER.
078400     DIVIDE RANDOM-PRODUCT BY RANDOM-MODULUS
078500         GIVING RANDOM-QUOTIENT REMAINDER RANDOM-SEED.
078600     COMPUTE RANDOM-FRACTION = RANDOM-SEED / RANDOM-MODULUS.

078700*---------------------------------
078800* The run parameters, so the
078900* sample can be re-drawn.
079000*---------------------------------
079100 PRINT-PARAMETERS.
079200     MOVE POPULATION-COUNT TO EDIT-COUNT.
079300     MOVE POPULATION-VALUE TO EDIT-VALUE.
079400     MOVE SPACE TO PRINTER-RECORD.
079500     STRING "POPULATION: " EDIT-COUNT
079600         " VOUCHERS PAID, POSITIVE VALUE " EDIT-VALUE
079700         DELIMITED BY SIZE INTO PRINTER-RECORD.
079800     PERFORM WRITE-TO-PRINTER.

079900     MOVE SAMPLE-SIZE TO EDIT-SIZE.
080000     MOVE STARTING-SEED TO EDIT-SEED.
080100     MOVE SPACE TO PRINTER-RECORD.
080200     IF RANDOM-SAMPLE
080300         STRING "SAMPLE: RANDOM, SIZE " EDIT-SIZE
080400             ", SEED " EDIT-SEED
080500             DELIMITED BY SIZE INTO PRINTER-RECORD
080600     ELSE
080700         STRING "SAMPLE: MONETARY UNIT, SIZE " EDIT-SIZE
080800             ", SEED " EDIT-SEED
080900             DELIMITED BY SIZE INTO PRINTER-RECORD.
081000     PERFORM WRITE-TO-PRINTER.

081100     IF MONETARY-UNIT-SAMPLE
081200         PERFORM PRINT-INTERVAL-LINE.

081300 PRINT-INTERVAL-LINE.
081400     MOVE SPACE TO PRINTER-RECORD.
081500     MOVE SAMPLE-INTERVAL TO EDIT-VALUE.
081600     STRING "SAMPLING INTERVAL " EDIT-VALUE
081700         DELIMITED BY SIZE INTO PRINTER-RECORD.
081800     PERFORM WRITE-TO-PRINTER.
081900     MOVE SPACE TO PRINTER-RECORD.
082000     MOVE RANDOM-START TO EDIT-VALUE.
082100     STRING "RANDOM START      " EDIT-VALUE
082200         DELIMITED BY SIZE INTO PRINTER-RECORD.
082300     PERFORM WRITE-TO-PRINTER.

082400 PRINT-THE-SAMPLE.
082500     PERFORM LINE-FEED.
082600     MOVE SAMPLE-COLUMN-LINE TO CURRENT-COLUMN-LINE.
082700     MOVE CURRENT-COLUMN-LINE TO PRINTER-RECORD.
082800     PERFORM WRITE-TO-PRINTER.
082900     PERFORM LINE-FEED.
083000     OPEN INPUT SAMPLE-FILE.
083100     MOVE "N" TO SAMPLE-FILE-AT-END.
083200     PERFORM READ-NEXT-SAMPLE.
083300     IF SAMPLE-FILE-AT-END = "Y"
083400         MOVE "NO VOUCHERS PAID IN THE RANGE" TO PRINTER-RECORD
083500         PERFORM WRITE-TO-PRINTER
083600     ELSE
083700         PERFORM PRINT-ONE-SAMPLE
083800             UNTIL SAMPLE-FILE-AT-END = "Y".
083900     CLOSE SAMPLE-FILE.

084000 PRINT-ONE-SAMPLE.
084100     MOVE SPACE TO SAMPLE-DETAIL-LINE.
084200     MOVE SAMPLE-BOX TO PRINT-SAMPLE-BOX.
084300     MOVE SAMPLE-FOLIO TO PRINT-SAMPLE-FOLIO.
084400     MOVE SAMPLE-VOUCHER TO PRINT-SAMPLE-VOUCHER.
084500     MOVE SAMPLE-VENDOR TO PRINT-SAMPLE-VENDOR.
084600     MOVE SAMPLE-AMOUNT TO PRINT-SAMPLE-AMOUNT.
084700     MOVE SAMPLE-PAID-DATE TO DATE-CCYYMMDD.
084800     PERFORM FORMAT-THE-DATE.
084900     MOVE FORMATTED-DATE TO PRINT-SAMPLE-PAID.
085000     IF SAMPLE-HITS NOT = ZERO
085100         MOVE SAMPLE-HITS TO PRINT-SAMPLE-HITS.
085200     MOVE SAMPLE-SCAN-REF TO PRINT-SAMPLE-SCAN-REF.
085300     IF LINE-COUNT > MAXIMUM-LINES
085400         PERFORM START-NEXT-PAGE.
085500     MOVE SAMPLE-DETAIL-LINE TO PRINTER-RECORD.
085600     PERFORM WRITE-TO-PRINTER.
085700     PERFORM READ-NEXT-SAMPLE.

085800*---------------------------------
085900* Pass 3 - exceptions, with the
086000* first digits tallied overall
086100* and by operator on the way.
086200*---------------------------------
086300 PRINT-EXCEPTIONS.
086400     MOVE EXCEPTION-COLUMN-LINE TO CURRENT-COLUMN-LINE.
086500     PERFORM START-NEXT-PAGE.
086600     OPEN INPUT POPULATION-FILE.
086700     MOVE "N" TO POPULATION-AT-END.
086800     PERFORM READ-NEXT-POPULATION.
086900     PERFORM TEST-ONE-VOUCHER
087000         UNTIL POPULATION-AT-END = "Y".
087100     CLOSE POPULATION-FILE.

087200     PERFORM LINE-FEED.
087300     MOVE EXCEPTION-LEGEND-LINE TO PRINTER-RECORD.
087400     PERFORM WRITE-TO-PRINTER.
087500     MOVE SPACE TO PRINTER-RECORD.
087600     STRING ROUND-COUNT " ROUND DOLLAR, "
087700         LIMIT-COUNT " JUST UNDER A LIMIT, "
087800         WEEKEND-COUNT " WEEKEND, "
087900         LATE-COUNT " AFTER PAID"
088000         DELIMITED BY SIZE INTO PRINTER-RECORD.
088100     PERFORM WRITE-TO-PRINTER.

088200 TEST-ONE-VOUCHER.
088300     MOVE SPACE TO EXCEPTION-DETAIL-LINE.
088400     MOVE "N" TO EXCEPTION-FOUND.
088500     MOVE POP-AMOUNT TO AMOUNT-TO-TEST.
088600     PERFORM SET-ABSOLUTE-AMOUNT.
088700     PERFORM TEST-ROUND-DOLLARS.
088800     PERFORM TEST-NEAR-LIMIT.
088900     PERFORM TEST-WEEKEND-ENTRY.
089000     PERFORM TEST-ENTERED-AFTER-PAID.
089100     IF EXCEPTION-FOUND = "Y"
089200         PERFORM PRINT-EXCEPTION-LINE.
089300     PERFORM TALLY-POPULATION-DIGIT.
089400     PERFORM READ-NEXT-POPULATION.

089500 SET-ABSOLUTE-AMOUNT.
089600     IF AMOUNT-TO-TEST < ZERO
089700         COMPUTE ABSOLUTE-AMOUNT = ZERO - AMOUNT-TO-TEST
089800     ELSE
089900         MOVE AMOUNT-TO-TEST TO ABSOLUTE-AMOUNT.

090000 TEST-ROUND-DOLLARS.
090100     IF ABSOLUTE-AMOUNT NOT < ROUND-DOLLAR-UNIT
090200         DIVIDE ABSOLUTE-AMOUNT BY ROUND-DOLLAR-UNIT
090300             GIVING ROUND-QUOTIENT REMAINDER ROUND-REMAINDER
090400         IF ROUND-REMAINDER = ZERO
090500             MOVE "RD" TO PRINT-EXC-FLAG (1)
090600             MOVE "Y" TO EXCEPTION-FOUND
090700             ADD 1 TO ROUND-COUNT.

090800 TEST-NEAR-LIMIT.
090900     IF (POP-AMOUNT NOT < FIRST-LIMIT-FLOOR
091000        AND POP-AMOUNT < FIRST-APPROVAL-LIMIT)
091100        OR (POP-AMOUNT NOT < SECOND-LIMIT-FLOOR
091200        AND POP-AMOUNT < SECOND-APPROVAL-LIMIT)
091300         MOVE "LM" TO PRINT-EXC-FLAG (2)
091400         MOVE "Y" TO EXCEPTION-FOUND
091500         ADD 1 TO LIMIT-COUNT.

091600*---------------------------------
091700* Day 1 was a Monday, so the
091800* remainder by 7 is 0 on a Sunday
091900* and 6 on a Saturday.
092000*---------------------------------
092100 TEST-WEEKEND-ENTRY.
092200     IF POP-ENTRY-DATE NOT = ZEROES
092300         COMPUTE ENTRY-WEEKDAY = FUNCTION REM
092400             (FUNCTION INTEGER-OF-DATE (POP-ENTRY-DATE), 7)
092500         IF ENTRY-WEEKDAY = 0 OR ENTRY-WEEKDAY = 6
092600             MOVE "WE" TO PRINT-EXC-FLAG (3)
092700             MOVE "Y" TO EXCEPTION-FOUND
092800             ADD 1 TO WEEKEND-COUNT.

092900 TEST-ENTERED-AFTER-PAID.
093000     IF POP-ENTRY-DATE > POP-PAID-DATE
093100         MOVE "LT" TO PRINT-EXC-FLAG (4)
093200         MOVE "Y" TO EXCEPTION-FOUND
093300         ADD 1 TO LATE-COUNT.

093400 PRINT-EXCEPTION-LINE.
093500     MOVE POP-VOUCHER TO PRINT-EXC-VOUCHER.
093600     MOVE POP-VENDOR TO PRINT-EXC-VENDOR.
093700     MOVE POP-INVOICE TO PRINT-EXC-INVOICE.
093800     MOVE POP-AMOUNT TO PRINT-EXC-AMOUNT.
093900     IF POP-ENTRY-DATE NOT = ZEROES
094000         MOVE POP-ENTRY-DATE TO DATE-CCYYMMDD
094100         PERFORM FORMAT-THE-DATE
094200         MOVE FORMATTED-DATE TO PRINT-EXC-ENTERED.
094300     MOVE POP-PAID-DATE TO DATE-CCYYMMDD.
094400     PERFORM FORMAT-THE-DATE.
094500     MOVE FORMATTED-DATE TO PRINT-EXC-PAID.
094600     MOVE POP-OPERATOR TO PRINT-EXC-OPERATOR.
094700     IF LINE-COUNT > MAXIMUM-LINES
094800         PERFORM START-NEXT-PAGE.
094900     MOVE EXCEPTION-DETAIL-LINE TO PRINTER-RECORD.
095000     PERFORM WRITE-TO-PRINTER.
095100     ADD 1 TO EXCEPTION-COUNT.

095200*---------------------------------
095300* First significant digit of the
095400* whole dollars of AMOUNT-TO-TEST,
095500* when it is $10.00 or more.
095600*---------------------------------
095700 FIND-FIRST-DIGIT.
095800     PERFORM SET-ABSOLUTE-AMOUNT.
095900     MOVE "N" TO DIGIT-IS-TESTED.
096000     IF ABSOLUTE-AMOUNT NOT < BENFORD-MINIMUM-AMOUNT
096100         MOVE "Y" TO DIGIT-IS-TESTED
096200         MOVE ABSOLUTE-AMOUNT TO DIGIT-DOLLARS
096300         MOVE ZERO TO LEADING-ZERO-COUNT
096400         INSPECT DIGIT-DOLLARS-AREA
096500             TALLYING LEADING-ZERO-COUNT FOR LEADING "0"
096600         MOVE DIGIT-CHARACTER (LEADING-ZERO-COUNT + 1)
096700           TO FIRST-DIGIT.

096800 TALLY-POPULATION-DIGIT.
096900     PERFORM FIND-FIRST-DIGIT.
097000     IF DIGIT-IS-TESTED = "Y"
097100         ADD 1 TO OVERALL-TESTED-COUNT
097200         ADD 1 TO OVERALL-DIGIT-COUNT (FIRST-DIGIT)
097300         PERFORM FIND-OPERATOR-ENTRY
097400         ADD 1 TO OPR-TESTED-COUNT (OPERATOR-INDEX)
097500         ADD 1 TO OPR-DIGIT-COUNT (OPERATOR-INDEX FIRST-DIGIT).

097600 FIND-OPERATOR-ENTRY.
097700     MOVE POP-OPERATOR TO TALLY-OPERATOR.
097800     IF TALLY-OPERATOR = SPACES
097900         MOVE "*NONE" TO TALLY-OPERATOR.
098000     SET OPERATOR-INDEX TO 1.
098100     SEARCH OPERATOR-ENTRY
098200         AT END
098300          MOVE "N" TO OPERATOR-ENTRY-FOUND
098400         WHEN OPR-TABLE-ID (OPERATOR-INDEX) = TALLY-OPERATOR
098500          MOVE "Y" TO OPERATOR-ENTRY-FOUND.
098600     IF OPERATOR-ENTRY-FOUND = "N"
098700         PERFORM ADD-OPERATOR-ENTRY.

098800 ADD-OPERATOR-ENTRY.
098900     IF OPERATOR-TABLE-COUNT < 99
099000         ADD 1 TO OPERATOR-TABLE-COUNT
099100         SET OPERATOR-INDEX TO OPERATOR-TABLE-COUNT
099200         MOVE TALLY-OPERATOR TO OPR-TABLE-ID (OPERATOR-INDEX)
099300         PERFORM CLEAR-OPERATOR-ENTRY
099400     ELSE
099500         SET OPERATOR-INDEX TO 100
099600         IF OPERATOR-TABLE-COUNT = 99
099700             ADD 1 TO OPERATOR-TABLE-COUNT
099800             MOVE "OTHER" TO OPR-TABLE-ID (OPERATOR-INDEX)
099900             PERFORM CLEAR-OPERATOR-ENTRY.

100000 CLEAR-OPERATOR-ENTRY.
100100     MOVE ZEROES TO OPR-TESTED-COUNT (OPERATOR-INDEX).
100200     PERFORM CLEAR-OPERATOR-DIGIT
100300         VARYING DIGIT-INDEX FROM 1 BY 1
100400           UNTIL DIGIT-INDEX > 9.

100500 CLEAR-OPERATOR-DIGIT.
100600     MOVE ZEROES TO OPR-DIGIT-COUNT (OPERATOR-INDEX DIGIT-INDEX).

100700*---------------------------------
100800* Pass 4 - the first-digit tests:
100900* overall, each operator, then
101000* each vendor from the population
101100* sorted by vendor.
101200*---------------------------------
101300 PRINT-DIGIT-TESTS.
101400     MOVE BENFORD-COLUMN-LINE TO CURRENT-COLUMN-LINE.
101500     PERFORM START-NEXT-PAGE.
101600     PERFORM PRINT-EXPECTED-LINE.
101700     MOVE OVERALL-DIGITS TO GROUP-DIGITS.
101800     MOVE "ALL" TO GROUP-LABEL.
101900     PERFORM PRINT-BENFORD-LINE.

102000     PERFORM LINE-FEED.
102100     MOVE "BY ENTRY OPERATOR" TO PRINTER-RECORD.
102200     PERFORM WRITE-TO-PRINTER.
102300     PERFORM PRINT-ONE-OPERATOR
102400         VARYING OPERATOR-INDEX FROM 1 BY 1
102500           UNTIL OPERATOR-INDEX > OPERATOR-TABLE-COUNT.

102600     PERFORM LINE-FEED.
102700     MOVE "BY VENDOR (50 OR MORE AMOUNTS)" TO PRINTER-RECORD.
102800     PERFORM WRITE-TO-PRINTER.
102900     SORT VENDOR-SORT-FILE
103000         ON ASCENDING KEY VSORT-VENDOR
103100                          VSORT-VOUCHER
103200         USING POPULATION-FILE
103300         GIVING BY-VENDOR-FILE.
103400     OPEN INPUT BY-VENDOR-FILE.
103500     MOVE "N" TO BY-VENDOR-AT-END.
103600     PERFORM READ-NEXT-BY-VENDOR.
103700     PERFORM TEST-ONE-VENDOR
103800         UNTIL BY-VENDOR-AT-END = "Y".
103900     CLOSE BY-VENDOR-FILE.

104000     PERFORM LINE-FEED.
104100     MOVE SPACE TO PRINTER-RECORD.
104200     STRING VENDORS-TESTED " VENDOR(S) TESTED, "
104300         FLAGGED-GROUPS " GROUP(S) FLAGGED *"
104400         DELIMITED BY SIZE INTO PRINTER-RECORD.
104500     PERFORM WRITE-TO-PRINTER.

104600 PRINT-ONE-OPERATOR.
104700     MOVE OPR-TABLE-ID (OPERATOR-INDEX) TO GROUP-LABEL.
104800     MOVE OPR-TESTED-COUNT (OPERATOR-INDEX)
104900       TO GROUP-TESTED-COUNT.
105000     PERFORM COPY-OPERATOR-DIGIT
105100         VARYING DIGIT-INDEX FROM 1 BY 1
105200           UNTIL DIGIT-INDEX > 9.
105300     PERFORM PRINT-BENFORD-LINE.

105400 COPY-OPERATOR-DIGIT.
105500     MOVE OPR-DIGIT-COUNT (OPERATOR-INDEX DIGIT-INDEX)
105600       TO GROUP-DIGIT-COUNT (DIGIT-INDEX).

105700 TEST-ONE-VENDOR.
105800     MOVE VWORK-VENDOR TO CURRENT-VENDOR.
105900     MOVE ZEROES TO GROUP-DIGITS.
106000     PERFORM TALLY-ONE-VENDOR-AMOUNT
106100         UNTIL BY-VENDOR-AT-END = "Y"
106200            OR VWORK-VENDOR NOT = CURRENT-VENDOR.
106300     IF GROUP-TESTED-COUNT NOT < BENFORD-MINIMUM-COUNT
106400         MOVE CURRENT-VENDOR TO GROUP-LABEL
106500         PERFORM PRINT-BENFORD-LINE
106600         ADD 1 TO VENDORS-TESTED.

106700 TALLY-ONE-VENDOR-AMOUNT.
106800     MOVE VWORK-AMOUNT TO AMOUNT-TO-TEST.
106900     PERFORM FIND-FIRST-DIGIT.
107000     IF DIGIT-IS-TESTED = "Y"
107100         ADD 1 TO GROUP-TESTED-COUNT
107200         ADD 1 TO GROUP-DIGIT-COUNT (FIRST-DIGIT).
107300     PERFORM READ-NEXT-BY-VENDOR.

107400 PRINT-EXPECTED-LINE.
107500     MOVE SPACE TO BENFORD-LINE.
107600     MOVE "EXPECTED" TO PRINT-GROUP-LABEL.
107700     PERFORM MOVE-EXPECTED-PERCENT
107800         VARYING DIGIT-INDEX FROM 1 BY 1
107900           UNTIL DIGIT-INDEX > 9.
108000     MOVE BENFORD-LINE TO PRINTER-RECORD.
108100     PERFORM WRITE-TO-PRINTER.

108200 MOVE-EXPECTED-PERCENT.
108300     COMPUTE PRINT-DIGIT-PERCENT (DIGIT-INDEX) ROUNDED =
108400         BENFORD-EXPECTED (DIGIT-INDEX) * 100.

108500*---------------------------------
108600* Prints GROUP-DIGITS under
108700* GROUP-LABEL with its mean
108800* absolute deviation.
108900*---------------------------------
109000 PRINT-BENFORD-LINE.
109100     MOVE SPACE TO BENFORD-LINE.
109200     MOVE GROUP-LABEL TO PRINT-GROUP-LABEL.
109300     MOVE GROUP-TESTED-COUNT TO PRINT-GROUP-COUNT.
109400     MOVE ZERO TO DEVIATION-TOTAL.
109500     PERFORM MEASURE-ONE-DIGIT
109600         VARYING DIGIT-INDEX FROM 1 BY 1
109700           UNTIL DIGIT-INDEX > 9.
109800     COMPUTE GROUP-MAD ROUNDED = DEVIATION-TOTAL / 9.
109900     MOVE GROUP-MAD TO PRINT-GROUP-MAD.
110000     IF GROUP-TESTED-COUNT NOT < BENFORD-MINIMUM-COUNT
110100        AND GROUP-MAD > MAD-LIMIT
110200         MOVE "*" TO PRINT-MAD-FLAG
110300         ADD 1 TO FLAGGED-GROUPS.
110400     IF LINE-COUNT > MAXIMUM-LINES
110500         PERFORM START-NEXT-PAGE.
110600     MOVE BENFORD-LINE TO PRINTER-RECORD.
110700     PERFORM WRITE-TO-PRINTER.

110800 MEASURE-ONE-DIGIT.
110900     IF GROUP-TESTED-COUNT = ZERO
111000         MOVE ZERO TO DIGIT-PROPORTION
111100     ELSE
111200         COMPUTE DIGIT-PROPORTION ROUNDED =
111300             GROUP-DIGIT-COUNT (DIGIT-INDEX) / GROUP-TESTED-COUNT.
111400     COMPUTE PRINT-DIGIT-PERCENT (DIGIT-INDEX) ROUNDED =
111500         DIGIT-PROPORTION * 100.
111600     COMPUTE DIGIT-DEVIATION =
111700         DIGIT-PROPORTION - BENFORD-EXPECTED (DIGIT-INDEX).
111800     IF DIGIT-DEVIATION < ZERO
111900         COMPUTE DIGIT-DEVIATION = ZERO - DIGIT-DEVIATION.
112000     ADD DIGIT-DEVIATION TO DEVIATION-TOTAL.

112100*---------------------------------
112200* File I-O routines.
112300*---------------------------------
112400 READ-BATCH-RECORD.
112500     MOVE "Y" TO BATCH-RECORD-FOUND.
112600     READ VOUCHER-BATCH-FILE RECORD
112700       INVALID KEY
112800          MOVE "N" TO BATCH-RECORD-FOUND.

112900 READ-DOC-LOCATOR.
113000     MOVE "Y" TO VDOC-RECORD-FOUND.
113100     READ DOC-LOCATOR-FILE RECORD
113200       INVALID KEY
113300          MOVE "N" TO VDOC-RECORD-FOUND.

113400 READ-NEXT-JOURNAL-RECORD.
113500     READ JOURNAL-FILE
113600         AT END MOVE "Y" TO JOURNAL-FILE-AT-END.

113700 READ-FIRST-JRNK-RECORD.
113800     MOVE ZEROES TO JRNK-KEY.
113900     START JOURNAL-ARCHIVE-FILE
114000        KEY NOT < JRNK-KEY
114100         INVALID KEY MOVE "Y" TO JRNK-FILE-AT-END.
114200     IF JRNK-FILE-AT-END NOT = "Y"
114300         PERFORM READ-NEXT-JRNK-RECORD.

114400 READ-NEXT-JRNK-RECORD.
114500     READ JOURNAL-ARCHIVE-FILE NEXT RECORD
114600         AT END MOVE "Y" TO JRNK-FILE-AT-END.

114700 READ-FIRST-VOUCHER.
114800     MOVE ZEROES TO VOUCHER-NUMBER.
114900     START VOUCHER-FILE
115000        KEY NOT < VOUCHER-NUMBER
115100         INVALID KEY MOVE "Y" TO VOUCHER-FILE-AT-END.
115200     IF VOUCHER-FILE-AT-END NOT = "Y"
115300         PERFORM READ-NEXT-VOUCHER.

115400 READ-NEXT-VOUCHER.
115500     READ VOUCHER-FILE NEXT RECORD
115600         AT END MOVE "Y" TO VOUCHER-FILE-AT-END.

115700 READ-NEXT-ARCHIVE-RECORD.
115800     READ VOUCHER-ARCHIVE-FILE
115900         AT END MOVE "Y" TO ARCHIVE-FILE-AT-END.

116000 READ-NEXT-POPULATION.
116100     READ POPULATION-FILE
116200         AT END MOVE "Y" TO POPULATION-AT-END.

116300 READ-NEXT-SAMPLE.
116400     READ SAMPLE-FILE
116500         AT END MOVE "Y" TO SAMPLE-FILE-AT-END.

116600 READ-NEXT-BY-VENDOR.
116700     READ BY-VENDOR-FILE
116800         AT END MOVE "Y" TO BY-VENDOR-AT-END.

116900*---------------------------------
117000* Printing routines. Each page
117100* repeats the column headings of
117200* the section being printed.
117300*---------------------------------
117400 WRITE-TO-PRINTER.
117500     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
117600     ADD 1 TO LINE-COUNT.

117700 LINE-FEED.
117800     MOVE SPACE TO PRINTER-RECORD.
117900     PERFORM WRITE-TO-PRINTER.

118000 START-NEXT-PAGE.
118100     PERFORM END-LAST-PAGE.
118200     PERFORM START-NEW-PAGE.

118300 START-NEW-PAGE.
118400     ADD 1 TO PAGE-NUMBER.
118500     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
118600     MOVE TITLE-LINE TO PRINTER-RECORD.
118700     PERFORM WRITE-TO-PRINTER.
118800     MOVE RANGE-LINE TO PRINTER-RECORD.
118900     PERFORM WRITE-TO-PRINTER.
119000     PERFORM LINE-FEED.
119100     IF CURRENT-COLUMN-LINE NOT = SPACES
119200         MOVE CURRENT-COLUMN-LINE TO PRINTER-RECORD
119300         PERFORM WRITE-TO-PRINTER
119400         PERFORM LINE-FEED.

119500 END-LAST-PAGE.
119600     PERFORM FORM-FEED.
119700     MOVE ZERO TO LINE-COUNT.

119800 FORM-FEED.
119900     MOVE SPACE TO PRINTER-RECORD.
120000     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

120100     COPY "PLDATE01.CBL".

120200     COPY "PLOPID01.CBL".

120300     COPY "PLSPOOL1.CBL".
120400
120500     COPY "PLPARM01.CBL".
