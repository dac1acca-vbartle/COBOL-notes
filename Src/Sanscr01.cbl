000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SANSCR01.
000300*---------------------------------
000400* Restricted-party (OFAC)
000500* screening batch.
000600* LOAD - the published list
000700*   (SANSRC file, one line per
000800*   entry name/address: entry
000900*   number, name, street
001000*   address, city, country) is
001100*   loaded to SANCTION-LIST-FILE
001200*   under its match keys (see
001300*   FDSANLST.CBL). An empty list
001400*   file stops the run before
001500*   the last list is replaced.
001600* SCREEN - every VENDOR-FILE
001700*   record is matched on
001800*   VENDOR-NAME and on
001900*   VENDOR-ADDRESS-1 with
002000*   VENDOR-CITY, and every
002100*   ONE-TIME-PAYEE-FILE record on
002200*   OTP-NAME. The payee's name
002300*   or address is reduced the
002400*   same way as the list's, so
002500*   punctuation, common company
002600*   words and word order do not
002700*   hide a match.
002800* Each possible hit not already
002900* on SANCTION-HIT-FILE is queued
003000* "O" for review in SANREV01
003100* and printed; CHKRUN01 holds
003200* the payee's vouchers until it
003300* is cleared.
003400*---------------------------------
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.

003800     COPY "SLSANLST.CBL".

003900     COPY "SLSANHIT.CBL".

004000     COPY "SLVND02.CBL".

004100     COPY "SLOTP01.CBL".

004200     COPY "SLJRNL01.CBL".

004300     SELECT SANCTION-SOURCE-FILE
004400         ASSIGN TO "SANSRC"
004500         ORGANIZATION IS LINE SEQUENTIAL.

004600     SELECT PRINTER-FILE
004700         ASSIGN TO PRINTER
004800         ORGANIZATION IS LINE SEQUENTIAL.

004900 DATA DIVISION.
005000 FILE SECTION.

005100     COPY "FDSANLST.CBL".

005200     COPY "FDSANHIT.CBL".

005300     COPY "FDVND04.CBL".

005400     COPY "FDOTP01.CBL".

005500     COPY "FDJRNL01.CBL".

005600 FD  SANCTION-SOURCE-FILE
005700     LABEL RECORDS ARE STANDARD.
005800 01  SANCTION-SOURCE-RECORD.
005900     05  SRC-ENTRY                PIC 9(6).
006000     05  SRC-NAME                 PIC X(60).
006100     05  SRC-ADDRESS              PIC X(40).
006200     05  SRC-CITY                 PIC X(20).
006300     05  SRC-COUNTRY              PIC X(20).

006400 FD  PRINTER-FILE
006500     LABEL RECORDS ARE OMITTED.
006600 01  PRINTER-RECORD              PIC X(80).

006700 WORKING-STORAGE SECTION.

006800 77  SOURCE-FILE-AT-END          PIC X.
006900 77  VENDOR-FILE-AT-END          PIC X.
007000 77  OTP-FILE-AT-END             PIC X.
007100 77  LIST-FILE-AT-END            PIC X.
007200 77  HIT-RECORD-FOUND            PIC X.
007300 77  LIST-LINE-NUMBER            PIC 9(7) VALUE ZERO.
007400 77  VENDORS-SCREENED            PIC 9(6) VALUE ZERO.
007500 77  PAYEES-SCREENED             PIC 9(6) VALUE ZERO.
007600 77  NEW-HIT-COUNT               PIC 9(5) VALUE ZERO.
007700 77  QUEUED-HIT-COUNT            PIC 9(5) VALUE ZERO.
007800 77  LINE-COUNT                  PIC 999 VALUE ZERO.
007900 77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
008000 77  MAXIMUM-LINES               PIC 999 VALUE 55.

008100*---------------------------------
008200* The payee being matched.
008300*---------------------------------
008400 77  SCREEN-PAYEE-TYPE           PIC X.
008500 77  SCREEN-PAYEE-ID             PIC 9(7).
008600 77  SCREEN-PAYEE-NAME           PIC X(30).
008700 77  SCREEN-MATCH-ON             PIC X.

008800*---------------------------------
008900* Match-key work - a name or
009000* address is broken into words
009100* of letters and digits (an
009200* apostrophe or period inside a
009300* word is dropped, any other
009400* character ends the word), the
009500* noise words are left out and
009600* the rest sorted and strung
009700* back together.
009800*---------------------------------
009900 77  NORMAL-INPUT                PIC X(60).
010000 77  NORMAL-KEY                  PIC X(60).
010100 77  ONE-CHARACTER               PIC X.
010200 77  CURRENT-WORD                PIC X(20).
010300 77  SWAP-WORD                   PIC X(20).
010400 77  CHARACTER-SUB               PIC 99.
010500 77  WORD-LENGTH                 PIC 99.
010600 77  WORD-COUNT                  PIC 99.
010700 77  WORD-SUB                    PIC 99.
010800 77  NOISE-SUB                   PIC 99.
010900 77  KEY-POINTER                 PIC 99.
011000 77  WORD-IS-NOISE               PIC X.
011100 77  WORDS-SWAPPED               PIC X.

011200 01  WORD-TABLE.
011300     05  NORMAL-WORD             PIC X(20) OCCURS 12 TIMES.

011400 01  NOISE-WORD-VALUES.
011500     05  FILLER  PIC X(12) VALUE "THE".
011600     05  FILLER  PIC X(12) VALUE "OF".
011700     05  FILLER  PIC X(12) VALUE "AND".
011800     05  FILLER  PIC X(12) VALUE "INC".
011900     05  FILLER  PIC X(12) VALUE "INCORPORATED".
012000     05  FILLER  PIC X(12) VALUE "LLC".
012100     05  FILLER  PIC X(12) VALUE "LTD".
012200     05  FILLER  PIC X(12) VALUE "LIMITED".
012300     05  FILLER  PIC X(12) VALUE "CO".
012400     05  FILLER  PIC X(12) VALUE "COMPANY".
012500     05  FILLER  PIC X(12) VALUE "CORP".
012600     05  FILLER  PIC X(12) VALUE "CORPORATION".
012700     05  FILLER  PIC X(12) VALUE "PLC".
012800     05  FILLER  PIC X(12) VALUE "SA".
012900     05  FILLER  PIC X(12) VALUE "GMBH".
013000     05  FILLER  PIC X(12) VALUE "LLP".
013100 01  FILLER REDEFINES NOISE-WORD-VALUES.
013200     05  NOISE-WORD              PIC X(12) OCCURS 16 TIMES.

013300 01  DETAIL-LINE.
013400     05  PRINT-PAYEE-TYPE        PIC X.
013500     05  FILLER                  PIC X     VALUE SPACE.
013600     05  PRINT-PAYEE-ID          PIC Z(7).
013700     05  FILLER                  PIC X     VALUE SPACE.
013800     05  PRINT-PAYEE-NAME        PIC X(25).
013900     05  FILLER                  PIC X     VALUE SPACE.
014000     05  PRINT-LIST-ENTRY        PIC Z(6).
014100     05  FILLER                  PIC X     VALUE SPACE.
014200     05  PRINT-LIST-NAME         PIC X(30).
014300     05  FILLER                  PIC X     VALUE SPACE.
014400     05  PRINT-MATCH-ON          PIC X.

014500 01  COLUMN-LINE.
014600     05  FILLER         PIC X(2)  VALUE "T".
014700     05  FILLER         PIC X(8)  VALUE "PAYEE".
014800     05  FILLER         PIC X(26) VALUE "PAYEE NAME".
014900     05  FILLER         PIC X(7)  VALUE " ENTRY".
015000     05  FILLER         PIC X(31) VALUE "LISTED NAME".
015100     05  FILLER         PIC X(2)  VALUE "ON".

015200 01  SUMMARY-LINE.
015300     05  PRINT-SUMMARY-LABEL     PIC X(30).
015400     05  PRINT-SUMMARY-COUNT     PIC ZZZ,ZZ9.

015500 01  TITLE-LINE.
015600     05  FILLER              PIC X(15) VALUE SPACE.
015700     05  FILLER              PIC X(38)
015800         VALUE "RESTRICTED-PARTY SCREENING - NEW HITS".
015900     05  FILLER              PIC X(6) VALUE SPACE.
016000     05  FILLER              PIC X(5) VALUE "PAGE:".
016100     05  FILLER              PIC X(1) VALUE SPACE.
016200     05  PRINT-PAGE-NUMBER   PIC ZZZ9.

016300     COPY "WSDATE01.CBL".

016400     COPY "WSCASE01.CBL".

016500     COPY "WSOPID01.CBL".

016600 PROCEDURE DIVISION.
016700 PROGRAM-BEGIN.
016800     PERFORM GET-OPERATOR-ID.
016900     OPEN INPUT SANCTION-SOURCE-FILE.
017000     MOVE "N" TO SOURCE-FILE-AT-END.
017100     PERFORM READ-NEXT-SOURCE.
017200     IF SOURCE-FILE-AT-END = "Y"
017300         DISPLAY "RESTRICTED-PARTY LIST FILE IS EMPTY -"
017400         DISPLAY "SCREENING NOT RUN"
017500         CLOSE SANCTION-SOURCE-FILE
017600     ELSE
017700         PERFORM OPENING-PROCEDURE
017800         PERFORM MAIN-PROCESS
017900         PERFORM CLOSING-PROCEDURE.

018000 PROGRAM-EXIT.
018100     EXIT PROGRAM.

018200 PROGRAM-DONE.
018300     STOP RUN.

018400 OPENING-PROCEDURE.
018500     OPEN OUTPUT SANCTION-LIST-FILE.
018600     OPEN I-O SANCTION-HIT-FILE.
018700     OPEN INPUT VENDOR-FILE.
018800     OPEN INPUT ONE-TIME-PAYEE-FILE.
018900     OPEN EXTEND JOURNAL-FILE.
019000     OPEN OUTPUT PRINTER-FILE.
019100     PERFORM GET-TODAYS-DATE.
019200     PERFORM START-NEW-PAGE.

019300 CLOSING-PROCEDURE.
019400     CLOSE SANCTION-SOURCE-FILE.
019500     CLOSE SANCTION-LIST-FILE.
019600     CLOSE SANCTION-HIT-FILE.
019700     CLOSE VENDOR-FILE.
019800     CLOSE ONE-TIME-PAYEE-FILE.
019900     CLOSE JOURNAL-FILE.
020000     PERFORM PRINT-SCREEN-SUMMARY.
020100     PERFORM END-LAST-PAGE.
020200     CLOSE PRINTER-FILE.

020300 MAIN-PROCESS.
020400     PERFORM LOAD-ONE-SOURCE-LINE
020500         UNTIL SOURCE-FILE-AT-END = "Y".
020600     CLOSE SANCTION-LIST-FILE.
020700     OPEN INPUT SANCTION-LIST-FILE.
020800     PERFORM SCREEN-ALL-VENDORS.
020900     PERFORM SCREEN-ALL-ONE-TIME-PAYEES.

021000*---------------------------------
021100* LOAD - one record under the
021200* name key, and one under the
021300* address key when the line
021400* carries a street address.
021500*---------------------------------
021600 LOAD-ONE-SOURCE-LINE.
021700     ADD 1 TO LIST-LINE-NUMBER.
021800     INSPECT SANCTION-SOURCE-RECORD
021900       CONVERTING LOWER-ALPHA
022000       TO         UPPER-ALPHA.
022100     MOVE SRC-ENTRY TO SANL-ENTRY.
022200     MOVE SRC-NAME TO SANL-NAME.
022300     MOVE SRC-ADDRESS TO SANL-ADDRESS.
022400     MOVE SRC-CITY TO SANL-CITY.
022500     MOVE SRC-COUNTRY TO SANL-COUNTRY.
022600     MOVE LIST-LINE-NUMBER TO SANL-LINE.
022700     MOVE SRC-NAME TO NORMAL-INPUT.
022800     PERFORM BUILD-NORMAL-KEY.
022900     IF NORMAL-KEY NOT = SPACE
023000         MOVE "N" TO SANL-MATCH-TYPE
023100         MOVE NORMAL-KEY TO SANL-MATCH-KEY
023200         PERFORM WRITE-LIST-RECORD.
023300     IF SRC-ADDRESS NOT = SPACE
023400         MOVE SPACE TO NORMAL-INPUT
023500         STRING SRC-ADDRESS DELIMITED BY "  "
023600                " " DELIMITED BY SIZE
023700                SRC-CITY DELIMITED BY "  "
023800             INTO NORMAL-INPUT
023900         PERFORM BUILD-NORMAL-KEY
024000         MOVE "A" TO SANL-MATCH-TYPE
024100         MOVE NORMAL-KEY TO SANL-MATCH-KEY
024200         PERFORM WRITE-LIST-RECORD.
024300     PERFORM READ-NEXT-SOURCE.

024400*---------------------------------
024500* SCREEN - vendors on name and
024600* on street address with city.
024700*---------------------------------
024800 SCREEN-ALL-VENDORS.
024900     MOVE "N" TO VENDOR-FILE-AT-END.
025000     PERFORM READ-FIRST-VENDOR.
025100     PERFORM SCREEN-ONE-VENDOR
025200         UNTIL VENDOR-FILE-AT-END = "Y".

025300 SCREEN-ONE-VENDOR.
025400     ADD 1 TO VENDORS-SCREENED.
025500     MOVE "V" TO SCREEN-PAYEE-TYPE.
025600     MOVE VENDOR-NUMBER TO SCREEN-PAYEE-ID.
025700     MOVE VENDOR-NAME TO SCREEN-PAYEE-NAME.
025800     MOVE VENDOR-NAME TO NORMAL-INPUT.
025900     MOVE "N" TO SCREEN-MATCH-ON.
026000     PERFORM MATCH-AGAINST-LIST.
026100     MOVE SPACE TO NORMAL-INPUT.
026200     STRING VENDOR-ADDRESS-1 DELIMITED BY "  "
026300            " " DELIMITED BY SIZE
026400            VENDOR-CITY DELIMITED BY "  "
026500         INTO NORMAL-INPUT.
026600     MOVE "A" TO SCREEN-MATCH-ON.
026700     PERFORM MATCH-AGAINST-LIST.
026800     PERFORM READ-NEXT-VENDOR.

026900*---------------------------------
027000* SCREEN - one-time payees on
027100* the payee name.
027200*---------------------------------
027300 SCREEN-ALL-ONE-TIME-PAYEES.
027400     MOVE "N" TO OTP-FILE-AT-END.
027500     PERFORM READ-FIRST-OTP.
027600     PERFORM SCREEN-ONE-OTP
027700         UNTIL OTP-FILE-AT-END = "Y".

027800 SCREEN-ONE-OTP.
027900     ADD 1 TO PAYEES-SCREENED.
028000     MOVE "O" TO SCREEN-PAYEE-TYPE.
028100     MOVE OTP-VOUCHER TO SCREEN-PAYEE-ID.
028200     MOVE OTP-NAME TO SCREEN-PAYEE-NAME.
028300     MOVE OTP-NAME TO NORMAL-INPUT.
028400     MOVE "N" TO SCREEN-MATCH-ON.
028500     PERFORM MATCH-AGAINST-LIST.
028600     PERFORM READ-NEXT-OTP.

028700*---------------------------------
028800* Every list line filed under
028900* the same key is a possible
029000* hit.
029100*---------------------------------
029200 MATCH-AGAINST-LIST.
029300     PERFORM BUILD-NORMAL-KEY.
029400     IF NORMAL-KEY NOT = SPACE
029500         PERFORM LOOK-UP-MATCH-KEY.

029600 LOOK-UP-MATCH-KEY.
029700     MOVE "N" TO LIST-FILE-AT-END.
029800     MOVE SCREEN-MATCH-ON TO SANL-MATCH-TYPE.
029900     MOVE NORMAL-KEY TO SANL-MATCH-KEY.
030000     MOVE ZEROES TO SANL-LINE.
030100     START SANCTION-LIST-FILE
030200        KEY NOT < SANL-KEY
030300         INVALID KEY MOVE "Y" TO LIST-FILE-AT-END.
030400     IF LIST-FILE-AT-END NOT = "Y"
030500         PERFORM READ-NEXT-LIST-MATCH.
030600     PERFORM QUEUE-ONE-HIT
030700         UNTIL LIST-FILE-AT-END = "Y".

030800 QUEUE-ONE-HIT.
030900     MOVE SCREEN-PAYEE-TYPE TO SANH-PAYEE-TYPE.
031000     MOVE SCREEN-PAYEE-ID TO SANH-PAYEE-ID.
031100     MOVE SANL-ENTRY TO SANH-LIST-ENTRY.
031200     PERFORM READ-HIT-RECORD.
031300     IF HIT-RECORD-FOUND = "Y"
031400         ADD 1 TO QUEUED-HIT-COUNT
031500     ELSE
031600         PERFORM WRITE-NEW-HIT.
031700     PERFORM READ-NEXT-LIST-MATCH.

031800 WRITE-NEW-HIT.
031900     MOVE SCREEN-PAYEE-NAME TO SANH-PAYEE-NAME.
032000     MOVE SANL-NAME TO SANH-LIST-NAME.
032100     MOVE SCREEN-MATCH-ON TO SANH-MATCH-ON.
032200     MOVE "O" TO SANH-STATUS.
032300     MOVE DATE-CCYYMMDD TO SANH-FOUND-DATE.
032400     MOVE SPACE TO SANH-RESOLVED-BY
032500                   SANH-RESOLVE-NOTE.
032600     MOVE ZEROES TO SANH-RESOLVED-DATE.
032700     PERFORM WRITE-HIT-RECORD.
032800     PERFORM JOURNAL-NEW-HIT.
032900     PERFORM PRINT-NEW-HIT.
033000     ADD 1 TO NEW-HIT-COUNT.

033100 PRINT-NEW-HIT.
033200     MOVE SPACE TO DETAIL-LINE.
033300     MOVE SANH-PAYEE-TYPE TO PRINT-PAYEE-TYPE.
033400     MOVE SANH-PAYEE-ID TO PRINT-PAYEE-ID.
033500     MOVE SANH-PAYEE-NAME TO PRINT-PAYEE-NAME.
033600     MOVE SANH-LIST-ENTRY TO PRINT-LIST-ENTRY.
033700     MOVE SANH-LIST-NAME TO PRINT-LIST-NAME.
033800     MOVE SANH-MATCH-ON TO PRINT-MATCH-ON.
033900     MOVE DETAIL-LINE TO PRINTER-RECORD.
034000     PERFORM WRITE-TO-PRINTER.

034100 JOURNAL-NEW-HIT.
034200     MOVE "SANSCR01" TO JOURNAL-PROGRAM.
034300     MOVE SPACE TO JOURNAL-KEY.
034400     MOVE SANH-KEY TO JOURNAL-KEY.
034500     MOVE "SANC-HIT" TO JOURNAL-ACTION.
034600     MOVE ZEROES TO JOURNAL-AMOUNT.
034700     PERFORM WRITE-JOURNAL-ENTRY.

034800 PRINT-SCREEN-SUMMARY.
034900     PERFORM LINE-FEED.
035000     MOVE "LIST LINES LOADED:" TO PRINT-SUMMARY-LABEL.
035100     MOVE LIST-LINE-NUMBER TO PRINT-SUMMARY-COUNT.
035200     PERFORM PRINT-ONE-SUMMARY-LINE.
035300     MOVE "VENDORS SCREENED:" TO PRINT-SUMMARY-LABEL.
035400     MOVE VENDORS-SCREENED TO PRINT-SUMMARY-COUNT.
035500     PERFORM PRINT-ONE-SUMMARY-LINE.
035600     MOVE "ONE-TIME PAYEES SCREENED:" TO PRINT-SUMMARY-LABEL.
035700     MOVE PAYEES-SCREENED TO PRINT-SUMMARY-COUNT.
035800     PERFORM PRINT-ONE-SUMMARY-LINE.
035900     MOVE "NEW POSSIBLE HITS:" TO PRINT-SUMMARY-LABEL.
036000     MOVE NEW-HIT-COUNT TO PRINT-SUMMARY-COUNT.
036100     PERFORM PRINT-ONE-SUMMARY-LINE.
036200     MOVE "HITS ALREADY QUEUED:" TO PRINT-SUMMARY-LABEL.
036300     MOVE QUEUED-HIT-COUNT TO PRINT-SUMMARY-COUNT.
036400     PERFORM PRINT-ONE-SUMMARY-LINE.
036500     DISPLAY VENDORS-SCREENED " VENDOR(S), "
036600         PAYEES-SCREENED " ONE-TIME PAYEE(S) SCREENED".
036700     DISPLAY NEW-HIT-COUNT
036800         " NEW POSSIBLE HIT(S) QUEUED FOR SANREV01".

036900 PRINT-ONE-SUMMARY-LINE.
037000     MOVE SUMMARY-LINE TO PRINTER-RECORD.
037100     PERFORM WRITE-TO-PRINTER.

037200*---------------------------------
037300* Match key - NORMAL-INPUT in,
037400* NORMAL-KEY out (space when
037500* nothing but noise words).
037600*---------------------------------
037700 BUILD-NORMAL-KEY.
037800     INSPECT NORMAL-INPUT
037900       CONVERTING LOWER-ALPHA
038000       TO         UPPER-ALPHA.
038100     MOVE SPACE TO WORD-TABLE
038200                   CURRENT-WORD
038300                   NORMAL-KEY.
038400     MOVE ZERO TO WORD-COUNT
038500                  WORD-LENGTH.
038600     PERFORM SCAN-ONE-CHARACTER
038700         VARYING CHARACTER-SUB FROM 1 BY 1
038800          UNTIL CHARACTER-SUB > 60.
038900     PERFORM END-CURRENT-WORD.
039000     PERFORM SORT-NORMAL-WORDS.
039100     MOVE 1 TO KEY-POINTER.
039200     PERFORM ADD-WORD-TO-KEY
039300         VARYING WORD-SUB FROM 1 BY 1
039400          UNTIL WORD-SUB > WORD-COUNT.

039500 SCAN-ONE-CHARACTER.
039600     MOVE NORMAL-INPUT(CHARACTER-SUB:1) TO ONE-CHARACTER.
039700     IF (ONE-CHARACTER NOT < "A" AND ONE-CHARACTER NOT > "Z")
039800        OR (ONE-CHARACTER NOT < "0" AND ONE-CHARACTER NOT > "9")
039900         PERFORM ADD-CHARACTER-TO-WORD
040000     ELSE
040100     IF ONE-CHARACTER NOT = "'" AND ONE-CHARACTER NOT = "."
040200         PERFORM END-CURRENT-WORD.

040300 ADD-CHARACTER-TO-WORD.
040400     IF WORD-LENGTH < 20
040500         ADD 1 TO WORD-LENGTH
040600         MOVE ONE-CHARACTER TO CURRENT-WORD(WORD-LENGTH:1).

040700 END-CURRENT-WORD.
040800     IF WORD-LENGTH > ZERO
040900         PERFORM CHECK-NOISE-WORD
041000         IF WORD-IS-NOISE = "N"
041100            AND WORD-COUNT < 12
041200             ADD 1 TO WORD-COUNT
041300             MOVE CURRENT-WORD TO NORMAL-WORD(WORD-COUNT).
041400     MOVE SPACE TO CURRENT-WORD.
041500     MOVE ZERO TO WORD-LENGTH.

041600 CHECK-NOISE-WORD.
041700     MOVE "N" TO WORD-IS-NOISE.
041800     PERFORM CHECK-ONE-NOISE-WORD
041900         VARYING NOISE-SUB FROM 1 BY 1
042000          UNTIL NOISE-SUB > 16.

042100 CHECK-ONE-NOISE-WORD.
042200     IF CURRENT-WORD = NOISE-WORD(NOISE-SUB)
042300         MOVE "Y" TO WORD-IS-NOISE.

042400 SORT-NORMAL-WORDS.
042500     MOVE "Y" TO WORDS-SWAPPED.
042600     PERFORM SORT-ONE-PASS
042700         UNTIL WORDS-SWAPPED = "N".

042800 SORT-ONE-PASS.
042900     MOVE "N" TO WORDS-SWAPPED.
043000     PERFORM COMPARE-WORD-PAIR
043100         VARYING WORD-SUB FROM 1 BY 1
043200          UNTIL WORD-SUB NOT < WORD-COUNT.

043300 COMPARE-WORD-PAIR.
043400     IF NORMAL-WORD(WORD-SUB) > NORMAL-WORD(WORD-SUB + 1)
043500         MOVE NORMAL-WORD(WORD-SUB) TO SWAP-WORD
043600         MOVE NORMAL-WORD(WORD-SUB + 1)
043700             TO NORMAL-WORD(WORD-SUB)
043800         MOVE SWAP-WORD TO NORMAL-WORD(WORD-SUB + 1)
043900         MOVE "Y" TO WORDS-SWAPPED.

044000 ADD-WORD-TO-KEY.
044100     IF KEY-POINTER < 60
044200         STRING NORMAL-WORD(WORD-SUB) DELIMITED BY SPACE
044300                " " DELIMITED BY SIZE
044400             INTO NORMAL-KEY
044500             WITH POINTER KEY-POINTER.

044600*---------------------------------
044700* File I-O routines.
044800*---------------------------------
044900 READ-NEXT-SOURCE.
045000     READ SANCTION-SOURCE-FILE
045100         AT END MOVE "Y" TO SOURCE-FILE-AT-END.

045200 WRITE-LIST-RECORD.
045300     WRITE SANCTION-LIST-RECORD
045400         INVALID KEY
045500         DISPLAY "ERROR WRITING LIST LINE " SANL-LINE.

045600 READ-NEXT-LIST-MATCH.
045700     READ SANCTION-LIST-FILE NEXT RECORD
045800         AT END MOVE "Y" TO LIST-FILE-AT-END.
045900     IF LIST-FILE-AT-END NOT = "Y"
046000        AND (SANL-MATCH-TYPE NOT = SCREEN-MATCH-ON
046100          OR SANL-MATCH-KEY NOT = NORMAL-KEY)
046200         MOVE "Y" TO LIST-FILE-AT-END.

046300 READ-HIT-RECORD.
046400     MOVE "Y" TO HIT-RECORD-FOUND.
046500     READ SANCTION-HIT-FILE RECORD
046600       INVALID KEY
046700          MOVE "N" TO HIT-RECORD-FOUND.

046800 WRITE-HIT-RECORD.
046900     WRITE SANCTION-HIT-RECORD
047000         INVALID KEY
047100         DISPLAY "ERROR WRITING HIT " SANH-KEY.

047200 READ-FIRST-VENDOR.
047300     MOVE ZEROES TO VENDOR-NUMBER.
047400     START VENDOR-FILE
047500        KEY NOT < VENDOR-NUMBER
047600         INVALID KEY MOVE "Y" TO VENDOR-FILE-AT-END.
047700     IF VENDOR-FILE-AT-END NOT = "Y"
047800         PERFORM READ-NEXT-VENDOR.

047900 READ-NEXT-VENDOR.
048000     READ VENDOR-FILE NEXT RECORD
048100         AT END MOVE "Y" TO VENDOR-FILE-AT-END.

048200 READ-FIRST-OTP.
048300     MOVE ZEROES TO OTP-VOUCHER.
048400     START ONE-TIME-PAYEE-FILE
048500        KEY NOT < OTP-VOUCHER
048600         INVALID KEY MOVE "Y" TO OTP-FILE-AT-END.
048700     IF OTP-FILE-AT-END NOT = "Y"
048800         PERFORM READ-NEXT-OTP.

048900 READ-NEXT-OTP.
049000     READ ONE-TIME-PAYEE-FILE NEXT RECORD
049100         AT END MOVE "Y" TO OTP-FILE-AT-END.

049200*---------------------------------
049300* Printing routines.
049400*---------------------------------
049500 WRITE-TO-PRINTER.
049600     IF LINE-COUNT > MAXIMUM-LINES
049700         PERFORM START-NEXT-PAGE.
049800     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
049900     ADD 1 TO LINE-COUNT.

050000 LINE-FEED.
050100     MOVE SPACE TO PRINTER-RECORD.
050200     PERFORM WRITE-TO-PRINTER.

050300 START-NEXT-PAGE.
050400     PERFORM END-LAST-PAGE.
050500     PERFORM START-NEW-PAGE.

050600 START-NEW-PAGE.
050700     ADD 1 TO PAGE-NUMBER.
050800     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
050900     MOVE TITLE-LINE TO PRINTER-RECORD.
051000     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
051100     ADD 1 TO LINE-COUNT.
051200     PERFORM LINE-FEED.
051300     MOVE COLUMN-LINE TO PRINTER-RECORD.
051400     PERFORM WRITE-TO-PRINTER.
051500     PERFORM LINE-FEED.

051600 END-LAST-PAGE.
051700     PERFORM FORM-FEED.
051800     MOVE ZERO TO LINE-COUNT.

051900 FORM-FEED.
052000     MOVE SPACE TO PRINTER-RECORD.
052100     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

052200     COPY "PLDATE01.CBL".

052300     COPY "PLOPID01.CBL".

052400     COPY "PLJRNL01.CBL".
