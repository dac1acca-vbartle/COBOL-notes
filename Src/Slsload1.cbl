002408* A date already on the load
002409* control file will not load
002410* again without a supervisor
002411* override (a date SLSBKO01
002411* backed out for only some
002411* stores reloads without one,
002411* but only those stores'
002411* sales and register detail
002411* load, and the counts add to
002411* the record), and the run ends
002412* by listing every open store
002413* on the store master that
002414* sent no records that day.
006993         10  TABLE-STORE-PRESENT  PIC X.
006994         10  TABLE-STORE-CLOSED   PIC X.
006995         10  TABLE-STORE-RECEIVED PIC X.
007095         10  TABLE-STORE-RELOAD   PIC X.

011400 77  RAW-FILE-AT-END          PIC X.
011500 77  RECORD-IS-VALID          PIC X.
012229 77  LOAD-DETAIL-ANSWER       PIC X.
012229 77  TENDER-FILE-AT-END       PIC X.
012229 77  DETAIL-RECORDS-LOADED    PIC 9(6) VALUE ZERO.
012229 77  PARTIAL-RELOAD           PIC X.
012229 77  RELOAD-SUB               PIC 99.
012229 77  TENDER-WANTED            PIC X.
012227
012230 01  REJECT-LINE.
012300     05  FILLER              PIC X(8)  VALUE "REJECT: ".
016392     OPEN INPUT STORE-FILE.
016393     PERFORM LOAD-STORE-MASTER-TABLE.
016394     CLOSE STORE-FILE.
016394     IF PARTIAL-RELOAD = "Y"
016394         PERFORM MARK-ONE-RELOAD-STORE
016394             VARYING RELOAD-SUB FROM 1 BY 1
016394              UNTIL RELOAD-SUB > 10.
016395     OPEN INPUT SALES-COMBO-FILE.

016396*---------------------------------
016415     MOVE "N" TO TABLE-STORE-PRESENT(STORE-MASTER-INDEX).
016416     MOVE "N" TO TABLE-STORE-CLOSED(STORE-MASTER-INDEX).
016417     MOVE "N" TO TABLE-STORE-RECEIVED(STORE-MASTER-INDEX).
016417     MOVE "N" TO TABLE-STORE-RELOAD(STORE-MASTER-INDEX).

016417*---------------------------------
016417* A partial reload takes only
016417* the stores SLSBKO01 listed on
016417* the load control record.
016417*---------------------------------
016417 MARK-ONE-RELOAD-STORE.
016417     IF LOAD-RELOAD-STORE(RELOAD-SUB) NOT = ZEROES
016417         MOVE "Y" TO
016417             TABLE-STORE-RELOAD(LOAD-RELOAD-STORE(RELOAD-SUB)).

016418 READ-NEXT-STORE-RECORD.
016419     READ STORE-FILE NEXT RECORD
021560     IF TABLE-STORE-CLOSED(RAW-SALES-STORE) = "Y"
021570         MOVE "N" TO RECORD-IS-VALID
021580         MOVE "STORE IS CLOSED" TO REJECT-REASON
021583     ELSE
021586     IF PARTIAL-RELOAD = "Y"
021589        AND TABLE-STORE-RELOAD(RAW-SALES-STORE) NOT = "Y"
021592         MOVE "N" TO RECORD-IS-VALID
021595         MOVE "STORE NOT BACKED OUT" TO REJECT-REASON
021600     ELSE
021700     IF RAW-SALES-AMOUNT = ZEROES
021800         MOVE "N" TO RECORD-IS-VALID
029610* Load control - one record per
029620* feed date. A date already on
029630* file only reloads with a
029640* supervisor override, unless
029643* SLSBKO01 left it open for a
029646* partial reload.
029650*---------------------------------
029660 CHECK-LOAD-CONTROL.
029661     MOVE SPACE TO RELOAD-OVERRIDE-BY.
029665     MOVE "N" TO PARTIAL-RELOAD.
029670     OPEN I-O LOAD-CONTROL-FILE.
029680     MOVE FEED-DATE TO LOAD-CONTROL-DATE.
029690     MOVE "Y" TO LOAD-CONTROL-FOUND.
029730     IF LOAD-CONTROL-FOUND = "N"
029740         MOVE "Y" TO OK-TO-LOAD
029750     ELSE
029751     IF LOAD-RELOAD-PENDING = "Y"
029752         MOVE "Y" TO OK-TO-LOAD
029753         MOVE "Y" TO PARTIAL-RELOAD
029754         DISPLAY "STORES WERE BACKED OUT OF THIS DATE BY "
029755             LOAD-BACKOUT-BY
029756         DISPLAY "ONLY THOSE STORES WILL LOAD"
029757     ELSE
029760         DISPLAY "*** THIS FEED DATE HAS ALREADY BEEN LOADED"
029770         DISPLAY "*** BY OPERATOR " LOAD-OPERATOR-ID
029780         PERFORM ASK-SUPERVISOR-OVERRIDE.

029940 WRITE-LOAD-CONTROL-RECORD.
029950     MOVE FEED-DATE TO LOAD-CONTROL-DATE.
029958     IF LOAD-CONTROL-FOUND = "N"
029966         PERFORM CLEAR-LOAD-CONTROL-STAMPS.
029974     IF PARTIAL-RELOAD = "Y"
029982         PERFORM ADD-RELOAD-TO-CONTROL
029990     ELSE
029998         PERFORM MOVE-COUNTS-TO-CONTROL.
030010     IF LOAD-CONTROL-FOUND = "Y"
030020         REWRITE LOAD-CONTROL-RECORD
030030             INVALID KEY
030080             DISPLAY "ERROR WRITING LOAD CONTROL RECORD".
030090     CLOSE LOAD-CONTROL-FILE.

030091 MOVE-COUNTS-TO-CONTROL.
030091     MOVE RECORDS-READ TO LOAD-RECORDS-READ.
030091     MOVE RECORDS-LOADED TO LOAD-RECORDS-LOADED.
030091     MOVE RECORDS-REJECTED TO LOAD-RECORDS-REJECTED.
030091     MOVE ACTUAL-BATCH-AMOUNT TO LOAD-AMOUNT-TOTAL.
030091     MOVE OPERATOR-ID TO LOAD-OPERATOR-ID.
030091     MOVE RELOAD-OVERRIDE-BY TO LOAD-OVERRIDE-BY.

030092*---------------------------------
030092* The reloaded stores' counts
030092* go back on top of the ones
030092* SLSBKO01 left; the back-out
030092* supervisor stands as the
030092* override, and the day closes
030092* to reloading again.
030092*---------------------------------
030093 ADD-RELOAD-TO-CONTROL.
030093     ADD RECORDS-READ TO LOAD-RECORDS-READ.
030093     ADD RECORDS-LOADED TO LOAD-RECORDS-LOADED.
030093     ADD RECORDS-REJECTED TO LOAD-RECORDS-REJECTED.
030093     ADD ACTUAL-BATCH-AMOUNT TO LOAD-AMOUNT-TOTAL.
030093     MOVE OPERATOR-ID TO LOAD-OPERATOR-ID.
030093     MOVE LOAD-BACKOUT-BY TO LOAD-OVERRIDE-BY.
030093     MOVE "N" TO LOAD-RELOAD-PENDING.
030093     PERFORM CLEAR-ONE-RELOAD-STORE
030093         VARYING RELOAD-SUB FROM 1 BY 1
030093          UNTIL RELOAD-SUB > 10.

030094 CLEAR-LOAD-CONTROL-STAMPS.
030094     MOVE ZEROES TO LOAD-GL-EXPORT-DATE
030094                    LOAD-COST-ROLLED-DATE
030094                    LOAD-BACKOUT-DATE.
030094     MOVE SPACE TO LOAD-BACKOUT-BY.
030094     MOVE "N" TO LOAD-RELOAD-PENDING.
030094     PERFORM CLEAR-ONE-RELOAD-STORE
030094         VARYING RELOAD-SUB FROM 1 BY 1
030094          UNTIL RELOAD-SUB > 10.

030095 CLEAR-ONE-RELOAD-STORE.
030095     MOVE ZEROES TO LOAD-RELOAD-STORE(RELOAD-SUB).

030100*---------------------------------
030110* End-of-load check - any open
030120* store on the master that sent
030210     IF TABLE-STORE-PRESENT(STORE-MASTER-INDEX) = "Y"
030220        AND TABLE-STORE-CLOSED(STORE-MASTER-INDEX) NOT = "Y"
030230        AND TABLE-STORE-RECEIVED(STORE-MASTER-INDEX) NOT = "Y"
030233        AND (PARTIAL-RELOAD NOT = "Y"
030236         OR TABLE-STORE-RELOAD(STORE-MASTER-INDEX) = "Y")
030240         SET MISSING-STORE-NUMBER TO STORE-MASTER-INDEX
030250         MOVE SPACE TO PRINTER-RECORD
030260         STRING "STORE " MISSING-STORE-NUMBER
030299         " REGISTER DETAIL RECORD(S) LOADED".

030299 LOAD-ONE-TENDER-RECORD.
030299     MOVE "Y" TO TENDER-WANTED.
030299     IF PARTIAL-RELOAD = "Y"
030299         PERFORM CHECK-TENDER-RELOAD-STORE.
030299     IF TENDER-WANTED = "Y"
030299         PERFORM APPEND-TENDER-RECORD.
030299     PERFORM READ-NEXT-TENDER-RECORD.

030299 CHECK-TENDER-RELOAD-STORE.
030299     MOVE "N" TO TENDER-WANTED.
030299     IF RAW-TENDER-STORE NOT = ZEROES
030299         IF TABLE-STORE-RELOAD(RAW-TENDER-STORE) = "Y"
030299             MOVE "Y" TO TENDER-WANTED.

030299 APPEND-TENDER-RECORD.
030299     MOVE FEED-DATE TO TNDR-FEED-DATE.
030299     MOVE RAW-TENDER-STORE TO TNDR-STORE.
030299     MOVE RAW-TENDER-REGISTER TO TNDR-REGISTER.
030299         RAW-TENDER-COUNTED - RAW-TENDER-TOTAL.
030299     WRITE TENDER-DETAIL-RECORD.
030299     ADD 1 TO DETAIL-RECORDS-LOADED.

030299 READ-NEXT-TENDER-RECORD.
030299     READ RAW-TENDER-FILE
