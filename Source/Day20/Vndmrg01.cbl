001900* delete the FROM vendor record,
002000* now that nothing references
002100* it.
002109* Any vendor whose VENDOR-PARENT
002118* is the FROM vendor is moved
002127* under the TO vendor, so the
002136* corporate family survives the
002145* merge. When the TO vendor was
002154* itself inside the FROM
002163* vendor's family it is first
002172* lifted to the FROM vendor's
002181* own parent, so the re-parent
002190* cannot close a loop.
002191* While the nightly batch window
002192* is up (PLBWIN01.CBL) no merge
002193* can be keyed, and one confirmed
002194* as the window goes up is not
002195* run.
002200*---------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003100     COPY "SLCHK01.CBL".

003200     COPY "SLJRNL01.CBL".
003210
003220     COPY "SLBWIN01.CBL".
003230
003240     COPY "SLBWLOG.CBL".
003250
003300 DATA DIVISION.
003400 FILE SECTION.
004000     COPY "FDCHK01.CBL".

004100     COPY "FDJRNL01.CBL".
004110
004120     COPY "FDBWIN01.CBL".
004130
004140     COPY "FDBWLOG.CBL".
004150
004200 WORKING-STORAGE SECTION.
004300
005100 77  CHECK-FILE-AT-END           PIC X.
005200 77  VOUCHERS-MERGED-COUNT       PIC 9(5) VALUE ZERO.
005300 77  CHECKS-MERGED-COUNT         PIC 9(5) VALUE ZERO.
005325 77  CHILDREN-MERGED-COUNT       PIC 9(5) VALUE ZERO.
005350 77  VENDOR-FILE-AT-END          PIC X.
005375 77  FROM-VENDOR-PARENT          PIC 9(5).
005400
005500     COPY "WSCASE01.CBL".
005550
005560     COPY "WSOPID01.CBL".
005573
005586     COPY "WSFAMLY1.CBL".
005590
005594     COPY "WSBWIN01.CBL".
005600
005700 PROCEDURE DIVISION.
005800 PROGRAM-BEGIN.
005900     PERFORM OPENING-PROCEDURE.
005950     PERFORM GET-OPERATOR-ID.
005962     MOVE "VNDMRG01" TO BWIN-PROGRAM-NAME.
005974     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
005986     IF BATCH-UPDATES-ALLOWED = "Y"
006000         PERFORM MAIN-PROCESS.
006100     PERFORM CLOSING-PROCEDURE.
006200
006225 PROGRAM-EXIT.
006250     EXIT PROGRAM.
006275
006300 PROGRAM-DONE.
006400     STOP RUN.
006500
008200     PERFORM ENTER-TO-VENDOR.
008300     PERFORM ASK-OK-TO-MERGE.
008400     IF OK-TO-PROCESS = "Y"
008433         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
008466         IF BATCH-UPDATES-ALLOWED = "Y"
008500             PERFORM DO-THE-MERGE.
008550     IF BATCH-UPDATES-ALLOWED = "Y"
008600         PERFORM ENTER-FROM-VENDOR
008633     ELSE
008666         MOVE ZEROES TO FROM-VENDOR-NUMBER.
008700
008800*---------------------------------
008900* Entry routines.
014700*---------------------------------
014800 DO-THE-MERGE.
014900     MOVE ZERO TO VOUCHERS-MERGED-COUNT CHECKS-MERGED-COUNT.
014950     MOVE ZERO TO CHILDREN-MERGED-COUNT.
015000     PERFORM MERGE-ALL-VOUCHERS.
015100     PERFORM MERGE-ALL-CHECKS.
015105     PERFORM MERGE-ALL-CHILD-VENDORS.
015110     PERFORM JOURNAL-VENDOR-MERGE.
015200     DISPLAY VOUCHERS-MERGED-COUNT " VOUCHER(S) REPOINTED".
015300     DISPLAY CHECKS-MERGED-COUNT " CHECK(S) REPOINTED".
015350     DISPLAY CHILDREN-MERGED-COUNT " CHILD VENDOR(S) RE-PARENTED".
015400     PERFORM ASK-OK-TO-DELETE-FROM-VENDOR.
015500     IF OK-TO-PROCESS = "Y"
015533         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
015566         IF BATCH-UPDATES-ALLOWED = "Y"
015600             PERFORM DELETE-FROM-VENDOR-RECORD.
015700
015800 MERGE-ALL-VOUCHERS.
015900     MOVE "N" TO VOUCHER-FILE-AT-END.
018100         ADD 1 TO CHECKS-MERGED-COUNT.
018200     PERFORM READ-NEXT-CHECK.
018300
018302*---------------------------------
018304* Corporate family. The TO
018306* vendor comes out from under
018308* the FROM vendor first if it
018310* was part of its family, then
018312* every child of the FROM vendor
018314* moves under the TO vendor.
018316*---------------------------------
018318 MERGE-ALL-CHILD-VENDORS.
018320     MOVE FROM-VENDOR-NUMBER TO VENDOR-NUMBER.
018322     PERFORM READ-VENDOR-RECORD.
018324     MOVE ZEROES TO FROM-VENDOR-PARENT.
018326     IF VENDOR-RECORD-FOUND = "Y"
018328         IF VENDOR-PARENT NUMERIC
018330             MOVE VENDOR-PARENT TO FROM-VENDOR-PARENT.
018332     IF FROM-VENDOR-PARENT = TO-VENDOR-NUMBER
018334         MOVE ZEROES TO FROM-VENDOR-PARENT.
018336     MOVE TO-VENDOR-NUMBER TO FAMILY-START-VENDOR.
018338     MOVE FROM-VENDOR-NUMBER TO FAMILY-WATCH-VENDOR.
018340     PERFORM FIND-VENDOR-FAMILY.
018342     IF FAMILY-LOOP-FOUND = "Y"
018344         PERFORM LIFT-TO-VENDOR-OUT.
018346     MOVE "N" TO VENDOR-FILE-AT-END.
018348     PERFORM READ-FIRST-VENDOR.
018350     PERFORM MERGE-ONE-CHILD-VENDOR
018352         UNTIL VENDOR-FILE-AT-END = "Y".
018354
018356 LIFT-TO-VENDOR-OUT.
018358     MOVE TO-VENDOR-NUMBER TO VENDOR-NUMBER.
018360     PERFORM READ-VENDOR-RECORD.
018362     IF VENDOR-RECORD-FOUND = "Y"
018364         MOVE FROM-VENDOR-PARENT TO VENDOR-PARENT
018366         PERFORM REWRITE-VENDOR-RECORD
018368         DISPLAY "TO VENDOR MOVED OUT OF THE FROM VENDOR'S"
018370         DISPLAY "FAMILY TO PARENT " FROM-VENDOR-PARENT.
018372
018374 MERGE-ONE-CHILD-VENDOR.
018376     IF VENDOR-PARENT NUMERIC
018378         IF VENDOR-PARENT = FROM-VENDOR-NUMBER
018380             MOVE TO-VENDOR-NUMBER TO VENDOR-PARENT
018382             PERFORM REWRITE-VENDOR-RECORD
018384             ADD 1 TO CHILDREN-MERGED-COUNT.
018386     PERFORM READ-NEXT-VENDOR.
018388
018400 ASK-OK-TO-DELETE-FROM-VENDOR.
018500     MOVE "DELETE THE OLD VENDOR RECORD (Y/N)?"
018600         TO PROCESS-MESSAGE.
022100       INVALID KEY
022200          MOVE "N" TO VENDOR-RECORD-FOUND.
022300
022305 READ-FIRST-VENDOR.
022310     MOVE ZEROES TO VENDOR-NUMBER.
022315     START VENDOR-FILE
022320        KEY NOT < VENDOR-NUMBER
022325         INVALID KEY MOVE "Y" TO VENDOR-FILE-AT-END.
022330     IF VENDOR-FILE-AT-END NOT = "Y"
022335         PERFORM READ-NEXT-VENDOR.
022340
022345 READ-NEXT-VENDOR.
022350     READ VENDOR-FILE NEXT RECORD
022355         AT END MOVE "Y" TO VENDOR-FILE-AT-END.
022360
022365 REWRITE-VENDOR-RECORD.
022370     REWRITE VENDOR-RECORD
022375         INVALID KEY
022380         DISPLAY "ERROR REWRITING VENDOR RECORD".
022385
022400 READ-FIRST-VOUCHER.
022500     MOVE ZEROES TO VOUCHER-NUMBER.
022600     START VOUCHER-FILE
026100     COPY "PLOPID01.CBL".

026200     COPY "PLJRNL01.CBL".
026300
026400     COPY "PLFAMLY1.CBL".
026500
026600     COPY "PLBWIN01.CBL".
