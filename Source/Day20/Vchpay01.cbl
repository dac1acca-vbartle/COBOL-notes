001300* number.
001400* Only maintains PAID-DATE
001500* CHECK-NO and PAID-AMOUNT.
001500* A voucher on a pending wire
001500* transfer request (WIRREQ01)
001500* is paid only by the wire's
001500* release in WIRREL01.
001525* Nothing is paid or re-opened
001550* while the nightly batch window
001575* is up (PLBWIN01.CBL).
001600*---------------------------------
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
002660     COPY "SLJRNL01.CBL".

002670     COPY "SLOPER01.CBL".
002680
002690     COPY "SLPARM01.CBL".

002693     COPY "SLBWIN01.CBL".

002696     COPY "SLBWLOG.CBL".

002700 DATA DIVISION.
002800 FILE SECTION.
003460     COPY "FDJRNL01.CBL".

003470     COPY "FDOPER01.CBL".
003480
003490     COPY "FDPARM01.CBL".

003493     COPY "FDBWIN01.CBL".

003496     COPY "FDBWLOG.CBL".
003500
003600 WORKING-STORAGE SECTION.
003700
004900
005000 77  PROCESS-MESSAGE              PIC X(79) VALUE SPACE.
005100
005200 77  SAVE-VOUCHER-RECORD          PIC X(211).
005250 77  SAVE-SPLIT-FROM-NUMBER       PIC 9(7).
005260 77  REOPEN-REASON                PIC X(40).

005600     COPY "WSCASE01.CBL".
005650
005660     COPY "WSOPID01.CBL".
005668
005676     COPY "WSPARM01.CBL".
005684
005692     COPY "WSVCHAPR.CBL".

005696     COPY "WSBWIN01.CBL".
005700
005800 PROCEDURE DIVISION.
005900 PROGRAM-BEGIN.
006000     PERFORM OPENING-PROCEDURE.
006050     PERFORM GET-OPERATOR-ID.
006062     MOVE "VCHPAY01" TO BWIN-PROGRAM-NAME.
006074     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
006086     IF BATCH-UPDATES-ALLOWED = "Y"
006100         PERFORM MAIN-PROCESS.
006200     PERFORM CLOSING-PROCEDURE.
006300
006400 PROGRAM-EXIT.
009500     ELSE
009600         PERFORM CHANGE-TO-UNPAID.
009700
009800     IF BATCH-UPDATES-ALLOWED = "Y"
009825         PERFORM GET-EXISTING-RECORD
009850     ELSE
009875         MOVE ZEROES TO VOUCHER-NUMBER.
009900
010000*---------------------------------
010100* Ask if the user wants to pay this
011900         VARYING WHICH-FIELD FROM 1 BY 1
012000          UNTIL WHICH-FIELD > 3.
012100
012150     PERFORM CHECK-WINDOW-BEFORE-WRITE.
012175     IF OK-TO-PROCESS = "Y"
012200         PERFORM REWRITE-VOUCHER-RECORD
012210         PERFORM JOURNAL-VOUCHER-PAY
012400         IF NEW-VOUCHER = "Y"
012500             PERFORM GENERATE-NEW-VOUCHER.
012600
012700 CHANGE-THIS-FIELD.
012800     IF WHICH-FIELD = 1
014200     PERFORM ASK-OK-TO-OPEN.
014300     IF OK-TO-PROCESS = "Y"
014310         PERFORM ENTER-REOPEN-REASON
014313         PERFORM CHECK-WINDOW-BEFORE-WRITE.
014316     IF OK-TO-PROCESS = "Y"
014320         PERFORM JOURNAL-VOUCHER-REOPEN
014400         PERFORM CLEAR-PAID-AND-REWRITE
014410         PERFORM WRITE-REOPEN-AUDIT-RECORD
015250              VOUCHER-PAY-RUN
015300                    VOUCHER-PAID-AMOUNT
015400                    VOUCHER-CHECK-NO.
015450     MOVE SPACE TO VOUCHER-NETTED.
015450     MOVE ZEROES TO VOUCHER-WIRE-NUMBER.
015500
015600 ASK-OK-TO-OPEN.
015700     MOVE "RE-OPEN THIS VOUCHER (Y/N)?" TO PROCESS-MESSAGE.
015800     PERFORM ASK-OK-TO-PROCESS.
015900
015908*---------------------------------
015916* A yes that arrives after the
015924* nightly batch window has gone
015932* up is turned into a no, so the
015940* change is not saved.
015948*---------------------------------
015956 CHECK-WINDOW-BEFORE-WRITE.
015964     IF OK-TO-PROCESS = "Y"
015972         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
015980         IF BATCH-UPDATES-ALLOWED NOT = "Y"
015988             MOVE "N" TO OK-TO-PROCESS.

016000*---------------------------------
016100* This routine is used by both
016200* ASK-OK-TO-PAY which is part of
050590     COPY "PLJRNL01.CBL".

050600     COPY "PLPERIOD.CBL".
050633
050666     COPY "PLPARM01.CBL".

050683     COPY "PLBWIN01.CBL".
050700
