001500* written to the vendor audit
001600* trail (FDVNDAUD.CBL) and to
001700* the daily journal.
001716* While the nightly batch window
001732* is up (PLBWIN01.CBL) no session
001748* opens, and a hold or release
001764* confirmed as the window goes up
001780* is not written.
001800*---------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.

002400     COPY "SLJRNL01.CBL".

002433     COPY "SLBWIN01.CBL".

002466     COPY "SLBWLOG.CBL".

002500 DATA DIVISION.
002600 FILE SECTION.


002900     COPY "FDJRNL01.CBL".

002933     COPY "FDBWIN01.CBL".

002966     COPY "FDBWLOG.CBL".

003000 WORKING-STORAGE SECTION.

003100 77  VENDOR-RECORD-FOUND          PIC X.

003900     COPY "WSOPID01.CBL".

003950     COPY "WSBWIN01.CBL".

004000 PROCEDURE DIVISION.
004100 PROGRAM-BEGIN.
004200     PERFORM OPENING-PROCEDURE.
004300     PERFORM GET-OPERATOR-ID.
004325     MOVE "VNDHLD01" TO BWIN-PROGRAM-NAME.
004350     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
004375     IF BATCH-UPDATES-ALLOWED = "Y"
004400         PERFORM MAIN-PROCESS.
004500     PERFORM CLOSING-PROCEDURE.

004533 PROGRAM-EXIT.
004566     EXIT PROGRAM.

004600 PROGRAM-DONE.
004700     STOP RUN.

006600     ELSE
006700         PERFORM CHANGE-TO-HELD.

006750     IF BATCH-UPDATES-ALLOWED = "Y"
006800         PERFORM GET-EXISTING-VENDOR
006833     ELSE
006866         MOVE ZEROES TO ENTERED-VENDOR.

006900 DISPLAY-HOLD-STATUS.
007000     DISPLAY " ".
008600     MOVE "PUT THIS VENDOR ON PAYMENT HOLD (Y/N)?"
008700         TO PROCESS-MESSAGE.
008800     PERFORM ASK-OK-TO-PROCESS.
008850     PERFORM CHECK-WINDOW-BEFORE-WRITE.
008900     IF OK-TO-PROCESS = "Y"
009000         PERFORM ENTER-HOLD-REASON
009100         MOVE "Y" TO VENDOR-HOLD-FLAG
011700     MOVE "RELEASE THIS VENDOR'S PAYMENT HOLD (Y/N)?"
011800         TO PROCESS-MESSAGE.
011900     PERFORM ASK-OK-TO-PROCESS.
011950     PERFORM CHECK-WINDOW-BEFORE-WRITE.
012000     IF OK-TO-PROCESS = "Y"
012100         MOVE "RELEASE" TO VAUDIT-ACTION
012200         PERFORM WRITE-HOLD-AUDIT-RECORD
013800     MOVE ZEROES TO JOURNAL-AMOUNT.
013900     PERFORM WRITE-JOURNAL-ENTRY.

013908*---------------------------------
013916* A yes that arrives after the
013924* nightly batch window has gone
013932* up is turned into a no, so the
013940* vendor is left as it was.
013948*---------------------------------
013956 CHECK-WINDOW-BEFORE-WRITE.
013964     IF OK-TO-PROCESS = "Y"
013972         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
013980         IF BATCH-UPDATES-ALLOWED NOT = "Y"
013988             MOVE "N" TO OK-TO-PROCESS.

014000*---------------------------------
014100* Standard routines to get a
014200* vendor number and read the
018500     COPY "PLOPID01.CBL".

018600     COPY "PLJRNL01.CBL".

018700     COPY "PLBWIN01.CBL".
