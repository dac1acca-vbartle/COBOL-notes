002100*     journaled), void every
002200*     check it wrote (VOID
002300*     journaled) and restore
002400*     the bank balance (not for
002410*     virtual card payments,
002420*     which never drew it down),
002430*     then clear the flag.
002600* Either way CHKRUN01 will run
002700* again afterward. Checks that
002800* physically printed before the
002900* crash must be pulled and
003000* destroyed when backing out.
003014* While the nightly batch window
003028* is up (PLBWIN01.CBL) the run
003042* state is still reported, but
003056* neither RESUME nor BACK OUT is
003070* offered; one confirmed as the
003084* window goes up is not done.
003100*---------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.

003900     COPY "SLJRNL01.CBL".

003933     COPY "SLBWIN01.CBL".

003966     COPY "SLBWLOG.CBL".

004000     SELECT PRINTER-FILE
004100         ASSIGN TO PRINTER
004200         ORGANIZATION IS LINE SEQUENTIAL.

004900     COPY "FDJRNL01.CBL".

004933     COPY "FDBWIN01.CBL".

004966     COPY "FDBWLOG.CBL".

005000 FD  PRINTER-FILE
005100     LABEL RECORDS ARE OMITTED.
005200 01  PRINTER-RECORD              PIC X(80).

008900     COPY "WSOPID01.CBL".

008950     COPY "WSBWIN01.CBL".

009000 PROCEDURE DIVISION.
009100 PROGRAM-BEGIN.
009200     PERFORM GET-OPERATOR-ID.
009233     MOVE "CHKRCV01" TO BWIN-PROGRAM-NAME.
009266     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
009300     PERFORM OPENING-PROCEDURE.
009400     PERFORM READ-CONTROL-RECORD.
009500     IF CONTROL-RECORD-FOUND = "N"
010200         PERFORM RECOVER-THE-RUN.
010300     PERFORM CLOSING-PROCEDURE.

010333 PROGRAM-EXIT.
010366     EXIT PROGRAM.

010400 PROGRAM-DONE.
010500     STOP RUN.

012200     MOVE CONTROL-RUN-NUMBER TO RECOVERY-RUN.
012300     PERFORM PRINT-RECOVERY-HEADING.
012400     PERFORM REPORT-RUN-STATE.
012425     IF BATCH-UPDATES-ALLOWED NOT = "Y"
012450         DISPLAY "NIGHTLY BATCH RUNNING - REPORT ONLY"
012475     ELSE
012500         PERFORM ASK-RECOVERY-PICK
012600         IF RECOVERY-PICK = 1
012700             PERFORM RESUME-THE-RUN
012800         ELSE
012900         IF RECOVERY-PICK = 2
013000             PERFORM BACK-OUT-THE-RUN.

013100*---------------------------------
013200* What the dead run completed:
020700     MOVE "RESUME - CLEAR THE RUN FLAG NOW (Y/N)?"
020800         TO PROCESS-MESSAGE.
020900     PERFORM ASK-OK-TO-PROCESS.
020920     IF OK-TO-PROCESS = "Y"
020940         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
020960         IF BATCH-UPDATES-ALLOWED NOT = "Y"
020980             MOVE "N" TO OK-TO-PROCESS.
021000     IF OK-TO-PROCESS = "Y"
021100         PERFORM CLEAR-RUN-FLAG
021200         PERFORM JOURNAL-RECOVERY-ENTRY
022100     MOVE "BACK OUT THE ENTIRE PARTIAL RUN (Y/N)?"
022200         TO PROCESS-MESSAGE.
022300     PERFORM ASK-OK-TO-PROCESS.
022320     IF OK-TO-PROCESS = "Y"
022340         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
022360         IF BATCH-UPDATES-ALLOWED NOT = "Y"
022380             MOVE "N" TO OK-TO-PROCESS.
022400     IF OK-TO-PROCESS = "Y"
022500         PERFORM REOPEN-RUN-VOUCHERS
022600         PERFORM VOID-RUN-CHECKS
026500       INVALID KEY
026600          MOVE "N" TO BANK-RECORD-ON-FILE.
026700     IF BANK-RECORD-ON-FILE = "Y"
026750        AND CHECK-PAY-METHOD NOT = "V"
026800         ADD CHECK-AMOUNT TO BANK-BALANCE
026900         PERFORM REWRITE-BANK-RECORD.

038400     COPY "PLOPID01.CBL".

038500     COPY "PLJRNL01.CBL".

038600     COPY "PLBWIN01.CBL".
