002900* with no issue date are left
003000* to ESCHEAT1's hand-review
003100* path.
003114* While the nightly batch window
003128* is up (PLBWIN01.CBL) only the
003142* candidate list is open; a
003156* letter or response caught as
003170* the window goes up is not
003184* saved.
003200*---------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.

003900     COPY "SLJRNL01.CBL".

003933     COPY "SLBWIN01.CBL".

003966     COPY "SLBWLOG.CBL".

004000     SELECT LETTER-FILE
004100         ASSIGN TO "DDLETTER"
004200         ORGANIZATION IS LINE SEQUENTIAL.

005100     COPY "FDJRNL01.CBL".

005133     COPY "FDBWIN01.CBL".

005166     COPY "FDBWLOG.CBL".

005200 FD  LETTER-FILE
005300     LABEL RECORDS ARE OMITTED.
005400 01  LETTER-RECORD               PIC X(80).

008600     COPY "WSOPID01.CBL".

008650     COPY "WSBWIN01.CBL".

008700 PROCEDURE DIVISION.
008800 PROGRAM-BEGIN.
008900     PERFORM OPENING-PROCEDURE.
009000     PERFORM GET-OPERATOR-ID.
009033     MOVE "ESCHDD01" TO BWIN-PROGRAM-NAME.
009066     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
009100     PERFORM MAIN-PROCESS.
009200     PERFORM CLOSING-PROCEDURE.

009233 PROGRAM-EXIT.
009266     EXIT PROGRAM.

009300 PROGRAM-DONE.
009400     STOP RUN.

012000         UNTIL MODE-CHOICE NOT = "R".

012100 ENTER-MODE-CHOICE.
012133     IF BATCH-UPDATES-ALLOWED NOT = "Y"
012166         DISPLAY "NIGHTLY BATCH RUNNING - CANDIDATE LIST ONLY".
012200     DISPLAY "LIST CANDIDATES, GENERATE LETTERS, RECORD".
012300     DISPLAY "A RESPONSE, OR QUIT (C/L/R/Q)?".
012400     ACCEPT MODE-CHOICE.
012800        AND NOT = "R" AND NOT = "Q"
012900         DISPLAY "YOU MUST ENTER C, L, R, OR Q"
013000         PERFORM ENTER-MODE-CHOICE.
013020     IF BATCH-UPDATES-ALLOWED NOT = "Y"
013040        AND (MODE-CHOICE = "L" OR MODE-CHOICE = "R")
013060         DISPLAY "ONLY THE CANDIDATE LIST IS OPEN"
013080         PERFORM ENTER-MODE-CHOICE.

013100 ENTER-AGE-DAYS.
013200     DISPLAY "CHECKS OUTSTANDING MORE THAN HOW MANY DAYS?".
015100 LIST-ONE-CANDIDATE.
015200     IF CHECK-CLEARED NOT = "Y"
015300        AND CHECK-VOIDED NOT = "Y"
015350        AND CHECK-PAY-METHOD NOT = "V"
015400        AND CHECK-ISSUE-DATE NOT = ZEROES
015500         PERFORM AGE-AND-LIST-CHECK.
015600     PERFORM READ-NEXT-CHECK.
019200 LETTER-ONE-CANDIDATE.
019300     IF CHECK-CLEARED NOT = "Y"
019400        AND CHECK-VOIDED NOT = "Y"
019450        AND CHECK-PAY-METHOD NOT = "V"
019500        AND CHECK-ISSUE-DATE NOT = ZEROES
019600         PERFORM AGE-AND-LETTER-CHECK.
019700     PERFORM READ-NEXT-CHECK.
020900         DISPLAY "CHECK " CHECK-NUMBER
021000             " HAS NO VENDOR ADDRESS - LETTER BY HAND"
021100     ELSE
021120         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
021140         IF BATCH-UPDATES-ALLOWED NOT = "Y"
021160             MOVE "Y" TO CHECK-FILE-AT-END
021180         ELSE
021200             PERFORM WRITE-LETTER-BODY
021300             PERFORM STAMP-LETTER-SENT
021400             ADD 1 TO LETTERS-SENT-COUNT.

021500*---------------------------------
021600* The address block, the way
028800     IF ESCHDD-STATUS = "R"
028900         DISPLAY "RESPONSE ALREADY RECORDED"
029000     ELSE
029100         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
029200         IF BATCH-UPDATES-ALLOWED = "Y"
029300             PERFORM RECORD-THE-RESPONSE.
029400     IF BATCH-UPDATES-ALLOWED = "Y"
029900         PERFORM GET-DD-RECORD
029908     ELSE
029916         MOVE ZEROES TO WORK-ACCOUNT.

029924 RECORD-THE-RESPONSE.
029932     MOVE "R" TO ESCHDD-STATUS.
029940     MOVE TODAY-DATE TO ESCHDD-RESPONSE-DATE.
029948     REWRITE DUE-DILIGENCE-RECORD
029956         INVALID KEY
029964         DISPLAY "ERROR REWRITING DD RECORD".
029972     PERFORM JOURNAL-RESPONSE.
029980     DISPLAY "RESPONSE RECORDED - ITEM WILL NOT"
029988         " ESCHEAT".

030000*---------------------------------
030100* Journal entries.
035200     COPY "PLOPID01.CBL".

035300     COPY "PLJRNL01.CBL".

035400     COPY "PLBWIN01.CBL".
