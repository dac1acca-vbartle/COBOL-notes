002400* for the bank upload and
002500* printed on a decision
002600* register.
002614* No item can be decided while
002628* the nightly batch window is up
002642* (PLBWIN01.CBL); a decision
002656* keyed as the window goes up is
002670* not applied and ends the
002684* session.
002700*---------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.

003400     COPY "SLJRNL01.CBL".

003433     COPY "SLBWIN01.CBL".

003466     COPY "SLBWLOG.CBL".

003500     SELECT EXCEPTION-FILE
003600         ASSIGN TO "PPEXCP"
003700         ORGANIZATION IS LINE SEQUENTIAL.

004900     COPY "FDJRNL01.CBL".

004933     COPY "FDBWIN01.CBL".

004966     COPY "FDBWLOG.CBL".

005000 FD  EXCEPTION-FILE
005100     LABEL RECORDS ARE OMITTED.
005200 01  EXCEPTION-RECORD            PIC X(80).

010400     COPY "WSOPID01.CBL".

010450     COPY "WSBWIN01.CBL".

010500 PROCEDURE DIVISION.
010600 PROGRAM-BEGIN.
010800     PERFORM GET-OPERATOR-ID.
010820     MOVE "PPEXC01" TO BWIN-PROGRAM-NAME.
010840     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
010860     IF BATCH-UPDATES-ALLOWED = "Y"
010880         PERFORM OPENING-PROCEDURE
010900         PERFORM MAIN-PROCESS
011000         PERFORM CLOSING-PROCEDURE.

011033 PROGRAM-EXIT.
011066     EXIT PROGRAM.

011100 PROGRAM-DONE.
011200     STOP RUN.
015000     ELSE
015100         PERFORM DISPLAY-ITEM-SIDE-BY-SIDE
015200         PERFORM ASK-PAY-OR-RETURN
015233         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
015266         IF BATCH-UPDATES-ALLOWED = "Y"
015300             PERFORM APPLY-THE-DECISION.
015350     IF BATCH-UPDATES-ALLOWED = "Y"
015400         PERFORM READ-NEXT-EXCEPTION
015433     ELSE
015466         MOVE "Y" TO EXCEPTION-FILE-AT-END.

015500 READ-EXCEPTION-CHECK.
015600     MOVE EXC-ACCOUNT TO CHECK-ACCOUNT.
030500     COPY "PLOPID01.CBL".

030600     COPY "PLJRNL01.CBL".

030700     COPY "PLBWIN01.CBL".
