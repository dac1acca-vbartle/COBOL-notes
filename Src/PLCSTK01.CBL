000100*---------------------------------
000200* PLCSTK01.CBL
000300* Check form accounting against
000400* CHECK-STOCK-FILE and
000500* CHECK-FORM-LOG-FILE. The calling
000600* program must COPY WSCSTK01.CBL,
000700* SLCSTK01.CBL, FDCSTK01.CBL,
000800* SLFLOG01.CBL, FDFLOG01.CBL,
000900* WSDATE01.CBL, PLDATE01.CBL and
001000* WSOPID01.CBL (OPERATOR-ID is
001100* stamped on the log), have both
001200* files open I-O, and set
001300* FORM-ACCOUNT, then:
001400*   PERFORM FIND-NEXT-CHECK-FORM
001500*     FORM-SERIAL-FOUND "Y" and
001600*     FORM-SERIAL the next form
001700*     on hand, nothing used.
001800*   MOVE disposition, check
001900*     number (zero for none),
002000*     reason, program and pay run
002100*     to the FORM- fields and
002200*   PERFORM TAKE-NEXT-CHECK-FORM
002300*     uses the next form on hand
002400*     and logs it. FORM-SERIAL-
002500*     FOUND is "N" when the
002600*     account has no stock on
002700*     file, and nothing is logged.
002800*   MOVE check number, reason,
002900*     program and pay run and
003000*   PERFORM SPOIL-ISSUED-CHECK-FORM
003100*     turns the form issued to
003200*     that check into a spoiled
003300*     one, FORM-SERIAL its serial;
003400*     FORM-SERIAL-FOUND "N" when
003500*     no issued form is logged.
003600*---------------------------------
003700 FIND-NEXT-CHECK-FORM.
003800     MOVE "N" TO FORM-SERIAL-FOUND.
003900     MOVE ZEROES TO FORM-SERIAL.
004000     MOVE FORM-ACCOUNT TO CSTK-ACCOUNT.
004100     MOVE ZEROES TO CSTK-FIRST-SERIAL.
004200     MOVE "N" TO FORM-STOCK-AT-END.
004300     START CHECK-STOCK-FILE
004400        KEY NOT < CSTK-KEY
004500         INVALID KEY MOVE "Y" TO FORM-STOCK-AT-END.
004600     IF FORM-STOCK-AT-END NOT = "Y"
004700         PERFORM READ-NEXT-FORM-STOCK.
004800     PERFORM LOOK-AT-FORM-STOCK
004900         UNTIL FORM-STOCK-AT-END = "Y"
005000            OR FORM-SERIAL-FOUND = "Y".
005100     IF FORM-SERIAL-FOUND = "Y"
005200         MOVE CSTK-NEXT-SERIAL TO FORM-SERIAL.

005300 LOOK-AT-FORM-STOCK.
005400     IF CSTK-ACCOUNT NOT = FORM-ACCOUNT
005500         MOVE "Y" TO FORM-STOCK-AT-END
005600     ELSE
005700     IF CSTK-NEXT-SERIAL NOT > CSTK-LAST-SERIAL
005800         MOVE "Y" TO FORM-SERIAL-FOUND
005900     ELSE
006000         PERFORM READ-NEXT-FORM-STOCK.

006100 READ-NEXT-FORM-STOCK.
006200     READ CHECK-STOCK-FILE NEXT RECORD
006300         AT END MOVE "Y" TO FORM-STOCK-AT-END.

006400 TAKE-NEXT-CHECK-FORM.
006500     PERFORM FIND-NEXT-CHECK-FORM.
006600     IF FORM-SERIAL-FOUND = "Y"
006700         ADD 1 TO CSTK-NEXT-SERIAL
006800         PERFORM REWRITE-FORM-STOCK
006900         PERFORM WRITE-FORM-LOG.

007000 REWRITE-FORM-STOCK.
007100     REWRITE CHECK-STOCK-RECORD
007200         INVALID KEY
007300         DISPLAY "ERROR REWRITING CHECK STOCK RECORD".

007400 WRITE-FORM-LOG.
007500     MOVE FORM-ACCOUNT TO FLOG-ACCOUNT.
007600     MOVE FORM-SERIAL TO FLOG-SERIAL.
007700     MOVE FORM-ACCOUNT TO FLOG-CHECK-ACCOUNT.
007800     MOVE FORM-CHECK-NUMBER TO FLOG-CHECK-NUMBER.
007900     MOVE FORM-DISPOSITION TO FLOG-DISPOSITION.
008000     MOVE FORM-REASON TO FLOG-REASON.
008100     PERFORM STAMP-FORM-LOG.
008200     WRITE CHECK-FORM-LOG-RECORD
008300         INVALID KEY
008400         DISPLAY "CHECK FORM " FORM-SERIAL " ALREADY LOGGED".

008500 STAMP-FORM-LOG.
008600     PERFORM GET-TODAYS-DATE.
008700     MOVE DATE-CCYYMMDD TO FLOG-DATE.
008800     MOVE OPERATOR-ID TO FLOG-OPERATOR.
008900     MOVE FORM-PROGRAM TO FLOG-PROGRAM.
009000     MOVE FORM-PAY-RUN TO FLOG-PAY-RUN.

009100 SPOIL-ISSUED-CHECK-FORM.
009200     MOVE "N" TO FORM-SERIAL-FOUND.
009300     MOVE ZEROES TO FORM-SERIAL.
009400     MOVE FORM-ACCOUNT TO FLOG-CHECK-ACCOUNT.
009500     MOVE FORM-CHECK-NUMBER TO FLOG-CHECK-NUMBER.
009600     MOVE "N" TO FORM-LOG-AT-END.
009700     START CHECK-FORM-LOG-FILE
009800        KEY NOT < FLOG-CHECK-KEY
009900         INVALID KEY MOVE "Y" TO FORM-LOG-AT-END.
010000     IF FORM-LOG-AT-END NOT = "Y"
010100         PERFORM READ-NEXT-FORM-LOG.
010200     PERFORM LOOK-FOR-ISSUED-FORM
010300         UNTIL FORM-LOG-AT-END = "Y"
010400            OR FORM-SERIAL-FOUND = "Y".
010500     IF FORM-SERIAL-FOUND = "Y"
010600         MOVE FLOG-SERIAL TO FORM-SERIAL
010700         MOVE "S" TO FLOG-DISPOSITION
010800         MOVE FORM-REASON TO FLOG-REASON
010900         PERFORM STAMP-FORM-LOG
011000         PERFORM REWRITE-FORM-LOG.

011100 LOOK-FOR-ISSUED-FORM.
011200     IF FLOG-CHECK-ACCOUNT NOT = FORM-ACCOUNT
011300        OR FLOG-CHECK-NUMBER NOT = FORM-CHECK-NUMBER
011400         MOVE "Y" TO FORM-LOG-AT-END
011500     ELSE
011600     IF FLOG-DISPOSITION = "I"
011700         MOVE "Y" TO FORM-SERIAL-FOUND
011800     ELSE
011900         PERFORM READ-NEXT-FORM-LOG.

012000 READ-NEXT-FORM-LOG.
012100     READ CHECK-FORM-LOG-FILE NEXT RECORD
012200         AT END MOVE "Y" TO FORM-LOG-AT-END.

012300 REWRITE-FORM-LOG.
012400     REWRITE CHECK-FORM-LOG-RECORD
012500         INVALID KEY
012600         DISPLAY "ERROR REWRITING CHECK FORM LOG".
