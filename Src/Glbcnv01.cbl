000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLBCNV01.
000300*---------------------------------
000400* One-time GL balance file
000500* conversion. GL-BALANCE-FILE
000600* buckets written before
000700* GLBAL-COMPANY joined the key
000800* are account plus period only.
000900* The old file is renamed to
001000* GLBALOLD first; this batch
001100* reads it and writes every
001200* bucket to a new GLBAL stamped
001300* with the company the operator
001400* picks (the original entity,
001500* as for CMPCNV01). GLBALOLD is
001600* left untouched so the run can
001700* be repeated from it. Counts
001800* print on the console and the
001900* run is journaled.
002000*---------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.

002400     COPY "SLGLBAL.CBL".

002500     SELECT OLD-BALANCE-FILE
002600         ASSIGN TO "GLBALOLD"
002700         ORGANIZATION IS INDEXED
002800         RECORD KEY IS OLD-BALANCE-KEY
002900         ACCESS MODE IS DYNAMIC.

003000     COPY "SLCOMP01.CBL".

003100     COPY "SLJRNL01.CBL".

003200 DATA DIVISION.
003300 FILE SECTION.

003400     COPY "FDGLBAL.CBL".

003500 FD  OLD-BALANCE-FILE
003600     LABEL RECORDS ARE STANDARD.
003700 01  OLD-BALANCE-RECORD.
003800     05  OLD-BALANCE-KEY.
003900         10  OLD-BALANCE-ACCOUNT  PIC X(10).
004000         10  OLD-BALANCE-PERIOD   PIC 9(6).
004100     05  OLD-BALANCE-DEBITS       PIC S9(11)V99.
004200     05  OLD-BALANCE-CREDITS      PIC S9(11)V99.

004300     COPY "FDCOMP01.CBL".

004400     COPY "FDJRNL01.CBL".

004500 WORKING-STORAGE SECTION.

004600 77  FILE-AT-END                 PIC X.
004700 77  OK-TO-PROCESS               PIC X.
004800 77  PROCESS-MESSAGE             PIC X(79) VALUE SPACE.
004900 77  BUCKETS-CONVERTED           PIC 9(7) VALUE ZERO.

005000     COPY "WSCOMP1.CBL".

005100     COPY "WSCASE01.CBL".

005200     COPY "WSOPID01.CBL".

005300 PROCEDURE DIVISION.
005400 PROGRAM-BEGIN.
005500     PERFORM OPENING-PROCEDURE.
005600     PERFORM GET-OPERATOR-ID.
005700     PERFORM GET-COMPANY-CODE.
005800     PERFORM ASK-OK-TO-CONVERT.
005900     IF OK-TO-PROCESS = "Y"
006000         PERFORM RUN-THE-CONVERSION.
006100     PERFORM CLOSING-PROCEDURE.

006200 PROGRAM-EXIT.
006300     EXIT PROGRAM.

006400 PROGRAM-DONE.
006500     STOP RUN.

006600 OPENING-PROCEDURE.
006700     OPEN INPUT COMPANY-FILE.
006800     OPEN EXTEND JOURNAL-FILE.

006900 CLOSING-PROCEDURE.
007000     CLOSE COMPANY-FILE.
007100     CLOSE JOURNAL-FILE.

007200 ASK-OK-TO-CONVERT.
007300     MOVE SPACE TO PROCESS-MESSAGE.
007400     STRING "REBUILD GLBAL FROM GLBALOLD UNDER COMPANY "
007500         THIS-COMPANY " (Y/N)?"
007600         DELIMITED BY SIZE INTO PROCESS-MESSAGE.
007700     PERFORM ASK-OK-TO-PROCESS.

007800*---------------------------------
007900* GLBAL is opened OUTPUT - it is
008000* rebuilt in full from GLBALOLD
008100* every run.
008200*---------------------------------
008300 RUN-THE-CONVERSION.
008400     OPEN INPUT OLD-BALANCE-FILE.
008500     OPEN OUTPUT GL-BALANCE-FILE.
008600     MOVE "N" TO FILE-AT-END.
008700     PERFORM READ-FIRST-OLD-BALANCE.
008800     PERFORM CONVERT-ONE-BUCKET
008900         UNTIL FILE-AT-END = "Y".
009000     CLOSE OLD-BALANCE-FILE.
009100     CLOSE GL-BALANCE-FILE.
009200     PERFORM JOURNAL-THE-CONVERSION.
009300     DISPLAY BUCKETS-CONVERTED " BALANCE BUCKET(S) WRITTEN "
009400         THIS-COMPANY.

009500 CONVERT-ONE-BUCKET.
009600     MOVE OLD-BALANCE-ACCOUNT TO GLBAL-ACCOUNT.
009700     MOVE OLD-BALANCE-PERIOD TO GLBAL-PERIOD.
009800     MOVE THIS-COMPANY TO GLBAL-COMPANY.
009900     MOVE OLD-BALANCE-DEBITS TO GLBAL-DEBITS.
010000     MOVE OLD-BALANCE-CREDITS TO GLBAL-CREDITS.
010050     MOVE ZEROES TO GLBAL-OPENING-BALANCE.
010100     PERFORM WRITE-BALANCE-RECORD.
010200     ADD 1 TO BUCKETS-CONVERTED.
010300     PERFORM READ-NEXT-OLD-BALANCE.

010400 JOURNAL-THE-CONVERSION.
010500     MOVE "GLBCNV01" TO JOURNAL-PROGRAM.
010600     MOVE SPACE TO JOURNAL-KEY.
010700     MOVE THIS-COMPANY TO JOURNAL-KEY.
010800     MOVE "GLB-CNV" TO JOURNAL-ACTION.
010900     MOVE ZEROES TO JOURNAL-AMOUNT.
011000     PERFORM WRITE-JOURNAL-ENTRY.

011100*---------------------------------
011200* Confirmation prompt routines,
011300* same idiom as VCHPAY01.
011400*---------------------------------
011500 ASK-OK-TO-PROCESS.
011600     PERFORM ACCEPT-OK-TO-PROCESS.
011700     PERFORM RE-ACCEPT-OK-TO-PROCESS
011800        UNTIL OK-TO-PROCESS = "Y" OR "N".

011900 ACCEPT-OK-TO-PROCESS.
012000     DISPLAY PROCESS-MESSAGE.
012100     ACCEPT OK-TO-PROCESS.
012200     INSPECT OK-TO-PROCESS
012300      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

012400 RE-ACCEPT-OK-TO-PROCESS.
012500     DISPLAY "YOU MUST ENTER YES OR NO".
012600     PERFORM ACCEPT-OK-TO-PROCESS.

012700*---------------------------------
012800* File I-O routines.
012900*---------------------------------
013000 READ-FIRST-OLD-BALANCE.
013100     MOVE SPACE TO OLD-BALANCE-ACCOUNT.
013200     MOVE ZEROES TO OLD-BALANCE-PERIOD.
013300     START OLD-BALANCE-FILE
013400        KEY NOT < OLD-BALANCE-KEY
013500         INVALID KEY MOVE "Y" TO FILE-AT-END.
013600     IF FILE-AT-END NOT = "Y"
013700         PERFORM READ-NEXT-OLD-BALANCE.

013800 READ-NEXT-OLD-BALANCE.
013900     READ OLD-BALANCE-FILE NEXT RECORD
014000         AT END MOVE "Y" TO FILE-AT-END.

014100 WRITE-BALANCE-RECORD.
014200     WRITE GL-BALANCE-RECORD
014300         INVALID KEY
014400         DISPLAY "ERROR WRITING BALANCE " GLBAL-ACCOUNT
014500             " " GLBAL-PERIOD.

014600     COPY "PLOPID01.CBL".

014700     COPY "PLCOMP1.CBL".

014800     COPY "PLJRNL01.CBL".
