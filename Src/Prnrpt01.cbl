000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PRNRPT01.
000300*---------------------------------
000400* ACH prenote status report, in
000500* the mold of VNDBNK01. Every
000600* vendor still on prenote
000700* (VENDOR-PRENOTE-PENDING) is
000800* listed with the bank details
000900* the prenote proves, the date
001000* CHKRUN01 sent it and the
001100* first date the vendor can be
001200* paid by ACH (PLPRNT01). A
001300* prenote not yet sent goes out
001400* on the next PAY pass; one the
001500* bank returned waits for
001600* corrected details in
001700* VNDMNT04. Until the eligible
001800* date the vendor is paid by
001900* check.
001925* The prenote wait is read from
001950* the system parameter master
001975* (PLPARM01.CBL) at start-up.
001980* Banking days skip HOLIDAY-FILE
001990* bank holidays (PLBDAY01.CBL).
002000*---------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.

002400     COPY "SLVND02.CBL".
002433
002466     COPY "SLPARM01.CBL".
002475
002483     COPY "SLHOL01.CBL".

002500     SELECT PRINTER-FILE
002600         ASSIGN TO PRINTER
002700         ORGANIZATION IS LINE SEQUENTIAL.

002800 DATA DIVISION.
002900 FILE SECTION.

003000     COPY "FDVND04.CBL".
003033
003066     COPY "FDPARM01.CBL".
003075
003083     COPY "FDHOL01.CBL".

003100 FD  PRINTER-FILE
003200     LABEL RECORDS ARE OMITTED.
003300 01  PRINTER-RECORD              PIC X(80).

003400 WORKING-STORAGE SECTION.

003500 77  VENDOR-FILE-AT-END          PIC X.
003600 77  TODAYS-DATE                 PIC 9(8).
003700 77  NOT-SENT-COUNT              PIC 9(4) VALUE ZERO.
003800 77  WAITING-COUNT               PIC 9(4) VALUE ZERO.
003900 77  ELIGIBLE-COUNT              PIC 9(4) VALUE ZERO.
004000 77  RETURNED-COUNT              PIC 9(4) VALUE ZERO.

004100 01  DETAIL-LINE.
004200     05  PRINT-VENDOR            PIC Z(5).
004300     05  FILLER                  PIC X     VALUE SPACE.
004400     05  PRINT-VENDOR-NAME       PIC X(22).
004500     05  FILLER                  PIC X     VALUE SPACE.
004600     05  PRINT-ROUTING           PIC X(9).
004700     05  FILLER                  PIC X     VALUE SPACE.
004800     05  PRINT-BANK-ACCOUNT      PIC X(17).
004900     05  FILLER                  PIC X     VALUE SPACE.
005000     05  PRINT-SENT-DATE         PIC X(10).
005100     05  FILLER                  PIC X     VALUE SPACE.
005200     05  PRINT-ELIGIBLE-DATE     PIC X(10).

005300 01  COLUMN-LINE.
005400     05  FILLER         PIC X(6)  VALUE "VENDOR".
005500     05  FILLER         PIC X(23) VALUE "NAME".
005600     05  FILLER         PIC X(10) VALUE "ROUTING".
005700     05  FILLER         PIC X(18) VALUE "ACCOUNT".
005800     05  FILLER         PIC X(11) VALUE "SENT".
005900     05  FILLER         PIC X(10) VALUE "ACH FROM".

006000 01  TITLE-LINE.
006100     05  FILLER              PIC X(12) VALUE SPACE.
006200     05  FILLER              PIC X(30)
006300         VALUE "ACH PRENOTE STATUS".

006400     COPY "WSDATE01.CBL".

006500     COPY "WSCASE01.CBL".

006600     COPY "WSOPID01.CBL".
006633
006666     COPY "WSPARM01.CBL".

006700     COPY "WSPRNT01.CBL".
006733
006766     COPY "WSBDAY01.CBL".

006800 PROCEDURE DIVISION.
006900 PROGRAM-BEGIN.
007000     PERFORM GET-OPERATOR-ID.
007050     PERFORM LOAD-BUSINESS-PARAMETERS.
007100     PERFORM GET-TODAYS-DATE.
007200     MOVE DATE-CCYYMMDD TO TODAYS-DATE.
007300     OPEN INPUT VENDOR-FILE.
007350     OPEN INPUT HOLIDAY-FILE.
007400     OPEN OUTPUT PRINTER-FILE.
007500     MOVE TITLE-LINE TO PRINTER-RECORD.
007600     PERFORM WRITE-TO-PRINTER.
007700     MOVE SPACE TO PRINTER-RECORD.
007800     PERFORM WRITE-TO-PRINTER.
007900     MOVE COLUMN-LINE TO PRINTER-RECORD.
008000     PERFORM WRITE-TO-PRINTER.
008100     MOVE SPACE TO PRINTER-RECORD.
008200     PERFORM WRITE-TO-PRINTER.
008300     MOVE "N" TO VENDOR-FILE-AT-END.
008400     PERFORM READ-FIRST-VENDOR.
008500     PERFORM EXAMINE-ONE-VENDOR
008600         UNTIL VENDOR-FILE-AT-END = "Y".
008700     PERFORM PRINT-STATUS-TOTALS.
008800     CLOSE VENDOR-FILE.
008850     CLOSE HOLIDAY-FILE.
008900     CLOSE PRINTER-FILE.
009000     DISPLAY NOT-SENT-COUNT " PRENOTE(S) WAITING TO BE SENT".
009100     DISPLAY WAITING-COUNT " PRENOTE(S) OUT, NOT YET CLEARED".
009200     DISPLAY ELIGIBLE-COUNT " VENDOR(S) ACH-ELIGIBLE ON NEXT"
009300         " PAYMENT".
009400     DISPLAY RETURNED-COUNT " PRENOTE(S) RETURNED".

009433 PROGRAM-EXIT.
009466     EXIT PROGRAM.

009500 PROGRAM-DONE.
009600     STOP RUN.

009605*---------------------------------
009610* Thresholds in force today,
009615* from the system parameter
009620* master (PARMNT01). Each field
009625* keeps its compiled VALUE when
009630* nothing is on file.
009635*---------------------------------
009640 LOAD-BUSINESS-PARAMETERS.
009645     OPEN INPUT SYSTEM-PARAMETER-FILE.
009650     MOVE SPACES TO PARM-WANTED-COMPANY.
009655     MOVE FUNCTION CURRENT-DATE(1:8) TO PARM-WANTED-DATE.
009660     MOVE "PRENOTE-WAIT-DAYS" TO PARM-WANTED-NAME.
009665     MOVE PRENOTE-WAIT-DAYS TO PARM-WANTED-VALUE.
009670     PERFORM GET-PARAMETER-VALUE.
009675     MOVE PARM-WANTED-VALUE TO PRENOTE-WAIT-DAYS.
009680     CLOSE SYSTEM-PARAMETER-FILE.

009700 EXAMINE-ONE-VENDOR.
009800     IF VENDOR-PRENOTE-PENDING = "Y"
009900         PERFORM PRINT-PRENOTE-VENDOR.
010000     PERFORM READ-NEXT-VENDOR.

010100*---------------------------------
010200* The ACH FROM column: the
010300* eligible date, or why there
010400* is none yet.
010500*---------------------------------
010600 PRINT-PRENOTE-VENDOR.
010700     MOVE SPACE TO DETAIL-LINE.
010800     MOVE VENDOR-NUMBER TO PRINT-VENDOR.
010900     MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.
011000     MOVE VENDOR-BANK-ROUTING TO PRINT-ROUTING.
011100     MOVE VENDOR-BANK-ACCOUNT TO PRINT-BANK-ACCOUNT.
011200     IF VENDOR-PRENOTE-DATE NOT NUMERIC
011300        OR VENDOR-PRENOTE-DATE = ZEROES
011400         MOVE "NOT SENT" TO PRINT-SENT-DATE
011500     ELSE
011600         MOVE VENDOR-PRENOTE-DATE TO DATE-CCYYMMDD
011700         PERFORM FORMAT-THE-DATE
011800         MOVE FORMATTED-DATE TO PRINT-SENT-DATE.
011900     IF VENDOR-BANK-FAILED = "Y"
012000         MOVE "RETURNED" TO PRINT-ELIGIBLE-DATE
012100         ADD 1 TO RETURNED-COUNT
012200     ELSE
012300     IF VENDOR-PRENOTE-DATE NOT NUMERIC
012400        OR VENDOR-PRENOTE-DATE = ZEROES
012500         MOVE "NEXT RUN" TO PRINT-ELIGIBLE-DATE
012600         ADD 1 TO NOT-SENT-COUNT
012700     ELSE
012800         PERFORM COMPUTE-PRENOTE-ELIGIBLE
012900         MOVE PRENOTE-ELIGIBLE-DATE TO DATE-CCYYMMDD
013000         PERFORM FORMAT-THE-DATE
013100         MOVE FORMATTED-DATE TO PRINT-ELIGIBLE-DATE
013200         IF PRENOTE-ELIGIBLE-DATE > TODAYS-DATE
013300             ADD 1 TO WAITING-COUNT
013400         ELSE
013500             ADD 1 TO ELIGIBLE-COUNT.
013600     MOVE DETAIL-LINE TO PRINTER-RECORD.
013700     PERFORM WRITE-TO-PRINTER.

013800 PRINT-STATUS-TOTALS.
013900     MOVE SPACE TO PRINTER-RECORD.
014000     PERFORM WRITE-TO-PRINTER.
014100     MOVE SPACE TO PRINTER-RECORD.
014200     STRING "NOT SENT " NOT-SENT-COUNT
014300         "  WAITING " WAITING-COUNT
014400         "  ELIGIBLE " ELIGIBLE-COUNT
014500         "  RETURNED " RETURNED-COUNT
014600         DELIMITED BY SIZE INTO PRINTER-RECORD.
014700     PERFORM WRITE-TO-PRINTER.

014800*---------------------------------
014900* File I-O routines.
015000*---------------------------------
015100 READ-FIRST-VENDOR.
015200     MOVE ZEROES TO VENDOR-NUMBER.
015300     START VENDOR-FILE
015400        KEY NOT < VENDOR-NUMBER
015500         INVALID KEY MOVE "Y" TO VENDOR-FILE-AT-END.
015600     IF VENDOR-FILE-AT-END NOT = "Y"
015700         PERFORM READ-NEXT-VENDOR.

015800 READ-NEXT-VENDOR.
015900     READ VENDOR-FILE NEXT RECORD
016000         AT END MOVE "Y" TO VENDOR-FILE-AT-END.

016100 WRITE-TO-PRINTER.
016200     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

016300     COPY "PLDATE01.CBL".

016400     COPY "PLOPID01.CBL".

016500     COPY "PLPRNT01.CBL".
016600
016700     COPY "PLPARM01.CBL".
016800
016900     COPY "PLBDAY01.CBL".
