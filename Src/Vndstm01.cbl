001330* CURRENCY-RATE-FILE rate; the
001340* original currency amount
001350* prints under the line.
001360* The operator may name one of
001370* the vendor's remit-to
001380* locations (REMIT-TO-FILE): the
001390* statement is then addressed
001391* to that remit-to and covers
001392* only the vouchers remitted
001393* there. Blank addresses it to
001394* the vendor record and covers
001395* every voucher.
001400*---------------------------------
001500 ENVIRONMENT DIVISION.
001600 INPUT-OUTPUT SECTION.
002100     COPY "SLVND02.CBL".
002110
002120     COPY "SLCURR01.CBL".
002130
002140     COPY "SLRMIT01.CBL".
002200
002300     SELECT WORK-FILE
002400         ASSIGN TO "WORK"
003900     COPY "FDVND04.CBL".
003910
003920     COPY "FDCURR01.CBL".
003930
003940     COPY "FDRMIT01.CBL".
004000
004100 SD  SORT-FILE.
004200 01  SORT-RECORD.
007110 77  TRANSLATED-AMOUNT           PIC S9(8)V99.
007120 77  TRANSLATED-PAID-AMOUNT      PIC S9(8)V99.
007130 77  CURRENCY-RATE-FOUND         PIC X.
007131 77  ENTERED-REMIT-TO            PIC X(4).
007132 77  REMIT-RECORD-FOUND          PIC X.
007140
007150 01  ORIGINAL-LINE.
007160     05  FILLER              PIC X(13) VALUE "   ORIGINAL: ".
007192     05  PRINT-RATE-FLAG     PIC X(9).
007200
007210     COPY "WSDATE01.CBL".

007220     COPY "WSCASE01.CBL".
007300 01  DETAIL-LINE.
007400     05  PRINT-VOUCHER-DATE      PIC Z9/99/9999.
007500     05  FILLER                  PIC X     VALUE SPACE.
010600     05  PRINT-VENDOR-NUMBER PIC Z(5).
010700     05  FILLER              PIC X(2)  VALUE SPACE.
010800     05  PRINT-VENDOR-NAME   PIC X(30).
010810
010820 01  ADDRESS-LINE.
010830     05  FILLER              PIC X(16) VALUE SPACE.
010840     05  PRINT-ADDRESS-TEXT  PIC X(40).
010900
011000 PROCEDURE DIVISION.
011100 PROGRAM-BEGIN.
011300     PERFORM MAIN-PROCESS.
011400     PERFORM CLOSING-PROCEDURE.
011500
011525 PROGRAM-EXIT.
011550     EXIT PROGRAM.
011575
011600 PROGRAM-DONE.
011700     STOP RUN.
011800
012000     OPEN INPUT VOUCHER-FILE.
012100     OPEN INPUT VENDOR-FILE.
012150     OPEN INPUT CURRENCY-RATE-FILE.
012160     OPEN INPUT REMIT-TO-FILE.
012200     OPEN OUTPUT PRINTER-FILE.
012300
012400 CLOSING-PROCEDURE.
012500     CLOSE VOUCHER-FILE.
012600     CLOSE VENDOR-FILE.
012650     CLOSE CURRENCY-RATE-FILE.
012660     CLOSE REMIT-TO-FILE.
012700     CLOSE PRINTER-FILE.
012800
012900 MAIN-PROCESS.
013700
013800 PRINT-VENDOR-STATEMENT.
013900     PERFORM LOOK-UP-VENDOR-NAME.
013950     PERFORM ENTER-STATEMENT-REMIT-TO.
014000     PERFORM SORT-VENDOR-VOUCHERS.
014100     PERFORM START-NEW-PAGE.
014200     MOVE ZEROES TO LINE-COUNT RUNNING-BALANCE.
015300     IF VENDOR-RECORD-FOUND = "N"
015400         MOVE "***VENDOR NOT FOUND***" TO VENDOR-NAME.
015500
015501*---------------------------------
015502* A remit-to on file replaces the
015503* vendor's name and address in
015504* the record area for the
015505* statement heading - the
015506* vendor file is only read here.
015507*---------------------------------
015510 ENTER-STATEMENT-REMIT-TO.
015511     MOVE SPACE TO ENTERED-REMIT-TO.
015512     IF VENDOR-RECORD-FOUND = "Y"
015513         PERFORM ACCEPT-STATEMENT-REMIT-TO
015514         PERFORM RE-ACCEPT-STATEMENT-REMIT-TO
015515             UNTIL REMIT-RECORD-FOUND = "Y".
015516
015520 ACCEPT-STATEMENT-REMIT-TO.
015521     DISPLAY "ENTER REMIT-TO LOCATION FOR THE STATEMENT".
015522     DISPLAY "(BLANK FOR THE VENDOR ADDRESS, ALL VOUCHERS)".
015523     ACCEPT ENTERED-REMIT-TO.
015524     INSPECT ENTERED-REMIT-TO
015525      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
015526     MOVE "Y" TO REMIT-RECORD-FOUND.
015527     IF ENTERED-REMIT-TO NOT = SPACES
015528         PERFORM LOOK-UP-STATEMENT-REMIT-TO.
015529
015530 LOOK-UP-STATEMENT-REMIT-TO.
015531     MOVE ENTERED-VENDOR-NUMBER TO REMIT-VENDOR.
015532     MOVE ENTERED-REMIT-TO TO REMIT-LOCATION.
015533     READ REMIT-TO-FILE RECORD
015534       INVALID KEY
015535          MOVE "N" TO REMIT-RECORD-FOUND.
015536     IF REMIT-RECORD-FOUND = "Y"
015537         MOVE REMIT-NAME TO VENDOR-NAME
015538         MOVE REMIT-ADDRESS-1 TO VENDOR-ADDRESS-1
015539         MOVE REMIT-ADDRESS-2 TO VENDOR-ADDRESS-2
015540         MOVE REMIT-CITY TO VENDOR-CITY
015541         MOVE REMIT-STATE TO VENDOR-STATE
015542         MOVE REMIT-ZIP TO VENDOR-ZIP.
015543
015550 RE-ACCEPT-STATEMENT-REMIT-TO.
015551     DISPLAY "REMIT-TO LOCATION NOT ON FILE FOR THIS VENDOR".
015552     PERFORM ACCEPT-STATEMENT-REMIT-TO.
015553
015600*---------------------------------
015700* SORT with an input procedure
015800* that only releases vouchers
017500
017600 RELEASE-ONE-VOUCHER.
017700     IF VOUCHER-VENDOR = ENTERED-VENDOR-NUMBER
017750        AND (ENTERED-REMIT-TO = SPACES
017760         OR VOUCHER-REMIT-TO = ENTERED-REMIT-TO)
017800         PERFORM RELEASE-SORT-RECORD.
017900     PERFORM READ-NEXT-VOUCHER.
018000
022600     MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.
022700     MOVE VENDOR-LINE TO PRINTER-RECORD.
022800     PERFORM WRITE-TO-PRINTER.
022850     IF VENDOR-RECORD-FOUND = "Y"
022860         PERFORM PRINT-STATEMENT-ADDRESS.
022900     MOVE SPACE TO PRINTER-RECORD.
023000     PERFORM WRITE-TO-PRINTER.
023100     MOVE COLUMN-LINE TO PRINTER-RECORD.
023300     MOVE SPACE TO PRINTER-RECORD.
023400     PERFORM WRITE-TO-PRINTER.
023500
023510 PRINT-STATEMENT-ADDRESS.
023520     MOVE SPACE TO ADDRESS-LINE.
023530     MOVE VENDOR-ADDRESS-1 TO PRINT-ADDRESS-TEXT.
023540     MOVE ADDRESS-LINE TO PRINTER-RECORD.
023550     PERFORM WRITE-TO-PRINTER.
023560     IF VENDOR-ADDRESS-2 NOT = SPACES
023570         MOVE VENDOR-ADDRESS-2 TO PRINT-ADDRESS-TEXT
023580         MOVE ADDRESS-LINE TO PRINTER-RECORD
023590         PERFORM WRITE-TO-PRINTER.
023591     MOVE SPACE TO PRINT-ADDRESS-TEXT.
023592     STRING VENDOR-CITY ", " VENDOR-STATE " " VENDOR-ZIP
023593         DELIMITED BY SIZE INTO PRINT-ADDRESS-TEXT.
023594     MOVE ADDRESS-LINE TO PRINTER-RECORD.
023595     PERFORM WRITE-TO-PRINTER.
023596
023600 WRITE-TO-PRINTER.
023700     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
023800     ADD 1 TO LINE-COUNT.
