002200*     STATE-COUNTRY-CODE the
002300*     same way VNDMNT04 loads
002400*     its in-memory state table.
002410* The operator may ask for remit-
002420*   to labels instead: one label
002430*   per REMIT-TO-FILE address for
002440*   each active vendor, and the
002450*   vendor's own address for a
002460*   vendor with no remit-to on
002470*   file.
002500*---------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
003000     COPY "SLVND02.CBL".
003100
003200     COPY "SLSTATE.CBL".
003250
003260     COPY "SLRMIT01.CBL".
003300
003400     SELECT PRINTER-FILE
003500         ASSIGN TO PRINTER
004100     COPY "FDVND04.CBL".
004200
004300     COPY "FDSTATE.CBL".
004350
004360     COPY "FDRMIT01.CBL".
004400
004500 FD  PRINTER-FILE
004600     LABEL RECORDS ARE OMITTED.
005200 77  STATE-FILE-AT-END           PIC X.
005300 77  LABEL-COUNT                 PIC 9(6) VALUE ZERO.
005400 77  VENDOR-COUNTRY-CODE         PIC XX.
005410 77  LABEL-ADDRESS-TYPE          PIC X.
005420 77  REMIT-FILE-AT-END           PIC X.
005430 77  VENDOR-REMIT-COUNT          PIC 99.
005500
005600 01  TABLE-STATE-RECORD OCCURS 50 TIMES
005700      INDEXED BY STATE-INDEX.
008300     PERFORM MAIN-PROCESS.
008400     PERFORM CLOSING-PROCEDURE.
008500
008525 PROGRAM-EXIT.
008550     EXIT PROGRAM.
008575
008600 PROGRAM-DONE.
008700     STOP RUN.
008800
008900 OPENING-PROCEDURE.
009000     OPEN INPUT VENDOR-FILE.
009100     OPEN INPUT STATE-FILE.
009150     OPEN INPUT REMIT-TO-FILE.
009200     OPEN OUTPUT PRINTER-FILE.
009300     PERFORM LOAD-STATE-TABLE.
009400     CLOSE STATE-FILE.
009450     PERFORM ENTER-LABEL-ADDRESS-TYPE.
009500
009600 CLOSING-PROCEDURE.
009700     CLOSE VENDOR-FILE.
009750     CLOSE REMIT-TO-FILE.
009800     PERFORM PRINT-LABEL-SUMMARY.
009900     CLOSE PRINTER-FILE.
010000
010500
010600 PROCESS-ONE-VENDOR-RECORD.
010700     IF VENDOR-INACTIVE-FLAG NOT = "Y"
010710         IF LABEL-ADDRESS-TYPE = "R"
010720             PERFORM PRINT-VENDOR-REMIT-LABELS
010730         ELSE
010800             PERFORM PRINT-ONE-LABEL.
010900     PERFORM READ-NEXT-VENDOR-RECORD.
010901
010902 ENTER-LABEL-ADDRESS-TYPE.
010903     DISPLAY "PRINT (V)ENDOR OR (R)EMIT-TO ADDRESSES?".
010904     ACCEPT LABEL-ADDRESS-TYPE.
010905     IF LABEL-ADDRESS-TYPE = "r"
010906         MOVE "R" TO LABEL-ADDRESS-TYPE.
010907     IF LABEL-ADDRESS-TYPE NOT = "R"
010908         MOVE "V" TO LABEL-ADDRESS-TYPE.
010909
010910*---------------------------------
010911* Each remit-to is dropped into
010912* the vendor address fields and
010913* printed through the usual
010914* label routine - the vendor
010915* file is only read here.
010916*---------------------------------
010917 PRINT-VENDOR-REMIT-LABELS.
010918     MOVE ZEROES TO VENDOR-REMIT-COUNT.
010919     MOVE VENDOR-NUMBER TO REMIT-VENDOR.
010920     MOVE LOW-VALUES TO REMIT-LOCATION.
010921     MOVE "N" TO REMIT-FILE-AT-END.
010922     START REMIT-TO-FILE
010923        KEY NOT < REMIT-KEY
010924         INVALID KEY
010925         MOVE "Y" TO REMIT-FILE-AT-END.
010926     IF REMIT-FILE-AT-END NOT = "Y"
010927         PERFORM READ-NEXT-VENDOR-REMIT-TO.
010928     PERFORM PRINT-ONE-REMIT-LABEL
010929         UNTIL REMIT-FILE-AT-END = "Y".
010930     IF VENDOR-REMIT-COUNT = ZEROES
010931         PERFORM PRINT-ONE-LABEL.
010932
010933 PRINT-ONE-REMIT-LABEL.
010934     ADD 1 TO VENDOR-REMIT-COUNT.
010935     MOVE REMIT-NAME TO VENDOR-NAME.
010936     MOVE REMIT-ADDRESS-1 TO VENDOR-ADDRESS-1.
010937     MOVE REMIT-ADDRESS-2 TO VENDOR-ADDRESS-2.
010938     MOVE REMIT-CITY TO VENDOR-CITY.
010939     MOVE REMIT-STATE TO VENDOR-STATE.
010940     MOVE REMIT-ZIP TO VENDOR-ZIP.
010941     PERFORM PRINT-ONE-LABEL.
010942     PERFORM READ-NEXT-VENDOR-REMIT-TO.
010943
010944 READ-NEXT-VENDOR-REMIT-TO.
010945     READ REMIT-TO-FILE NEXT RECORD
010946         AT END
010947         MOVE "Y" TO REMIT-FILE-AT-END.
010948     IF REMIT-FILE-AT-END NOT = "Y"
010949         IF REMIT-VENDOR NOT = VENDOR-NUMBER
010950             MOVE "Y" TO REMIT-FILE-AT-END.
011000
011100 PRINT-ONE-LABEL.
011200     ADD 1 TO LABEL-COUNT.
