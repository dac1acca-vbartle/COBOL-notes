002500*   duplicate scan - but batch
002600*   has no operator to confirm,
002700*   so a duplicate is rejected)
002750* - remit-to location, when the
002760*   feed names one, on
002770*   REMIT-TO-FILE for the vendor
002800* Good records are numbered
002900* through CONTROL-LAST-VOUCHER.
003000* Rejected lines print on an

004180     COPY "SLVDOC01.CBL".

004190     COPY "SLRMIT01.CBL".
004193
004196     COPY "SLPARM01.CBL".

004200     SELECT RAW-INVOICE-FILE
004300         ASSIGN TO "RAWVCHR"
004400         ORGANIZATION IS LINE SEQUENTIAL.

005380     COPY "FDVDOC01.CBL".

005390     COPY "FDRMIT01.CBL".
005393
005396     COPY "FDPARM01.CBL".

005400 FD  RAW-INVOICE-FILE
005500     LABEL RECORDS ARE STANDARD.
005600 01  RAW-INVOICE-RECORD.
006240     05  RAW-INVOICE-FOLIO        PIC X(6).
006300     05  RAW-INVOICE-GL           PIC X(10).
006400     05  RAW-INVOICE-FOR          PIC X(30).
006450     05  RAW-INVOICE-REMIT-TO     PIC X(4).

006500 FD  PRINTER-FILE
006600     LABEL RECORDS ARE OMITTED.
007500 77  RECORD-IS-VALID             PIC X.
007600 77  REJECT-REASON               PIC X(30).
007610 77  STATE-RECORD-FOUND          PIC X.
007620 77  REMIT-RECORD-FOUND          PIC X.
007700 77  LINE-COUNT                  PIC 999 VALUE ZERO.
007800 77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
007900 77  MAXIMUM-LINES               PIC 999 VALUE 55.
012200     COPY "WSOPID01.CBL".

012250     COPY "WSCOMP1.CBL".
012260
012270     COPY "WSPARM01.CBL".
012280
012290     COPY "WSVCHAPR.CBL".

012300 PROCEDURE DIVISION.
012400 PROGRAM-BEGIN.
012700     PERFORM MAIN-PROCESS.
012800     PERFORM CLOSING-PROCEDURE.

012833 PROGRAM-EXIT.
012866     EXIT PROGRAM.

012900 PROGRAM-DONE.
013000     STOP RUN.

013500     OPEN INPUT ACCOUNT-FILE.
013510     OPEN INPUT STATE-FILE.
013520     OPEN I-O DOC-LOCATOR-FILE.
013530     OPEN INPUT REMIT-TO-FILE.
013600     OPEN INPUT RAW-INVOICE-FILE.
013700     OPEN OUTPUT PRINTER-FILE.
013750     OPEN INPUT COMPANY-FILE.
014300     CLOSE ACCOUNT-FILE.
014310     CLOSE STATE-FILE.
014320     CLOSE DOC-LOCATOR-FILE.
014330     CLOSE REMIT-TO-FILE.
014400     CLOSE RAW-INVOICE-FILE.
014450     CLOSE COMPANY-FILE.
014460     CLOSE JOURNAL-FILE.
017600         PERFORM VALIDATE-RAW-GL-ACCOUNT.
017700     IF RECORD-IS-VALID = "Y"
017800         PERFORM VALIDATE-NOT-DUPLICATE.
017810     IF RECORD-IS-VALID = "Y"
017820         PERFORM VALIDATE-RAW-REMIT-TO.

017900 VALIDATE-RAW-VENDOR.
018000     MOVE RAW-INVOICE-VENDOR TO VENDOR-NUMBER.
022500         MOVE "N" TO RECORD-IS-VALID
022600         MOVE "GL ACCOUNT INACTIVE" TO REJECT-REASON.

022610 VALIDATE-RAW-REMIT-TO.
022615     MOVE "Y" TO REMIT-RECORD-FOUND.
022620     INSPECT RAW-INVOICE-REMIT-TO
022630      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
022640     IF RAW-INVOICE-REMIT-TO NOT = SPACES
022650         MOVE RAW-INVOICE-VENDOR TO REMIT-VENDOR
022660         MOVE RAW-INVOICE-REMIT-TO TO REMIT-LOCATION
022680         READ REMIT-TO-FILE RECORD
022690           INVALID KEY
022691              MOVE "N" TO REMIT-RECORD-FOUND.
022692     IF REMIT-RECORD-FOUND = "N"
022693         MOVE "N" TO RECORD-IS-VALID
022694         MOVE "REMIT-TO NOT ON FILE" TO REJECT-REASON.

022700*---------------------------------
022800* The VCHNEW01 duplicate scan -
022900* same vendor and invoice
028700                    VOUCHER-DISCOUNT-DATE
028800                    VOUCHER-DISCOUNT-AMOUNT
028805                    VOUCHER-PAY-RUN
028806                    VOUCHER-EXCH-GAIN-LOSS
028806                    VOUCHER-STORE
028806                    VOUCHER-PROJECT
028806                    VOUCHER-WIRE-NUMBER.
028806     MOVE RAW-INVOICE-REMIT-TO TO VOUCHER-REMIT-TO.
028807     MOVE 1 TO VOUCHER-ENTRY-RATE.
028808     MOVE "N" TO VOUCHER-RECEIPT-HOLD
028809                 VOUCHER-GL-STAGE1-POSTED
028810                 VOUCHER-GL-STAGE2-POSTED
028811                 VOUCHER-DISPUTE-FLAG
028811                 VOUCHER-NETTED.
028812     MOVE THIS-COMPANY TO VOUCHER-COMPANY.
028900     MOVE VENDOR-CURRENCY-CODE TO VOUCHER-CURRENCY-CODE.
028910     PERFORM CAPTURE-LOADED-GST.
038950     COPY "PLCOMP1.CBL".

038960     COPY "PLJRNL01.CBL".
039060
039160     COPY "PLPARM01.CBL".
