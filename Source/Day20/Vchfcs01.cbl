000700* is still ZEROES (unpaid) and
000800* buckets it by how far
000900* VOUCHER-DUE is from today:
001000*   PAST DUE, 1-5, 6-10,
001100*   11-20, OVER 20 DAYS,
001116* counted in business days - a
001132* week, two weeks and a month of
001148* banking days, skipping
001164* weekends and HOLIDAY-FILE
001180* dates (PLBDAY01.CBL).
001200* Same date-integer arithmetic
001300* and bucket-total layout as
001400* VCHAGE01, just forward-looking
002300     COPY "SLVND02.CBL".
002310
002320     COPY "SLCURR01.CBL".
002346
002372     COPY "SLHOL01.CBL".
002400
002430     COPY "SLSPOOLC.CBL".
002440
003400     COPY "FDVND04.CBL".
003410
003420     COPY "FDCURR01.CBL".
003423
003426     COPY "FDHOL01.CBL".
003430
003440     COPY "FDSPOOLC.CBL".
003500
004700
004800 77  TODAY-INTEGER               PIC S9(9) COMP.
004900 77  DUE-INTEGER                 PIC S9(9) COMP.
005000 77  FIVE-DAY-INTEGER            PIC S9(9) COMP.
005033 77  TEN-DAY-INTEGER             PIC S9(9) COMP.
005066 77  TWENTY-DAY-INTEGER          PIC S9(9) COMP.
005100 77  BUCKET-NUMBER               PIC 9.
005200 77  BUCKET-LABEL-WORK           PIC X(20).
005300 77  BUCKET-AMOUNT-WORK          PIC S9(9)V99.
005400
005500 01  FORECAST-TOTALS.
005600     05  TOTAL-PAST-DUE          PIC S9(9)V99 VALUE ZERO.
005700     05  TOTAL-1-5               PIC S9(9)V99 VALUE ZERO.
005800     05  TOTAL-6-10              PIC S9(9)V99 VALUE ZERO.
005900     05  TOTAL-11-20             PIC S9(9)V99 VALUE ZERO.
006000     05  TOTAL-OVER-20           PIC S9(9)V99 VALUE ZERO.
006100     05  TOTAL-REQUIREMENTS      PIC S9(9)V99 VALUE ZERO.
006200
006300 01  DETAIL-LINE.
009400     05  FILLER         PIC X(4) VALUE SPACE.
009500     05  FILLER         PIC X(10) VALUE "AMOUNT".
009600     05  FILLER         PIC X(4) VALUE SPACE.
009700     05  FILLER         PIC X(13) VALUE "BUSINESS DAYS".
009800
009900 01  TITLE-LINE.
010000     05  FILLER              PIC X(15) VALUE SPACE.
010840     COPY "WSOPID01.CBL".
010850
010860     COPY "WSSPOOL1.CBL".
010873
010886     COPY "WSBDAY01.CBL".
010900
011000 PROCEDURE DIVISION.
011100 PROGRAM-BEGIN.
013400     OPEN I-O VOUCHER-FILE.
013500     OPEN I-O VENDOR-FILE.
013550     OPEN INPUT CURRENCY-RATE-FILE.
013555     OPEN INPUT HOLIDAY-FILE.
013560     OPEN I-O SPOOL-CATALOG-FILE.
013570     MOVE "CASH FORECAST" TO SPOOL-REPORT-NAME.
013580     MOVE "VCHFCS01" TO SPOOL-PROGRAM.
013800     PERFORM GET-TODAYS-DATE.
013900     COMPUTE TODAY-INTEGER =
014000         FUNCTION INTEGER-OF-DATE(DATE-CCYYMMDD).
014050     PERFORM SET-BUCKET-LIMITS.
014100
014200 CLOSING-PROCEDURE.
014300     CLOSE VOUCHER-FILE.
014400     CLOSE VENDOR-FILE.
014450     CLOSE CURRENCY-RATE-FILE.
014475     CLOSE HOLIDAY-FILE.
014500     PERFORM END-LAST-PAGE.
014600     CLOSE PRINTER-FILE.
014610     MOVE PAGE-NUMBER TO SPOOL-PAGE-COUNT.
014630     CLOSE SPOOL-CATALOG-FILE.
014640     DISPLAY "REPORT SPOOLED AS " SPOOL-OUT-NAME.
014700
014704*---------------------------------
014708* The last due date in each
014712* bucket - 5, 10 and 20
014716* business days on from today.
014720*---------------------------------
014724 SET-BUCKET-LIMITS.
014728     MOVE DATE-CCYYMMDD TO BUSINESS-DATE.
014732     MOVE 5 TO BUSINESS-DAYS.
014736     PERFORM ADD-BUSINESS-DAYS.
014740     COMPUTE FIVE-DAY-INTEGER =
014744         FUNCTION INTEGER-OF-DATE(BUSINESS-DATE).
014748     MOVE 5 TO BUSINESS-DAYS.
014752     PERFORM ADD-BUSINESS-DAYS.
014756     COMPUTE TEN-DAY-INTEGER =
014760         FUNCTION INTEGER-OF-DATE(BUSINESS-DATE).
014764     MOVE 10 TO BUSINESS-DAYS.
014768     PERFORM ADD-BUSINESS-DAYS.
014772     COMPUTE TWENTY-DAY-INTEGER =
014776         FUNCTION INTEGER-OF-DATE(BUSINESS-DATE).
014780
014800 PROCESS-ONE-VOUCHER.
014900     IF VOUCHER-PAID-DATE = ZEROES
015000         PERFORM BUCKET-AND-PRINT-VOUCHER.
015900
016000 COMPUTE-BUCKET.
016100     COMPUTE DUE-INTEGER = FUNCTION INTEGER-OF-DATE(VOUCHER-DUE).
016300
016400     IF DUE-INTEGER < TODAY-INTEGER
016500         MOVE 1 TO BUCKET-NUMBER
016600         MOVE "PAST DUE" TO PRINT-BUCKET
016700     ELSE
016800     IF DUE-INTEGER NOT > FIVE-DAY-INTEGER
016900         MOVE 2 TO BUCKET-NUMBER
017000         MOVE "1-5 DAYS" TO PRINT-BUCKET
017100     ELSE
017200     IF DUE-INTEGER NOT > TEN-DAY-INTEGER
017300         MOVE 3 TO BUCKET-NUMBER
017400         MOVE "6-10 DAYS" TO PRINT-BUCKET
017500     ELSE
017600     IF DUE-INTEGER NOT > TWENTY-DAY-INTEGER
017700         MOVE 4 TO BUCKET-NUMBER
017800         MOVE "11-20 DAYS" TO PRINT-BUCKET
017900     ELSE
018000         MOVE 5 TO BUCKET-NUMBER
018100         MOVE "OVER 20 DAYS" TO PRINT-BUCKET.
018200
018300 ACCUMULATE-BUCKET-TOTAL.
018310     PERFORM TRANSLATE-VOUCHER-AMOUNT.
018600         ADD TRANSLATED-AMOUNT TO TOTAL-PAST-DUE
018700     ELSE
018800     IF BUCKET-NUMBER = 2
018900         ADD TRANSLATED-AMOUNT TO TOTAL-1-5
019000     ELSE
019100     IF BUCKET-NUMBER = 3
019200         ADD TRANSLATED-AMOUNT TO TOTAL-6-10
019300     ELSE
019400     IF BUCKET-NUMBER = 4
019500         ADD TRANSLATED-AMOUNT TO TOTAL-11-20
019600     ELSE
019700         ADD TRANSLATED-AMOUNT TO TOTAL-OVER-20.
019800
019900 PRINT-THE-RECORD.
020000     MOVE SPACE TO DETAIL-LINE.
022900     MOVE "PAST DUE     " TO BUCKET-LABEL-WORK.
023000     MOVE TOTAL-PAST-DUE TO BUCKET-AMOUNT-WORK.
023100     PERFORM PRINT-ONE-BUCKET-TOTAL.
023200     MOVE "1-5 BUS DAYS" TO BUCKET-LABEL-WORK.
023300     MOVE TOTAL-1-5 TO BUCKET-AMOUNT-WORK.
023400     PERFORM PRINT-ONE-BUCKET-TOTAL.
023500     MOVE "6-10 BUS DAYS" TO BUCKET-LABEL-WORK.
023600     MOVE TOTAL-6-10 TO BUCKET-AMOUNT-WORK.
023700     PERFORM PRINT-ONE-BUCKET-TOTAL.
023800     MOVE "11-20 BUS DAYS" TO BUCKET-LABEL-WORK.
023900     MOVE TOTAL-11-20 TO BUCKET-AMOUNT-WORK.
024000     PERFORM PRINT-ONE-BUCKET-TOTAL.
024100     MOVE "OVER 20 BUS DAYS" TO BUCKET-LABEL-WORK.
024200     MOVE TOTAL-OVER-20 TO BUCKET-AMOUNT-WORK.
024300     PERFORM PRINT-ONE-BUCKET-TOTAL.
024400     PERFORM LINE-FEED.
024500     MOVE TOTAL-REQUIREMENTS TO PRINT-GRAND-TOTAL.
030100     COPY "PLOPID01.CBL".

030200     COPY "PLSPOOL1.CBL".
030300
030400     COPY "PLBDAY01.CBL".
