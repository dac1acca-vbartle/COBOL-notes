001600* same SORT/INPUT PROCEDURE/
001700* GIVING WORK-FILE idiom as
001800* VND1099R and VCHDED01.
001820* The look-ahead is counted in
001840* business days - weekends and
001860* HOLIDAY-FILE dates do not use
001880* up the window (PLBDAY01.CBL).
001900*---------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002500
002600     COPY "SLVND02.CBL".
002700
002733     COPY "SLHOL01.CBL".
002766
002800     SELECT WORK-FILE
002900         ASSIGN TO "WORK"
003000         ORGANIZATION IS SEQUENTIAL.
004300
004400     COPY "FDVND04.CBL".
004500
004533     COPY "FDHOL01.CBL".
004566
004600 SD  SORT-FILE.
004700 01  SORT-RECORD.
004800     05  SORT-DUE-DATE            PIC 9(8).
007300 77  MAXIMUM-LINES               PIC 999 VALUE 55.
007400 77  TODAY-INTEGER               PIC S9(9) COMP.
007500 77  DUE-INTEGER                 PIC S9(9) COMP.
007600 77  WINDOW-END-INTEGER          PIC S9(9) COMP.
007700 77  GRAND-TOTAL                 PIC S9(9)V99 VALUE ZERO.
007800
007900 01  DETAIL-LINE.
011400     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
011500
011600     COPY "WSDATE01.CBL".
011633
011666     COPY "WSBDAY01.CBL".
011700
011800 PROCEDURE DIVISION.
011900 PROGRAM-BEGIN.
012800     OPEN INPUT VOUCHER-FILE.
012900     OPEN INPUT VENDOR-FILE.
013000     OPEN OUTPUT PRINTER-FILE.
013050     OPEN INPUT HOLIDAY-FILE.
013100
013200     PERFORM GET-TODAYS-DATE.
013300     COMPUTE TODAY-INTEGER =
013700     CLOSE VOUCHER-FILE.
013800     CLOSE VENDOR-FILE.
013900     CLOSE PRINTER-FILE.
013950     CLOSE HOLIDAY-FILE.
014000
014100 MAIN-PROCESS.
014200     PERFORM ENTER-DAYS-AHEAD.
014500
014600 ENTER-DAYS-AHEAD.
014700     DISPLAY "REMIND ON VOUCHERS DUE WITHIN HOW".
014800     DISPLAY "MANY BUSINESS DAYS (0 TO EXIT)?".
014900     ACCEPT ENTERED-DAYS.
015000
015100 PRINT-TICKLER-REPORT.
015150     PERFORM SET-WINDOW-END.
015200     PERFORM SORT-TICKLER-VOUCHERS.
015300     MOVE ZEROES TO LINE-COUNT PAGE-NUMBER GRAND-TOTAL.
015400     PERFORM START-NEW-PAGE.
016800* operator's window, ordered by
016900* due date.
017000*---------------------------------
017007*---------------------------------
017014* The last day of the window is
017021* that many business days on
017028* from today.
017035*---------------------------------
017042 SET-WINDOW-END.
017049     PERFORM GET-TODAYS-DATE.
017056     MOVE DATE-CCYYMMDD TO BUSINESS-DATE.
017063     MOVE ENTERED-DAYS TO BUSINESS-DAYS.
017070     PERFORM ADD-BUSINESS-DAYS.
017077     COMPUTE WINDOW-END-INTEGER =
017084         FUNCTION INTEGER-OF-DATE(BUSINESS-DATE).
017091
017100 SORT-TICKLER-VOUCHERS.
017200     SORT SORT-FILE
017300         ON ASCENDING KEY SORT-DUE-DATE
018700     IF VOUCHER-PAID-DATE = ZEROES
018800         COMPUTE DUE-INTEGER =
018900             FUNCTION INTEGER-OF-DATE(VOUCHER-DUE)
019100         IF DUE-INTEGER NOT < TODAY-INTEGER
019200            AND DUE-INTEGER NOT > WINDOW-END-INTEGER
019300             PERFORM RELEASE-SORT-RECORD.
019400     PERFORM READ-NEXT-VOUCHER.
019500
028500     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
028600
028700     COPY "PLDATE01.CBL".
028800
028900     COPY "PLBDAY01.CBL".
