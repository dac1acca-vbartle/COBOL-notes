001200* a second time, descending by
001300* total paid, and listed with a
001400* running rank number.
001412* The operator may rank by
001424* corporate family instead:
001436* each voucher is then totaled
001448* under the top vendor of its
001460* family (VENDOR-PARENT, climbed
001472* by PLFAMLY1.CBL), and the name
001484* printed is the top vendor's.
001500*---------------------------------
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.

007510 77  TRANSLATED-AMOUNT           PIC S9(8)V99.
007520 77  CURRENCY-RATE-FOUND         PIC X.
007540 77  RANK-BASIS                  PIC X.
007560 77  LAST-VOUCHER-VENDOR         PIC 9(5) VALUE ZEROES.
007580 77  LAST-FAMILY-VENDOR          PIC 9(5) VALUE ZEROES.
007600
007700     COPY "WSDATE01.CBL".
007720
007740     COPY "WSCASE01.CBL".
007760
007780     COPY "WSFAMLY1.CBL".
007800
007900 77  ENTERED-FROM-DATE           PIC 9(8).
008000 77  ENTERED-TO-DATE             PIC 9(8).
010800
010900 01  TITLE-LINE.
011000     05  FILLER              PIC X(15) VALUE SPACE.
011100     05  PRINT-TITLE-TEXT    PIC X(28)
011200         VALUE "VENDOR SPEND RANKING REPORT".
011300     05  FILLER              PIC X(5) VALUE SPACE.
011400     05  FILLER              PIC X(5) VALUE "PAGE:".
012100     PERFORM MAIN-PROCESS.
012200     PERFORM CLOSING-PROCEDURE.
012300
012325 PROGRAM-EXIT.
012350     EXIT PROGRAM.
012375
012400 PROGRAM-DONE.
012500     STOP RUN.
012600
013600
013700 MAIN-PROCESS.
013800     PERFORM ENTER-DATE-RANGE.
013850     PERFORM ENTER-RANK-BASIS.
013900     PERFORM PRINT-RANKING-REPORT.
014000
014100 ENTER-DATE-RANGE.
015000     PERFORM GET-A-DATE.
015100     MOVE DATE-CCYYMMDD TO ENTERED-TO-DATE.
015200
015208 ENTER-RANK-BASIS.
015216     DISPLAY "RANK BY (V)ENDOR OR BY CORPORATE (F)AMILY?".
015224     ACCEPT RANK-BASIS.
015232     INSPECT RANK-BASIS
015240      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
015248     IF RANK-BASIS NOT = "V" AND RANK-BASIS NOT = "F"
015256         DISPLAY "YOU MUST ENTER V OR F"
015264         PERFORM ENTER-RANK-BASIS.
015272     IF RANK-BASIS = "F"
015280         MOVE "FAMILY SPEND RANKING REPORT" TO PRINT-TITLE-TEXT.
015288
015300 PRINT-RANKING-REPORT.
015400     PERFORM SORT-VOUCHERS-BY-VENDOR.
015500     PERFORM SORT-TOTALS-BY-AMOUNT.
018500     IF VOUCHER-PAID-DATE NOT < ENTERED-FROM-DATE
018600        AND VOUCHER-PAID-DATE NOT > ENTERED-TO-DATE
018700         MOVE VOUCHER-VENDOR TO SORT-VOUCHER-VENDOR
018705         PERFORM SET-RANKED-VENDOR
018710         PERFORM TRANSLATE-PAID-AMOUNT
018800         MOVE TRANSLATED-AMOUNT TO SORT-VOUCHER-PAID-AMOUNT
018900         RELEASE SORT-RECORD.
019000     PERFORM READ-NEXT-VOUCHER.
019100
019104*---------------------------------
019108* Ranking by family totals the
019112* voucher under the top vendor
019116* of its family. The climb is
019120* only repeated when the vendor
019124* changes.
019128*---------------------------------
019132 SET-RANKED-VENDOR.
019136     IF RANK-BASIS = "F"
019140         PERFORM FIND-VOUCHER-FAMILY
019144         MOVE LAST-FAMILY-VENDOR TO SORT-VOUCHER-VENDOR.
019148
019152 FIND-VOUCHER-FAMILY.
019156     IF VOUCHER-VENDOR NOT = LAST-VOUCHER-VENDOR
019160         MOVE VOUCHER-VENDOR TO LAST-VOUCHER-VENDOR
019164         MOVE VOUCHER-VENDOR TO FAMILY-START-VENDOR
019168         MOVE VOUCHER-VENDOR TO FAMILY-WATCH-VENDOR
019172         PERFORM FIND-VENDOR-FAMILY
019176         MOVE FAMILY-TOP-VENDOR TO LAST-FAMILY-VENDOR.
019180
019200*---------------------------------
019300* Second SORT - reads the vendor-
019400* ordered WORK-FILE built above,
029788         MOVE VOUCHER-PAID-AMOUNT TO TRANSLATED-AMOUNT.
029789
029800     COPY "PLDATE01.CBL".
029900
030000     COPY "PLFAMLY1.CBL".
