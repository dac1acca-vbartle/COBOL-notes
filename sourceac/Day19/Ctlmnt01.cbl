000400* Change and Inquire only
000500* for the bills system control
000600* file.
000616* While the nightly batch window
000632* is up (PLBWIN01.CBL) only the
000648* display is open; a change keyed
000664* as the window goes up is not
000680* saved.
000700*---------------------------------
000800 ENVIRONMENT DIVISION.
000900 INPUT-OUTPUT SECTION.
001000 FILE-CONTROL.
001100
001200     COPY "SLCONTRL.CBL".
001220
001240     COPY "SLBWIN01.CBL".
001260
001280     COPY "SLBWLOG.CBL".
001300
001400 DATA DIVISION.
001500 FILE SECTION.
001600
001700     COPY "FDCONTRL.CBL".
001720
001740     COPY "FDBWIN01.CBL".
001760
001780     COPY "FDBWLOG.CBL".
001800
001900 WORKING-STORAGE SECTION.
002000
002050     COPY "WSCASE01.CBL".
002060
002070     COPY "WSOPID01.CBL".
002073
002076     COPY "WSBWIN01.CBL".
002080
002100 77  MENU-PICK                    PIC 9.
002200     88  MENU-PICK-IS-VALID       VALUES 0 THRU 3.
002250     88  MENU-PICK-IS-UPDATE      VALUES 1 3.
002300
002400 77  THE-MODE                     PIC X(7).
002500 77  RECORD-FOUND                 PIC X.
003000 PROGRAM-BEGIN.
003100     PERFORM OPENING-PROCEDURE.
003150     PERFORM GET-OPERATOR-ID.
003166     MOVE "CTLMNT01" TO BWIN-PROGRAM-NAME.
003182     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
003200     PERFORM MAIN-PROCESS.
003300     PERFORM CLOSING-PROCEDURE.
003400
006100
006200 DISPLAY-THE-MENU.
006300     PERFORM CLEAR-SCREEN.
006333     IF BATCH-UPDATES-ALLOWED NOT = "Y"
006366         DISPLAY "    NIGHTLY BATCH RUNNING - DISPLAY ONLY".
006400     DISPLAY "    PLEASE SELECT:".
006500     DISPLAY " ".
006600     DISPLAY "        1.  CHANGE  CONTROL INFORMATION".
008800     PERFORM GET-MENU-PICK.
008900
009000 DO-THE-PICK.
009014     IF MENU-PICK-IS-UPDATE
009028         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
009042     IF MENU-PICK-IS-UPDATE
009056        AND BATCH-UPDATES-ALLOWED NOT = "Y"
009070         DISPLAY "ONLY DISPLAY IS OPEN"
009084     ELSE
009100     IF MENU-PICK = 1
009200         PERFORM CHANGE-MODE
009300     ELSE
011400     PERFORM ASK-WHICH-FIELD.
011500
011600 ASK-WHICH-FIELD.
011700     DISPLAY "WHICH FIELD (1-9, 0 TO QUIT)?".
011750     ACCEPT WHICH-FIELD.
011800
011900 CHANGE-ONE-FIELD.
012490         PERFORM ENTER-CONTROL-LAST-PO
012491     ELSE
012492     IF WHICH-FIELD = 5
012493         PERFORM ENTER-CONTROL-CURRENT-PERIOD
012494     ELSE
012495     IF WHICH-FIELD = 6
012496         PERFORM ENTER-CONTROL-GL-CLOSED-YEAR
012497     ELSE
012498     IF WHICH-FIELD = 7
012499         PERFORM ENTER-CONTROL-RETAINED-EARNINGS
012499     ELSE
012499     IF WHICH-FIELD = 8
012499         PERFORM ENTER-CONTROL-LAST-ASSET
012499     ELSE
012499     IF WHICH-FIELD = 9
012499         PERFORM ENTER-CONTROL-LAST-EXPENSE-RPT.
012500
012550     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
012575     IF BATCH-UPDATES-ALLOWED = "Y"
012600         PERFORM REWRITE-CONTROL-RECORD.
012700
012800*---------------------------------
012900* INQUIRE
014518     SET CONTROL-BANK-INDEX TO BANK-SLOT.
014519     PERFORM ENTER-BANK-ACCOUNT.
014520     PERFORM ENTER-BANK-LAST-CHECK.
014520     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
014520     IF BATCH-UPDATES-ALLOWED = "Y"
014521         PERFORM REWRITE-CONTROL-RECORD
014522         PERFORM DISPLAY-BANK-ACCOUNTS
014523         PERFORM ASK-BANK-SLOT
014523     ELSE
014523         MOVE ZERO TO BANK-SLOT.
014524
014525 ENTER-BANK-ACCOUNT.
014526     DISPLAY "ENTER BANK ACCOUNT NUMBER (0 TO CLEAR SLOT)".
015507 ENTER-CONTROL-CURRENT-PERIOD.
015508     DISPLAY "ENTER CURRENT AP PERIOD (CCYYMM, 0 = NONE)".
015509     ACCEPT CONTROL-CURRENT-PERIOD.
015509
015509*---------------------------------
015509* Normally only GLCLOS01 should
015509* move the closed year - setting
015509* it back reopens a year and is
015509* for supervisor fix-ups.
015509*---------------------------------
015509 ENTER-CONTROL-GL-CLOSED-YEAR.
015509     DISPLAY "ENTER LAST CLOSED GL YEAR (CCYY, 0 = NONE)".
015509     ACCEPT CONTROL-GL-CLOSED-YEAR.
015509
015509 ENTER-CONTROL-RETAINED-EARNINGS.
015509     DISPLAY "ENTER RETAINED EARNINGS ACCOUNT".
015509     ACCEPT CONTROL-RETAINED-EARNINGS.
015509     INSPECT CONTROL-RETAINED-EARNINGS
015509      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
015509
015509 ENTER-CONTROL-LAST-ASSET.
015509     DISPLAY "ENTER LAST FIXED ASSET NUMBER".
015509     ACCEPT CONTROL-LAST-ASSET.
015509
015509 ENTER-CONTROL-LAST-EXPENSE-RPT.
015509     DISPLAY "ENTER LAST EXPENSE REPORT NUMBER".
015509     ACCEPT CONTROL-LAST-EXPENSE-RPT.
015510
015600*---------------------------------
015700* Routines shared by Change and Inquire
018060     PERFORM DISPLAY-CONTROL-LAST-BILL.
018070     PERFORM DISPLAY-CONTROL-LAST-PO.
018080     PERFORM DISPLAY-CONTROL-CURRENT-PERIOD.
018087     PERFORM DISPLAY-CONTROL-GL-CLOSED-YEAR.
018093     PERFORM DISPLAY-CONTROL-RETAINED-EARNINGS.
018096     PERFORM DISPLAY-CONTROL-LAST-ASSET.
018098     PERFORM DISPLAY-CONTROL-LAST-EXPENSE-RPT.
018100     DISPLAY " ".
018200
018300 DISPLAY-CONTROL-LAST-VOUCHER.
018602 DISPLAY-CONTROL-CURRENT-PERIOD.
018603     DISPLAY "5. CURRENT AP PERIOD: "
018604                 CONTROL-CURRENT-PERIOD.
018604
018604 DISPLAY-CONTROL-GL-CLOSED-YEAR.
018604     DISPLAY "6. LAST CLOSED GL YEAR: "
018604                 CONTROL-GL-CLOSED-YEAR.
018604
018604 DISPLAY-CONTROL-RETAINED-EARNINGS.
018604     DISPLAY "7. RETAINED EARNINGS ACCOUNT: "
018604                 CONTROL-RETAINED-EARNINGS.
018604
018604 DISPLAY-CONTROL-LAST-ASSET.
018604     DISPLAY "8. LAST FIXED ASSET NUMBER: "
018604                 CONTROL-LAST-ASSET.
018604
018604 DISPLAY-CONTROL-LAST-EXPENSE-RPT.
018604     DISPLAY "9. LAST EXPENSE REPORT NUMBER: "
018604                 CONTROL-LAST-EXPENSE-RPT.
018605
018700*---------------------------------
018800* File I-O Routines
020700         DISPLAY "ERROR REWRITING CONTROL RECORD".
020800
020900     COPY "PLOPID01.CBL".
021000
021100     COPY "PLBWIN01.CBL".

