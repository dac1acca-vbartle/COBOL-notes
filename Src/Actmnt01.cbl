001000* inactive (field 2) rather
001100* than deleted, so old vouchers
001200* still resolve.
001217* Fields 3-5 place the account
001233* on GLFIN01's statements: the
001250* type (A/L/E/R/X), the
001267* statement line it groups onto
001283* and that line's caption.
001285* While the nightly batch window
001287* is up (PLBWIN01.CBL) only look
001289* up is open; an add, change or
001291* delete keyed as the window goes
001293* up is not saved.
001300*---------------------------------
001400 ENVIRONMENT DIVISION.
001500 INPUT-OUTPUT SECTION.
001600 FILE-CONTROL.

001700     COPY "SLACCT01.CBL".
001720
001740     COPY "SLBWIN01.CBL".
001760
001780     COPY "SLBWLOG.CBL".

001800 DATA DIVISION.
001900 FILE SECTION.

002000     COPY "FDACCT01.CBL".
002020
002040     COPY "FDBWIN01.CBL".
002060
002080     COPY "FDBWLOG.CBL".

002100 WORKING-STORAGE SECTION.

002200 77  MENU-PICK                    PIC 9.
002300     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
002350     88  MENU-PICK-IS-UPDATE      VALUES 1 2 4.

002400 77  THE-MODE                     PIC X(7).
002500 77  OK-TO-DELETE                 PIC X.
002800     COPY "WSCASE01.CBL".

002900     COPY "WSOPID01.CBL".
002933
002966     COPY "WSBWIN01.CBL".

003000 PROCEDURE DIVISION.
003100 PROGRAM-BEGIN.
003200     PERFORM OPENING-PROCEDURE.
003300     PERFORM GET-OPERATOR-ID.
003333     MOVE "ACTMNT01" TO BWIN-PROGRAM-NAME.
003366     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
003400     PERFORM MAIN-PROCESS.
003500     PERFORM CLOSING-PROCEDURE.

005500     PERFORM CLEAR-SCREEN.
005600     DISPLAY "OPERATOR: " OPERATOR-ID.
005700     DISPLAY "    CHART OF ACCOUNTS".
005733     IF BATCH-UPDATES-ALLOWED NOT = "Y"
005766         DISPLAY "    NIGHTLY BATCH RUNNING - LOOK UP ONLY".
005800     DISPLAY "    PLEASE SELECT:".
005900     DISPLAY " ".
006000     DISPLAY "          1.  ADD RECORDS".
007900     PERFORM GET-MENU-PICK.

008000 DO-THE-PICK.
008014     IF MENU-PICK-IS-UPDATE
008028         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
008042     IF MENU-PICK-IS-UPDATE
008056        AND BATCH-UPDATES-ALLOWED NOT = "Y"
008070         DISPLAY "ONLY LOOK UP IS OPEN"
008084     ELSE
008100     IF MENU-PICK = 1
008200         PERFORM ADD-MODE
008300     ELSE

011200 ADD-RECORDS.
011300     PERFORM ENTER-REMAINING-FIELDS.
011333     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
011366     IF BATCH-UPDATES-ALLOWED = "Y"
011400         PERFORM WRITE-ACCOUNT-RECORD
011500         PERFORM GET-NEW-ACCOUNT-CODE
011533     ELSE
011566         MOVE "ZZ" TO ACCOUNT-CODE.

011600 ENTER-REMAINING-FIELDS.
011700     PERFORM ENTER-ACCOUNT-NAME.
011800     PERFORM ENTER-ACCOUNT-ACTIVE.
011825     PERFORM ENTER-ACCOUNT-TYPE.
011850     PERFORM ENTER-ACCOUNT-STMT-LINE.
011875     PERFORM ENTER-ACCOUNT-STMT-CAPTION.

011900*---------------------------------
012000* CHANGE
012900     PERFORM CHANGE-ONE-FIELD
013000         UNTIL WHICH-FIELD = ZERO.

013050     IF BATCH-UPDATES-ALLOWED = "Y"
013100         PERFORM GET-ACCOUNT-RECORD
013133     ELSE
013166         MOVE "ZZ" TO ACCOUNT-CODE.

013200 GET-FIELD-TO-CHANGE.
013300     PERFORM DISPLAY-ALL-FIELDS.
013500 ASK-WHICH-FIELD.
013600     PERFORM ACCEPT-WHICH-FIELD.
013700     PERFORM RE-ACCEPT-WHICH-FIELD
013800         UNTIL WHICH-FIELD NOT > 5.

013900 ACCEPT-WHICH-FIELD.
014000     DISPLAY "ENTER THE NUMBER OF THE FIELD".
014100     DISPLAY "TO CHANGE (1-5) OR 0 TO EXIT".
014200     ACCEPT WHICH-FIELD.

014300 RE-ACCEPT-WHICH-FIELD.

014600 CHANGE-ONE-FIELD.
014700     PERFORM CHANGE-THIS-FIELD.
014750     IF BATCH-UPDATES-ALLOWED = "Y"
014800         PERFORM GET-FIELD-TO-CHANGE
014833     ELSE
014866         MOVE ZERO TO WHICH-FIELD.

014900 CHANGE-THIS-FIELD.
015000     IF WHICH-FIELD = 1
015100         PERFORM ENTER-ACCOUNT-NAME.
015200     IF WHICH-FIELD = 2
015300         PERFORM ENTER-ACCOUNT-ACTIVE.
015314     IF WHICH-FIELD = 3
015329         PERFORM ENTER-ACCOUNT-TYPE.
015343     IF WHICH-FIELD = 4
015357         PERFORM ENTER-ACCOUNT-STMT-LINE.
015371     IF WHICH-FIELD = 5
015386         PERFORM ENTER-ACCOUNT-STMT-CAPTION.

015390     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
015394     IF BATCH-UPDATES-ALLOWED = "Y"
015400         PERFORM REWRITE-ACCOUNT-RECORD.

015500*---------------------------------
015600* INQUIRE

017600     PERFORM ASK-OK-TO-DELETE.
017700     IF OK-TO-DELETE = "Y"
017720         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
017740         IF BATCH-UPDATES-ALLOWED NOT = "Y"
017760             MOVE "N" TO OK-TO-DELETE.
017780     IF OK-TO-DELETE = "Y"
017800         PERFORM DELETE-ACCOUNT-RECORD.

017850     IF BATCH-UPDATES-ALLOWED = "Y"
017900         PERFORM GET-ACCOUNT-RECORD
017933     ELSE
017966         MOVE "ZZ" TO ACCOUNT-CODE.

018000 ASK-OK-TO-DELETE.
018100     PERFORM ACCEPT-OK-TO-DELETE.
025300     DISPLAY "YOU MUST ENTER YES OR NO".
025400     PERFORM ACCEPT-ACCOUNT-ACTIVE.

025403 ENTER-ACCOUNT-TYPE.
025405     PERFORM ACCEPT-ACCOUNT-TYPE.
025408     PERFORM RE-ACCEPT-ACCOUNT-TYPE
025410         UNTIL ACCOUNT-TYPE = "A" OR "L" OR "E"
025413                           OR "R" OR "X".

025415 ACCEPT-ACCOUNT-TYPE.
025418     DISPLAY "ENTER ACCOUNT TYPE".
025421     DISPLAY "(A=ASSET L=LIABILITY E=EQUITY".
025423     DISPLAY " R=REVENUE X=EXPENSE)".
025426     ACCEPT ACCOUNT-TYPE.
025428     INSPECT ACCOUNT-TYPE
025431      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

025433 RE-ACCEPT-ACCOUNT-TYPE.
025436     DISPLAY "TYPE MUST BE A, L, E, R OR X".
025438     PERFORM ACCEPT-ACCOUNT-TYPE.

025441 ENTER-ACCOUNT-STMT-LINE.
025444     PERFORM ACCEPT-ACCOUNT-STMT-LINE.
025446     PERFORM RE-ACCEPT-ACCOUNT-STMT-LINE
025449         UNTIL ACCOUNT-STMT-LINE NOT = ZEROES.

025451 ACCEPT-ACCOUNT-STMT-LINE.
025454     DISPLAY "ENTER STATEMENT LINE NUMBER (1-999)".
025456     ACCEPT ACCOUNT-STMT-LINE.

025459 RE-ACCEPT-ACCOUNT-STMT-LINE.
025462     DISPLAY "STATEMENT LINE MUST BE ENTERED".
025464     PERFORM ACCEPT-ACCOUNT-STMT-LINE.

025467 ENTER-ACCOUNT-STMT-CAPTION.
025469     PERFORM ACCEPT-ACCOUNT-STMT-CAPTION.
025472     PERFORM RE-ACCEPT-ACCOUNT-STMT-CAPTION
025474         UNTIL ACCOUNT-STMT-CAPTION NOT = SPACES.

025477 ACCEPT-ACCOUNT-STMT-CAPTION.
025479     DISPLAY "ENTER STATEMENT LINE CAPTION".
025482     ACCEPT ACCOUNT-STMT-CAPTION.
025485     INSPECT ACCOUNT-STMT-CAPTION
025487       CONVERTING LOWER-ALPHA
025490       TO         UPPER-ALPHA.

025492 RE-ACCEPT-ACCOUNT-STMT-CAPTION.
025495     DISPLAY "STATEMENT CAPTION MUST BE ENTERED".
025497     PERFORM ACCEPT-ACCOUNT-STMT-CAPTION.

025500*---------------------------------
025600* Routines shared by Change,
025700* Inquire and Delete
026100     DISPLAY "   ACCOUNT CODE: " ACCOUNT-CODE.
026200     DISPLAY "1. DESCRIPTION: " ACCOUNT-NAME.
026300     DISPLAY "2. ACTIVE: " ACCOUNT-ACTIVE.
026325     DISPLAY "3. TYPE: " ACCOUNT-TYPE.
026350     DISPLAY "4. STATEMENT LINE: " ACCOUNT-STMT-LINE.
026375     DISPLAY "5. CAPTION: " ACCOUNT-STMT-CAPTION.
026400     DISPLAY " ".

026500*---------------------------------
028400         DISPLAY "ERROR DELETING ACCOUNT RECORD".

028500     COPY "PLOPID01.CBL".
028600
028700     COPY "PLBWIN01.CBL".
