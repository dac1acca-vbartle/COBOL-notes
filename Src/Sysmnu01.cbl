000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SYSMNU01.
000300*---------------------------------
000400* Master system menu covering
000500* every subsystem. The options
000600* are not coded here - they come
000700* off MASTER-MENU-FILE
000800* (FDMENU01.CBL), maintained in
000900* MNUMNT01: program, subsystem,
001000* menu text and the OPERATOR-
001100* FILE authorization needed.
001200* The operator signs on against
001300* the operator master
001400* (PLSIGN01.CBL). The master
001500* menu lists only the subsystems
001600* holding at least one option
001700* the operator is authorized
001800* for, and each subsystem's
001900* sub-menu lists only those
002000* options; a pick the operator
002100* cannot see is also refused if
002200* keyed, as in APMNU01.
002300* Every program started from
002400* here is journaled (PLJRNL01)
002500* as a LAUNCH against the
002600* program name, so JRNRPT01
002700* shows who ran what and when.
002800* The program is CANCELed on
002900* return, so the next launch
003000* starts it fresh.
003100*---------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.

003500     COPY "SLMENU01.CBL".

003600     COPY "SLOPER01.CBL".

003700     COPY "SLSECVIO.CBL".

003800     COPY "SLJRNL01.CBL".

003900 DATA DIVISION.
004000 FILE SECTION.

004100     COPY "FDMENU01.CBL".

004200     COPY "FDOPER01.CBL".

004300     COPY "FDSECVIO.CBL".

004400     COPY "FDJRNL01.CBL".

004500 WORKING-STORAGE SECTION.

004600 77  SUBSYSTEM-PICK               PIC 99.
004700     88  SUBSYSTEM-PICK-IS-VALID  VALUES 0 THRU 20.
004800 77  OPTION-PICK                  PIC 99.
004900     88  OPTION-PICK-IS-VALID     VALUES 0 THRU 20.

005000 77  MENU-AT-END                  PIC X.
005100 77  SUBSYSTEM-INDEX              PIC 99.
005200 77  OPTION-INDEX                 PIC 99.
005300 77  SUBSYSTEMS-SHOWN             PIC 99.
005400 77  CHECK-AUTHORITY              PIC X.
005500 77  OPTION-ALLOWED               PIC X.
005600 77  LAUNCH-PROGRAM               PIC X(9).
005700 77  SHOW-PICK                    PIC Z9.

005800*---------------------------------
005900* The whole menu file, loaded
006000* once at sign-on. The ALLOWED
006100* flags are set from the
006200* operator's AUTH- flags as the
006300* table loads.
006400*---------------------------------
006500 01  MENU-TABLE.
006600     05  MENU-SUBSYSTEM-ENTRY OCCURS 20 TIMES.
006700         10  MENU-SUBSYSTEM-NAME      PIC X(30).
006800         10  MENU-SUBSYSTEM-ALLOWED   PIC X.
006900         10  MENU-OPTION-ENTRY OCCURS 20 TIMES.
007000             15  MENU-OPTION-PROGRAM  PIC X(9).
007100             15  MENU-OPTION-TEXT     PIC X(30).
007200             15  MENU-OPTION-ALLOWED  PIC X.

007300     COPY "WSSIGN01.CBL".

007400     COPY "WSCASE01.CBL".

007500     COPY "WSOPID01.CBL".

007600 PROCEDURE DIVISION.
007700 PROGRAM-BEGIN.
007800     OPEN I-O OPERATOR-FILE.
007900     PERFORM SIGN-ON-OPERATOR.
008000     CLOSE OPERATOR-FILE.
008100     PERFORM LOAD-THE-MENU.
008200     IF SUBSYSTEMS-SHOWN = ZERO
008300         DISPLAY "NO MENU OPTIONS ARE SET UP FOR YOUR"
008400         DISPLAY "AUTHORIZATION - SEE YOUR SUPERVISOR"
008500     ELSE
008600         PERFORM MAIN-PROCESS.

008700 PROGRAM-EXIT.
008800     EXIT PROGRAM.

008900 PROGRAM-DONE.
009000     STOP RUN.

009100*---------------------------------
009200* Loading the table. Keys out of
009300* the 1-20 range are passed
009400* over.
009500*---------------------------------
009600 LOAD-THE-MENU.
009700     MOVE SPACE TO MENU-TABLE.
009800     OPEN INPUT MASTER-MENU-FILE.
009900     MOVE ZEROES TO SYSMENU-KEY.
010000     MOVE "N" TO MENU-AT-END.
010100     START MASTER-MENU-FILE
010200        KEY NOT < SYSMENU-KEY
010300         INVALID KEY MOVE "Y" TO MENU-AT-END.
010400     IF MENU-AT-END NOT = "Y"
010500         PERFORM READ-NEXT-MENU-RECORD.
010600     PERFORM LOAD-ONE-MENU-RECORD
010700         UNTIL MENU-AT-END = "Y".
010800     CLOSE MASTER-MENU-FILE.
010900     MOVE ZERO TO SUBSYSTEMS-SHOWN.
011000     PERFORM COUNT-ONE-SUBSYSTEM
011100         VARYING SUBSYSTEM-INDEX FROM 1 BY 1
011200          UNTIL SUBSYSTEM-INDEX > 20.

011300 LOAD-ONE-MENU-RECORD.
011400     IF SYSMENU-SUBSYSTEM > ZERO
011500        AND SYSMENU-SUBSYSTEM NOT > 20
011600        AND SYSMENU-OPTION NOT > 20
011700         PERFORM STORE-MENU-RECORD.
011800     PERFORM READ-NEXT-MENU-RECORD.

011900 STORE-MENU-RECORD.
012000     MOVE SYSMENU-SUBSYSTEM TO SUBSYSTEM-INDEX.
012100     IF SYSMENU-OPTION = ZERO
012200         MOVE SYSMENU-TEXT
012300           TO MENU-SUBSYSTEM-NAME(SUBSYSTEM-INDEX)
012400     ELSE
012500         PERFORM STORE-MENU-OPTION.

012600 STORE-MENU-OPTION.
012700     MOVE SYSMENU-OPTION TO OPTION-INDEX.
012800     MOVE SYSMENU-PROGRAM
012900       TO MENU-OPTION-PROGRAM(SUBSYSTEM-INDEX OPTION-INDEX).
013000     MOVE SYSMENU-TEXT
013100       TO MENU-OPTION-TEXT(SUBSYSTEM-INDEX OPTION-INDEX).
013200     MOVE SYSMENU-AUTHORITY TO CHECK-AUTHORITY.
013300     PERFORM CHECK-OPERATOR-AUTHORITY.
013400     IF OPTION-ALLOWED = "Y"
013500        AND SYSMENU-PROGRAM NOT = SPACES
013600         MOVE "Y"
013700           TO MENU-OPTION-ALLOWED(SUBSYSTEM-INDEX OPTION-INDEX)
013800         MOVE "Y" TO MENU-SUBSYSTEM-ALLOWED(SUBSYSTEM-INDEX).

013900*---------------------------------
014000* A subsystem with options but
014100* no heading record still shows.
014200*---------------------------------
014300 COUNT-ONE-SUBSYSTEM.
014400     IF MENU-SUBSYSTEM-ALLOWED(SUBSYSTEM-INDEX) = "Y"
014500         ADD 1 TO SUBSYSTEMS-SHOWN
014600         IF MENU-SUBSYSTEM-NAME(SUBSYSTEM-INDEX) = SPACES
014700             MOVE "OTHER PROGRAMS"
014800               TO MENU-SUBSYSTEM-NAME(SUBSYSTEM-INDEX).

014900 CHECK-OPERATOR-AUTHORITY.
015000     MOVE "N" TO OPTION-ALLOWED.
015100     IF CHECK-AUTHORITY = "I" AND AUTH-INQUIRY = "Y"
015200         MOVE "Y" TO OPTION-ALLOWED.
015300     IF CHECK-AUTHORITY = "E" AND AUTH-ENTRY = "Y"
015400         MOVE "Y" TO OPTION-ALLOWED.
015500     IF CHECK-AUTHORITY = "P" AND AUTH-PAYMENT = "Y"
015600         MOVE "Y" TO OPTION-ALLOWED.
015700     IF CHECK-AUTHORITY = "M" AND AUTH-MAINT = "Y"
015800         MOVE "Y" TO OPTION-ALLOWED.
015900     IF CHECK-AUTHORITY = "S" AND AUTH-SUPERVISOR = "Y"
016000         MOVE "Y" TO OPTION-ALLOWED.

016100 MAIN-PROCESS.
016200     PERFORM GET-SUBSYSTEM-PICK.
016300     PERFORM DO-THE-SUBSYSTEM
016400         UNTIL SUBSYSTEM-PICK = 0.

016500*---------------------------------
016600* MASTER MENU - the subsystems
016700*---------------------------------
016800 GET-SUBSYSTEM-PICK.
016900     PERFORM DISPLAY-THE-MENU.
017000     PERFORM ACCEPT-SUBSYSTEM-PICK.
017100     PERFORM RE-ACCEPT-SUBSYSTEM-PICK
017200         UNTIL SUBSYSTEM-PICK-IS-VALID.

017300 DISPLAY-THE-MENU.
017400     PERFORM CLEAR-SCREEN.
017500     DISPLAY "OPERATOR: " OPERATOR-ID.
017600     DISPLAY "    MASTER SYSTEM MENU".
017700     DISPLAY "    PLEASE SELECT:".
017800     DISPLAY " ".
017900     PERFORM DISPLAY-ONE-SUBSYSTEM
018000         VARYING SUBSYSTEM-INDEX FROM 1 BY 1
018100          UNTIL SUBSYSTEM-INDEX > 20.
018200     DISPLAY " ".
018300     DISPLAY "          0.  EXIT".
018400     PERFORM SCROLL-LINE 3 TIMES.

018500 DISPLAY-ONE-SUBSYSTEM.
018600     IF MENU-SUBSYSTEM-ALLOWED(SUBSYSTEM-INDEX) = "Y"
018700         MOVE SUBSYSTEM-INDEX TO SHOW-PICK
018800         DISPLAY "         " SHOW-PICK ".  "
018900             MENU-SUBSYSTEM-NAME(SUBSYSTEM-INDEX).

019000 ACCEPT-SUBSYSTEM-PICK.
019100     DISPLAY "YOUR CHOICE (0 TO EXIT)?".
019200     ACCEPT SUBSYSTEM-PICK.

019300 RE-ACCEPT-SUBSYSTEM-PICK.
019400     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
019500     PERFORM ACCEPT-SUBSYSTEM-PICK.

019600 DO-THE-SUBSYSTEM.
019700     MOVE SUBSYSTEM-PICK TO SUBSYSTEM-INDEX.
019800     IF MENU-SUBSYSTEM-ALLOWED(SUBSYSTEM-INDEX) = "Y"
019900         PERFORM RUN-THE-SUBSYSTEM
020000     ELSE
020100         PERFORM REFUSE-THE-PICK.
020200     PERFORM GET-SUBSYSTEM-PICK.

020300*---------------------------------
020400* SUB-MENU - one subsystem's
020500* programs
020600*---------------------------------
020700 RUN-THE-SUBSYSTEM.
020800     PERFORM GET-OPTION-PICK.
020900     PERFORM DO-THE-OPTION
021000         UNTIL OPTION-PICK = 0.

021100 GET-OPTION-PICK.
021200     PERFORM DISPLAY-THE-SUB-MENU.
021300     PERFORM ACCEPT-OPTION-PICK.
021400     PERFORM RE-ACCEPT-OPTION-PICK
021500         UNTIL OPTION-PICK-IS-VALID.

021600 DISPLAY-THE-SUB-MENU.
021700     PERFORM CLEAR-SCREEN.
021800     DISPLAY "OPERATOR: " OPERATOR-ID.
021900     DISPLAY "    " MENU-SUBSYSTEM-NAME(SUBSYSTEM-INDEX).
022000     DISPLAY "    PLEASE SELECT:".
022100     DISPLAY " ".
022200     PERFORM DISPLAY-ONE-OPTION
022300         VARYING OPTION-INDEX FROM 1 BY 1
022400          UNTIL OPTION-INDEX > 20.
022500     DISPLAY " ".
022600     DISPLAY "          0.  RETURN TO THE MASTER MENU".

022700 DISPLAY-ONE-OPTION.
022800     IF MENU-OPTION-ALLOWED(SUBSYSTEM-INDEX OPTION-INDEX) = "Y"
022900         MOVE OPTION-INDEX TO SHOW-PICK
023000         DISPLAY "         " SHOW-PICK ".  "
023100             MENU-OPTION-TEXT(SUBSYSTEM-INDEX OPTION-INDEX).

023200 ACCEPT-OPTION-PICK.
023300     DISPLAY "YOUR CHOICE (0 TO RETURN)?".
023400     ACCEPT OPTION-PICK.

023500 RE-ACCEPT-OPTION-PICK.
023600     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
023700     PERFORM ACCEPT-OPTION-PICK.

023800 DO-THE-OPTION.
023900     MOVE OPTION-PICK TO OPTION-INDEX.
024000     IF MENU-OPTION-ALLOWED(SUBSYSTEM-INDEX OPTION-INDEX) = "Y"
024100         PERFORM LAUNCH-THE-PROGRAM
024200     ELSE
024300         PERFORM REFUSE-THE-PICK.
024400     PERFORM GET-OPTION-PICK.

024500 REFUSE-THE-PICK.
024600     DISPLAY "YOU ARE NOT AUTHORIZED FOR THAT OPTION".

024700 CLEAR-SCREEN.
024800     PERFORM SCROLL-LINE 25 TIMES.

024900 SCROLL-LINE.
025000     DISPLAY " ".

025100*---------------------------------
025200* LAUNCH - journal it, run it,
025300* and let it go.
025400*---------------------------------
025500 LAUNCH-THE-PROGRAM.
025600     MOVE MENU-OPTION-PROGRAM(SUBSYSTEM-INDEX OPTION-INDEX)
025700       TO LAUNCH-PROGRAM.
025800     PERFORM JOURNAL-THE-LAUNCH.
025900     PERFORM CALL-THE-PROGRAM.
026000     CANCEL LAUNCH-PROGRAM.

026100 CALL-THE-PROGRAM.
026200     CALL LAUNCH-PROGRAM
026300         ON EXCEPTION
026400         DISPLAY "PROGRAM " LAUNCH-PROGRAM
026500             " IS NOT AVAILABLE - SEE YOUR SUPERVISOR".

026600 JOURNAL-THE-LAUNCH.
026700     OPEN EXTEND JOURNAL-FILE.
026800     MOVE "SYSMNU01" TO JOURNAL-PROGRAM.
026900     MOVE LAUNCH-PROGRAM TO JOURNAL-KEY.
027000     MOVE "LAUNCH" TO JOURNAL-ACTION.
027100     MOVE ZEROES TO JOURNAL-AMOUNT.
027200     MOVE SPACE TO JOURNAL-IMAGE.
027300     PERFORM WRITE-JOURNAL-ENTRY.
027400     CLOSE JOURNAL-FILE.

027500 READ-NEXT-MENU-RECORD.
027600     READ MASTER-MENU-FILE NEXT RECORD
027700         AT END MOVE "Y" TO MENU-AT-END.

027800     COPY "PLSIGN01.CBL".

027900     COPY "PLOPID01.CBL".

028000     COPY "PLJRNL01.CBL".
