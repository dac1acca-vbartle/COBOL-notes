000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PARMNT01.
000300*---------------------------------
000400* Add, Change, Delete and List
000500* for the system parameter
000600* master (FDPARM01.CBL) - the
000700* business thresholds CHKRUN01,
000800* the voucher approval routine
000900* and the reports read at
001000* start-up instead of carrying
001100* them as literals. Only a
001200* SUPERVISOR (PLSIGN01) may sign
001300* on. A value is keyed by
001400* company (blank for every
001500* company), a name from the
001600* WSPRMTAB.CBL catalogue and the
001700* date it takes effect, so a new
001800* rate is added with a later
001900* effective date rather than
002000* typed over the old one. Every
002100* add, change and delete writes
002200* PARM-AUDIT-FILE with the
002300* operator, the value in force
002400* before and the value after.
002500* PARRPT01 lists the values in
002600* force on a given date.
002616* While the nightly batch window
002632* is up (PLBWIN01.CBL) only the
002648* list is open; a value keyed as
002664* the window goes up is not
002680* saved.
002700*---------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.

003100     COPY "SLPARM01.CBL".

003200     COPY "SLPRMAUD.CBL".

003300     COPY "SLCOMP01.CBL".

003400     COPY "SLOPER01.CBL".

003500     COPY "SLSECVIO.CBL".

003533     COPY "SLBWIN01.CBL".

003566     COPY "SLBWLOG.CBL".

003600 DATA DIVISION.
003700 FILE SECTION.

003800     COPY "FDPARM01.CBL".

003900     COPY "FDPRMAUD.CBL".

004000     COPY "FDCOMP01.CBL".

004100     COPY "FDOPER01.CBL".

004200     COPY "FDSECVIO.CBL".

004233     COPY "FDBWIN01.CBL".

004266     COPY "FDBWLOG.CBL".

004300 WORKING-STORAGE SECTION.

004400 77  MENU-PICK                    PIC 9.
004500     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
004550     88  MENU-PICK-IS-UPDATE      VALUES 1 THRU 3.

004600 77  RECORD-FOUND                 PIC X.
004700 77  OK-TO-DELETE                 PIC X.
004800 77  WRITE-WAS-OK                 PIC X.
004900 77  CATALOGUE-SLOT               PIC 99.
005000 77  ENTRY-COMPANY                PIC X(2).
005100 77  ENTRY-NAME                   PIC X(20).
005200 77  ENTRY-EFFECTIVE-DATE         PIC 9(8).
005300 77  ENTRY-VALUE                  PIC 9(7)V9(4).
005400 77  VALUE-IN-FORCE               PIC 9(7)V9(4).
005500 77  PARM-ENTRY-FIELD             PIC Z,ZZZ,ZZ9.9999.
005600 77  PARM-DISPLAY-FIELD           PIC Z,ZZZ,ZZ9.9999.
005700 77  AUDIT-ACTION                 PIC X(10).

005800     COPY "WSPRMTAB.CBL".

005900     COPY "WSPARM01.CBL".

006000     COPY "WSCOMP1.CBL".

006100     COPY "WSSIGN01.CBL".

006200     COPY "WSDATE01.CBL".

006300     COPY "WSCASE01.CBL".

006400     COPY "WSOPID01.CBL".

006450     COPY "WSBWIN01.CBL".

006500 PROCEDURE DIVISION.
006600 PROGRAM-BEGIN.
006700     OPEN I-O OPERATOR-FILE.
006800     PERFORM SIGN-ON-OPERATOR.
006900     CLOSE OPERATOR-FILE.
007000     IF AUTH-SUPERVISOR NOT = "Y"
007100         DISPLAY "SYSTEM PARAMETERS TAKE THE SUPERVISOR"
007200         DISPLAY "PERMISSION - SEE YOUR SUPERVISOR"
007300     ELSE
007333         MOVE "PARMNT01" TO BWIN-PROGRAM-NAME
007366         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON
007400         PERFORM OPENING-PROCEDURE
007500         PERFORM MAIN-PROCESS
007600         PERFORM CLOSING-PROCEDURE.

007700 PROGRAM-EXIT.
007800     EXIT PROGRAM.

007900 PROGRAM-DONE.
008000     ACCEPT OMITTED. STOP RUN.

008100 OPENING-PROCEDURE.
008200     OPEN I-O SYSTEM-PARAMETER-FILE.
008300     OPEN EXTEND PARM-AUDIT-FILE.
008400     OPEN INPUT COMPANY-FILE.

008500 CLOSING-PROCEDURE.
008600     CLOSE SYSTEM-PARAMETER-FILE.
008700     CLOSE PARM-AUDIT-FILE.
008800     CLOSE COMPANY-FILE.

008900 MAIN-PROCESS.
009000     PERFORM GET-MENU-PICK.
009100     PERFORM MAINTAIN-THE-FILE
009200         UNTIL MENU-PICK = 0.

009300*---------------------------------
009400* MENU
009500*---------------------------------
009600 GET-MENU-PICK.
009700     PERFORM DISPLAY-THE-MENU.
009800     PERFORM ACCEPT-MENU-PICK.
009900     PERFORM RE-ACCEPT-MENU-PICK
010000         UNTIL MENU-PICK-IS-VALID.

010100 DISPLAY-THE-MENU.
010200     PERFORM CLEAR-SCREEN.
010300     DISPLAY "OPERATOR: " OPERATOR-ID.
010400     DISPLAY "    SYSTEM PARAMETERS".
010433     IF BATCH-UPDATES-ALLOWED NOT = "Y"
010466         DISPLAY "    NIGHTLY BATCH RUNNING - LIST ONLY".
010500     DISPLAY "    PLEASE SELECT:".
010600     DISPLAY " ".
010700     DISPLAY "          1.  ADD A VALUE".
010800     DISPLAY "          2.  CHANGE A VALUE".
010900     DISPLAY "          3.  DELETE A VALUE".
011000     DISPLAY "          4.  LIST THE VALUES".
011100     DISPLAY " ".
011200     DISPLAY "          0.  EXIT".
011300     PERFORM SCROLL-LINE 8 TIMES.

011400 ACCEPT-MENU-PICK.
011500     DISPLAY "YOUR CHOICE (0-4)?".
011600     ACCEPT MENU-PICK.

011700 RE-ACCEPT-MENU-PICK.
011800     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
011900     PERFORM ACCEPT-MENU-PICK.

012000 CLEAR-SCREEN.
012100     PERFORM SCROLL-LINE 25 TIMES.

012200 SCROLL-LINE.
012300     DISPLAY " ".

012400 MAINTAIN-THE-FILE.
012500     PERFORM DO-THE-PICK.
012600     PERFORM GET-MENU-PICK.

012700 DO-THE-PICK.
012714     IF MENU-PICK-IS-UPDATE
012728         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
012742     IF MENU-PICK-IS-UPDATE
012756        AND BATCH-UPDATES-ALLOWED NOT = "Y"
012770         DISPLAY "ONLY THE LIST IS OPEN"
012784     ELSE
012800     IF MENU-PICK = 1
012900         PERFORM ADD-MODE
013000     ELSE
013100     IF MENU-PICK = 2
013200         PERFORM CHANGE-MODE
013300     ELSE
013400     IF MENU-PICK = 3
013500         PERFORM DELETE-MODE
013600     ELSE
013700     IF MENU-PICK = 4
013800         PERFORM LIST-MODE.

013900*---------------------------------
014000* ADD - the old value on the
014100* audit record is whatever was
014200* in force on the new date, so
014300* the trail shows what the new
014400* record displaced.
014500*---------------------------------
014600 ADD-MODE.
014700     PERFORM ENTER-PARM-KEY.
014800     IF ENTRY-NAME NOT = SPACES
014900         PERFORM FIND-VALUE-IN-FORCE
015000         PERFORM ENTER-PARM-VALUE
015033         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
015066         IF BATCH-UPDATES-ALLOWED = "Y"
015100             PERFORM ADD-THE-VALUE.

015200 ADD-THE-VALUE.
015300     MOVE ENTRY-COMPANY TO PARM-COMPANY.
015400     MOVE ENTRY-NAME TO PARM-NAME.
015500     MOVE ENTRY-EFFECTIVE-DATE TO PARM-EFFECTIVE-DATE.
015600     MOVE ENTRY-VALUE TO PARM-VALUE.
015700     PERFORM STAMP-THE-CHANGE.
015800     MOVE "Y" TO WRITE-WAS-OK.
015900     WRITE SYSTEM-PARAMETER-RECORD
016000         INVALID KEY
016100         MOVE "N" TO WRITE-WAS-OK
016200         DISPLAY "VALUE ALREADY ON FILE FOR THAT DATE"
016300         DISPLAY "- USE CHANGE".
016400     IF WRITE-WAS-OK = "Y"
016500         MOVE "ADD" TO AUDIT-ACTION
016600         PERFORM WRITE-PARM-AUDIT.

016700 FIND-VALUE-IN-FORCE.
016800     MOVE ENTRY-COMPANY TO PARM-WANTED-COMPANY.
016900     MOVE ENTRY-NAME TO PARM-WANTED-NAME.
017000     MOVE ENTRY-EFFECTIVE-DATE TO PARM-WANTED-DATE.
017100     MOVE PARM-TABLE-DEFAULT (CATALOGUE-SLOT)
017200         TO PARM-WANTED-VALUE.
017300     PERFORM GET-PARAMETER-VALUE.
017400     MOVE PARM-WANTED-VALUE TO VALUE-IN-FORCE.
017500     MOVE VALUE-IN-FORCE TO PARM-DISPLAY-FIELD.
017600     DISPLAY "   VALUE NOW IN FORCE: " PARM-DISPLAY-FIELD.

017700*---------------------------------
017800* CHANGE
017900*---------------------------------
018000 CHANGE-MODE.
018100     PERFORM ENTER-PARM-KEY.
018200     IF ENTRY-NAME NOT = SPACES
018300         PERFORM READ-PARM-RECORD
018400         IF RECORD-FOUND = "Y"
018500             PERFORM DISPLAY-THE-VALUE
018600             MOVE PARM-VALUE TO VALUE-IN-FORCE
018700             PERFORM ENTER-PARM-VALUE
018733             PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
018766             IF BATCH-UPDATES-ALLOWED = "Y"
018800                 PERFORM CHANGE-THE-VALUE.

018900 CHANGE-THE-VALUE.
019000     MOVE ENTRY-VALUE TO PARM-VALUE.
019100     PERFORM STAMP-THE-CHANGE.
019200     MOVE "Y" TO WRITE-WAS-OK.
019300     REWRITE SYSTEM-PARAMETER-RECORD
019400         INVALID KEY
019500         MOVE "N" TO WRITE-WAS-OK
019600         DISPLAY "ERROR REWRITING PARAMETER RECORD".
019700     IF WRITE-WAS-OK = "Y"
019800         MOVE "CHANGE" TO AUDIT-ACTION
019900         PERFORM WRITE-PARM-AUDIT.

020000*---------------------------------
020100* DELETE - the new value on the
020200* audit record is zero.
020300*---------------------------------
020400 DELETE-MODE.
020500     PERFORM ENTER-PARM-KEY.
020600     IF ENTRY-NAME NOT = SPACES
020700         PERFORM READ-PARM-RECORD
020800         IF RECORD-FOUND = "Y"
020900             PERFORM DISPLAY-THE-VALUE
021000             PERFORM ASK-OK-TO-DELETE
021100             IF OK-TO-DELETE = "Y"
021133                 PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
021166                 IF BATCH-UPDATES-ALLOWED = "Y"
021200                     PERFORM DELETE-THE-VALUE.

021300 DELETE-THE-VALUE.
021400     MOVE PARM-VALUE TO VALUE-IN-FORCE.
021500     MOVE ZEROES TO ENTRY-VALUE.
021600     MOVE "Y" TO WRITE-WAS-OK.
021700     DELETE SYSTEM-PARAMETER-FILE RECORD
021800         INVALID KEY
021900         MOVE "N" TO WRITE-WAS-OK
022000         DISPLAY "ERROR DELETING PARAMETER RECORD".
022100     IF WRITE-WAS-OK = "Y"
022200         MOVE "DELETE" TO AUDIT-ACTION
022300         PERFORM WRITE-PARM-AUDIT.

022400 ASK-OK-TO-DELETE.
022500     PERFORM ACCEPT-OK-TO-DELETE.
022600     PERFORM RE-ACCEPT-OK-TO-DELETE
022700        UNTIL OK-TO-DELETE = "Y" OR "N".

022800 ACCEPT-OK-TO-DELETE.
022900     DISPLAY "DELETE THIS VALUE (Y/N)?".
023000     ACCEPT OK-TO-DELETE.
023100     INSPECT OK-TO-DELETE
023200      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

023300 RE-ACCEPT-OK-TO-DELETE.
023400     DISPLAY "YOU MUST ENTER YES OR NO".
023500     PERFORM ACCEPT-OK-TO-DELETE.

023600*---------------------------------
023700* LIST - every value on file in
023800* key order.
023900*---------------------------------
024000 LIST-MODE.
024100     MOVE "N" TO PARM-FILE-AT-END.
024200     MOVE LOW-VALUES TO PARM-KEY.
024300     START SYSTEM-PARAMETER-FILE
024400        KEY NOT < PARM-KEY
024500         INVALID KEY MOVE "Y" TO PARM-FILE-AT-END.
024600     PERFORM LIST-ONE-VALUE
024700         UNTIL PARM-FILE-AT-END = "Y".

024800 LIST-ONE-VALUE.
024900     READ SYSTEM-PARAMETER-FILE NEXT RECORD
025000         AT END MOVE "Y" TO PARM-FILE-AT-END.
025100     IF PARM-FILE-AT-END NOT = "Y"
025200         PERFORM DISPLAY-THE-VALUE.

025300*---------------------------------
025400* Routines shared by all modes
025500*---------------------------------
025600 ENTER-PARM-KEY.
025700     PERFORM ENTER-PARM-NAME.
025800     IF ENTRY-NAME NOT = SPACES
025900         PERFORM ENTER-PARM-COMPANY
026000         PERFORM ENTER-EFFECTIVE-DATE.

026100 ENTER-PARM-NAME.
026200     MOVE SPACES TO ENTRY-NAME.
026300     DISPLAY "ENTER PARAMETER NAME (BLANK TO EXIT)".
026400     ACCEPT ENTRY-NAME.
026500     INSPECT ENTRY-NAME
026600      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
026700     IF ENTRY-NAME NOT = SPACES
026800         PERFORM FIND-CATALOGUE-NAME
026900         IF CATALOGUE-SLOT = ZERO
027000             DISPLAY "NOT A SYSTEM PARAMETER - THE NAMES ARE:"
027100             PERFORM SHOW-ONE-CATALOGUE-NAME
027200                 VARYING PARM-INDEX FROM 1 BY 1
027300                   UNTIL PARM-INDEX > PARM-TABLE-SIZE
027400             PERFORM ENTER-PARM-NAME
027500         ELSE
027600             DISPLAY "   "
027700                 PARM-TABLE-DESCRIPTION (CATALOGUE-SLOT).

027800 FIND-CATALOGUE-NAME.
027900     MOVE ZERO TO CATALOGUE-SLOT.
028000     PERFORM MATCH-CATALOGUE-NAME
028100         VARYING PARM-INDEX FROM 1 BY 1
028200           UNTIL PARM-INDEX > PARM-TABLE-SIZE.

028300 MATCH-CATALOGUE-NAME.
028400     IF PARM-TABLE-NAME (PARM-INDEX) = ENTRY-NAME
028500         MOVE PARM-INDEX TO CATALOGUE-SLOT.

028600 SHOW-ONE-CATALOGUE-NAME.
028700     DISPLAY "   " PARM-TABLE-NAME (PARM-INDEX)
028800         " " PARM-TABLE-DESCRIPTION (PARM-INDEX).

028900 ENTER-PARM-COMPANY.
029000     MOVE SPACES TO ENTRY-COMPANY.
029100     DISPLAY "ENTER COMPANY CODE (BLANK FOR ALL COMPANIES)".
029200     ACCEPT ENTRY-COMPANY.
029300     INSPECT ENTRY-COMPANY
029400      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
029500     IF ENTRY-COMPANY NOT = SPACES
029600         MOVE ENTRY-COMPANY TO COMPANY-CODE
029700         PERFORM READ-COMPANY-FOR-SIGN-ON
029800         IF COMPANY-RECORD-FOUND = "N"
029900             DISPLAY "COMPANY IS NOT ON FILE - PLEASE RE-TRY."
030000             PERFORM ENTER-PARM-COMPANY.

030100 READ-COMPANY-FOR-SIGN-ON.
030200     MOVE "Y" TO COMPANY-RECORD-FOUND.
030300     READ COMPANY-FILE RECORD
030400       INVALID KEY
030500          MOVE "N" TO COMPANY-RECORD-FOUND.

030600 ENTER-EFFECTIVE-DATE.
030700     MOVE "N" TO ZERO-DATE-IS-OK.
030800     MOVE "ENTER EFFECTIVE DATE (MM/DD/CCYY)"
030900            TO DATE-PROMPT.
031000     MOVE "A VALID EFFECTIVE DATE IS REQUIRED"
031100            TO DATE-ERROR-MESSAGE.
031200     PERFORM GET-A-DATE.
031300     MOVE DATE-CCYYMMDD TO ENTRY-EFFECTIVE-DATE.

031400*---------------------------------
031500* The value may not be larger
031600* than the field in the program
031700* that takes it can hold.
031800*---------------------------------
031900 ENTER-PARM-VALUE.
032000     PERFORM ACCEPT-PARM-VALUE.
032100     PERFORM RE-ACCEPT-PARM-VALUE
032200         UNTIL ENTRY-VALUE NOT >
032300               PARM-TABLE-MAXIMUM (CATALOGUE-SLOT).

032400 ACCEPT-PARM-VALUE.
032500     DISPLAY "ENTER NEW VALUE".
032600     ACCEPT PARM-ENTRY-FIELD.
032700     MOVE PARM-ENTRY-FIELD TO ENTRY-VALUE.

032800 RE-ACCEPT-PARM-VALUE.
032900     MOVE PARM-TABLE-MAXIMUM (CATALOGUE-SLOT)
033000         TO PARM-DISPLAY-FIELD.
033100     DISPLAY "VALUE MAY NOT BE MORE THAN " PARM-DISPLAY-FIELD.
033200     PERFORM ACCEPT-PARM-VALUE.

033300 DISPLAY-THE-VALUE.
033400     MOVE PARM-VALUE TO PARM-DISPLAY-FIELD.
033500     MOVE PARM-EFFECTIVE-DATE TO DATE-CCYYMMDD.
033600     PERFORM CONVERT-TO-MMDDCCYY.
033700     MOVE DATE-MMDDCCYY TO FORMATTED-DATE.
033800     DISPLAY PARM-NAME " " PARM-COMPANY
033900         " " FORMATTED-DATE " " PARM-DISPLAY-FIELD
034000         " " PARM-CHANGED-BY.

034100 STAMP-THE-CHANGE.
034200     MOVE OPERATOR-ID TO PARM-CHANGED-BY.
034300     MOVE FUNCTION CURRENT-DATE(1:8) TO PARM-CHANGED-DATE.

034400*---------------------------------
034500* File I-O routines.
034600*---------------------------------
034700 READ-PARM-RECORD.
034800     MOVE ENTRY-COMPANY TO PARM-COMPANY.
034900     MOVE ENTRY-NAME TO PARM-NAME.
035000     MOVE ENTRY-EFFECTIVE-DATE TO PARM-EFFECTIVE-DATE.
035100     MOVE "Y" TO RECORD-FOUND.
035200     READ SYSTEM-PARAMETER-FILE RECORD
035300         INVALID KEY
035400         MOVE "N" TO RECORD-FOUND
035500         DISPLAY "NO VALUE ON FILE FOR THAT DATE".

035600 WRITE-PARM-AUDIT.
035700     MOVE FUNCTION CURRENT-DATE(1:8) TO PAUDIT-DATE.
035800     MOVE FUNCTION CURRENT-DATE(9:6) TO PAUDIT-TIME.
035900     MOVE OPERATOR-ID TO PAUDIT-OPERATOR-ID.
036000     MOVE ENTRY-COMPANY TO PAUDIT-COMPANY.
036100     MOVE ENTRY-NAME TO PAUDIT-NAME.
036200     MOVE ENTRY-EFFECTIVE-DATE TO PAUDIT-EFFECTIVE-DATE.
036300     MOVE AUDIT-ACTION TO PAUDIT-ACTION.
036400     MOVE VALUE-IN-FORCE TO PAUDIT-OLD-VALUE.
036500     MOVE ENTRY-VALUE TO PAUDIT-NEW-VALUE.
036600     WRITE PARM-AUDIT-RECORD.

036700     COPY "PLPARM01.CBL".

036800     COPY "PLDATE01.CBL".

036900     COPY "PLOPID01.CBL".

037000     COPY "PLSIGN01.CBL".

037100     COPY "PLBWIN01.CBL".
