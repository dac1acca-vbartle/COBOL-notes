002600* vendor's contact and phone
002700* from FDVND04 for the
002800* recovery letters.
002820* NEAR-DAYS and CHECK-WINDOW-
002840* DAYS are read from the system
002860* parameter master
002880* (PLPARM01.CBL) at start-up.
002900*---------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003400     COPY "SLCHK01.CBL".

003500     COPY "SLVND02.CBL".
003533
003566     COPY "SLPARM01.CBL".

003600     SELECT WORK-FILE
003700         ASSIGN TO "WORK"
005500     COPY "FDCHK01.CBL".

005600     COPY "FDVND04.CBL".
005633
005666     COPY "FDPARM01.CBL".

005700 SD  SCAN-SORT-FILE.
005800 01  SCAN-SORT-RECORD.
016000     COPY "WSCASE01.CBL".

016100     COPY "WSOPID01.CBL".
016133
016166     COPY "WSPARM01.CBL".

016200 PROCEDURE DIVISION.
016300 PROGRAM-BEGIN.
016400     PERFORM GET-OPERATOR-ID.
016450     PERFORM LOAD-BUSINESS-PARAMETERS.
016500     PERFORM OPENING-PROCEDURE.

016600     OPEN OUTPUT SUSPECT-FILE.
017100     PERFORM RANK-AND-PRINT-SUSPECTS.
017200     PERFORM CLOSING-PROCEDURE.

017233 PROGRAM-EXIT.
017266     EXIT PROGRAM.

017300 PROGRAM-DONE.
017400     STOP RUN.

017404*---------------------------------
017408* Thresholds in force today,
017412* from the system parameter
017416* master (PARMNT01). Each field
017420* keeps its compiled VALUE when
017424* nothing is on file.
017428*---------------------------------
017432 LOAD-BUSINESS-PARAMETERS.
017436     OPEN INPUT SYSTEM-PARAMETER-FILE.
017440     MOVE SPACES TO PARM-WANTED-COMPANY.
017444     MOVE FUNCTION CURRENT-DATE(1:8) TO PARM-WANTED-DATE.
017448     MOVE "DUP-NEAR-DAYS" TO PARM-WANTED-NAME.
017452     MOVE NEAR-DAYS TO PARM-WANTED-VALUE.
017456     PERFORM GET-PARAMETER-VALUE.
017460     MOVE PARM-WANTED-VALUE TO NEAR-DAYS.
017464     MOVE "DUP-WINDOW-DAYS" TO PARM-WANTED-NAME.
017468     MOVE CHECK-WINDOW-DAYS TO PARM-WANTED-VALUE.
017472     PERFORM GET-PARAMETER-VALUE.
017476     MOVE PARM-WANTED-VALUE TO CHECK-WINDOW-DAYS.
017480     CLOSE SYSTEM-PARAMETER-FILE.

017500 OPENING-PROCEDURE.
017600     OPEN I-O VOUCHER-FILE.
017700     OPEN INPUT CHECK-FILE.
042500     COPY "PLDATE01.CBL".

042600     COPY "PLOPID01.CBL".
042700
042800     COPY "PLPARM01.CBL".
