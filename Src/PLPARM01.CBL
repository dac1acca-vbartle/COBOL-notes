000100*---------------------------------
000200* PLPARM01.CBL
000300* System parameter look-up. The
000400* calling program must COPY
000500* SLPARM01.CBL, FDPARM01.CBL and
000600* WSPARM01.CBL and have
000700* SYSTEM-PARAMETER-FILE open for
000800* INPUT or I-O.
000900*   MOVE company TO
001000*        PARM-WANTED-COMPANY
001100*   MOVE name    TO
001200*        PARM-WANTED-NAME
001300*   MOVE date    TO
001400*        PARM-WANTED-DATE
001500*   MOVE default TO
001600*        PARM-WANTED-VALUE
001700*   PERFORM GET-PARAMETER-VALUE
001800* The value in force is the one
001900* with the latest effective date
002000* on or before the wanted date,
002100* for the company if it has one
002200* and otherwise the all-company
002300* (blank) value. On return
002400* PARM-WANTED-FOUND is "Y" and
002500* PARM-WANTED-VALUE, -EFFECTIVE
002600* and -FROM (the company code it
002700* came from) are set; when
002800* nothing is on file FOUND is
002900* "N" and the value passed in is
003000* left alone, so the program
003100* carries on with its own
003200* default.
003300*---------------------------------
003400 GET-PARAMETER-VALUE.
003500     MOVE "N" TO PARM-WANTED-FOUND.
003600     MOVE ZEROES TO PARM-WANTED-EFFECTIVE.
003700     MOVE SPACES TO PARM-WANTED-FROM.
003800     MOVE PARM-WANTED-COMPANY TO PARM-LOOKUP-COMPANY.
003900     IF PARM-LOOKUP-COMPANY NOT = SPACES
004000         PERFORM FIND-PARAMETER-IN-FORCE.
004100     IF PARM-WANTED-FOUND NOT = "Y"
004200         MOVE SPACES TO PARM-LOOKUP-COMPANY
004300         PERFORM FIND-PARAMETER-IN-FORCE.

004400 FIND-PARAMETER-IN-FORCE.
004500     MOVE "N" TO PARM-FILE-AT-END.
004600     MOVE PARM-LOOKUP-COMPANY TO PARM-COMPANY.
004700     MOVE PARM-WANTED-NAME TO PARM-NAME.
004800     MOVE ZEROES TO PARM-EFFECTIVE-DATE.
004900     START SYSTEM-PARAMETER-FILE
005000        KEY NOT < PARM-KEY
005100         INVALID KEY MOVE "Y" TO PARM-FILE-AT-END.
005200     PERFORM LOOK-AT-ONE-PARAMETER
005300         UNTIL PARM-FILE-AT-END = "Y".

005400 LOOK-AT-ONE-PARAMETER.
005500     READ SYSTEM-PARAMETER-FILE NEXT RECORD
005600         AT END MOVE "Y" TO PARM-FILE-AT-END.
005700     IF PARM-FILE-AT-END NOT = "Y"
005800        AND (PARM-COMPANY NOT = PARM-LOOKUP-COMPANY
005900          OR PARM-NAME NOT = PARM-WANTED-NAME
006000          OR PARM-EFFECTIVE-DATE > PARM-WANTED-DATE)
006100         MOVE "Y" TO PARM-FILE-AT-END.
006200     IF PARM-FILE-AT-END NOT = "Y"
006300         MOVE "Y" TO PARM-WANTED-FOUND
006400         MOVE PARM-VALUE TO PARM-WANTED-VALUE
006500         MOVE PARM-EFFECTIVE-DATE TO PARM-WANTED-EFFECTIVE
006600         MOVE PARM-COMPANY TO PARM-WANTED-FROM.
