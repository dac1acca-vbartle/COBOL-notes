000100*---------------------------------
000200* PLSUPV01.CBL
000300* Supervisor approval for a
000400* transaction the keying
000500* operator may not pass alone -
000600* VNDMNT04's bank-detail
000700* authorization made general.
000800* A second operator, not the
000900* one keying, must key their
001000* operator ID and password; the
001100* ID must be on the
001200* OPERATOR-FILE with
001300* OPERATOR-SUPERVISOR = Y and
001400* not locked out. Three tries,
001500* or a blank ID to refuse.
001600* The calling program must COPY
001700* WSSUPV01.CBL, WSCASE01.CBL,
001800* WSOPID01.CBL, SLOPER01.CBL
001900* and FDOPER01.CBL (OPERATOR-
002000* FILE closed - this routine
002100* opens and closes it), display
002200* what is to be approved, and:
002300*   PERFORM GET-SUPERVISOR-APPROVAL
002400* On return SUPERVISOR-OK is "Y"
002500* when approved, with the
002600* approver in SUPERVISOR-ID for
002700* the caller to journal.
002800*---------------------------------
002900 GET-SUPERVISOR-APPROVAL.
003000     MOVE "N" TO SUPERVISOR-OK.
003100     MOVE ZERO TO SUPERVISOR-TRIES.
003200     OPEN INPUT OPERATOR-FILE.
003300     PERFORM TRY-SUPERVISOR-APPROVAL
003400         UNTIL SUPERVISOR-OK = "Y"
003500            OR SUPERVISOR-TRIES NOT < 3.
003600     CLOSE OPERATOR-FILE.
003700     IF SUPERVISOR-OK NOT = "Y"
003800         MOVE SPACE TO SUPERVISOR-ID
003900         DISPLAY "NO SUPERVISOR APPROVAL".
004000
004100 TRY-SUPERVISOR-APPROVAL.
004200     ADD 1 TO SUPERVISOR-TRIES.
004300     DISPLAY "A SUPERVISOR MUST KEY THEIR OPERATOR ID".
004400     DISPLAY "TO APPROVE (BLANK TO REFUSE)".
004500     ACCEPT SUPERVISOR-ID.
004600     INSPECT SUPERVISOR-ID
004700      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
004800     IF SUPERVISOR-ID = SPACE
004900         MOVE 3 TO SUPERVISOR-TRIES
005000     ELSE
005100     IF SUPERVISOR-ID = OPERATOR-ID
005200         DISPLAY "THE APPROVING OPERATOR MUST DIFFER"
005300             " FROM THE KEYING OPERATOR"
005400     ELSE
005500         PERFORM CHECK-SUPERVISOR-OPERATOR.
005600
005700 CHECK-SUPERVISOR-OPERATOR.
005800     MOVE SUPERVISOR-ID TO OPERATOR-KEY-ID.
005900     MOVE "Y" TO SUPERVISOR-FOUND.
006000     READ OPERATOR-FILE RECORD
006100       INVALID KEY
006200          MOVE "N" TO SUPERVISOR-FOUND.
006300     IF SUPERVISOR-FOUND = "N"
006400         DISPLAY "OPERATOR IS NOT ON FILE"
006500     ELSE
006600     IF OPERATOR-SUPERVISOR NOT = "Y"
006700         DISPLAY "THAT OPERATOR IS NOT A SUPERVISOR"
006800     ELSE
006900     IF OPERATOR-LOCKED-FLAG = "Y"
007000         DISPLAY "THAT OPERATOR IS LOCKED OUT"
007100     ELSE
007200         PERFORM CHECK-SUPERVISOR-PASSWORD.
007300
007400*---------------------------------
007500* The password, scrambled with
007600* PLSIGN01's substitution and
007700* compared scramble-to-scramble
007800* against the stored form.
007900*---------------------------------
008000 CHECK-SUPERVISOR-PASSWORD.
008100     DISPLAY "ENTER THEIR PASSWORD".
008200     ACCEPT SUPERVISOR-PASSWORD.
008300     INSPECT SUPERVISOR-PASSWORD CONVERTING
008400         "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789" TO
008500         "MNBVCXZLKJHGFDSAPOIUYTREWQ9876543210".
008600     IF SUPERVISOR-PASSWORD = OPERATOR-PASSWORD
008700         MOVE "Y" TO SUPERVISOR-OK
008800     ELSE
008900         DISPLAY "THE PASSWORD DOES NOT MATCH".
