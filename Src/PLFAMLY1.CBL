000100*---------------------------------
000200* PLFAMLY1.CBL
000300* The top vendor of a vendor's
000400* corporate family: follows
000500* VENDOR-PARENT up from
000600* FAMILY-START-VENDOR until a
000700* vendor with no parent (or a
000800* parent no longer on file).
000900* The calling program must COPY
001000* WSFAMLY1.CBL and FDVND04.CBL,
001100* have VENDOR-FILE open, and set
001200* FAMILY-START-VENDOR and
001300* FAMILY-WATCH-VENDOR (normally
001400* the same vendor), then:
001500*   PERFORM FIND-VENDOR-FAMILY
001600* On return FAMILY-TOP-VENDOR
001700* holds the top of the family.
001800* FAMILY-LOOP-FOUND is "Y" when
001900* the climb came back to
002000* FAMILY-WATCH-VENDOR or went
002100* deeper than FAMILY-MAXIMUM-
002200* LEVELS; the climb stops where
002300* it was. The climb reads
002400* VENDOR-FILE, so the caller
002500* must save VENDOR-RECORD first
002600* if it still needs it.
002700*---------------------------------
002800 FIND-VENDOR-FAMILY.
002900     MOVE FAMILY-START-VENDOR TO FAMILY-TOP-VENDOR.
003000     MOVE "N" TO FAMILY-LOOP-FOUND.
003100     MOVE "N" TO FAMILY-CLIMB-DONE.
003200     MOVE ZERO TO FAMILY-LEVELS.
003300     PERFORM CLIMB-ONE-FAMILY-LEVEL
003400         UNTIL FAMILY-CLIMB-DONE = "Y".

003500 CLIMB-ONE-FAMILY-LEVEL.
003600     MOVE FAMILY-TOP-VENDOR TO VENDOR-NUMBER.
003700     MOVE "Y" TO FAMILY-VENDOR-FOUND.
003800     READ VENDOR-FILE RECORD
003900       INVALID KEY
004000          MOVE "N" TO FAMILY-VENDOR-FOUND.
004100     IF FAMILY-VENDOR-FOUND = "N"
004200        OR VENDOR-PARENT NOT NUMERIC
004300        OR VENDOR-PARENT = ZEROES
004400         MOVE "Y" TO FAMILY-CLIMB-DONE
004500     ELSE
004600     IF VENDOR-PARENT = FAMILY-WATCH-VENDOR
004700        OR FAMILY-LEVELS NOT < FAMILY-MAXIMUM-LEVELS
004800         MOVE "Y" TO FAMILY-LOOP-FOUND
004900         MOVE "Y" TO FAMILY-CLIMB-DONE
005000     ELSE
005100         MOVE VENDOR-PARENT TO FAMILY-TOP-VENDOR
005200         ADD 1 TO FAMILY-LEVELS.
