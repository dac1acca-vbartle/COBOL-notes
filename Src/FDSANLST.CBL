000100*---------------------------------
000200* FDSANLST.CBL
000300* Primary Key - SANL-KEY
000400* The restricted-party list as
000500* SANSCR01 last loaded it from
000600* the published file, rebuilt
000700* on every run. Each list line
000800* is filed under its match key
000900* - the name (SANL-MATCH-TYPE
001000* "N") and, when the line has
001100* one, the street address and
001200* city ("A") - reduced to its
001300* words, punctuation dropped,
001400* common company words (INC,
001500* LLC, THE ...) left out, and
001600* the rest sorted, so a payee
001700* whose name or address reduces
001800* to the same key is a possible
001900* hit whatever the punctuation
002000* or word order.
002100* SANL-LINE is the line's place
002200* in the published file, so
002300* one entry listed at several
002400* addresses files once per line.
002500*---------------------------------
002600 FD  SANCTION-LIST-FILE
002700     LABEL RECORDS ARE STANDARD.
002800 01  SANCTION-LIST-RECORD.
002900     05  SANL-KEY.
003000         10  SANL-MATCH-TYPE      PIC X.
003100         10  SANL-MATCH-KEY       PIC X(60).
003200         10  SANL-LINE            PIC 9(7).
003300     05  SANL-ENTRY               PIC 9(6).
003400     05  SANL-NAME                PIC X(60).
003500     05  SANL-ADDRESS             PIC X(40).
003600     05  SANL-CITY                PIC X(20).
003700     05  SANL-COUNTRY             PIC X(20).
