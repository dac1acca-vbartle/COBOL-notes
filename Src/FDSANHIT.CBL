000100*---------------------------------
000200* FDSANHIT.CBL
000300* Primary Key - SANH-KEY
000400* Restricted-party review queue.
000500* One record per payee per list
000600* entry SANSCR01 found it may
000700* match; a rerun never raises
000800* the same pair twice, so a
000900* cleared hit stays cleared.
001000* SANH-PAYEE-TYPE is "V" for a
001100*   vendor (SANH-PAYEE-ID is the
001200*   vendor number) or "O" for a
001300*   one-time payee (the voucher
001400*   number it hangs off).
001500* SANH-MATCH-ON is "N" matched
001600*   on name, "A" on address.
001700* SANH-STATUS is "O" open,
001800*   waiting for review, "C"
001900*   cleared as a false match or
002000*   "F" confirmed a true match,
002100*   set in SANREV01 with who,
002200*   when and why. CHKRUN01 pays
002300*   no voucher for a payee with
002400*   an open or confirmed hit.
002500*---------------------------------
002600 FD  SANCTION-HIT-FILE
002700     LABEL RECORDS ARE STANDARD.
002800 01  SANCTION-HIT-RECORD.
002900     05  SANH-KEY.
003000         10  SANH-PAYEE-TYPE      PIC X.
003100         10  SANH-PAYEE-ID        PIC 9(7).
003200         10  SANH-LIST-ENTRY      PIC 9(6).
003300     05  SANH-PAYEE-NAME          PIC X(30).
003400     05  SANH-LIST-NAME           PIC X(60).
003500     05  SANH-MATCH-ON            PIC X.
003600     05  SANH-STATUS              PIC X.
003700     05  SANH-FOUND-DATE          PIC 9(8).
003800     05  SANH-RESOLVED-BY         PIC X(5).
003900     05  SANH-RESOLVED-DATE       PIC 9(8).
004000     05  SANH-RESOLVE-NOTE        PIC X(30).
