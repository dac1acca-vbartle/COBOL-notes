000100*---------------------------------
000200* FDVDIVR.CBL
000300* Vendor diversity certifications
000400* - one record per vendor and
000500* class (SB = small business,
000600* MB = minority-owned, WB =
000700* women-owned, VB = veteran-
000800* owned) with the certifying
000900* agency, certificate number
001000* and expiration date.
001100* Maintained by DIVMNT01,
001200* ticklered by DIVTKL01, and
001300* read by DIVRPT01 to total
001400* diverse spend.
001500*---------------------------------
001600 FD  VENDOR-DIVERSITY-FILE
001700     LABEL RECORDS ARE STANDARD.
001800 01  VENDOR-DIVERSITY-RECORD.
001900     05  VDIV-KEY.
002000         10  VDIV-VENDOR          PIC 9(5).
002100         10  VDIV-CLASS           PIC X(2).
002200             88  VDIV-CLASS-IS-VALID
002300                 VALUES "SB" "MB" "WB" "VB".
002400     05  VDIV-AGENCY              PIC X(30).
002500     05  VDIV-CERTIFICATE         PIC X(20).
002600     05  VDIV-EXPIRES             PIC 9(8).
