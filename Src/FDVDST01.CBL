002100* voucher - GLPOST01 and
002200* TYPEXC01 fall back to the
002300* header field.
002310* VDIST-STORE is the store the
002320* line is charged to (ZERO for
002330* head office), validated on
002340* STORE-FILE when keyed.
002350* VDIST-PROJECT is the project
002360* the line is charged to (ZERO
002370* for none), validated open on
002380* PROJECT-FILE when keyed.
002400*---------------------------------
002500 FD  VDIST-FILE
002600     LABEL RECORDS ARE STANDARD.
003000         10  VDIST-SEQUENCE       PIC 99.
003100     05  VDIST-GL-ACCOUNT         PIC X(10).
003200     05  VDIST-AMOUNT             PIC S9(6)V99.
003300     05  VDIST-STORE              PIC 9(2).
003400     05  VDIST-PROJECT            PIC 9(5).
