
005200 FD  VOUCHER-ARCHIVE-FILE
005300     LABEL RECORDS ARE STANDARD.
005400 01  VOUCHER-ARCHIVE-RECORD       PIC X(211).

005500 FD  CHECK-ARCHIVE-FILE
005600     LABEL RECORDS ARE STANDARD.
005700 01  CHECK-ARCHIVE-RECORD         PIC X(108).

005800 FD  BILL-ARCHIVE-FILE
005900     LABEL RECORDS ARE STANDARD.
010800         IF OK-TO-PROCESS = "Y"
010900             PERFORM RUN-THE-ARCHIVE.

010933 PROGRAM-EXIT.
010966     EXIT PROGRAM.

011000 PROGRAM-DONE.
011100     STOP RUN.

