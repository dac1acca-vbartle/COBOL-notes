
006200 FD  VOUCHER-BACKUP-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  VOUCHER-BACKUP-RECORD        PIC X(211).

006500 FD  VENDOR-BACKUP-FILE
006600     LABEL RECORDS ARE STANDARD.
006700 01  VENDOR-BACKUP-RECORD        PIC X(271).

006800 FD  CONTROL-BACKUP-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  CONTROL-BACKUP-RECORD        PIC X(299).

007100 FD  BILL-BACKUP-FILE
007200     LABEL RECORDS ARE STANDARD.

007400 FD  CHECK-BACKUP-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 01  CHECK-BACKUP-RECORD        PIC X(108).

007700 FD  STATE-BACKUP-FILE
007800     LABEL RECORDS ARE STANDARD.
013300     PERFORM MAIN-PROCESS.
013400     PERFORM CLOSING-PROCEDURE.

013433 PROGRAM-EXIT.
013466     EXIT PROGRAM.

013500 PROGRAM-DONE.
013600     STOP RUN.

