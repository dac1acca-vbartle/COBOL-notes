
000920 FD  VOUCHER-BACKUP-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  VOUCHER-BACKUP-RECORD        PIC X(211).

000960 FD  VENDOR-BACKUP-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 01  VENDOR-BACKUP-RECORD        PIC X(271).

001000 FD  CONTROL-BACKUP-FILE
001010     LABEL RECORDS ARE STANDARD.
001020 01  CONTROL-BACKUP-RECORD        PIC X(299).

001040 FD  BILL-BACKUP-FILE
001050     LABEL RECORDS ARE STANDARD.

001080 FD  CHECK-BACKUP-FILE
001090     LABEL RECORDS ARE STANDARD.
001100 01  CHECK-BACKUP-RECORD        PIC X(108).

001120 FD  STATE-BACKUP-FILE
001130     LABEL RECORDS ARE STANDARD.
