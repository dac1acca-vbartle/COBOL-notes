
003350 FD  VOUCHER-ARCHIVE-FILE
003360     LABEL RECORDS ARE STANDARD.
003370 01  VOUCHER-ARCHIVE-RECORD       PIC X(211).
003400
003500 FD  PRINTER-FILE
003600     LABEL RECORDS ARE OMITTED.
