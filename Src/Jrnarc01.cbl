006500     05  JRNK-KEY.
006600         10  JRNK-DATE            PIC 9(8).
006700         10  JRNK-SEQUENCE        PIC 9(6).
006800     05  JRNK-IMAGE               PIC X(273).

006900 FD  RUNLOG-ARCHIVE-FILE
007000     LABEL RECORDS ARE STANDARD.

007800 FD  KEEP-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 01  KEEP-RECORD                  PIC X(273).

008100 WORKING-STORAGE SECTION.

009900         PERFORM ARCHIVE-THE-VAUDIT
010000         PERFORM ARCHIVE-THE-ADJUST.

010033 PROGRAM-EXIT.
010066     EXIT PROGRAM.

010100 PROGRAM-DONE.
010200     STOP RUN.

