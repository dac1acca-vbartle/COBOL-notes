003300* RUNHIST1 reports elapsed
003400* times by step from the same
003500* log.
003510* The batch window
003520* (PLBWIN01.CBL) is raised
003530* before the first step and
003540* cleared after the last, so
003550* the online update programs
003560* stay out of the files while
003570* the chain runs; a chain that
003580* dies leaves it up until the
003590* rerun finishes.
003600*---------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003100     COPY "SLRUNLOG.CBL".

003110     COPY "SLNSCHED.CBL".
003128
003146     COPY "SLBWIN01.CBL".
003164
003182     COPY "SLBWLOG.CBL".

003200 DATA DIVISION.
003300 FILE SECTION.
003400     COPY "FDRUNLOG.CBL".

003410     COPY "FDNSCHED.CBL".
003428
003446     COPY "FDBWIN01.CBL".
003464
003482     COPY "FDBWLOG.CBL".

003500 WORKING-STORAGE SECTION.

005000     05  STEP-PROGRAM OCCURS 6 TIMES PIC X(8).

005100     COPY "WSDATE01.CBL".
005120
005140     COPY "WSOPID01.CBL".
005160
005180     COPY "WSBWIN01.CBL".

005200 PROCEDURE DIVISION.
005300 PROGRAM-BEGIN.
006400     MOVE DATE-CCYYMMDD TO RUN-DATE.
006410     PERFORM COMPUTE-RUN-CALENDAR.
006420     PERFORM LOAD-TONIGHTS-SCHEDULE.
006440     MOVE "NIGHTRUN" TO BWIN-PROGRAM-NAME.
006460     MOVE "BATCH" TO OPERATOR-ID.
006480     PERFORM RAISE-BATCH-WINDOW.

006500 CLOSING-PROCEDURE.
006505     PERFORM CLEAR-BATCH-WINDOW.

006510*---------------------------------
006511* Day-of-week from the date
011600     CLOSE RUNLOG-FILE.

011700     COPY "PLDATE01.CBL".
011800
011900     COPY "PLBWIN01.CBL".
