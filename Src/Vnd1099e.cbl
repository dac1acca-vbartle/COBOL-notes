003100* and each B record is written
003200* with the corrected-return
003300* indicator "G".
003320* The reporting threshold is
003340* read from the system parameter
003360* master (PLPARM01.CBL) at
003380* start-up.
003400*---------------------------------
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
004700         ORGANIZATION IS LINE SEQUENTIAL.

004750     COPY "SLEXPCTL.CBL".
004766
004782     COPY "SLPARM01.CBL".

004800     SELECT PRINTER-FILE
004900         ASSIGN TO PRINTER
005300     COPY "FDVOUCH.CBL".

005400     COPY "FDVND04.CBL".
005433
005466     COPY "FDPARM01.CBL".

005500 SD  SORT-FILE.
005600 01  SORT-RECORD.
013700     COPY "WSCASE01.CBL".

013800     COPY "WSOPID01.CBL".
013833
013866     COPY "WSPARM01.CBL".

013900 PROCEDURE DIVISION.
014000 PROGRAM-BEGIN.
014020     IF EXPORT-RUN-ALLOWED = "Y"
014100         PERFORM OPENING-PROCEDURE
014200         PERFORM GET-OPERATOR-ID
014250         PERFORM LOAD-BUSINESS-PARAMETERS
014300         PERFORM MAIN-PROCESS
014310         PERFORM LOG-THIS-EXPORT
014400         PERFORM CLOSING-PROCEDURE.
014410     CLOSE EXPORT-CONTROL-FILE.

014440 PROGRAM-EXIT.
014470     EXIT PROGRAM.

014500 PROGRAM-DONE.
014600     STOP RUN.

014634         MOVE PAYEE-TOTAL TO EXPCTL-NEW-TOTAL
014635         PERFORM LOG-EXPORT-FILE.

014638*---------------------------------
014641* Thresholds in force today,
014644* from the system parameter
014647* master (PARMNT01). Each field
014650* keeps its compiled VALUE when
014653* nothing is on file.
014656*---------------------------------
014659 LOAD-BUSINESS-PARAMETERS.
014662     OPEN INPUT SYSTEM-PARAMETER-FILE.
014665     MOVE SPACES TO PARM-WANTED-COMPANY.
014668     MOVE FUNCTION CURRENT-DATE(1:8) TO PARM-WANTED-DATE.
014671     MOVE "1099-REPORTING-MIN" TO PARM-WANTED-NAME.
014674     MOVE REPORTING-THRESHOLD TO PARM-WANTED-VALUE.
014677     PERFORM GET-PARAMETER-VALUE.
014680     MOVE PARM-WANTED-VALUE TO REPORTING-THRESHOLD.
014683     CLOSE SYSTEM-PARAMETER-FILE.

014700 OPENING-PROCEDURE.
014800     OPEN INPUT VOUCHER-FILE.
014900     OPEN INPUT VENDOR-FILE.
045000     COPY "PLOPID01.CBL".

045100     COPY "PLEXPCTL.CBL".
045200
045300     COPY "PLPARM01.CBL".
