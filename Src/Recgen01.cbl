002500* period, and VCHNEW01's
002600* duplicate-invoice scan will
002700* flag a hand-keyed repeat.
002712* Nothing is generated while the
002724* nightly batch window is up
002736* (PLBWIN01.CBL); if the window
002748* goes up part way through, the
002760* run stops before the next
002772* voucher and the register shows
002784* what was generated.
002800*---------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003550     COPY "SLCOMP01.CBL".

003560     COPY "SLJRNL01.CBL".
003573
003586     COPY "SLPARM01.CBL".
003588
003590     COPY "SLBWIN01.CBL".
003592
003594     COPY "SLBWLOG.CBL".

003600     SELECT PRINTER-FILE
003700         ASSIGN TO PRINTER
004450     COPY "FDCOMP01.CBL".

004460     COPY "FDJRNL01.CBL".
004473
004486     COPY "FDPARM01.CBL".
004488
004490     COPY "FDBWIN01.CBL".
004492
004494     COPY "FDBWLOG.CBL".

004500 FD  PRINTER-FILE
004600     LABEL RECORDS ARE OMITTED.
010700     COPY "WSOPID01.CBL".

010750     COPY "WSCOMP1.CBL".
010760
010770     COPY "WSPARM01.CBL".
010780
010790     COPY "WSVCHAPR.CBL".
010793
010796     COPY "WSBWIN01.CBL".

010800 PROCEDURE DIVISION.
010900 PROGRAM-BEGIN.
011000     PERFORM OPENING-PROCEDURE.
011100     PERFORM GET-OPERATOR-ID.
011112     MOVE "RECGEN01" TO BWIN-PROGRAM-NAME.
011124     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
011136     IF BATCH-UPDATES-ALLOWED = "Y"
011150         PERFORM GET-COMPANY-CODE
011200         PERFORM MAIN-PROCESS.
011300     PERFORM CLOSING-PROCEDURE.

011333 PROGRAM-EXIT.
011366     EXIT PROGRAM.

011400 PROGRAM-DONE.
011500     STOP RUN.

015200 PROCESS-ONE-TEMPLATE.
015300     PERFORM CHECK-TEMPLATE-IS-DUE.
015400     IF TEMPLATE-IS-DUE = "Y"
015420         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
015440         IF BATCH-UPDATES-ALLOWED NOT = "Y"
015460             MOVE "Y" TO RECURRING-FILE-AT-END
015480         ELSE
015500             PERFORM GENERATE-VOUCHER-FROM-TEMPLATE.
015600     PERFORM READ-NEXT-RECURRING.

015700*---------------------------------
023700                    VOUCHER-DISCOUNT-AMOUNT
023710                    VOUCHER-PO-NUMBER
023720                    VOUCHER-BATCH
023725                    VOUCHER-PAY-RUN
023727                    VOUCHER-PROJECT
023727                    VOUCHER-WIRE-NUMBER.
023727     MOVE SPACE TO VOUCHER-REMIT-TO.
023730     MOVE THIS-COMPANY TO VOUCHER-COMPANY.
023800     MOVE RECURRING-GL-ACCOUNT TO VOUCHER-GL-ACCOUNT.
023850     MOVE RECURRING-STORE TO VOUCHER-STORE.
023900     PERFORM GENERATED-VENDOR-ON-FILE.
024000     IF VENDOR-RECORD-FOUND = "Y"
024100         MOVE VENDOR-CURRENCY-CODE TO VOUCHER-CURRENCY-CODE
036550     COPY "PLCOMP1.CBL".

036560     COPY "PLJRNL01.CBL".
036660
036760     COPY "PLPARM01.CBL".
036860
036960     COPY "PLBWIN01.CBL".
