001600* number.
001700* Only maintains PAID-DATE
001800* CHECK-NO and PAID-AMOUNT.
001800* A voucher on a pending wire
001800* transfer request (WIRREQ01)
001800* is paid only by the wire's
001800* release in WIRREL01.
001825* Nothing is paid or re-opened
001850* while the nightly batch window
001875* is up (PLBWIN01.CBL).
001900*---------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
003010     COPY "SLJRNL01.CBL".

003020     COPY "SLOPER01.CBL".
003046
003072     COPY "SLPARM01.CBL".

003081     COPY "SLBWIN01.CBL".

003090     COPY "SLBWLOG.CBL".
003100
003200 DATA DIVISION.
003300 FILE SECTION.
004110     COPY "FDJRNL01.CBL".

004120     COPY "FDOPER01.CBL".
004146
004172     COPY "FDPARM01.CBL".

004181     COPY "FDBWIN01.CBL".

004190     COPY "FDBWLOG.CBL".
004200
004300 WORKING-STORAGE SECTION.
004400
005300
005400 77  PROCESS-MESSAGE              PIC X(60) VALUE SPACE.
005500
005600 77  SAVE-VOUCHER-RECORD          PIC X(211).
005700 77  SAVE-SPLIT-FROM-NUMBER       PIC 9(7).
005800 77  REOPEN-REASON                PIC X(40).
005900
007500     COPY "WSOPID01.CBL".

007600     COPY "WSPERIOD.CBL".
007610
007620     COPY "WSPARM01.CBL".
007630
007640     COPY "WSVCHAPR.CBL".

007645     COPY "WSBWIN01.CBL".
007650
007700 SCREEN SECTION.
007800 01  KEY-SCREEN.
016500 PROGRAM-BEGIN.
016600     PERFORM OPENING-PROCEDURE.
016700     PERFORM GET-OPERATOR-ID.
016725     MOVE "VCHPAY02" TO BWIN-PROGRAM-NAME.
016750     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
016775     IF BATCH-UPDATES-ALLOWED = "Y"
016800         PERFORM MAIN-PROCESS.
016900     PERFORM CLOSING-PROCEDURE.
017000
017100 PROGRAM-EXIT.
022300     ELSE
022400         PERFORM CHANGE-TO-UNPAID.
022500
022600     IF BATCH-UPDATES-ALLOWED = "Y"
022625         PERFORM GET-EXISTING-RECORD
022650     ELSE
022675         MOVE ZEROES TO VOUCHER-NUMBER.
022700
022800 DISPLAY-VOUCHER-SCREEN.
022900     PERFORM VOUCHER-VENDOR-ON-FILE.
026100         DISPLAY "THIS VOUCHER IS ON APPROVAL HOLD -"
026200         DISPLAY "RUN VCHAPR01 BEFORE PAYING IT"
026300     ELSE
026310     IF VOUCHER-WIRE-NUMBER NOT = ZEROES
026320         DISPLAY "THIS VOUCHER IS ON WIRE REQUEST "
026330             VOUCHER-WIRE-NUMBER " -"
026340         DISPLAY "RELEASE OR CANCEL IT IN WIRREL01"
026350     ELSE
026400         PERFORM ASK-OK-TO-PAY
026500         IF OK-TO-PROCESS = "Y"
026600             PERFORM CHANGE-ALL-FIELDS.
027200 CHANGE-ALL-FIELDS.
027300     PERFORM ENTER-VOUCHER-PAID-DATE.
027400     PERFORM ENTER-VOUCHER-PAYMENT-AND-CHECK.
027450     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
027475     IF BATCH-UPDATES-ALLOWED = "Y"
027500         PERFORM REWRITE-VOUCHER-RECORD
027510         PERFORM JOURNAL-VOUCHER-PAY
027700         IF NEW-VOUCHER = "Y"
027800             PERFORM GENERATE-NEW-VOUCHER.
027900
028000*---------------------------------
028100* Ask if the user wants to re-open
028700     PERFORM ASK-OK-TO-OPEN.
028800     IF OK-TO-PROCESS = "Y"
028900         PERFORM ENTER-REOPEN-REASON
028902         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
028904     IF OK-TO-PROCESS = "Y"
028906        AND BATCH-UPDATES-ALLOWED = "Y"
028910         PERFORM JOURNAL-VOUCHER-REOPEN
029000         PERFORM CLEAR-PAID-AND-REWRITE
029100         PERFORM WRITE-REOPEN-AUDIT-RECORD
032750              VOUCHER-PAY-RUN
032800                    VOUCHER-PAID-AMOUNT
032900                    VOUCHER-CHECK-NO.
032950     MOVE SPACE TO VOUCHER-NETTED.
032950     MOVE ZEROES TO VOUCHER-WIRE-NUMBER.
033000
033100 ASK-OK-TO-OPEN.
033200     MOVE "RE-OPEN THIS VOUCHER?" TO PROCESS-MESSAGE.
054600     COPY "PLPERIOD.CBL".

054700     COPY "PLJRNL01.CBL".
054800
054900     COPY "PLPARM01.CBL".

055000     COPY "PLBWIN01.CBL".
