002597* upload) and is left off the
002598* positive-pay file, which only
002599* covers paper checks.
002599* A vendor still in onboarding
002599* (VENDOR-ONBOARD-PENDING) is
002599* never selected - it is
002599* skipped and counted like a
002599* held vendor until ONBMNT01
002599* activates it.
002599* A payee with an open or
002599* confirmed restricted-party
002599* hit on SANCTION-HIT-FILE
002599* (SANSCR01) is skipped and
002599* counted the same way until
002599* SANREV01 clears the hit.
002599* An ACH vendor still on
002599* prenote (VENDOR-PRENOTE-
002599* PENDING) is paid by paper
002599* check. The PAY pass sends a
002599* zero-dollar prenote line in
002599* the ACH export for each
002599* vendor whose prenote has not
002599* gone out, and the vendor's
002599* first payment after the
002599* PRENOTE-WAIT-DAYS banking
002599* days (PLPRNT01) goes by ACH.
002599* Vendors with VENDOR-PAY-METHOD
002599* "V" are paid by single-use
002599* virtual card: the payment is
002599* recorded on CHECK-FILE with
002599* CHECK-PAY-METHOD "V" and the
002599* item goes to the card-issuer
002599* payment request file (CARDPAY,
002599* with its own batch trailer)
002599* instead of the check printer
002599* or ACH export. The issuer
002599* settles the card, so the bank
002599* balance is not drawn down -
002599* GLPOST01 credits card
002599* clearing instead of cash. A
002599* card vendor under backup
002599* withholding is paid by check.
002599* A voucher on a pending wire
002599* transfer request (WIRREQ01) is
002599* skipped and counted; the
002599* wire's release in WIRREL01
002599* pays it.
002599* Every ACH payment also gets an
002599* electronic remittance advice:
002599* each voucher paid is noted on
002599* the REMITWK work file as the
002599* group is paid, and once the
002599* checks are written a pass over
002599* it writes, for the payments
002599* that went by ACH, a payment
002599* line and one line per invoice
002599* (invoice, invoice date, gross,
002599* discount taken, credit memo
002599* netted, net paid) to the
002599* REMITADV file for sending to
002599* the vendors - one file per
002599* run, under transmission
002599* control - and prints the ACH
002599* remittance register for the
002599* pay run on RMTREG.
002599* Vouchers naming a remit-to
002599* location (VOUCHER-REMIT-TO,
002599* REMIT-TO-FILE) are grouped by
002599* vendor plus remit-to - one
002599* check per vendor per remit-to
002599* - and the check's payee block,
002599* the stub and the positive-pay
002599* payee name print from that
002599* address instead of the vendor
002599* record's. ACH and card items
002599* still go to the vendor's own
002599* bank details.
002599* The ACH settlement date is
002599* the run date, or the next
002599* business day when the run goes
002599* on a weekend or a HOLIDAY-FILE
002599* bank holiday (PLBDAY01.CBL).
002599* Every check form that goes
002599* through the printer is taken
002599* off the account's blank check
002599* stock (CHECK-STOCK-FILE, in
002599* serial order) and logged on
002599* CHECK-FORM-LOG-FILE through
002599* PLCSTK01.CBL: issued against
002599* its CHECK-FILE check, or
002599* spoiled by the alignment test.
002599* Once the run is printed the
002599* operator can reprint a paper
002599* check whose form jammed or
002599* smeared - the old form is
002599* logged spoiled with the reason
002599* given, and the check, under
002599* the same check number, prints
002599* again on the next form, its
002599* stub rebuilt from REMITWK.
002599* The backup withholding rate,
002599* the supervisor threshold and
002599* the prenote wait are read for
002599* the selected company from the
002599* system parameter master
002599* (PLPARM01.CBL) at start-up;
002599* the VALUEs below are only the
002599* defaults used when nothing is
002599* on file.
002599* No check run starts while the
002599* nightly batch window is up
002599* (PLBWIN01.CBL), and the window
002599* is checked again just before
002599* the SELECT pass marks vouchers
002599* and before the PAY pass; a
002599* pass caught as the window goes
002599* up does not run.
002600*---------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
004192         ASSIGN TO "ACHEXP"
004193         ORGANIZATION IS LINE SEQUENTIAL.
004194
004194     SELECT CARD-FILE
004194         ASSIGN TO "CARDPAY"
004194         ORGANIZATION IS LINE SEQUENTIAL.
004194
004195     SELECT REMIT-FILE
004196         ASSIGN TO "REMIT"
004197         ORGANIZATION IS LINE SEQUENTIAL.
004197
004197     SELECT REMIT-WORK-FILE
004197         ASSIGN TO "REMITWK"
004197         ORGANIZATION IS SEQUENTIAL.
004197
004197     SELECT REMIT-ADVICE-FILE
004197         ASSIGN TO "REMITADV"
004197         ORGANIZATION IS LINE SEQUENTIAL.
004197
004197     SELECT REMIT-REGISTER-FILE
004197         ASSIGN TO "RMTREG"
004197         ORGANIZATION IS LINE SEQUENTIAL.
004198
004199     SELECT WORK-FILE
004200         ASSIGN TO "WORK"
004288     COPY "SLWHLD01.CBL".

004288     COPY "SLOTP01.CBL".

004288     COPY "SLSANHIT.CBL".

004288     COPY "SLRMIT01.CBL".
004288
004288     COPY "SLHOL01.CBL".
004288
004288     COPY "SLCSTK01.CBL".
004288
004288     COPY "SLFLOG01.CBL".
004288
004288     COPY "SLPARM01.CBL".
004288
004288     COPY "SLBWIN01.CBL".
004288
004288     COPY "SLBWLOG.CBL".
004289
004300 DATA DIVISION.
004400 FILE SECTION.
005692     LABEL RECORDS ARE OMITTED.
005693 01  ACH-RECORD                  PIC X(80).
005694
005694 FD  CARD-FILE
005694     LABEL RECORDS ARE OMITTED.
005694 01  CARD-RECORD                 PIC X(80).
005694
005695 FD  REMIT-FILE
005696     LABEL RECORDS ARE OMITTED.
005697 01  REMIT-RECORD                PIC X(80).
005697
005697*---------------------------------
005697* One record per voucher paid,
005697* written as each vendor group
005697* is paid, before the payment
005697* method is known. The ACH
005697* remittance pass reads it back
005697* after the last check.
005697*---------------------------------
005697 FD  REMIT-WORK-FILE
005697     LABEL RECORDS ARE STANDARD.
005697 01  REMIT-WORK-RECORD.
005697     05  RMTW-CHECK-NUMBER        PIC 9(6).
005697     05  RMTW-VOUCHER-NUMBER      PIC 9(7).
005697     05  RMTW-INVOICE             PIC X(15).
005697     05  RMTW-INVOICE-DATE        PIC 9(8).
005697     05  RMTW-AMOUNT              PIC S9(6)V99.
005697     05  RMTW-PAID-AMOUNT         PIC S9(6)V99.
005697
005697 FD  REMIT-ADVICE-FILE
005697     LABEL RECORDS ARE OMITTED.
005697 01  REMIT-ADVICE-RECORD         PIC X(160).
005697
005697 FD  REMIT-REGISTER-FILE
005697     LABEL RECORDS ARE OMITTED.
005697 01  REMIT-REGISTER-RECORD       PIC X(80).
005698
005694 SD  SEL-SORT-FILE.
005695 01  SEL-SORT-RECORD.
005699 SD  SORT-FILE.
005700 01  SORT-RECORD.
005701     05  SORT-VOUCHER-VENDOR      PIC 9(5).
005701     05  SORT-VOUCHER-REMIT-TO    PIC X(4).
005702     05  SORT-VOUCHER-DUE         PIC 9(8).
005703     05  SORT-VOUCHER-NUMBER      PIC 9(7).
005704     05  SORT-VOUCHER-INVOICE     PIC X(15).
005733     COPY "FDWHLD01.CBL".

005733     COPY "FDOTP01.CBL".

005733     COPY "FDSANHIT.CBL".

005733     COPY "FDRMIT01.CBL".
005733
005733     COPY "FDHOL01.CBL".
005733
005733     COPY "FDCSTK01.CBL".
005733
005733     COPY "FDFLOG01.CBL".
005733
005733     COPY "FDPARM01.CBL".
005733
005733     COPY "FDBWIN01.CBL".
005733
005733     COPY "FDBWLOG.CBL".
005733
005735 FD  WORK-FILE
005737     LABEL RECORDS ARE STANDARD.
005739 01  WORK-RECORD.
005741     05  WORK-VOUCHER-VENDOR      PIC 9(5).
005742     05  WORK-VOUCHER-REMIT-TO    PIC X(4).
005743     05  WORK-VOUCHER-DUE         PIC 9(8).
005745     05  WORK-VOUCHER-NUMBER      PIC 9(7).
005747     05  WORK-VOUCHER-INVOICE     PIC X(15).
005775     LABEL RECORDS ARE STANDARD.
005777 01  NET-RECORD.
005779     05  NET-VENDOR               PIC 9(5).
005780     05  NET-REMIT-TO             PIC X(4).
005781     05  NET-AMOUNT               PIC S9(8)V99.
005783     05  NET-CREDIT-COUNT         PIC 9(3).
005785     05  NET-CREDIT-TOTAL         PIC S9(8)V99.
006952 77  VOUCHERS-RCPT-HOLD-COUNT    PIC 9(5) VALUE ZERO.
006954 77  VOUCHERS-VENDOR-HOLD-COUNT  PIC 9(5) VALUE ZERO.
006955 77  VENDOR-IS-HELD              PIC X.
006955 77  VENDOR-IS-PENDING           PIC X.
006955 77  VOUCHERS-VENDOR-PEND-COUNT  PIC 9(5) VALUE ZERO.
006955 77  PAYEE-IS-SANCTIONED         PIC X.
006955 77  SANCTION-HITS-DONE          PIC X.
006955 77  SAVE-SANH-PAYEE-TYPE        PIC X.
006955 77  SAVE-SANH-PAYEE-ID          PIC 9(7).
006955 77  VOUCHERS-SANCTION-COUNT     PIC 9(5) VALUE ZERO.
006956 77  VOUCHERS-ON-WIRE-COUNT      PIC 9(5) VALUE ZERO.
006956 77  BANK-RECORD-ON-FILE         PIC X.
006970 77  BATCH-RECORD-FOUND          PIC X.
006984 77  BATCH-IS-PROVED             PIC X.
007210 77  BANK-SLOT-FOUND             PIC X.
007220 77  ACH-ITEM-COUNT              PIC 9(5) VALUE ZERO.
007230 77  ACH-ITEM-TOTAL              PIC S9(9)V99 VALUE ZERO.
007231 77  PRENOTE-ITEM-COUNT          PIC 9(5) VALUE ZERO.
007232 77  PRENOTE-VENDOR-AT-END       PIC X.
007232 77  CARD-ITEM-COUNT             PIC 9(5) VALUE ZERO.
007232 77  CARD-ITEM-TOTAL             PIC S9(9)V99 VALUE ZERO.
007232 77  REMIT-ADVICE-COUNT          PIC 9(5) VALUE ZERO.
007232 77  REMIT-ADVICE-TOTAL          PIC S9(9)V99 VALUE ZERO.
007232 77  REMIT-WORK-AT-END           PIC X.
007232 77  REMIT-CHECK-FOUND           PIC X.
007232 77  REMIT-CURRENT-CHECK         PIC 9(6).
007232 77  REMIT-INVOICE-COUNT         PIC 9(4).
007232 77  REMIT-LINE-GROSS            PIC S9(7)V99.
007232 77  REMIT-LINE-DISCOUNT         PIC S9(7)V99.
007232 77  REMIT-LINE-CREDIT           PIC S9(7)V99.
007232 77  REMIT-GROSS-TOTAL           PIC S9(7)V99.
007232 77  REMIT-DISCOUNT-TOTAL        PIC S9(7)V99.
007232 77  REMIT-CREDIT-TOTAL          PIC S9(7)V99.
007232 77  REMIT-NET-TOTAL             PIC S9(7)V99.
007232 77  REMIT-WITHHELD              PIC S9(7)V99.
007231 77  POSPAY-ITEM-COUNT           PIC 9(5) VALUE ZERO.
007232 77  POSPAY-ITEM-TOTAL           PIC S9(9)V99 VALUE ZERO.
007233 77  EXPORT-RUN-ALLOWED          PIC X.
007277     COPY "WSPERIOD.CBL".
007278 77  VOUCHER-RECORD-FOUND        PIC X.
007279 77  CURRENT-VENDOR              PIC 9(5).
007279 77  CURRENT-REMIT-TO            PIC X(4).
007279 77  REMIT-RECORD-FOUND          PIC X.
007279 77  RUN-SETTLE-DATE             PIC 9(8).
007279*---------------------------------
007279* Name and address the check,
007279* stub and positive-pay line
007279* print - the vendor's own, or
007279* the group's remit-to.
007279*---------------------------------
007279 77  PAY-TO-NAME                 PIC X(30).
007279 77  PAY-TO-ADDRESS-1            PIC X(30).
007279 77  PAY-TO-ADDRESS-2            PIC X(30).
007279 77  PAY-TO-CITY                 PIC X(20).
007279 77  PAY-TO-STATE                PIC X(2).
007279 77  PAY-TO-ZIP                  PIC X(10).
007280 77  VENDOR-CHECK-TOTAL          PIC S9(9)V99 VALUE ZERO.
007281 77  VENDOR-VOUCHER-COUNT        PIC 9(4) VALUE ZERO.
007290 77  SAVE-VOUCHER-INVOICE        PIC X(15).
007291 77  REMIT-LINE-COUNT            PIC 99 VALUE ZERO.
007292 77  MAXIMUM-STUB-LINES          PIC 99 VALUE 10.
007293 77  OK-FORMS-ALIGNED            PIC X.
007293 77  FORMS-NOT-LOGGED            PIC 9(5) VALUE ZERO.
007293 77  REPRINT-CHECK-NUMBER        PIC 9(6).
007293 77  REPRINT-CHECK-FOUND         PIC X.
007293 77  REPRINT-FIRST-VOUCHER       PIC 9(7).
007293 77  REPRINT-COUNT               PIC 9(5) VALUE ZERO.
007294 77  STUB-COUNT                  PIC 99 VALUE ZERO.
007295 77  CHECK-DOLLARS               PIC 9(6).
007296 77  CHECK-CENTS                 PIC 99.
010490     05  FILLER              PIC X     VALUE ",".
010491     05  ACH-BATCH-TOTAL     PIC 9(9)V99.
010492
010492 01  CARD-DETAIL-LINE.
010492     05  CARD-VENDOR         PIC 9(5).
010492     05  FILLER              PIC X     VALUE ",".
010492     05  CARD-PAYEE-NAME     PIC X(30).
010492     05  FILLER              PIC X     VALUE ",".
010492     05  CARD-AMOUNT         PIC 9(9)V99.
010492     05  FILLER              PIC X     VALUE ",".
010492     05  CARD-REQUEST-DATE   PIC 9(8).
010492     05  FILLER              PIC X     VALUE ",".
010492     05  CARD-ACCOUNT        PIC 9(10).
010492     05  FILLER              PIC X     VALUE ",".
010492     05  CARD-CHECK-NUMBER   PIC 9(6).
010492
010492 01  CARD-TRAILER-LINE.
010492     05  FILLER              PIC X(6)  VALUE "BATCH,".
010492     05  CARD-BATCH-ACCOUNT  PIC 9(10).
010492     05  FILLER              PIC X     VALUE ",".
010492     05  CARD-BATCH-COUNT    PIC 9(5).
010492     05  FILLER              PIC X     VALUE ",".
010492     05  CARD-BATCH-TOTAL    PIC 9(9)V99.
010492
010492*---------------------------------
010492* REMITADV lines: for each ACH
010492* payment its INV lines (a credit
010492* memo shows in the credit column
010492* and nets the payment down)
010492* closed by a PMT line carrying
010492* the payment's totals, and a
010492* BATCH trailer for the run.
010492*---------------------------------
010492 01  RMTX-PAYMENT-LINE.
010492     05  FILLER              PIC X(4)  VALUE "PMT,".
010492     05  RMTX-PAY-RUN        PIC 9(5).
010492     05  FILLER              PIC X     VALUE ",".
010492     05  RMTX-ACCOUNT        PIC 9(10).
010492     05  FILLER              PIC X     VALUE ",".
010492     05  RMTX-CHECK-NUMBER   PIC 9(6).
010492     05  FILLER              PIC X     VALUE ",".
010492     05  RMTX-PAY-DATE       PIC 9(8).
010492     05  FILLER              PIC X     VALUE ",".
010492     05  RMTX-VENDOR         PIC 9(5).
010492     05  FILLER              PIC X     VALUE ",".
010492     05  RMTX-PAYEE-NAME     PIC X(30).
010492     05  FILLER              PIC X     VALUE ",".
010492     05  RMTX-INVOICE-COUNT  PIC 9(4).
010492     05  FILLER              PIC X     VALUE ",".
010492     05  RMTX-GROSS          PIC 9(7)V99.
010492     05  FILLER              PIC X     VALUE ",".
010492     05  RMTX-DISCOUNT       PIC 9(7)V99.
010492     05  FILLER              PIC X     VALUE ",".
010492     05  RMTX-CREDIT         PIC 9(7)V99.
010492     05  FILLER              PIC X     VALUE ",".
010492     05  RMTX-WITHHELD       PIC 9(7)V99.
010492     05  FILLER              PIC X     VALUE ",".
010492     05  RMTX-NET-PAID       PIC 9(7)V99.
010492
010492 01  RMTX-INVOICE-LINE.
010492     05  FILLER              PIC X(4)  VALUE "INV,".
010492     05  RMTX-INV-CHECK      PIC 9(6).
010492     05  FILLER              PIC X     VALUE ",".
010492     05  RMTX-INVOICE        PIC X(15).
010492     05  FILLER              PIC X     VALUE ",".
010492     05  RMTX-INVOICE-DATE   PIC 9(8).
010492     05  FILLER              PIC X     VALUE ",".
010492     05  RMTX-INV-GROSS      PIC 9(7)V99.
010492     05  FILLER              PIC X     VALUE ",".
010492     05  RMTX-INV-DISCOUNT   PIC 9(7)V99.
010492     05  FILLER              PIC X     VALUE ",".
010492     05  RMTX-INV-CREDIT     PIC 9(7)V99.
010492     05  FILLER              PIC X     VALUE ",".
010492     05  RMTX-INV-NET        PIC S9(7)V99
010492                             SIGN IS LEADING SEPARATE.
010492
010492 01  RMTX-TRAILER-LINE.
010492     05  FILLER              PIC X(6)  VALUE "BATCH,".
010492     05  RMTX-BATCH-RUN      PIC 9(5).
010492     05  FILLER              PIC X     VALUE ",".
010492     05  RMTX-BATCH-COUNT    PIC 9(5).
010492     05  FILLER              PIC X     VALUE ",".
010492     05  RMTX-BATCH-TOTAL    PIC 9(9)V99.
010492
010492 01  RMTREG-TITLE-LINE.
010492     05  FILLER              PIC X(10) VALUE SPACE.
010492     05  FILLER              PIC X(35)
010492         VALUE "ACH REMITTANCE REGISTER - PAY RUN ".
010492     05  RMTREG-PAY-RUN      PIC ZZZZ9.
010492     05  FILLER              PIC X(2)  VALUE SPACE.
010492     05  RMTREG-RUN-DATE     PIC X(10).
010492
010492 01  RMTREG-PAYMENT-LINE.
010492     05  FILLER              PIC X(8)  VALUE "PAYMENT ".
010492     05  RMTREG-CHECK-NUMBER PIC Z(6).
010492     05  FILLER              PIC X(8)  VALUE " VENDOR ".
010492     05  RMTREG-VENDOR       PIC Z(5).
010492     05  FILLER              PIC X     VALUE SPACE.
010492     05  RMTREG-PAYEE-NAME   PIC X(30).
010492
010492 01  RMTREG-COLUMN-LINE.
010492     05  FILLER         PIC X(18) VALUE "  INVOICE".
010492     05  FILLER         PIC X(11) VALUE "DATE".
010492     05  FILLER         PIC X(11) VALUE "      GROSS".
010492     05  FILLER         PIC X(10) VALUE "  DISCOUNT".
010492     05  FILLER         PIC X(12) VALUE "      CREDIT".
010492     05  FILLER         PIC X(12) VALUE "    NET PAID".
010492
010492 01  RMTREG-DETAIL-LINE.
010492     05  FILLER              PIC X(2)  VALUE SPACE.
010492     05  RMTREG-INVOICE      PIC X(15).
010492     05  FILLER              PIC X     VALUE SPACE.
010492     05  RMTREG-INVOICE-DATE PIC X(10).
010492     05  FILLER              PIC X     VALUE SPACE.
010492     05  RMTREG-GROSS        PIC ZZZ,ZZ9.99-.
010492     05  RMTREG-DISCOUNT     PIC ZZ,ZZ9.99-.
010492     05  FILLER              PIC X     VALUE SPACE.
010492     05  RMTREG-CREDIT       PIC ZZZ,ZZ9.99-.
010492     05  FILLER              PIC X     VALUE SPACE.
010492     05  RMTREG-NET          PIC ZZZ,ZZ9.99-.
010492
010492 01  RMTREG-PAYMENT-TOTAL-LINE.
010492     05  FILLER              PIC X(2)  VALUE SPACE.
010492     05  FILLER              PIC X(27) VALUE "PAYMENT TOTAL".
010492     05  RMTREG-TOTAL-GROSS  PIC ZZZ,ZZ9.99-.
010492     05  RMTREG-TOTAL-DISC   PIC ZZ,ZZ9.99-.
010492     05  FILLER              PIC X     VALUE SPACE.
010492     05  RMTREG-TOTAL-CREDIT PIC ZZZ,ZZ9.99-.
010492     05  FILLER              PIC X     VALUE SPACE.
010492     05  RMTREG-TOTAL-NET    PIC ZZZ,ZZ9.99-.
010492
010492 01  RMTREG-ADJUST-LINE.
010492     05  FILLER              PIC X(2)  VALUE SPACE.
010492     05  RMTREG-ADJUST-TEXT  PIC X(27).
010492     05  FILLER              PIC X(34) VALUE SPACE.
010492     05  RMTREG-ADJUST-AMOUNT PIC ZZZ,ZZ9.99-.
010492
010492 01  RMTREG-RUN-TOTAL-LINE.
010492     05  FILLER              PIC X(20) VALUE SPACE.
010492     05  RMTREG-ADVICE-COUNT PIC ZZZZ9.
010492     05  FILLER              PIC X(24)
010492         VALUE " ACH PAYMENT(S) ADVISED ".
010492     05  RMTREG-ADVICE-TOTAL PIC ZZZ,ZZZ,ZZ9.99-.
010493 01  POSPAY-DETAIL-LINE.
010494     05  POSPAY-ACCOUNT      PIC 9(10).
010495     05  FILLER              PIC X     VALUE ",".
010870     COPY "WSCOMP1.CBL".

010880     COPY "WSEXPCTL.CBL".

010890     COPY "WSPRNT01.CBL".
010893
010896     COPY "WSBDAY01.CBL".
010897
010898     COPY "WSCSTK01.CBL".
010899
010899     COPY "WSPARM01.CBL".
010899
010899     COPY "WSBWIN01.CBL".
010900
011000 PROCEDURE DIVISION.
011100 PROGRAM-BEGIN.
011110     PERFORM CHECK-PRIOR-EXPORTS.
011120     IF EXPORT-RUN-ALLOWED = "Y"
011250         PERFORM GET-OPERATOR-ID
011251         MOVE "CHKRUN01" TO BWIN-PROGRAM-NAME
011252         PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON
011253         IF BATCH-UPDATES-ALLOWED = "Y"
011254             PERFORM OPENING-PROCEDURE
011255             MOVE OPERATOR-ID TO SELECT-OPERATOR-ID
011260             PERFORM GET-COMPANY-CODE
011280             PERFORM LOAD-BUSINESS-PARAMETERS
011300             PERFORM MAIN-PROCESS
011310             PERFORM LOG-BANK-EXPORTS
011400             PERFORM CLOSING-PROCEDURE.
011410     CLOSE EXPORT-CONTROL-FILE.
011415
011525 PROGRAM-EXIT.
011710
011720*---------------------------------
011721* Transmission control
011722* (PLEXPCTL.CBL): the POSPAY,
011723* ACHEXP, CARDPAY and REMITADV
011723* files this run writes must not
011724* overwrite a
011725* prior run the bank has not
011726* received yet.
011727*---------------------------------
011736     PERFORM CHECK-EXPORT-PENDING.
011737     IF EXPCTL-PENDING-FOUND = "Y"
011738         MOVE "N" TO EXPORT-RUN-ALLOWED.
011738     MOVE "CARDPAY" TO EXPCTL-CHECK-NAME.
011738     PERFORM CHECK-EXPORT-PENDING.
011738     IF EXPCTL-PENDING-FOUND = "Y"
011738         MOVE "N" TO EXPORT-RUN-ALLOWED.
011738     MOVE "REMITADV" TO EXPCTL-CHECK-NAME.
011738     PERFORM CHECK-EXPORT-PENDING.
011738     IF EXPCTL-PENDING-FOUND = "Y"
011738         MOVE "N" TO EXPORT-RUN-ALLOWED.
011739     IF EXPORT-RUN-ALLOWED NOT = "Y"
011740         DISPLAY "*** A PRIOR POSPAY, ACHEXP, CARDPAY OR"
011740         DISPLAY "*** REMITADV FILE IS"
011741         DISPLAY "*** STILL PENDING TRANSMISSION - MARK"
011742         DISPLAY "*** IT IN EXPCTL01 BEFORE ANOTHER"
011743         DISPLAY "*** CHECK RUN".
011749         MOVE POSPAY-ITEM-TOTAL TO EXPCTL-NEW-TOTAL
011750         PERFORM LOG-EXPORT-FILE.
011751     IF ACH-ITEM-COUNT NOT = ZERO
011751        OR PRENOTE-ITEM-COUNT NOT = ZERO
011752         MOVE "ACHEXP" TO EXPCTL-CHECK-NAME
011753         COMPUTE EXPCTL-NEW-COUNT =
011753             ACH-ITEM-COUNT + PRENOTE-ITEM-COUNT
011754         MOVE ACH-ITEM-TOTAL TO EXPCTL-NEW-TOTAL
011755         PERFORM LOG-EXPORT-FILE.
011756     IF CARD-ITEM-COUNT NOT = ZERO
011757         MOVE "CARDPAY" TO EXPCTL-CHECK-NAME
011758         MOVE CARD-ITEM-COUNT TO EXPCTL-NEW-COUNT
011759         MOVE CARD-ITEM-TOTAL TO EXPCTL-NEW-TOTAL
011760         PERFORM LOG-EXPORT-FILE.
011760     IF REMIT-ADVICE-COUNT NOT = ZERO
011760         MOVE "REMITADV" TO EXPCTL-CHECK-NAME
011760         MOVE REMIT-ADVICE-COUNT TO EXPCTL-NEW-COUNT
011760         MOVE REMIT-ADVICE-TOTAL TO EXPCTL-NEW-TOTAL
011760         PERFORM LOG-EXPORT-FILE.
011800
011803*---------------------------------
011806* Thresholds in force today for
011809* the company being paid, from
011812* the system parameter master
011815* (PARMNT01). Each field keeps
011818* its compiled VALUE when
011821* nothing is on file.
011824*---------------------------------
011827 LOAD-BUSINESS-PARAMETERS.
011830     OPEN INPUT SYSTEM-PARAMETER-FILE.
011833     MOVE THIS-COMPANY TO PARM-WANTED-COMPANY.
011836     MOVE FUNCTION CURRENT-DATE(1:8) TO PARM-WANTED-DATE.
011839     MOVE "BACKUP-WITHHOLD-RATE" TO PARM-WANTED-NAME.
011842     MOVE BACKUP-WITHHOLD-RATE TO PARM-WANTED-VALUE.
011845     PERFORM GET-PARAMETER-VALUE.
011848     MOVE PARM-WANTED-VALUE TO BACKUP-WITHHOLD-RATE.
011851     MOVE "SUPERVISOR-THRESHOLD" TO PARM-WANTED-NAME.
011854     MOVE SUPERVISOR-THRESHOLD TO PARM-WANTED-VALUE.
011857     PERFORM GET-PARAMETER-VALUE.
011860     MOVE PARM-WANTED-VALUE TO SUPERVISOR-THRESHOLD.
011863     MOVE "PRENOTE-WAIT-DAYS" TO PARM-WANTED-NAME.
011866     MOVE PRENOTE-WAIT-DAYS TO PARM-WANTED-VALUE.
011869     PERFORM GET-PARAMETER-VALUE.
011872     MOVE PARM-WANTED-VALUE TO PRENOTE-WAIT-DAYS.
011875     CLOSE SYSTEM-PARAMETER-FILE.
011878
011900 OPENING-PROCEDURE.
012000     OPEN I-O VOUCHER-FILE.
012100     OPEN I-O VENDOR-FILE.
012400     OPEN OUTPUT PRINTER-FILE.
012450     OPEN OUTPUT POSPAY-FILE.
012460     OPEN OUTPUT ACH-FILE.
012465     OPEN OUTPUT CARD-FILE.
012470     OPEN OUTPUT REMIT-FILE.
012470     OPEN OUTPUT REMIT-ADVICE-FILE.
012470     OPEN OUTPUT REMIT-REGISTER-FILE.
012480     OPEN OUTPUT CHECK-FORM-FILE.
012490     OPEN EXTEND JOURNAL-FILE.
012495     OPEN INPUT VOUCHER-BATCH-FILE.
012501     OPEN INPUT CURRENCY-RATE-FILE.
012502     OPEN EXTEND WITHHOLD-FILE.
012503     OPEN INPUT ONE-TIME-PAYEE-FILE.
012503     OPEN INPUT REMIT-TO-FILE.
012503     OPEN INPUT SANCTION-HIT-FILE.
012503     OPEN INPUT HOLIDAY-FILE.
012503     OPEN I-O CHECK-STOCK-FILE.
012503     OPEN I-O CHECK-FORM-LOG-FILE.
012503
012503     PERFORM GET-TODAYS-DATE.
012503     MOVE DATE-CCYYMMDD TO BUSINESS-DATE.
012503     PERFORM ROLL-FORWARD-TO-BUSINESS-DAY.
012503     MOVE BUSINESS-DATE TO RUN-SETTLE-DATE.
012500
012600 CLOSING-PROCEDURE.
012700     CLOSE VOUCHER-FILE.
013100     CLOSE PRINTER-FILE.
013150     CLOSE POSPAY-FILE.
013160     CLOSE ACH-FILE.
013165     CLOSE CARD-FILE.
013170     CLOSE REMIT-FILE.
013170     CLOSE REMIT-ADVICE-FILE.
013170     CLOSE REMIT-REGISTER-FILE.
013180     CLOSE CHECK-FORM-FILE.
013190     CLOSE JOURNAL-FILE.
013195     CLOSE VOUCHER-BATCH-FILE.
013201     CLOSE CURRENCY-RATE-FILE.
013202     CLOSE WITHHOLD-FILE.
013203     CLOSE ONE-TIME-PAYEE-FILE.
013203     CLOSE REMIT-TO-FILE.
013203     CLOSE SANCTION-HIT-FILE.
013203     CLOSE HOLIDAY-FILE.
013203     CLOSE CHECK-STOCK-FILE.
013203     CLOSE CHECK-FORM-LOG-FILE.
013200
013300 MAIN-PROCESS.
013400     PERFORM ENTER-CHECK-ACCOUNT.
013599 RUN-THE-CHECK-RUN.
013600     PERFORM ENTER-CUTOFF-DATE.
013610     PERFORM ENTER-CASH-LIMIT.
013612     PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE.
013614     IF BATCH-UPDATES-ALLOWED = "Y"
013616         PERFORM SELECT-AND-PAY.
013617
013618 SELECT-AND-PAY.
013620     IF CASH-LIMIT-MODE = "Y"
013630         PERFORM SELECT-VOUCHERS-TO-LIMIT
013640     ELSE
013910         PERFORM CHECK-AVAILABLE-FUNDS
014000         PERFORM ASK-OK-TO-RUN-CHECKS
014100         IF OK-TO-PROCESS = "Y"
014133             PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
014166             IF BATCH-UPDATES-ALLOWED = "Y"
014200                 PERFORM AUTHORIZE-AND-PAY.
014203
014206*---------------------------------
014209* Segregation of duties: the
014251     IF PAY-OPERATOR-OK = "Y"
014254         PERFORM JOURNAL-PAY-AUTHORIZATION
014257         PERFORM OPEN-THE-PAY-RUN
014258         PERFORM SHOW-NEXT-CHECK-FORM
014260         PERFORM ALIGN-CHECK-FORMS
014263         PERFORM START-NEW-PAGE
014266         PERFORM WRITE-CHECKS-FOR-SELECTED-VOUCHERS
014266         PERFORM WRITE-ACH-REMITTANCES
014267         PERFORM SEND-DUE-PRENOTES
014268         PERFORM REPRINT-SPOILED-CHECKS
014269         PERFORM PRINT-CHECK-RUN-TOTAL
014272         PERFORM END-CHECK-REGISTER
014275         PERFORM CLOSE-THE-PAY-RUN
018081     MOVE "N" TO CANDIDATE-OK.
018082     PERFORM CHECK-VOUCHER-BATCH-PROVED.
018083     PERFORM CHECK-VENDOR-NOT-HELD.
018083     PERFORM CHECK-PAYEE-NOT-SANCTIONED.
018084     PERFORM CHECK-VENDOR-CERTIFICATE.
018085     IF VOUCHER-APPROVAL-LEVELS-DONE
018086             < VOUCHER-APPROVAL-LEVELS-REQUIRED
018094     IF VOUCHER-DISPUTE-FLAG = "Y"
018094         ADD 1 TO VOUCHERS-DISPUTED-COUNT
018094     ELSE
018094     IF VOUCHER-WIRE-NUMBER NOT = ZEROES
018094         ADD 1 TO VOUCHERS-ON-WIRE-COUNT
018094     ELSE
018095     IF VENDOR-IS-HELD = "Y"
018096         ADD 1 TO VOUCHERS-VENDOR-HOLD-COUNT
018097     ELSE
018097     IF VENDOR-IS-PENDING = "Y"
018097         ADD 1 TO VOUCHERS-VENDOR-PEND-COUNT
018097     ELSE
018097     IF PAYEE-IS-SANCTIONED = "Y"
018097         ADD 1 TO VOUCHERS-SANCTION-COUNT
018097     ELSE
018098     IF VENDOR-CERT-OK NOT = "Y"
018099         ADD 1 TO VOUCHERS-NO-CERT-COUNT
018100     ELSE
018776         DISPLAY VOUCHERS-DISPUTED-COUNT
018777             " VOUCHER(S) SKIPPED - IN DISPUTE"
018778             " (VCHDSP01)".
018779     IF VOUCHERS-ON-WIRE-COUNT NOT = ZERO
018779         DISPLAY VOUCHERS-ON-WIRE-COUNT
018779             " VOUCHER(S) SKIPPED - ON A PENDING WIRE"
018779             " REQUEST (WIRREL01)".
018781     IF VOUCHERS-RCPT-HOLD-COUNT NOT = ZERO
018782         DISPLAY VOUCHERS-RCPT-HOLD-COUNT
018783             " VOUCHER(S) SKIPPED - ON RECEIPT HOLD"
018794         DISPLAY VOUCHERS-VENDOR-HOLD-COUNT
018795             " VOUCHER(S) SKIPPED - VENDOR ON PAYMENT"
018796             " HOLD".
018796     IF VOUCHERS-VENDOR-PEND-COUNT NOT = ZERO
018796         DISPLAY VOUCHERS-VENDOR-PEND-COUNT
018796             " VOUCHER(S) SKIPPED - VENDOR STILL IN"
018796             " ONBOARDING (ONBMNT01)".
018796     IF VOUCHERS-SANCTION-COUNT NOT = ZERO
018796         DISPLAY VOUCHERS-SANCTION-COUNT
018796             " VOUCHER(S) SKIPPED - PAYEE HAS AN"
018796             " UNRESOLVED RESTRICTED-PARTY HIT (SANREV01)".
018797     IF VOUCHERS-NO-CERT-COUNT NOT = ZERO
018798         DISPLAY VOUCHERS-NO-CERT-COUNT
018799             " VOUCHER(S) SKIPPED - INSURANCE CERT"
019900 WRITE-CHECKS-FOR-SELECTED-VOUCHERS.
019910     SORT SORT-FILE
019920         ON ASCENDING KEY SORT-VOUCHER-VENDOR
019925                          SORT-VOUCHER-REMIT-TO
019930                          SORT-VOUCHER-DUE
019940                          SORT-VOUCHER-NUMBER
019950         INPUT PROCEDURE IS SELECT-SELECTED-VOUCHERS
019961     PERFORM BUILD-NETTING-FILE.
019970     OPEN INPUT WORK-FILE.
019971     OPEN INPUT NETTING-FILE.
019971     OPEN OUTPUT REMIT-WORK-FILE.
019972     MOVE "N" TO NETTING-FILE-AT-END.
019980     MOVE "N" TO WORK-FILE-AT-END.
019990     PERFORM READ-NEXT-WORK-RECORD.
020010         UNTIL WORK-FILE-AT-END = "Y".
020020     CLOSE WORK-FILE.
020021     CLOSE NETTING-FILE.
020021     CLOSE REMIT-WORK-FILE.
020022     IF NET-SKIP-COUNT NOT = ZERO
020023         DISPLAY NET-SKIP-COUNT
020024             " VENDOR(S) AT NET CREDIT OR ZERO -"
020120        AND VOUCHER-SELECTED = "Y"
020125        AND VOUCHER-COMPANY = THIS-COMPANY
020130         MOVE VOUCHER-VENDOR  TO SORT-VOUCHER-VENDOR
020135         MOVE VOUCHER-REMIT-TO TO SORT-VOUCHER-REMIT-TO
020140         MOVE VOUCHER-DUE     TO SORT-VOUCHER-DUE
020150         MOVE VOUCHER-NUMBER  TO SORT-VOUCHER-NUMBER
020160         MOVE VOUCHER-INVOICE TO SORT-VOUCHER-INVOICE
020300*---------------------------------
020310 PAY-ONE-VENDOR.
020320     MOVE WORK-VOUCHER-VENDOR TO CURRENT-VENDOR.
020320     MOVE WORK-VOUCHER-REMIT-TO TO CURRENT-REMIT-TO.
020320     IF CURRENT-VENDOR = 99999
020320         PERFORM PAY-ONE-TIME-GROUP
020320     ELSE
020320                    GROUP-CREDIT-TOTAL.
020320     PERFORM PAY-SINGLE-OTP-VOUCHER
020320         UNTIL WORK-FILE-AT-END = "Y"
020320            OR WORK-VOUCHER-VENDOR NOT = CURRENT-VENDOR
020320            OR WORK-VOUCHER-REMIT-TO NOT = CURRENT-REMIT-TO.

020320 PAY-SINGLE-OTP-VOUCHER.
020320     PERFORM RETRIEVE-NEXT-CHECK-NUMBER.
020320     MOVE ZERO TO STUB-COUNT.
020320     MOVE ZEROES TO VENDOR-VOUCHER-COUNT.
020320     PERFORM LOAD-OTP-PAYEE.
020320     PERFORM LOAD-CHECK-PAYEE.
020320     PERFORM START-REMIT-STUB.
020320     PERFORM PAY-ONE-GROUP-VOUCHER.
020320     IF VENDOR-VOUCHER-COUNT NOT = ZERO

020320 LOAD-OTP-PAYEE.
020320     MOVE WORK-VOUCHER-NUMBER TO OTP-VOUCHER.
020320     PERFORM LOAD-OTP-PAYEE-RECORD.
020320
020320 LOAD-OTP-PAYEE-RECORD.
020320     MOVE "Y" TO OTP-RECORD-FOUND.
020320     READ ONE-TIME-PAYEE-FILE RECORD
020320       INVALID KEY
020380             " NOT PAID - NO BANK ACCOUNT SLOT AVAILABLE"
020390         PERFORM SKIP-VENDOR-GROUP
020400             UNTIL WORK-FILE-AT-END = "Y"
020410                OR WORK-VOUCHER-VENDOR NOT = CURRENT-VENDOR
020410                OR WORK-VOUCHER-REMIT-TO NOT = CURRENT-REMIT-TO.
020420
020430 SKIP-VENDOR-GROUP.
020440     PERFORM READ-NEXT-WORK-RECORD.
020459     PERFORM PRINT-CARRIED-FORWARD-LINE.
020460     PERFORM UNSELECT-GROUP-VOUCHER
020461         UNTIL WORK-FILE-AT-END = "Y"
020462            OR WORK-VOUCHER-VENDOR NOT = CURRENT-VENDOR
020462            OR WORK-VOUCHER-REMIT-TO NOT = CURRENT-REMIT-TO.
020463
020464*---------------------------------
020465* A group netting over the
020480     PERFORM PRINT-CARRIED-FORWARD-LINE.
020481     PERFORM UNSELECT-GROUP-VOUCHER
020482         UNTIL WORK-FILE-AT-END = "Y"
020483            OR WORK-VOUCHER-VENDOR NOT = CURRENT-VENDOR
020483            OR WORK-VOUCHER-REMIT-TO NOT = CURRENT-REMIT-TO.
020484
020485 UNSELECT-GROUP-VOUCHER.
020486     PERFORM READ-VOUCHER-BY-NUMBER.
020507     MOVE ZERO TO STUB-COUNT.
020508     MOVE ZEROES TO VENDOR-VOUCHER-COUNT.
020510     PERFORM CURRENT-VENDOR-ON-FILE.
020515     PERFORM LOAD-CHECK-PAYEE.
020520     PERFORM START-REMIT-STUB.
020530     PERFORM PAY-ONE-GROUP-VOUCHER
020540         UNTIL WORK-FILE-AT-END = "Y"
020550            OR WORK-VOUCHER-VENDOR NOT = CURRENT-VENDOR
020550            OR WORK-VOUCHER-REMIT-TO NOT = CURRENT-REMIT-TO.
020560     IF VENDOR-VOUCHER-COUNT NOT = ZERO
020561         PERFORM WRITE-CONSOLIDATED-CHECK
020562     ELSE
020590     PERFORM READ-VOUCHER-BY-NUMBER.
020600     IF VOUCHER-RECORD-FOUND = "Y"
020610         PERFORM MARK-VOUCHER-PAID
020615         PERFORM SAVE-REMIT-WORK-LINE
020620         PERFORM WRITE-REMIT-DETAIL
020625         PERFORM SAVE-STUB-LINE
020630         ADD WORK-VOUCHER-AMOUNT TO VENDOR-CHECK-TOTAL
021402     IF VENDOR-RECORD-FOUND = "Y"
021403        AND VENDOR-BACKUP-WITHHOLD = "Y"
021404         PERFORM WITHHOLD-BACKUP-TAX.
021404     PERFORM CHECK-PRENOTE-WAIT.
021405     PERFORM WARN-ON-FRESH-BANK-CHANGE.
021410     IF VENDOR-VOUCHER-COUNT = 1
021420         MOVE SAVE-VOUCHER-INVOICE TO CHECK-INVOICE
022440     PERFORM GET-TODAYS-DATE.
022450     MOVE DATE-CCYYMMDD TO CHECK-ISSUE-DATE.
022460     MOVE THIS-PAY-RUN TO CHECK-PAY-RUN.
022470     PERFORM SET-CHECK-PAY-METHOD.
022500     PERFORM WRITE-CHECK-RECORD.
022510     PERFORM JOURNAL-CHECK-WRITTEN.
022600     ADD 1 TO CHECKS-WRITTEN-COUNT.
022700     ADD CHECK-AMOUNT TO CHECKS-WRITTEN-TOTAL.
022705     IF CHECK-PAY-METHOD NOT = "V"
022705         PERFORM DRAW-DOWN-BANK-BALANCE.
022706     PERFORM BUMP-RUN-CHECK-COUNT.
022710     PERFORM WRITE-REMIT-TOTAL.
022760     IF CHECK-PAY-METHOD = "A"
022762         PERFORM WRITE-ACH-RECORD
022763     ELSE
022763     IF CHECK-PAY-METHOD = "V"
022763         PERFORM WRITE-CARD-RECORD
022763     ELSE
022764         PERFORM WRITE-POSPAY-RECORD
022765         PERFORM PRINT-CHECK-FORM.
022770     PERFORM PRINT-CHECK-REGISTER-LINE.
022771     PERFORM PRINT-NETTING-DETAIL.
022772
022772*---------------------------------
022772* How this payment goes out:
022772* "V" virtual card (not with
022772* backup withholding, which
022772* comes out of cash), "A" ACH
022772* when the vendor's bank details
022772* are good and proved by
022772* prenote, otherwise "C" paper
022772* check.
022772*---------------------------------
022772 SET-CHECK-PAY-METHOD.
022772     MOVE "C" TO CHECK-PAY-METHOD.
022772     IF VENDOR-RECORD-FOUND = "Y"
022772         IF VENDOR-PAY-METHOD = "V"
022772            AND VENDOR-BACKUP-WITHHOLD NOT = "Y"
022772             MOVE "V" TO CHECK-PAY-METHOD
022772         ELSE
022772         IF VENDOR-PAY-METHOD = "A"
022772            AND VENDOR-BANK-FAILED NOT = "Y"
022772            AND VENDOR-PRENOTE-PENDING NOT = "Y"
022772             MOVE "A" TO CHECK-PAY-METHOD.
022800
022765*---------------------------------
022765* A vendor on prenote whose
022765* prenote has been out the full
022765* wait - and was not returned,
022765* which would have failed the
022765* bank details - comes off
022765* prenote, and this payment is
022765* its first by ACH. The vendor
022765* record is rewritten by
022765* WARN-ON-FRESH-BANK-CHANGE.
022765*---------------------------------
022765 CHECK-PRENOTE-WAIT.
022765     IF VENDOR-RECORD-FOUND = "Y"
022765        AND VENDOR-PRENOTE-PENDING = "Y"
022765        AND VENDOR-BANK-FAILED NOT = "Y"
022765        AND VENDOR-PRENOTE-DATE NUMERIC
022765        AND VENDOR-PRENOTE-DATE NOT = ZEROES
022765         PERFORM COMPUTE-PRENOTE-ELIGIBLE
022765         PERFORM GET-TODAYS-DATE
022765         IF DATE-CCYYMMDD NOT < PRENOTE-ELIGIBLE-DATE
022765             MOVE "N" TO VENDOR-PRENOTE-PENDING
022765             MOVE SPACE TO PRINTER-RECORD
022765             STRING "  *** PRENOTE CLEARED - FIRST ACH"
022765                 " PAYMENT"
022765                 DELIMITED BY SIZE INTO PRINTER-RECORD
022765             PERFORM WRITE-TO-PRINTER.
022765
022770*---------------------------------
022771* An ACH vendor whose bank
022772* details changed since their
022913* (VNDHLD01) has every voucher
022914* skipped and counted. A
022915* missing vendor record is not
022916* treated as held. A vendor
022916* not yet activated out of
022916* onboarding is flagged the
022916* same way.
022917*---------------------------------
022918 CHECK-VENDOR-NOT-HELD.
022919     MOVE "N" TO VENDOR-IS-HELD.
022919     MOVE "N" TO VENDOR-IS-PENDING.
022920     MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
022921     MOVE "Y" TO VENDOR-RECORD-FOUND.
022922     READ VENDOR-FILE RECORD
022925     IF VENDOR-RECORD-FOUND = "Y"
022926        AND VENDOR-HOLD-FLAG = "Y"
022927         MOVE "Y" TO VENDOR-IS-HELD.
022927     IF VENDOR-RECORD-FOUND = "Y"
022927        AND VENDOR-ONBOARD-PENDING = "Y"
022927         MOVE "Y" TO VENDOR-IS-PENDING.
022928
022928*---------------------------------
022928* Any hit on SANCTION-HIT-FILE
022928* for the payee that SANREV01
022928* has not cleared - open or
022928* confirmed - keeps its
022928* vouchers from being selected.
022928* A one-time payee (vendor
022928* 99999) is keyed by its
022928* voucher number.
022928*---------------------------------
022928 CHECK-PAYEE-NOT-SANCTIONED.
022928     MOVE "N" TO PAYEE-IS-SANCTIONED.
022928     IF VOUCHER-VENDOR = 99999
022928         MOVE "O" TO SANH-PAYEE-TYPE
022928         MOVE VOUCHER-NUMBER TO SANH-PAYEE-ID
022928     ELSE
022928         MOVE "V" TO SANH-PAYEE-TYPE
022928         MOVE VOUCHER-VENDOR TO SANH-PAYEE-ID.
022928     MOVE ZEROES TO SANH-LIST-ENTRY.
022928     MOVE "N" TO SANCTION-HITS-DONE.
022928     START SANCTION-HIT-FILE
022928        KEY NOT < SANH-KEY
022928         INVALID KEY MOVE "Y" TO SANCTION-HITS-DONE.
022928     PERFORM CHECK-NEXT-SANCTION-HIT
022928         UNTIL SANCTION-HITS-DONE = "Y".
022928
022928 CHECK-NEXT-SANCTION-HIT.
022928     MOVE SANH-PAYEE-TYPE TO SAVE-SANH-PAYEE-TYPE.
022928     MOVE SANH-PAYEE-ID TO SAVE-SANH-PAYEE-ID.
022928     READ SANCTION-HIT-FILE NEXT RECORD
022928         AT END MOVE "Y" TO SANCTION-HITS-DONE.
022928     IF SANCTION-HITS-DONE NOT = "Y"
022928         IF SANH-PAYEE-TYPE NOT = SAVE-SANH-PAYEE-TYPE
022928            OR SANH-PAYEE-ID NOT = SAVE-SANH-PAYEE-ID
022928             MOVE "Y" TO SANCTION-HITS-DONE
022928         ELSE
022928         IF SANH-STATUS NOT = "C"
022928             MOVE "Y" TO PAYEE-IS-SANCTIONED
022928             MOVE "Y" TO SANCTION-HITS-DONE.
022928
022929*---------------------------------
022930* A vendor whose type requires
026300*---------------------------------
026400 PRINT-CHECK-REGISTER-LINE.
026500     MOVE SPACE TO DETAIL-LINE.
026510     IF CHECK-PAY-METHOD = "A"
026511         MOVE "ACH" TO PRINT-PAY-METHOD
026512     ELSE
026513     IF CHECK-PAY-METHOD = "V"
026514         MOVE "CRD" TO PRINT-PAY-METHOD
026515     ELSE
026516     IF VENDOR-RECORD-FOUND = "Y"
026520        AND VENDOR-PAY-METHOD = "A"
026522         MOVE "CHK" TO PRINT-PAY-METHOD.
026600     MOVE CHECK-NUMBER TO PRINT-CHECK-NUMBER.
026700     MOVE CURRENT-VENDOR TO PRINT-VENDOR-NUMBER.
026800
028300     READ VENDOR-FILE RECORD
028400       INVALID KEY
028500          MOVE "N" TO VENDOR-RECORD-FOUND.
028502
028504*---------------------------------
028506* The payee printed on the check
028508* form, stub and positive-pay
028510* line. A remit-to no longer on
028512* file falls back to the vendor
028514* record's address, with a
028516* warning on the register.
028518*---------------------------------
028520 LOAD-CHECK-PAYEE.
028522     MOVE VENDOR-NAME TO PAY-TO-NAME.
028524     MOVE VENDOR-ADDRESS-1 TO PAY-TO-ADDRESS-1.
028526     MOVE VENDOR-ADDRESS-2 TO PAY-TO-ADDRESS-2.
028528     MOVE VENDOR-CITY TO PAY-TO-CITY.
028530     MOVE VENDOR-STATE TO PAY-TO-STATE.
028532     MOVE VENDOR-ZIP TO PAY-TO-ZIP.
028534     IF CURRENT-REMIT-TO NOT = SPACES
028536         PERFORM LOAD-REMIT-TO-PAYEE.

028538 LOAD-REMIT-TO-PAYEE.
028540     MOVE CURRENT-VENDOR TO REMIT-VENDOR.
028542     MOVE CURRENT-REMIT-TO TO REMIT-LOCATION.
028544     MOVE "Y" TO REMIT-RECORD-FOUND.
028546     READ REMIT-TO-FILE RECORD
028548       INVALID KEY
028550          MOVE "N" TO REMIT-RECORD-FOUND.
028552     IF REMIT-RECORD-FOUND = "Y"
028554         MOVE REMIT-NAME TO PAY-TO-NAME
028556         MOVE REMIT-ADDRESS-1 TO PAY-TO-ADDRESS-1
028558         MOVE REMIT-ADDRESS-2 TO PAY-TO-ADDRESS-2
028560         MOVE REMIT-CITY TO PAY-TO-CITY
028562         MOVE REMIT-STATE TO PAY-TO-STATE
028564         MOVE REMIT-ZIP TO PAY-TO-ZIP
028566     ELSE
028568         DISPLAY "VENDOR " CURRENT-VENDOR " REMIT-TO "
028570             CURRENT-REMIT-TO " NOT ON FILE - PAID TO"
028572             " THE VENDOR ADDRESS"
028574         MOVE SPACE TO PRINTER-RECORD
028576         STRING "  *** REMIT-TO " CURRENT-REMIT-TO
028578             " NOT ON FILE - VENDOR ADDRESS USED"
028580             DELIMITED BY SIZE INTO PRINTER-RECORD
028582         PERFORM WRITE-TO-PRINTER.
028610*---------------------------------
028620* Positive-pay export line -
028630* one row per check written,
028730     IF VENDOR-RECORD-FOUND = "N"
028740         MOVE "***NOT FOUND***" TO POSPAY-PAYEE-NAME
028750     ELSE
028760         MOVE PAY-TO-NAME TO POSPAY-PAYEE-NAME.
028770     MOVE POSPAY-DETAIL-LINE TO POSPAY-RECORD.
028780     WRITE POSPAY-RECORD.
028781     ADD 1 TO POSPAY-ITEM-COUNT.
028793     MOVE VENDOR-BANK-ROUTING TO ACH-ROUTING.
028794     MOVE VENDOR-BANK-ACCOUNT TO ACH-BANK-ACCOUNT.
028795     MOVE CHECK-AMOUNT TO ACH-AMOUNT.
028796     MOVE RUN-SETTLE-DATE TO ACH-SETTLE-DATE.
028797     MOVE VENDOR-NAME TO ACH-PAYEE-NAME.
028798     MOVE ACH-DETAIL-LINE TO ACH-RECORD.
028799     WRITE ACH-RECORD.
028800     ADD 1 TO ACH-ITEM-COUNT.
028801     ADD CHECK-AMOUNT TO ACH-ITEM-TOTAL.
028802
028802*---------------------------------
028802* Prenotes ride in the same ACH
028802* batch: a zero-dollar line to
028802* the new routing and account
028802* for every ACH vendor on
028802* prenote whose prenote has not
028802* gone out yet (and whose bank
028802* details have not failed).
028802* The send date starts the
028802* wait.
028802*---------------------------------
028802 SEND-DUE-PRENOTES.
028802     MOVE "N" TO PRENOTE-VENDOR-AT-END.
028802     MOVE ZEROES TO VENDOR-NUMBER.
028802     START VENDOR-FILE
028802        KEY NOT < VENDOR-NUMBER
028802         INVALID KEY MOVE "Y" TO PRENOTE-VENDOR-AT-END.
028802     IF PRENOTE-VENDOR-AT-END NOT = "Y"
028802         PERFORM READ-NEXT-PRENOTE-VENDOR.
028802     PERFORM SEND-ONE-PRENOTE
028802         UNTIL PRENOTE-VENDOR-AT-END = "Y".
028802
028802 SEND-ONE-PRENOTE.
028802     IF VENDOR-PRENOTE-PENDING = "Y"
028802        AND VENDOR-PAY-METHOD = "A"
028802        AND VENDOR-BANK-FAILED NOT = "Y"
028802         IF VENDOR-PRENOTE-DATE NOT NUMERIC
028802            OR VENDOR-PRENOTE-DATE = ZEROES
028802             PERFORM WRITE-PRENOTE-RECORD.
028802     PERFORM READ-NEXT-PRENOTE-VENDOR.
028802
028802 WRITE-PRENOTE-RECORD.
028802     PERFORM GET-TODAYS-DATE.
028802     MOVE SPACE TO ACH-DETAIL-LINE.
028802     MOVE VENDOR-BANK-ROUTING TO ACH-ROUTING.
028802     MOVE VENDOR-BANK-ACCOUNT TO ACH-BANK-ACCOUNT.
028802     MOVE ZEROES TO ACH-AMOUNT.
028802     MOVE RUN-SETTLE-DATE TO ACH-SETTLE-DATE.
028802     MOVE VENDOR-NAME TO ACH-PAYEE-NAME.
028802     MOVE ACH-DETAIL-LINE TO ACH-RECORD.
028802     WRITE ACH-RECORD.
028802     ADD 1 TO PRENOTE-ITEM-COUNT.
028802     MOVE DATE-CCYYMMDD TO VENDOR-PRENOTE-DATE.
028802     REWRITE VENDOR-RECORD
028802         INVALID KEY
028802         DISPLAY "ERROR REWRITING VENDOR RECORD".
028802     MOVE "CHKRUN01" TO JOURNAL-PROGRAM.
028802     MOVE SPACE TO JOURNAL-KEY.
028802     MOVE VENDOR-NUMBER TO JOURNAL-KEY.
028802     MOVE "PRENOTE" TO JOURNAL-ACTION.
028802     MOVE ZEROES TO JOURNAL-AMOUNT.
028802     PERFORM WRITE-JOURNAL-ENTRY.
028802     MOVE SPACE TO PRINTER-RECORD.
028802     STRING "PRENOTE " VENDOR-NUMBER " " VENDOR-NAME
028802         " " VENDOR-BANK-ROUTING "/" VENDOR-BANK-ACCOUNT
028802         DELIMITED BY SIZE INTO PRINTER-RECORD.
028802     PERFORM WRITE-TO-PRINTER.
028802
028802 READ-NEXT-PRENOTE-VENDOR.
028802     READ VENDOR-FILE NEXT RECORD
028802         AT END MOVE "Y" TO PRENOTE-VENDOR-AT-END.
028802
028802*---------------------------------
028802* Card-issuer payment request -
028802* one row per virtual card
028802* payment. The issuer charges a
028802* single-use card for the amount
028802* and sends it to the vendor;
028802* the CHECK-FILE number rides
028802* along as the reference.
028802*---------------------------------
028802 WRITE-CARD-RECORD.
028802     PERFORM GET-TODAYS-DATE.
028802     MOVE SPACE TO CARD-DETAIL-LINE.
028802     MOVE CURRENT-VENDOR TO CARD-VENDOR.
028802     MOVE VENDOR-NAME TO CARD-PAYEE-NAME.
028802     MOVE CHECK-AMOUNT TO CARD-AMOUNT.
028802     MOVE DATE-CCYYMMDD TO CARD-REQUEST-DATE.
028802     MOVE ENTERED-CHECK-ACCOUNT TO CARD-ACCOUNT.
028802     MOVE CHECK-NUMBER TO CARD-CHECK-NUMBER.
028802     MOVE CARD-DETAIL-LINE TO CARD-RECORD.
028802     WRITE CARD-RECORD.
028802     ADD 1 TO CARD-ITEM-COUNT.
028802     ADD CHECK-AMOUNT TO CARD-ITEM-TOTAL.
028802
028802 WRITE-CARD-BATCH-TRAILER.
028802     IF CARD-ITEM-COUNT NOT = ZERO
028802         MOVE ENTERED-CHECK-ACCOUNT TO CARD-BATCH-ACCOUNT
028802         MOVE CARD-ITEM-COUNT TO CARD-BATCH-COUNT
028802         MOVE CARD-ITEM-TOTAL TO CARD-BATCH-TOTAL
028802         MOVE CARD-TRAILER-LINE TO CARD-RECORD
028802         WRITE CARD-RECORD.
028802
028803 WRITE-ACH-BATCH-TRAILER.
028804     IF ACH-ITEM-COUNT NOT = ZERO
028804        OR PRENOTE-ITEM-COUNT NOT = ZERO
028805         MOVE ENTERED-CHECK-ACCOUNT TO ACH-BATCH-ACCOUNT
028806         COMPUTE ACH-BATCH-COUNT =
028806             ACH-ITEM-COUNT + PRENOTE-ITEM-COUNT
028807         MOVE ACH-ITEM-TOTAL TO ACH-BATCH-TOTAL
028808         MOVE ACH-TRAILER-LINE TO ACH-RECORD
028809         WRITE ACH-RECORD.
028821     MOVE ZERO TO REMIT-LINE-COUNT.
028822     MOVE CHECK-NUMBER TO REMIT-CHECK-NUMBER.
028823     IF VENDOR-RECORD-FOUND = "Y"
028824         MOVE PAY-TO-NAME TO REMIT-PAYEE-NAME
028825     ELSE
028826         MOVE "***NOT FOUND***" TO REMIT-PAYEE-NAME.
028827     MOVE REMIT-HEADER-LINE TO REMIT-RECORD.
028861     MOVE SPACE TO REMIT-RECORD.
028862     WRITE REMIT-RECORD BEFORE ADVANCING PAGE.
028863
028863 SAVE-REMIT-WORK-LINE.
028863     MOVE CHECK-NUMBER TO RMTW-CHECK-NUMBER.
028863     MOVE VOUCHER-NUMBER TO RMTW-VOUCHER-NUMBER.
028863     MOVE VOUCHER-INVOICE TO RMTW-INVOICE.
028863     MOVE VOUCHER-DATE TO RMTW-INVOICE-DATE.
028863     MOVE VOUCHER-AMOUNT TO RMTW-AMOUNT.
028863     MOVE VOUCHER-PAID-AMOUNT TO RMTW-PAID-AMOUNT.
028863     WRITE REMIT-WORK-RECORD.
028863
028863*---------------------------------
028863* ACH remittance pass. REMITWK
028863* holds the run's paid vouchers
028863* in check-number order; the
028863* CHECK-FILE record says how each
028863* payment went out, and only ACH
028863* payments are advised. A charge
028863* is advised at its face amount
028863* as gross, less any part of it
028863* the payment held back as the
028863* discount taken; a credit memo
028863* is advised in the credit
028863* column. The payment line
028863* carries the backup withholding
028863* so the net paid matches the
028863* ACH amount.
028863*---------------------------------
028863 WRITE-ACH-REMITTANCES.
028863     MOVE ZEROES TO REMIT-ADVICE-COUNT
028863                    REMIT-ADVICE-TOTAL.
028863     PERFORM START-REMIT-REGISTER.
028863     OPEN INPUT REMIT-WORK-FILE.
028863     MOVE "N" TO REMIT-WORK-AT-END.
028863     PERFORM READ-NEXT-REMIT-WORK.
028863     PERFORM REMIT-ONE-PAYMENT
028863         UNTIL REMIT-WORK-AT-END = "Y".
028863     CLOSE REMIT-WORK-FILE.
028863     IF REMIT-ADVICE-COUNT NOT = ZERO
028863         PERFORM WRITE-REMIT-ADVICE-TRAILER.
028863     PERFORM END-REMIT-REGISTER.
028863     IF REMIT-ADVICE-COUNT NOT = ZERO
028863         DISPLAY REMIT-ADVICE-COUNT
028863             " ACH REMITTANCE ADVICE(S) WRITTEN".
028863
028863 REMIT-ONE-PAYMENT.
028863     MOVE RMTW-CHECK-NUMBER TO REMIT-CURRENT-CHECK.
028863     MOVE ENTERED-CHECK-ACCOUNT TO CHECK-ACCOUNT.
028863     MOVE RMTW-CHECK-NUMBER TO CHECK-NUMBER.
028863     MOVE "Y" TO REMIT-CHECK-FOUND.
028863     READ CHECK-FILE RECORD
028863       INVALID KEY
028863          MOVE "N" TO REMIT-CHECK-FOUND.
028863     IF REMIT-CHECK-FOUND = "Y"
028863        AND CHECK-PAY-METHOD = "A"
028863         PERFORM ADVISE-ACH-PAYMENT
028863     ELSE
028863         PERFORM SKIP-REMIT-WORK-LINE
028863             UNTIL REMIT-WORK-AT-END = "Y"
028863                OR RMTW-CHECK-NUMBER NOT = REMIT-CURRENT-CHECK.
028863
028863 SKIP-REMIT-WORK-LINE.
028863     PERFORM READ-NEXT-REMIT-WORK.
028863
028863 ADVISE-ACH-PAYMENT.
028863     MOVE ZEROES TO REMIT-INVOICE-COUNT
028863                    REMIT-GROSS-TOTAL
028863                    REMIT-DISCOUNT-TOTAL
028863                    REMIT-CREDIT-TOTAL
028863                    REMIT-NET-TOTAL.
028863     MOVE CHECK-VENDOR TO CURRENT-VENDOR.
028863     PERFORM CURRENT-VENDOR-ON-FILE.
028863     PERFORM PRINT-REMIT-PAYMENT-HEADING.
028863     PERFORM ADVISE-ONE-INVOICE
028863         UNTIL REMIT-WORK-AT-END = "Y"
028863            OR RMTW-CHECK-NUMBER NOT = REMIT-CURRENT-CHECK.
028863     COMPUTE REMIT-WITHHELD = REMIT-NET-TOTAL - CHECK-AMOUNT.
028863     PERFORM WRITE-REMIT-PAYMENT-LINE.
028863     PERFORM PRINT-REMIT-PAYMENT-TOTAL.
028863     ADD 1 TO REMIT-ADVICE-COUNT.
028863     ADD CHECK-AMOUNT TO REMIT-ADVICE-TOTAL.
028863
028863 ADVISE-ONE-INVOICE.
028863     IF RMTW-AMOUNT < ZERO
028863         MOVE ZEROES TO REMIT-LINE-GROSS
028863                        REMIT-LINE-DISCOUNT
028863         COMPUTE REMIT-LINE-CREDIT = ZERO - RMTW-AMOUNT
028863     ELSE
028863         MOVE RMTW-AMOUNT TO REMIT-LINE-GROSS
028863         COMPUTE REMIT-LINE-DISCOUNT =
028863             RMTW-AMOUNT - RMTW-PAID-AMOUNT
028863         MOVE ZEROES TO REMIT-LINE-CREDIT.
028863     ADD 1 TO REMIT-INVOICE-COUNT.
028863     ADD REMIT-LINE-GROSS TO REMIT-GROSS-TOTAL.
028863     ADD REMIT-LINE-DISCOUNT TO REMIT-DISCOUNT-TOTAL.
028863     ADD REMIT-LINE-CREDIT TO REMIT-CREDIT-TOTAL.
028863     ADD RMTW-PAID-AMOUNT TO REMIT-NET-TOTAL.
028863     PERFORM WRITE-REMIT-INVOICE-LINE.
028863     PERFORM PRINT-REMIT-INVOICE-LINE.
028863     PERFORM READ-NEXT-REMIT-WORK.
028863
028863 WRITE-REMIT-INVOICE-LINE.
028863     MOVE RMTW-CHECK-NUMBER TO RMTX-INV-CHECK.
028863     MOVE RMTW-INVOICE TO RMTX-INVOICE.
028863     MOVE RMTW-INVOICE-DATE TO RMTX-INVOICE-DATE.
028863     MOVE REMIT-LINE-GROSS TO RMTX-INV-GROSS.
028863     MOVE REMIT-LINE-DISCOUNT TO RMTX-INV-DISCOUNT.
028863     MOVE REMIT-LINE-CREDIT TO RMTX-INV-CREDIT.
028863     MOVE RMTW-PAID-AMOUNT TO RMTX-INV-NET.
028863     MOVE RMTX-INVOICE-LINE TO REMIT-ADVICE-RECORD.
028863     WRITE REMIT-ADVICE-RECORD.
028863 WRITE-REMIT-PAYMENT-LINE.
028863     MOVE THIS-PAY-RUN TO RMTX-PAY-RUN.
028863     MOVE CHECK-ACCOUNT TO RMTX-ACCOUNT.
028863     MOVE CHECK-NUMBER TO RMTX-CHECK-NUMBER.
028863     MOVE CHECK-ISSUE-DATE TO RMTX-PAY-DATE.
028863     MOVE CHECK-VENDOR TO RMTX-VENDOR.
028863     IF VENDOR-RECORD-FOUND = "N"
028863         MOVE "***NOT FOUND***" TO RMTX-PAYEE-NAME
028863     ELSE
028863         MOVE VENDOR-NAME TO RMTX-PAYEE-NAME.
028863     MOVE REMIT-INVOICE-COUNT TO RMTX-INVOICE-COUNT.
028863     MOVE REMIT-GROSS-TOTAL TO RMTX-GROSS.
028863     MOVE REMIT-DISCOUNT-TOTAL TO RMTX-DISCOUNT.
028863     MOVE REMIT-CREDIT-TOTAL TO RMTX-CREDIT.
028863     MOVE REMIT-WITHHELD TO RMTX-WITHHELD.
028863     MOVE CHECK-AMOUNT TO RMTX-NET-PAID.
028863     MOVE RMTX-PAYMENT-LINE TO REMIT-ADVICE-RECORD.
028863     WRITE REMIT-ADVICE-RECORD.
028863
028863 WRITE-REMIT-ADVICE-TRAILER.
028863     MOVE THIS-PAY-RUN TO RMTX-BATCH-RUN.
028863     MOVE REMIT-ADVICE-COUNT TO RMTX-BATCH-COUNT.
028863     MOVE REMIT-ADVICE-TOTAL TO RMTX-BATCH-TOTAL.
028863     MOVE RMTX-TRAILER-LINE TO REMIT-ADVICE-RECORD.
028863     WRITE REMIT-ADVICE-RECORD.
028863
028863*---------------------------------
028863* The ACH remittance register
028863* for the pay run, on RMTREG.
028863*---------------------------------
028863 START-REMIT-REGISTER.
028863     MOVE THIS-PAY-RUN TO RMTREG-PAY-RUN.
028863     PERFORM GET-TODAYS-DATE.
028863     PERFORM FORMAT-THE-DATE.
028863     MOVE FORMATTED-DATE TO RMTREG-RUN-DATE.
028863     MOVE RMTREG-TITLE-LINE TO REMIT-REGISTER-RECORD.
028863     PERFORM WRITE-TO-RMTREG.
028863     MOVE COMPANY-LINE TO REMIT-REGISTER-RECORD.
028863     PERFORM WRITE-TO-RMTREG.
028863     MOVE SPACE TO REMIT-REGISTER-RECORD.
028863     PERFORM WRITE-TO-RMTREG.
028863     MOVE RMTREG-COLUMN-LINE TO REMIT-REGISTER-RECORD.
028863     PERFORM WRITE-TO-RMTREG.
028863     MOVE SPACE TO REMIT-REGISTER-RECORD.
028863     PERFORM WRITE-TO-RMTREG.
028863
028863 PRINT-REMIT-PAYMENT-HEADING.
028863     MOVE SPACE TO RMTREG-PAYMENT-LINE.
028863     MOVE CHECK-NUMBER TO RMTREG-CHECK-NUMBER.
028863     MOVE CHECK-VENDOR TO RMTREG-VENDOR.
028863     IF VENDOR-RECORD-FOUND = "N"
028863         MOVE "***NOT FOUND***" TO RMTREG-PAYEE-NAME
028863     ELSE
028863         MOVE VENDOR-NAME TO RMTREG-PAYEE-NAME.
028863     MOVE RMTREG-PAYMENT-LINE TO REMIT-REGISTER-RECORD.
028863     PERFORM WRITE-TO-RMTREG.
028863
028863 PRINT-REMIT-INVOICE-LINE.
028863     MOVE SPACE TO RMTREG-DETAIL-LINE.
028863     MOVE RMTW-INVOICE TO RMTREG-INVOICE.
028863     MOVE RMTW-INVOICE-DATE TO DATE-CCYYMMDD.
028863     PERFORM FORMAT-THE-DATE.
028863     MOVE FORMATTED-DATE TO RMTREG-INVOICE-DATE.
028863     MOVE REMIT-LINE-GROSS TO RMTREG-GROSS.
028863     MOVE REMIT-LINE-DISCOUNT TO RMTREG-DISCOUNT.
028863     MOVE REMIT-LINE-CREDIT TO RMTREG-CREDIT.
028863     MOVE RMTW-PAID-AMOUNT TO RMTREG-NET.
028863     MOVE RMTREG-DETAIL-LINE TO REMIT-REGISTER-RECORD.
028863     PERFORM WRITE-TO-RMTREG.
028863
028863 PRINT-REMIT-PAYMENT-TOTAL.
028863     MOVE REMIT-GROSS-TOTAL TO RMTREG-TOTAL-GROSS.
028863     MOVE REMIT-DISCOUNT-TOTAL TO RMTREG-TOTAL-DISC.
028863     MOVE REMIT-CREDIT-TOTAL TO RMTREG-TOTAL-CREDIT.
028863     MOVE REMIT-NET-TOTAL TO RMTREG-TOTAL-NET.
028863     MOVE RMTREG-PAYMENT-TOTAL-LINE TO REMIT-REGISTER-RECORD.
028863     PERFORM WRITE-TO-RMTREG.
028863     IF REMIT-WITHHELD NOT = ZERO
028863         MOVE "LESS BACKUP WITHHOLDING" TO RMTREG-ADJUST-TEXT
028863         MOVE REMIT-WITHHELD TO RMTREG-ADJUST-AMOUNT
028863         MOVE RMTREG-ADJUST-LINE TO REMIT-REGISTER-RECORD
028863         PERFORM WRITE-TO-RMTREG
028863         MOVE "ACH AMOUNT" TO RMTREG-ADJUST-TEXT
028863         MOVE CHECK-AMOUNT TO RMTREG-ADJUST-AMOUNT
028863         MOVE RMTREG-ADJUST-LINE TO REMIT-REGISTER-RECORD
028863         PERFORM WRITE-TO-RMTREG.
028863     MOVE SPACE TO REMIT-REGISTER-RECORD.
028863     PERFORM WRITE-TO-RMTREG.
028863
028863 END-REMIT-REGISTER.
028863     MOVE REMIT-ADVICE-COUNT TO RMTREG-ADVICE-COUNT.
028863     MOVE REMIT-ADVICE-TOTAL TO RMTREG-ADVICE-TOTAL.
028863     MOVE RMTREG-RUN-TOTAL-LINE TO REMIT-REGISTER-RECORD.
028863     PERFORM WRITE-TO-RMTREG.
028863     MOVE SPACE TO REMIT-REGISTER-RECORD.
028863     WRITE REMIT-REGISTER-RECORD BEFORE ADVANCING PAGE.
028863
028863 WRITE-TO-RMTREG.
028863     WRITE REMIT-REGISTER-RECORD BEFORE ADVANCING 1.
028863
028863 READ-NEXT-REMIT-WORK.
028863     READ REMIT-WORK-FILE
028863         AT END MOVE "Y" TO REMIT-WORK-AT-END.
028864*---------------------------------
028865* Check form printing. One form
028866* per paper check on the CHECKS
028879         MOVE WORK-VOUCHER-AMOUNT TO STUB-AMOUNT(STUB-INDEX).

028880 PRINT-CHECK-FORM.
028880     PERFORM LOG-CHECK-FORM-ISSUED.
028881     PERFORM PRINT-STUB-SECTION.
028882     PERFORM PRINT-CHECK-BODY.
028883     PERFORM CHECK-FORM-FEED.
028883
028883*---------------------------------
028883* Every form through the printer
028883* is taken off the account's
028883* check stock and logged. With
028883* no stock on file for the
028883* account the form still prints,
028883* and is counted as not logged.
028883*---------------------------------
028883 LOG-CHECK-FORM-ISSUED.
028883     MOVE "I" TO FORM-DISPOSITION.
028883     MOVE CHECK-NUMBER TO FORM-CHECK-NUMBER.
028883     MOVE SPACE TO FORM-REASON.
028883     PERFORM TAKE-RUN-CHECK-FORM.
028883
028883 LOG-ALIGNMENT-FORM.
028883     MOVE "S" TO FORM-DISPOSITION.
028883     MOVE ZEROES TO FORM-CHECK-NUMBER.
028883     MOVE "ALIGNMENT TEST" TO FORM-REASON.
028883     PERFORM TAKE-RUN-CHECK-FORM.
028883
028883 TAKE-RUN-CHECK-FORM.
028883     MOVE ENTERED-CHECK-ACCOUNT TO FORM-ACCOUNT.
028883     MOVE "CHKRUN01" TO FORM-PROGRAM.
028883     MOVE THIS-PAY-RUN TO FORM-PAY-RUN.
028883     PERFORM TAKE-NEXT-CHECK-FORM.
028883     IF FORM-SERIAL-FOUND = "N"
028883         ADD 1 TO FORMS-NOT-LOGGED.
028883
028883 SHOW-NEXT-CHECK-FORM.
028883     MOVE ENTERED-CHECK-ACCOUNT TO FORM-ACCOUNT.
028883     PERFORM FIND-NEXT-CHECK-FORM.
028883     IF FORM-SERIAL-FOUND = "Y"
028883         DISPLAY "LOAD CHECK STOCK STARTING AT FORM "
028883             FORM-SERIAL
028883     ELSE
028883         DISPLAY "NO CHECK STOCK ON FILE FOR ACCOUNT "
028883             ENTERED-CHECK-ACCOUNT
028883         DISPLAY "FORMS WILL PRINT BUT NOT BE LOGGED".

028884 PRINT-STUB-SECTION.
028885     MOVE SPACE TO CHECK-FORM-RECORD.
028930 PRINT-PAYEE-BLOCK.
028931     MOVE SPACE TO PAYEE-NAME-LINE.
028932     IF VENDOR-RECORD-FOUND = "Y"
028933         MOVE PAY-TO-NAME TO PRINT-PAYEE-TEXT
028934     ELSE
028935         MOVE "*** PAYEE NOT ON FILE ***" TO PRINT-PAYEE-TEXT.
028936     MOVE PAYEE-NAME-LINE TO CHECK-FORM-RECORD.
028937     PERFORM WRITE-CHECK-FORM-LINE.
028938     IF VENDOR-RECORD-FOUND = "Y"
028939         MOVE PAY-TO-ADDRESS-1 TO PRINT-PAYEE-TEXT
028940         MOVE PAYEE-NAME-LINE TO CHECK-FORM-RECORD
028941         PERFORM WRITE-CHECK-FORM-LINE
028942         PERFORM PRINT-PAYEE-ADDRESS-2
028943         MOVE SPACE TO PRINT-PAYEE-TEXT
028944         STRING PAY-TO-CITY ", " PAY-TO-STATE " " PAY-TO-ZIP
028945             DELIMITED BY SIZE INTO PRINT-PAYEE-TEXT
028946         MOVE PAYEE-NAME-LINE TO CHECK-FORM-RECORD
028947         PERFORM WRITE-CHECK-FORM-LINE.

028948 PRINT-PAYEE-ADDRESS-2.
028949     IF PAY-TO-ADDRESS-2 NOT = SPACES
028950         MOVE PAY-TO-ADDRESS-2 TO PRINT-PAYEE-TEXT
028951         MOVE PAYEE-NAME-LINE TO CHECK-FORM-RECORD
028952         PERFORM WRITE-CHECK-FORM-LINE.

029052     MOVE CHECK-AMOUNT-LINE TO CHECK-FORM-RECORD.
029053     PERFORM WRITE-CHECK-FORM-LINE.
029054     PERFORM CHECK-FORM-FEED.
029054     PERFORM LOG-ALIGNMENT-FORM.
029055     PERFORM ASK-FORMS-ALIGNED.

029056 ASK-FORMS-ALIGNED.
029073     MOVE SPACE TO CHECK-FORM-RECORD.
029074     WRITE CHECK-FORM-RECORD BEFORE ADVANCING PAGE.

029074*---------------------------------
029074* Reprints. Once the run is
029074* printed the operator names
029074* each paper check of this run
029074* whose form was spoiled. The
029074* spoiled form is logged with
029074* the reason, and the check is
029074* printed again on the next
029074* form, with its stub rebuilt
029074* from REMITWK and its payee
029074* reloaded as it was paid.
029074*---------------------------------
029074 REPRINT-SPOILED-CHECKS.
029074     PERFORM ENTER-REPRINT-CHECK.
029074     PERFORM REPRINT-ONE-CHECK
029074         UNTIL REPRINT-CHECK-NUMBER = ZEROES.
029074
029074 ENTER-REPRINT-CHECK.
029074     DISPLAY "CHECK NUMBER OF A SPOILED FORM TO REPRINT".
029074     DISPLAY "(0 WHEN ALL FORMS ARE GOOD)?".
029074     ACCEPT REPRINT-CHECK-NUMBER.
029074
029074 REPRINT-ONE-CHECK.
029074     PERFORM READ-REPRINT-CHECK.
029074     IF REPRINT-CHECK-FOUND = "N"
029074         DISPLAY "NOT A PAPER CHECK FROM THIS RUN"
029074     ELSE
029074         PERFORM ENTER-SPOILED-REASON
029074         PERFORM REPRINT-THE-CHECK.
029074     PERFORM ENTER-REPRINT-CHECK.
029074
029074 READ-REPRINT-CHECK.
029074     MOVE ENTERED-CHECK-ACCOUNT TO CHECK-ACCOUNT.
029074     MOVE REPRINT-CHECK-NUMBER TO CHECK-NUMBER.
029074     MOVE "Y" TO REPRINT-CHECK-FOUND.
029074     READ CHECK-FILE RECORD
029074       INVALID KEY
029074          MOVE "N" TO REPRINT-CHECK-FOUND.
029074     IF REPRINT-CHECK-FOUND = "Y"
029074         IF CHECK-PAY-RUN NOT = THIS-PAY-RUN
029074            OR CHECK-PAY-METHOD NOT = "C"
029074            OR CHECK-VOIDED = "Y"
029074             MOVE "N" TO REPRINT-CHECK-FOUND.
029074
029074 ENTER-SPOILED-REASON.
029074     MOVE SPACE TO FORM-REASON.
029074     PERFORM ACCEPT-SPOILED-REASON
029074         UNTIL FORM-REASON NOT = SPACE.
029074
029074 ACCEPT-SPOILED-REASON.
029074     DISPLAY "WHY WAS THE FORM SPOILED?".
029074     ACCEPT FORM-REASON.
029074     INSPECT FORM-REASON
029074      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
029074     IF FORM-REASON = SPACE
029074         DISPLAY "A REASON MUST BE ENTERED".
029074
029074 REPRINT-THE-CHECK.
029074     MOVE ENTERED-CHECK-ACCOUNT TO FORM-ACCOUNT.
029074     MOVE CHECK-NUMBER TO FORM-CHECK-NUMBER.
029074     MOVE "CHKRUN01" TO FORM-PROGRAM.
029074     MOVE THIS-PAY-RUN TO FORM-PAY-RUN.
029074     PERFORM SPOIL-ISSUED-CHECK-FORM.
029074     IF FORM-SERIAL-FOUND = "Y"
029074         DISPLAY "FORM " FORM-SERIAL " LOGGED AS SPOILED"
029074     ELSE
029074         DISPLAY "NO ISSUED FORM LOGGED FOR CHECK "
029074             CHECK-NUMBER.
029074     PERFORM REBUILD-REPRINT-STUB.
029074     PERFORM LOAD-REPRINT-PAYEE.
029074     PERFORM PRINT-REPRINT-LINE.
029074     PERFORM PRINT-CHECK-FORM.
029074     PERFORM JOURNAL-CHECK-REPRINTED.
029074     ADD 1 TO REPRINT-COUNT.
029074
029074 REBUILD-REPRINT-STUB.
029074     MOVE ZERO TO STUB-COUNT.
029074     MOVE ZEROES TO VENDOR-VOUCHER-COUNT
029074                    REPRINT-FIRST-VOUCHER.
029074     OPEN INPUT REMIT-WORK-FILE.
029074     MOVE "N" TO REMIT-WORK-AT-END.
029074     PERFORM READ-NEXT-REMIT-WORK.
029074     PERFORM SAVE-REPRINT-STUB-LINE
029074         UNTIL REMIT-WORK-AT-END = "Y".
029074     CLOSE REMIT-WORK-FILE.
029074
029074 SAVE-REPRINT-STUB-LINE.
029074     IF RMTW-CHECK-NUMBER = CHECK-NUMBER
029074         ADD 1 TO VENDOR-VOUCHER-COUNT
029074         IF REPRINT-FIRST-VOUCHER = ZEROES
029074             MOVE RMTW-VOUCHER-NUMBER TO REPRINT-FIRST-VOUCHER.
029074     IF RMTW-CHECK-NUMBER = CHECK-NUMBER
029074        AND STUB-COUNT < 12
029074         ADD 1 TO STUB-COUNT
029074         SET STUB-INDEX TO STUB-COUNT
029074         MOVE RMTW-INVOICE TO STUB-INVOICE(STUB-INDEX)
029074         MOVE RMTW-PAID-AMOUNT TO STUB-AMOUNT(STUB-INDEX).
029074     PERFORM READ-NEXT-REMIT-WORK.
029074
029074 LOAD-REPRINT-PAYEE.
029074     MOVE CHECK-VENDOR TO CURRENT-VENDOR.
029074     MOVE SPACE TO CURRENT-REMIT-TO.
029074     MOVE REPRINT-FIRST-VOUCHER TO VOUCHER-NUMBER.
029074     MOVE "Y" TO VOUCHER-RECORD-FOUND.
029074     READ VOUCHER-FILE RECORD
029074       INVALID KEY
029074          MOVE "N" TO VOUCHER-RECORD-FOUND.
029074     IF VOUCHER-RECORD-FOUND = "Y"
029074         MOVE VOUCHER-REMIT-TO TO CURRENT-REMIT-TO.
029074     IF CURRENT-VENDOR = 99999
029074         MOVE REPRINT-FIRST-VOUCHER TO OTP-VOUCHER
029074         PERFORM LOAD-OTP-PAYEE-RECORD
029074     ELSE
029074         PERFORM CURRENT-VENDOR-ON-FILE.
029074     PERFORM LOAD-CHECK-PAYEE.
029074
029074 JOURNAL-CHECK-REPRINTED.
029074     MOVE "CHKRUN01" TO JOURNAL-PROGRAM.
029074     MOVE SPACE TO JOURNAL-KEY.
029074     MOVE CHECK-KEY TO JOURNAL-KEY.
029074     MOVE "REPRINT" TO JOURNAL-ACTION.
029074     MOVE CHECK-AMOUNT TO JOURNAL-AMOUNT.
029074     PERFORM WRITE-JOURNAL-ENTRY.
029074
029074 PRINT-REPRINT-LINE.
029074     MOVE SPACE TO PRINTER-RECORD.
029074     STRING "  *** CHECK " CHECK-NUMBER
029074         " REPRINTED - " FORM-REASON
029074         DELIMITED BY SIZE INTO PRINTER-RECORD.
029074     PERFORM WRITE-TO-PRINTER.
029074
029075*---------------------------------
029076* Daily journal entry for the
029077* check just written.
029115
029116 NET-ONE-VENDOR.
029117     MOVE WORK-VOUCHER-VENDOR TO NET-VENDOR.
029117     MOVE WORK-VOUCHER-REMIT-TO TO NET-REMIT-TO.
029118     MOVE ZEROES TO NET-AMOUNT
029119                    NET-CREDIT-COUNT
029120                    NET-CREDIT-TOTAL.
029121     PERFORM NET-ONE-WORK-VOUCHER
029122         UNTIL WORK-FILE-AT-END = "Y"
029123            OR WORK-VOUCHER-VENDOR NOT = NET-VENDOR
029123            OR WORK-VOUCHER-REMIT-TO NOT = NET-REMIT-TO.
029124     WRITE NET-RECORD.
029125
029126 NET-ONE-WORK-VOUCHER.
029136                    GROUP-CREDIT-TOTAL.
029137     PERFORM READ-NEXT-NET-RECORD
029138         UNTIL NETTING-FILE-AT-END = "Y"
029139            OR (NET-VENDOR = CURRENT-VENDOR
029139            AND NET-REMIT-TO = CURRENT-REMIT-TO).
029140     IF NETTING-FILE-AT-END NOT = "Y"
029141         MOVE NET-AMOUNT TO GROUP-NET-AMOUNT
029142         MOVE NET-CREDIT-COUNT TO GROUP-CREDIT-COUNT
029410     PERFORM WRITE-ACH-BATCH-TRAILER.
029420     IF ACH-ITEM-COUNT NOT = ZERO
029430         DISPLAY ACH-ITEM-COUNT " ACH PAYMENT(S) EXPORTED".
029440     IF PRENOTE-ITEM-COUNT NOT = ZERO
029450         DISPLAY PRENOTE-ITEM-COUNT
029460             " ACH PRENOTE(S) EXPORTED".
029470     PERFORM WRITE-CARD-BATCH-TRAILER.
029480     IF CARD-ITEM-COUNT NOT = ZERO
029490         DISPLAY CARD-ITEM-COUNT
029491             " VIRTUAL CARD PAYMENT(S) REQUESTED".
029492     IF REPRINT-COUNT NOT = ZERO
029493         DISPLAY REPRINT-COUNT " CHECK(S) REPRINTED".
029494     IF FORMS-NOT-LOGGED NOT = ZERO
029495         DISPLAY FORMS-NOT-LOGGED
029496             " CHECK FORM(S) NOT LOGGED - NO CHECK STOCK".
029500
029600 START-NEW-PAGE.
029700     MOVE TITLE-LINE TO PRINTER-RECORD.
036310     COPY "PLCOMP1.CBL".

036320     COPY "PLEXPCTL.CBL".

036330     COPY "PLPRNT01.CBL".
036430
036530     COPY "PLBDAY01.CBL".
036630
036730     COPY "PLCSTK01.CBL".
036830
036930     COPY "PLPARM01.CBL".
037030
037130     COPY "PLBWIN01.CBL".
