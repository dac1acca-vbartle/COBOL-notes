000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MNUBLD01.
000300*---------------------------------
000400* Create the master system menu
000500* file (FDMENU01.CBL) and seed
000600* it with the online programs by
000700* subsystem, each with the
000800* OPERATOR-FILE authorization
000900* it runs under, so SYSMNU01
001000* has a full menu on day one.
001100* An entry already on file is
001200* left as it is - a rerun only
001300* adds what is missing and keeps
001400* any changes made in MNUMNT01.
001500* One-time conversions and
001600* nightly steps that only run
001700* under NIGHTRUN are not seeded;
001800* add any that are wanted on the
001900* menu through MNUMNT01.
002000*---------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.

002400     COPY "SLMENU01.CBL".

002500 DATA DIVISION.
002600 FILE SECTION.

002700     COPY "FDMENU01.CBL".

002800 WORKING-STORAGE SECTION.

002900*---------------------------------
003000* Subsystem, option, program,
003100* authorization, then the text.
003200* Option 00 is the heading.
003300*---------------------------------
003400 01  SEED-MENU-ENTRIES.
003500     05  FILLER  PIC X(14) VALUE "0100          ".
003600     05  FILLER  PIC X(30) VALUE "AP ENTRY AND APPROVAL".
003700     05  FILLER  PIC X(14) VALUE "0101VCHNEW01 E".
003800     05  FILLER  PIC X(30) VALUE "VOUCHER ENTRY".
003900     05  FILLER  PIC X(14) VALUE "0102VCHLOAD1 E".
004000     05  FILLER  PIC X(30) VALUE "BATCH INVOICE IMPORT".
004100     05  FILLER  PIC X(14) VALUE "0103VCHADJ01 E".
004200     05  FILLER  PIC X(30) VALUE "VOUCHER ADJUSTMENTS".
004300     05  FILLER  PIC X(14) VALUE "0104VCHDED01 E".
004400     05  FILLER  PIC X(30) VALUE "DEDUCTIBLE SPLITS".
004500     05  FILLER  PIC X(14) VALUE "0105VCHDSP01 E".
004600     05  FILLER  PIC X(30) VALUE "INVOICE DISPUTES".
004700     05  FILLER  PIC X(14) VALUE "0106PREPAY01 E".
004800     05  FILLER  PIC X(30) VALUE "VENDOR PREPAYMENTS".
004900     05  FILLER  PIC X(14) VALUE "0107ECRMNT01 E".
005000     05  FILLER  PIC X(30) VALUE "EXPECTED VENDOR CREDITS".
005100     05  FILLER  PIC X(14) VALUE "0108RECMNT01 M".
005200     05  FILLER  PIC X(30) VALUE "RECURRING VOUCHER TEMPLATES".
005300     05  FILLER  PIC X(14) VALUE "0109RECGEN01 E".
005400     05  FILLER  PIC X(30) VALUE "GENERATE RECURRING VOUCHERS".
005500     05  FILLER  PIC X(14) VALUE "0110ERSGEN01 E".
005600     05  FILLER  PIC X(30) VALUE "EVALUATED RECEIPT SETTLEMENT".
005700     05  FILLER  PIC X(14) VALUE "0111PCDLOAD1 E".
005800     05  FILLER  PIC X(30) VALUE "P-CARD STATEMENT IMPORT".
005900     05  FILLER  PIC X(14) VALUE "0112PCDCODE1 E".
006000     05  FILLER  PIC X(30) VALUE "P-CARD CODING".
006100     05  FILLER  PIC X(14) VALUE "0113PCSHMNT1 E".
006200     05  FILLER  PIC X(30) VALUE "PETTY CASH FUNDS".
006300     05  FILLER  PIC X(14) VALUE "0114VCHAPR01 S".
006400     05  FILLER  PIC X(30) VALUE "VOUCHER APPROVAL".
006500     05  FILLER  PIC X(14) VALUE "0115VBTREL01 S".
006600     05  FILLER  PIC X(30) VALUE "ENTRY BATCH RELEASE".
006700     05  FILLER  PIC X(14) VALUE "0116APPROOF1 I".
006800     05  FILLER  PIC X(30) VALUE "DAILY AP PROOF".
006900     05  FILLER  PIC X(14) VALUE "0117APCLOSE1 S".
007000     05  FILLER  PIC X(30) VALUE "AP MONTH-END CLOSE".
007100     05  FILLER  PIC X(14) VALUE "0200          ".
007200     05  FILLER  PIC X(30) VALUE "AP PAYMENTS AND CHECKS".
007300     05  FILLER  PIC X(14) VALUE "0201VCHPAY01 P".
007400     05  FILLER  PIC X(30) VALUE "VOUCHER PAYMENT".
007500     05  FILLER  PIC X(14) VALUE "0202VCHPAY02 P".
007600     05  FILLER  PIC X(30) VALUE "VOUCHER PAYMENT (FULL SCREEN)".
007700     05  FILLER  PIC X(14) VALUE "0203CHKRUN01 P".
007800     05  FILLER  PIC X(30) VALUE "CHECK RUN".
007900     05  FILLER  PIC X(14) VALUE "0204CHKRCV01 S".
008000     05  FILLER  PIC X(30) VALUE "PAY-RUN CRASH RECOVERY".
008100     05  FILLER  PIC X(14) VALUE "0205CHKVOID1 P".
008200     05  FILLER  PIC X(30) VALUE "CHECK VOID AND REISSUE".
008300     05  FILLER  PIC X(14) VALUE "0206CHKCLR01 P".
008400     05  FILLER  PIC X(30) VALUE "CHECK CLEARANCE".
008500     05  FILLER  PIC X(14) VALUE "0207APNET01  P".
008600     05  FILLER  PIC X(30) VALUE "CUSTOMER/VENDOR NETTING".
008700     05  FILLER  PIC X(14) VALUE "0208STPREQ01 P".
008800     05  FILLER  PIC X(30) VALUE "STOP-PAYMENT REQUESTS".
008900     05  FILLER  PIC X(14) VALUE "0209STPCNF01 P".
009000     05  FILLER  PIC X(30) VALUE "STOP-PAYMENT ANSWERS".
009100     05  FILLER  PIC X(14) VALUE "0210PPEXC01  P".
009200     05  FILLER  PIC X(30) VALUE "POSITIVE-PAY EXCEPTIONS".
009300     05  FILLER  PIC X(14) VALUE "0211ACHRTN01 P".
009400     05  FILLER  PIC X(30) VALUE "ACH RETURNS AND NOCS".
009500     05  FILLER  PIC X(14) VALUE "0212WIRREQ01 P".
009600     05  FILLER  PIC X(30) VALUE "WIRE TRANSFER REQUESTS".
009700     05  FILLER  PIC X(14) VALUE "0213WIRREL01 S".
009800     05  FILLER  PIC X(30) VALUE "WIRE TRANSFER RELEASE".
009900     05  FILLER  PIC X(14) VALUE "0214CSTMNT01 M".
010000     05  FILLER  PIC X(30) VALUE "BLANK CHECK STOCK".
010100     05  FILLER  PIC X(14) VALUE "0215CSTREC01 I".
010200     05  FILLER  PIC X(30) VALUE "CHECK STOCK RECONCILIATION".
010300     05  FILLER  PIC X(14) VALUE "0216CHKHIST1 I".
010400     05  FILLER  PIC X(30) VALUE "CHECK REGISTER HISTORY".
010500     05  FILLER  PIC X(14) VALUE "0217CHKGAP01 I".
010600     05  FILLER  PIC X(30) VALUE "CHECK NUMBER GAPS".
010700     05  FILLER  PIC X(14) VALUE "0218STPRPT01 I".
010800     05  FILLER  PIC X(30) VALUE "STOP-PAYMENT STATUS".
010900     05  FILLER  PIC X(14) VALUE "0219PRNRPT01 I".
011000     05  FILLER  PIC X(30) VALUE "ACH PRENOTE STATUS".
011100     05  FILLER  PIC X(14) VALUE "0300          ".
011200     05  FILLER  PIC X(30) VALUE "AP INQUIRY AND REPORTS".
011300     05  FILLER  PIC X(14) VALUE "0301VCHINQ01 I".
011400     05  FILLER  PIC X(30) VALUE "VOUCHER INQUIRY".
011500     05  FILLER  PIC X(14) VALUE "0302CHKINQ01 I".
011600     05  FILLER  PIC X(30) VALUE "CHECK INQUIRY BY VENDOR".
011700     05  FILLER  PIC X(14) VALUE "0303VCHAGE01 I".
011800     05  FILLER  PIC X(30) VALUE "VOUCHER AGING".
011900     05  FILLER  PIC X(14) VALUE "0304CONAGE01 I".
012000     05  FILLER  PIC X(30) VALUE "CONSOLIDATED AGING".
012100     05  FILLER  PIC X(14) VALUE "0305VCHFCS01 I".
012200     05  FILLER  PIC X(30) VALUE "CASH REQUIREMENTS FORECAST".
012300     05  FILLER  PIC X(14) VALUE "0306CONFCS01 I".
012400     05  FILLER  PIC X(30) VALUE "CONSOLIDATED CASH FORECAST".
012500     05  FILLER  PIC X(14) VALUE "0307VCHTKL01 I".
012600     05  FILLER  PIC X(30) VALUE "DUE-DATE TICKLER".
012700     05  FILLER  PIC X(14) VALUE "0308VCHDUN01 I".
012800     05  FILLER  PIC X(30) VALUE "AGING AND VENDOR DUNNING".
012900     05  FILLER  PIC X(14) VALUE "0309DSCCAP01 I".
013000     05  FILLER  PIC X(30) VALUE "DISCOUNT CAPTURE".
013100     05  FILLER  PIC X(14) VALUE "0310DSCLOST1 I".
013200     05  FILLER  PIC X(30) VALUE "LOST DISCOUNTS".
013300     05  FILLER  PIC X(14) VALUE "0311ADJREG01 I".
013400     05  FILLER  PIC X(30) VALUE "ADJUSTMENT REGISTER".
013500     05  FILLER  PIC X(14) VALUE "0312PAYDUP01 I".
013600     05  FILLER  PIC X(30) VALUE "DUPLICATE PAYMENT AUDIT".
013700     05  FILLER  PIC X(14) VALUE "0313AUDANL01 I".
013800     05  FILLER  PIC X(30) VALUE "AUDIT ANALYTICS".
013900     05  FILLER  PIC X(14) VALUE "0314VDOCPUL1 I".
014000     05  FILLER  PIC X(30) VALUE "AUDIT SAMPLE PULL LIST".
014100     05  FILLER  PIC X(14) VALUE "0315CHKFLT01 I".
014200     05  FILLER  PIC X(30) VALUE "CHECK FLOAT ANALYSIS".
014300     05  FILLER  PIC X(14) VALUE "0316CRDRPT01 I".
014400     05  FILLER  PIC X(30) VALUE "VIRTUAL CARD SPEND".
014500     05  FILLER  PIC X(14) VALUE "0317APPACK01 I".
014600     05  FILLER  PIC X(30) VALUE "MONTHLY AP OPERATIONS PACK".
014700     05  FILLER  PIC X(14) VALUE "0318ARCINQ01 I".
014800     05  FILLER  PIC X(30) VALUE "ARCHIVE INQUIRY".
014900     05  FILLER  PIC X(14) VALUE "0400          ".
015000     05  FILLER  PIC X(30) VALUE "VENDOR MASTER".
015100     05  FILLER  PIC X(14) VALUE "0401VNDMNT04 M".
015200     05  FILLER  PIC X(30) VALUE "VENDOR MAINTENANCE".
015300     05  FILLER  PIC X(14) VALUE "0402VNDINQ01 I".
015400     05  FILLER  PIC X(30) VALUE "VENDOR INQUIRY".
015500     05  FILLER  PIC X(14) VALUE "0403VNBYNM02 I".
015600     05  FILLER  PIC X(30) VALUE "VENDORS BY NAME".
015700     05  FILLER  PIC X(14) VALUE "0404VNDNOT01 E".
015800     05  FILLER  PIC X(30) VALUE "VENDOR NOTES".
015900     05  FILLER  PIC X(14) VALUE "0405VNDHLD01 M".
016000     05  FILLER  PIC X(30) VALUE "VENDOR PAYMENT HOLDS".
016100     05  FILLER  PIC X(14) VALUE "0406ONBMNT01 M".
016200     05  FILLER  PIC X(30) VALUE "NEW-VENDOR ONBOARDING".
016300     05  FILLER  PIC X(14) VALUE "0407VNDLOAD1 M".
016400     05  FILLER  PIC X(30) VALUE "BATCH VENDOR IMPORT".
016500     05  FILLER  PIC X(14) VALUE "0408VNDMRG01 S".
016600     05  FILLER  PIC X(30) VALUE "VENDOR MERGE/RENUMBER".
016700     05  FILLER  PIC X(14) VALUE "0409VCXMNT01 M".
016800     05  FILLER  PIC X(30) VALUE "CUSTOMER/VENDOR LINKS".
016900     05  FILLER  PIC X(14) VALUE "0410VTPMNT01 M".
017000     05  FILLER  PIC X(30) VALUE "VENDOR TYPES".
017100     05  FILLER  PIC X(14) VALUE "0411CTRMNT01 M".
017200     05  FILLER  PIC X(30) VALUE "VENDOR CONTRACTS".
017300     05  FILLER  PIC X(14) VALUE "0412CRTMNT01 M".
017400     05  FILLER  PIC X(30) VALUE "INSURANCE CERTIFICATES".
017500     05  FILLER  PIC X(14) VALUE "0413DIVMNT01 M".
017600     05  FILLER  PIC X(30) VALUE "DIVERSITY CERTIFICATIONS".
017700     05  FILLER  PIC X(14) VALUE "0414VNDSTMI1 E".
017800     05  FILLER  PIC X(30) VALUE "VENDOR STATEMENT IMPORT".
017900     05  FILLER  PIC X(14) VALUE "0415VNDSTM01 I".
018000     05  FILLER  PIC X(30) VALUE "VENDOR ACTIVITY STATEMENTS".
018100     05  FILLER  PIC X(14) VALUE "0416VNDSCR01 I".
018200     05  FILLER  PIC X(30) VALUE "VENDOR SCORECARD".
018300     05  FILLER  PIC X(14) VALUE "0417VNDRNK01 I".
018400     05  FILLER  PIC X(30) VALUE "VENDOR SPEND RANKING".
018500     05  FILLER  PIC X(14) VALUE "0418VNDDUP01 I".
018600     05  FILLER  PIC X(30) VALUE "DUPLICATE VENDORS".
018700     05  FILLER  PIC X(14) VALUE "0419VNDDRM01 I".
018800     05  FILLER  PIC X(30) VALUE "DORMANT VENDORS".
018900     05  FILLER  PIC X(14) VALUE "0420VNDLBL01 I".
019000     05  FILLER  PIC X(30) VALUE "VENDOR MAILING LABELS".
019100     05  FILLER  PIC X(14) VALUE "0500          ".
019200     05  FILLER  PIC X(30) VALUE "VENDOR COMPLIANCE AND TAX".
019300     05  FILLER  PIC X(14) VALUE "0501VND1099R I".
019400     05  FILLER  PIC X(30) VALUE "1099 VENDOR TOTALS".
019500     05  FILLER  PIC X(14) VALUE "0502VND1099E S".
019600     05  FILLER  PIC X(30) VALUE "1099 ELECTRONIC FILING".
019700     05  FILLER  PIC X(14) VALUE "0503TINEXP01 S".
019800     05  FILLER  PIC X(30) VALUE "TIN-MATCHING EXPORT".
019900     05  FILLER  PIC X(14) VALUE "0504TINIMP01 S".
020000     05  FILLER  PIC X(30) VALUE "TIN-MATCHING RESULTS".
020100     05  FILLER  PIC X(14) VALUE "0505VNDW901  I".
020200     05  FILLER  PIC X(30) VALUE "MISSING W-9 EXCEPTIONS".
020300     05  FILLER  PIC X(14) VALUE "0506WHLDRPT1 I".
020400     05  FILLER  PIC X(30) VALUE "BACKUP WITHHOLDING".
020500     05  FILLER  PIC X(14) VALUE "0507SANSCR01 S".
020600     05  FILLER  PIC X(30) VALUE "RESTRICTED-PARTY SCREENING".
020700     05  FILLER  PIC X(14) VALUE "0508SANREV01 S".
020800     05  FILLER  PIC X(30) VALUE "RESTRICTED-PARTY HIT REVIEW".
020900     05  FILLER  PIC X(14) VALUE "0509ESCHDD01 S".
021000     05  FILLER  PIC X(30) VALUE "ESCHEAT DUE DILIGENCE".
021100     05  FILLER  PIC X(14) VALUE "0510ESCHEAT1 S".
021200     05  FILLER  PIC X(30) VALUE "STALE-CHECK ESCHEATMENT".
021300     05  FILLER  PIC X(14) VALUE "0511ESCHEXT1 S".
021400     05  FILLER  PIC X(30) VALUE "UNCLAIMED-PROPERTY EXTRACT".
021500     05  FILLER  PIC X(14) VALUE "0512CRTTKL01 I".
021600     05  FILLER  PIC X(30) VALUE "CERTIFICATE EXPIRY TICKLER".
021700     05  FILLER  PIC X(14) VALUE "0513DIVTKL01 I".
021800     05  FILLER  PIC X(30) VALUE "DIVERSITY EXPIRY TICKLER".
021900     05  FILLER  PIC X(14) VALUE "0514DIVRPT01 I".
022000     05  FILLER  PIC X(30) VALUE "DIVERSE-SPEND REPORT".
022100     05  FILLER  PIC X(14) VALUE "0515VNDFAM01 I".
022200     05  FILLER  PIC X(30) VALUE "CORPORATE FAMILY EXPOSURE".
022300     05  FILLER  PIC X(14) VALUE "0516VNDBNK01 I".
022400     05  FILLER  PIC X(30) VALUE "SHARED BANK ACCOUNTS".
022500     05  FILLER  PIC X(14) VALUE "0517TYPEXC01 I".
022600     05  FILLER  PIC X(30) VALUE "VENDOR-TYPE EXCEPTIONS".
022700     05  FILLER  PIC X(14) VALUE "0518CTRVAR01 I".
022800     05  FILLER  PIC X(30) VALUE "CONTRACT PRICE VARIANCE".
022900     05  FILLER  PIC X(14) VALUE "0519TRMLST01 I".
023000     05  FILLER  PIC X(30) VALUE "VENDOR PAYMENT TERMS".
023100     05  FILLER  PIC X(14) VALUE "0520USETAX01 E".
023200     05  FILLER  PIC X(30) VALUE "USE-TAX ACCRUAL".
023300     05  FILLER  PIC X(14) VALUE "0600          ".
023400     05  FILLER  PIC X(30) VALUE "ACCOUNTS RECEIVABLE".
023500     05  FILLER  PIC X(14) VALUE "0601CUSMNT01 M".
023600     05  FILLER  PIC X(30) VALUE "CUSTOMER MAINTENANCE".
023700     05  FILLER  PIC X(14) VALUE "0602ARINV01  E".
023800     05  FILLER  PIC X(30) VALUE "INVOICE ENTRY".
023900     05  FILLER  PIC X(14) VALUE "0603ARCSH01  E".
024000     05  FILLER  PIC X(30) VALUE "CASH RECEIPTS".
024100     05  FILLER  PIC X(14) VALUE "0604LBXIMP01 E".
024200     05  FILLER  PIC X(30) VALUE "LOCKBOX IMPORT".
024300     05  FILLER  PIC X(14) VALUE "0605ARCRAP01 E".
024400     05  FILLER  PIC X(30) VALUE "APPLY CUSTOMER CREDITS".
024500     05  FILLER  PIC X(14) VALUE "0606ARCRRF01 E".
024600     05  FILLER  PIC X(30) VALUE "CREDITS FOR REFUND".
024700     05  FILLER  PIC X(14) VALUE "0607ARWO01   E".
024800     05  FILLER  PIC X(30) VALUE "BAD DEBT WRITE-OFFS".
024900     05  FILLER  PIC X(14) VALUE "0608ARPOST01 E".
025000     05  FILLER  PIC X(30) VALUE "DAILY RECEIVABLES POSTING".
025100     05  FILLER  PIC X(14) VALUE "0609ARAGE01  I".
025200     05  FILLER  PIC X(30) VALUE "RECEIVABLE AGING".
025300     05  FILLER  PIC X(14) VALUE "0610ARSTMT01 I".
025400     05  FILLER  PIC X(30) VALUE "CUSTOMER STATEMENTS".
025500     05  FILLER  PIC X(14) VALUE "0611ARCRX01  I".
025600     05  FILLER  PIC X(30) VALUE "CREDIT EXCEPTIONS".
025700     05  FILLER  PIC X(14) VALUE "0612ARWORG01 I".
025800     05  FILLER  PIC X(30) VALUE "WRITE-OFF REGISTER".
025900     05  FILLER  PIC X(14) VALUE "0700          ".
026000     05  FILLER  PIC X(30) VALUE "BILL PAYMENT".
026100     05  FILLER  PIC X(14) VALUE "0701BILLMNT01E".
026200     05  FILLER  PIC X(30) VALUE "BILL ENTRY AND PAYMENT".
026300     05  FILLER  PIC X(14) VALUE "0702BILLFEE1 E".
026400     05  FILLER  PIC X(30) VALUE "LATE FEES ON OVERDUE BILLS".
026500     05  FILLER  PIC X(14) VALUE "0703VNDRCN01 I".
026600     05  FILLER  PIC X(30) VALUE "BILLS NOT MATCHED TO VOUCHERS".
026700     05  FILLER  PIC X(14) VALUE "0704STCMNT04 M".
026800     05  FILLER  PIC X(30) VALUE "STATE CODE MAINTENANCE".
026900     05  FILLER  PIC X(14) VALUE "0800          ".
027000     05  FILLER  PIC X(30) VALUE "GENERAL LEDGER".
027100     05  FILLER  PIC X(14) VALUE "0801ACTMNT01 M".
027200     05  FILLER  PIC X(30) VALUE "CHART OF ACCOUNTS".
027300     05  FILLER  PIC X(14) VALUE "0802CMPMNT01 M".
027400     05  FILLER  PIC X(30) VALUE "COMPANIES".
027500     05  FILLER  PIC X(14) VALUE "0803FCLMNT01 M".
027600     05  FILLER  PIC X(30) VALUE "FISCAL CALENDAR".
027700     05  FILLER  PIC X(14) VALUE "0804HOLMNT01 M".
027800     05  FILLER  PIC X(30) VALUE "HOLIDAYS".
027900     05  FILLER  PIC X(14) VALUE "0805CURMNT01 M".
028000     05  FILLER  PIC X(30) VALUE "CURRENCIES".
028100     05  FILLER  PIC X(14) VALUE "0806GLJE01   E".
028200     05  FILLER  PIC X(30) VALUE "MANUAL JOURNAL ENTRIES".
028300     05  FILLER  PIC X(14) VALUE "0807GLPOST01 E".
028400     05  FILLER  PIC X(30) VALUE "AP JOURNAL EXPORT".
028500     05  FILLER  PIC X(14) VALUE "0808GLUPD01  E".
028600     05  FILLER  PIC X(30) VALUE "GENERAL LEDGER POSTING".
028700     05  FILLER  PIC X(14) VALUE "0809RNIRPT01 E".
028800     05  FILLER  PIC X(30) VALUE "RECEIVED-NOT-INVOICED ACCRUAL".
028900     05  FILLER  PIC X(14) VALUE "0810CURRVL01 E".
029000     05  FILLER  PIC X(30) VALUE "CURRENCY REVALUATION".
029100     05  FILLER  PIC X(14) VALUE "0811GLTBAL01 I".
029200     05  FILLER  PIC X(30) VALUE "TRIAL BALANCE".
029300     05  FILLER  PIC X(14) VALUE "0812GLFIN01  I".
029400     05  FILLER  PIC X(30) VALUE "FINANCIAL STATEMENTS".
029500     05  FILLER  PIC X(14) VALUE "0813GLDRL01  I".
029600     05  FILLER  PIC X(30) VALUE "ACCOUNT DRILL-DOWN".
029700     05  FILLER  PIC X(14) VALUE "0814GLREC01  I".
029800     05  FILLER  PIC X(30) VALUE "SUBLEDGER RECONCILIATION".
029900     05  FILLER  PIC X(14) VALUE "0815GSTITC01 I".
030000     05  FILLER  PIC X(30) VALUE "GST/HST INPUT TAX CREDITS".
030100     05  FILLER  PIC X(14) VALUE "0816EXPCTL01 M".
030200     05  FILLER  PIC X(30) VALUE "EXPORT TRANSMISSION CONTROL".
030300     05  FILLER  PIC X(14) VALUE "0817GLCLOS01 S".
030400     05  FILLER  PIC X(30) VALUE "FISCAL YEAR-END CLOSE".
030500     05  FILLER  PIC X(14) VALUE "0900          ".
030600     05  FILLER  PIC X(30) VALUE "BUDGETS, ASSETS AND PROJECTS".
030700     05  FILLER  PIC X(14) VALUE "0901EXBMNT01 M".
030800     05  FILLER  PIC X(30) VALUE "EXPENSE BUDGETS".
030900     05  FILLER  PIC X(14) VALUE "0902EXBGEN01 E".
031000     05  FILLER  PIC X(30) VALUE "EXPENSE BUDGET GENERATION".
031100     05  FILLER  PIC X(14) VALUE "0903EXBRPT01 I".
031200     05  FILLER  PIC X(30) VALUE "BUDGET VERSUS ACTUAL".
031300     05  FILLER  PIC X(14) VALUE "0904ENCRPT01 I".
031400     05  FILLER  PIC X(30) VALUE "ENCUMBRANCES".
031500     05  FILLER  PIC X(14) VALUE "0905AMTMNT01 M".
031600     05  FILLER  PIC X(30) VALUE "PREPAID EXPENSE SCHEDULES".
031700     05  FILLER  PIC X(14) VALUE "0906AMTRUN01 E".
031800     05  FILLER  PIC X(30) VALUE "PREPAID AMORTIZATION RUN".
031900     05  FILLER  PIC X(14) VALUE "0907AMTRPT01 I".
032000     05  FILLER  PIC X(30) VALUE "PREPAID SCHEDULE REPORT".
032100     05  FILLER  PIC X(14) VALUE "0908FXAMNT01 M".
032200     05  FILLER  PIC X(30) VALUE "FIXED ASSET REGISTER".
032300     05  FILLER  PIC X(14) VALUE "0909FXADEP01 E".
032400     05  FILLER  PIC X(30) VALUE "MONTHLY DEPRECIATION".
032500     05  FILLER  PIC X(14) VALUE "0910FXARET01 E".
032600     05  FILLER  PIC X(30) VALUE "ASSET DISPOSALS".
032700     05  FILLER  PIC X(14) VALUE "0911FXARPT01 I".
032800     05  FILLER  PIC X(30) VALUE "FIXED ASSET LISTING".
032900     05  FILLER  PIC X(14) VALUE "0912FXADPR01 I".
033000     05  FILLER  PIC X(30) VALUE "DEPRECIATION BY ACCOUNT".
033100     05  FILLER  PIC X(14) VALUE "0913FXAROL01 I".
033200     05  FILLER  PIC X(30) VALUE "FIXED ASSET ROLL-FORWARD".
033300     05  FILLER  PIC X(14) VALUE "0914PRJMNT01 M".
033400     05  FILLER  PIC X(30) VALUE "PROJECTS".
033500     05  FILLER  PIC X(14) VALUE "0915PRJRPT01 I".
033600     05  FILLER  PIC X(30) VALUE "PROJECT COST REPORT".
033700     05  FILLER  PIC X(14) VALUE "1000          ".
033800     05  FILLER  PIC X(30) VALUE "PURCHASING AND EXPENSES".
033900     05  FILLER  PIC X(14) VALUE "1001REQENT01 E".
034000     05  FILLER  PIC X(30) VALUE "REQUISITION ENTRY".
034100     05  FILLER  PIC X(14) VALUE "1002REQAPR01 S".
034200     05  FILLER  PIC X(30) VALUE "REQUISITION APPROVAL".
034300     05  FILLER  PIC X(14) VALUE "1003REQPO01  E".
034400     05  FILLER  PIC X(30) VALUE "PURCHASING QUEUE".
034500     05  FILLER  PIC X(14) VALUE "1004REQRPT01 I".
034600     05  FILLER  PIC X(30) VALUE "REQUISITION STATUS".
034700     05  FILLER  PIC X(14) VALUE "1005POMNT01  E".
034800     05  FILLER  PIC X(30) VALUE "PURCHASE ORDERS".
034900     05  FILLER  PIC X(14) VALUE "1006POAPRV01 S".
035000     05  FILLER  PIC X(30) VALUE "PURCHASE ORDER APPROVAL".
035100     05  FILLER  PIC X(14) VALUE "1007PORPT01  I".
035200     05  FILLER  PIC X(30) VALUE "OPEN PURCHASE ORDERS".
035300     05  FILLER  PIC X(14) VALUE "1008RCVENT01 E".
035400     05  FILLER  PIC X(30) VALUE "GOODS RECEIVING".
035500     05  FILLER  PIC X(14) VALUE "1009RCVTIE01 I".
035600     05  FILLER  PIC X(30) VALUE "RECEIPTS TIE-OUT".
035700     05  FILLER  PIC X(14) VALUE "1010RBTMNT01 M".
035800     05  FILLER  PIC X(30) VALUE "VENDOR REBATE AGREEMENTS".
035900     05  FILLER  PIC X(14) VALUE "1011RBTCAL01 E".
036000     05  FILLER  PIC X(30) VALUE "REBATE ACCRUAL".
036100     05  FILLER  PIC X(14) VALUE "1012RBTCLM01 E".
036200     05  FILLER  PIC X(30) VALUE "REBATE CLAIMS".
036300     05  FILLER  PIC X(14) VALUE "1013EMPMNT01 M".
036400     05  FILLER  PIC X(30) VALUE "EMPLOYEES".
036500     05  FILLER  PIC X(14) VALUE "1014EXTMNT01 M".
036600     05  FILLER  PIC X(30) VALUE "EXPENSE TYPES".
036700     05  FILLER  PIC X(14) VALUE "1015EXPENT01 E".
036800     05  FILLER  PIC X(30) VALUE "EXPENSE REPORT ENTRY".
036900     05  FILLER  PIC X(14) VALUE "1016EXPAPR01 S".
037000     05  FILLER  PIC X(30) VALUE "EXPENSE REPORT APPROVAL".
037100     05  FILLER  PIC X(14) VALUE "1017EXPVCH01 E".
037200     05  FILLER  PIC X(30) VALUE "EXPENSE REPORT VOUCHERING".
037300     05  FILLER  PIC X(14) VALUE "1100          ".
037400     05  FILLER  PIC X(30) VALUE "BANKING AND CASH".
037500     05  FILLER  PIC X(14) VALUE "1101BNKMNT01 M".
037600     05  FILLER  PIC X(30) VALUE "BANK ACCOUNTS".
037700     05  FILLER  PIC X(14) VALUE "1102CHKIMP01 E".
037800     05  FILLER  PIC X(30) VALUE "CLEARED CHECK IMPORT".
037900     05  FILLER  PIC X(14) VALUE "1103BNKIMP01 E".
038000     05  FILLER  PIC X(30) VALUE "BANK STATEMENT IMPORT".
038100     05  FILLER  PIC X(14) VALUE "1104BNKADJ01 E".
038200     05  FILLER  PIC X(30) VALUE "BANK ADJUSTMENTS".
038300     05  FILLER  PIC X(14) VALUE "1105BNKREC01 I".
038400     05  FILLER  PIC X(30) VALUE "BOOK-TO-BANK RECONCILIATION".
038500     05  FILLER  PIC X(14) VALUE "1106CSHPOS01 I".
038600     05  FILLER  PIC X(30) VALUE "DAILY CASH POSITION".
038700     05  FILLER  PIC X(14) VALUE "1107XFRENT01 P".
038800     05  FILLER  PIC X(30) VALUE "BANK TRANSFER ENTRY".
038900     05  FILLER  PIC X(14) VALUE "1108XFRREL01 S".
039000     05  FILLER  PIC X(30) VALUE "BANK TRANSFER RELEASE".
039100     05  FILLER  PIC X(14) VALUE "1109SWPMNT01 M".
039200     05  FILLER  PIC X(30) VALUE "STANDING SWEEPS".
039300     05  FILLER  PIC X(14) VALUE "1110SWPGEN01 P".
039400     05  FILLER  PIC X(30) VALUE "SWEEP GENERATION".
039500     05  FILLER  PIC X(14) VALUE "1111CSHDEP01 E".
039600     05  FILLER  PIC X(30) VALUE "STORE DEPOSIT RECONCILIATION".
039700     05  FILLER  PIC X(14) VALUE "1112CSHOVR01 I".
039800     05  FILLER  PIC X(30) VALUE "CASH OVER/SHORT".
039900     05  FILLER  PIC X(14) VALUE "1200          ".
040000     05  FILLER  PIC X(30) VALUE "SALES AND STOCK LEDGER".
040100     05  FILLER  PIC X(14) VALUE "1201STRMNT01 M".
040200     05  FILLER  PIC X(30) VALUE "STORES".
040300     05  FILLER  PIC X(14) VALUE "1202SLCDMNT1 M".
040400     05  FILLER  PIC X(30) VALUE "SALES CODES".
040500     05  FILLER  PIC X(14) VALUE "1203CMBMNT1  M".
040600     05  FILLER  PIC X(30) VALUE "VALID CODE COMBINATIONS".
040700     05  FILLER  PIC X(14) VALUE "1204SLMMNT01 M".
040800     05  FILLER  PIC X(30) VALUE "SALES GL ACCOUNT MAP".
040900     05  FILLER  PIC X(14) VALUE "1205SLSLOAD1 E".
041000     05  FILLER  PIC X(30) VALUE "LOAD DAILY SALES FEED".
041100     05  FILLER  PIC X(14) VALUE "1206LDGAP01  I".
041200     05  FILLER  PIC X(30) VALUE "MISSING FEED DAYS".
041300     05  FILLER  PIC X(14) VALUE "1207SLSBKO01 S".
041400     05  FILLER  PIC X(30) VALUE "SALES FEED BACK-OUT".
041500     05  FILLER  PIC X(14) VALUE "1208SLSGL01  E".
041600     05  FILLER  PIC X(30) VALUE "SALES JOURNAL EXPORT".
041700     05  FILLER  PIC X(14) VALUE "1209SLSSUM01 E".
041800     05  FILLER  PIC X(30) VALUE "SALES HISTORY SUMMARIZATION".
041900     05  FILLER  PIC X(14) VALUE "1210SLSFLSH1 I".
042000     05  FILLER  PIC X(30) VALUE "DAILY SALES FLASH".
042100     05  FILLER  PIC X(14) VALUE "1211SLSHRPT1 I".
042200     05  FILLER  PIC X(30) VALUE "MONTH/YEAR-TO-DATE SALES".
042300     05  FILLER  PIC X(14) VALUE "1212SLSPACE1 I".
042400     05  FILLER  PIC X(30) VALUE "PERIOD-TO-DATE PACE".
042500     05  FILLER  PIC X(14) VALUE "1213SLSTAX01 I".
042600     05  FILLER  PIC X(30) VALUE "SALES TAX WORKSHEET".
042700     05  FILLER  PIC X(14) VALUE "1214STRPNL01 I".
042800     05  FILLER  PIC X(30) VALUE "STORE PROFIT AND LOSS".
042900     05  FILLER  PIC X(14) VALUE "1215STKLED01 E".
043000     05  FILLER  PIC X(30) VALUE "STOCK LEDGER ENTRY".
043100     05  FILLER  PIC X(14) VALUE "1216STKJNL01 E".
043200     05  FILLER  PIC X(30) VALUE "STOCK LEDGER JOURNAL".
043300     05  FILLER  PIC X(14) VALUE "1217STKRTL01 I".
043400     05  FILLER  PIC X(30) VALUE "RETAIL METHOD VALUATION".
043500     05  FILLER  PIC X(14) VALUE "1218STKSHR01 I".
043600     05  FILLER  PIC X(30) VALUE "SHRINK REPORT".
043700     05  FILLER  PIC X(14) VALUE "1300          ".
043800     05  FILLER  PIC X(30) VALUE "MERCHANDISE PLANNING".
043900     05  FILLER  PIC X(14) VALUE "1301BUDMNT01 M".
044000     05  FILLER  PIC X(30) VALUE "SALES BUDGETS".
044100     05  FILLER  PIC X(14) VALUE "1302BUDGEN01 E".
044200     05  FILLER  PIC X(30) VALUE "SALES BUDGET GENERATION".
044300     05  FILLER  PIC X(14) VALUE "1303BUDRPT01 I".
044400     05  FILLER  PIC X(30) VALUE "SALES BUDGET VARIANCE".
044500     05  FILLER  PIC X(14) VALUE "1304OTBMNT01 M".
044600     05  FILLER  PIC X(30) VALUE "OPEN-TO-BUY PLANS".
044700     05  FILLER  PIC X(14) VALUE "1305OTBRPT01 I".
044800     05  FILLER  PIC X(30) VALUE "OPEN-TO-BUY REPORT".
044900     05  FILLER  PIC X(14) VALUE "1306PRMMNT01 M".
045000     05  FILLER  PIC X(30) VALUE "PROMOTIONS".
045100     05  FILLER  PIC X(14) VALUE "1307PRMLFT01 I".
045200     05  FILLER  PIC X(30) VALUE "PROMOTIONAL LIFT".
045300     05  FILLER  PIC X(14) VALUE "1308STXRPT01 I".
045400     05  FILLER  PIC X(30) VALUE "TRANSFERS NOT RECEIVED".
045500     05  FILLER  PIC X(14) VALUE "1400          ".
045600     05  FILLER  PIC X(30) VALUE "OPERATIONS AND SECURITY".
045700     05  FILLER  PIC X(14) VALUE "1401OPRMNT01 S".
045800     05  FILLER  PIC X(30) VALUE "OPERATORS".
045900     05  FILLER  PIC X(14) VALUE "1402MNUMNT01 S".
046000     05  FILLER  PIC X(30) VALUE "MASTER MENU".
046100     05  FILLER  PIC X(14) VALUE "1403CTLMNT01 S".
046200     05  FILLER  PIC X(30) VALUE "SYSTEM CONTROL FILE".
046300     05  FILLER  PIC X(14) VALUE "1404PARMNT01 S".
046400     05  FILLER  PIC X(30) VALUE "SYSTEM PARAMETERS".
046500     05  FILLER  PIC X(14) VALUE "1405PARRPT01 I".
046600     05  FILLER  PIC X(30) VALUE "PARAMETERS IN FORCE".
046700     05  FILLER  PIC X(14) VALUE "1406NSCMNT01 S".
046800     05  FILLER  PIC X(30) VALUE "NIGHTLY BATCH SCHEDULE".
046900     05  FILLER  PIC X(14) VALUE "1407BWNMNT01 S".
047000     05  FILLER  PIC X(30) VALUE "BATCH WINDOW CONTROL".
047100     05  FILLER  PIC X(14) VALUE "1408OPSCON01 I".
047200     05  FILLER  PIC X(30) VALUE "OPERATIONS STATUS CONSOLE".
047300     05  FILLER  PIC X(14) VALUE "1409RUNHIST1 I".
047400     05  FILLER  PIC X(30) VALUE "NIGHTLY RUN HISTORY".
047500     05  FILLER  PIC X(14) VALUE "1410JRNRPT01 I".
047600     05  FILLER  PIC X(30) VALUE "DAILY JOURNAL REPORT".
047700     05  FILLER  PIC X(14) VALUE "1411SPLMGR01 I".
047800     05  FILLER  PIC X(30) VALUE "REPORT SPOOL MANAGER".
047900     05  FILLER  PIC X(14) VALUE "1412SODRPT01 S".
048000     05  FILLER  PIC X(30) VALUE "SEGREGATION OF DUTIES AUDIT".
048100     05  FILLER  PIC X(14) VALUE "1413FILEVER1 S".
048200     05  FILLER  PIC X(30) VALUE "CROSS-FILE INTEGRITY CHECK".
048300     05  FILLER  PIC X(14) VALUE "1414BAKUP01  S".
048400     05  FILLER  PIC X(30) VALUE "FULL-FILE BACKUP".
048500     05  FILLER  PIC X(14) VALUE "1415RESTOR01 S".
048600     05  FILLER  PIC X(30) VALUE "RESTORE AND VERIFY".
048700     05  FILLER  PIC X(14) VALUE "1416ROLLFWD1 S".
048800     05  FILLER  PIC X(30) VALUE "JOURNAL ROLL-FORWARD".
048900     05  FILLER  PIC X(14) VALUE "1417ARCPUR01 S".
049000     05  FILLER  PIC X(30) VALUE "HISTORY ARCHIVE AND PURGE".
049100     05  FILLER  PIC X(14) VALUE "1418JRNARC01 S".
049200     05  FILLER  PIC X(30) VALUE "LOG ARCHIVE AND PURGE".
049300     05  FILLER  PIC X(14) VALUE "1419REORG01  S".
049400     05  FILLER  PIC X(30) VALUE "INDEXED FILE REORGANIZATION".
049500 01  FILLER REDEFINES SEED-MENU-ENTRIES.
049600     05  SEED-MENU-TABLE OCCURS 230 TIMES.
049700         10  SEED-SUBSYSTEM      PIC 99.
049800         10  SEED-OPTION         PIC 99.
049900         10  SEED-PROGRAM        PIC X(9).
050000         10  SEED-AUTHORITY      PIC X.
050100         10  SEED-TEXT           PIC X(30).

050200 77  SEED-INDEX               PIC 999.
050300 77  SEED-ADDED               PIC 999 VALUE ZERO.
050400 77  SEED-KEPT                PIC 999 VALUE ZERO.
050500 77  SEED-ON-FILE             PIC X.

050600 PROCEDURE DIVISION.
050700 PROGRAM-BEGIN.
050800     PERFORM OPENING-PROCEDURE.
050900     PERFORM BUILD-ALL-ENTRIES.
051000     PERFORM CLOSING-PROCEDURE.
051100     DISPLAY SEED-ADDED " MENU ENTRIES ADDED, "
051200         SEED-KEPT " ALREADY ON FILE".

051300 PROGRAM-DONE.
051400     ACCEPT OMITTED. STOP RUN.

051500 OPENING-PROCEDURE.
051600     OPEN I-O MASTER-MENU-FILE.

051700 CLOSING-PROCEDURE.
051800     CLOSE MASTER-MENU-FILE.

051900 BUILD-ALL-ENTRIES.
052000     PERFORM BUILD-ONE-ENTRY
052100         VARYING SEED-INDEX FROM 1 BY 1
052200          UNTIL SEED-INDEX > 230.

052300 BUILD-ONE-ENTRY.
052400     MOVE SEED-SUBSYSTEM(SEED-INDEX) TO SYSMENU-SUBSYSTEM.
052500     MOVE SEED-OPTION(SEED-INDEX)    TO SYSMENU-OPTION.
052600     MOVE SEED-PROGRAM(SEED-INDEX)   TO SYSMENU-PROGRAM.
052700     MOVE SEED-TEXT(SEED-INDEX)      TO SYSMENU-TEXT.
052800     MOVE SEED-AUTHORITY(SEED-INDEX) TO SYSMENU-AUTHORITY.
052900     PERFORM WRITE-MENU-RECORD.
053000     IF SEED-ON-FILE = "Y"
053100         ADD 1 TO SEED-KEPT
053200     ELSE
053300         ADD 1 TO SEED-ADDED.

053400 WRITE-MENU-RECORD.
053500     MOVE "N" TO SEED-ON-FILE.
053600     WRITE MASTER-MENU-RECORD
053700         INVALID KEY
053800         MOVE "Y" TO SEED-ON-FILE.
