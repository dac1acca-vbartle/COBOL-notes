001400* customer's terms, and every
001500* invoice written is journaled
001600* (PLJRNL01).
001610* A credit memo (returns,
001620* pricing errors) is keyed
001630* here too: its amount is
001640* entered positive and stored
001650* negative, numbered in the
001660* invoice series, and due the
001670* day it is dated.
001680* An invoice is held against
001681* the customer's credit: the
001682* open items (credits netted)
001683* plus this invoice may not
001684* pass CUSTOMER-CREDIT-LIMIT,
001685* and a customer on credit hold
001686* may not be billed, unless a
001687* supervisor approves it
001688* (PLSUPV01) - the approval is
001689* journaled as CREDIT-OVR.
001691* Each item names the revenue
001693* account (ACCOUNT-FILE) it is
001695* billed to, and waits there
001697* for ARPOST01 to post it.
001698* While the nightly batch window
001699* is up (PLBWIN01.CBL) no entry
001699* session opens, and an invoice
001699* keyed as the window goes up is
001699* not written - its number is
001699* given back as on a backout.
001700*---------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.

002310     COPY "SLLOCK01.CBL".

002320     COPY "SLOPER01.CBL".

002400     COPY "SLJRNL01.CBL".

002410     COPY "SLACCT01.CBL".

002440     COPY "SLBWIN01.CBL".

002470     COPY "SLBWLOG.CBL".

002500 DATA DIVISION.
002600 FILE SECTION.


002910     COPY "FDLOCK01.CBL".

002920     COPY "FDOPER01.CBL".

003000     COPY "FDJRNL01.CBL".

003010     COPY "FDACCT01.CBL".

003040     COPY "FDBWIN01.CBL".

003070     COPY "FDBWLOG.CBL".

003100 WORKING-STORAGE SECTION.

003200 77  CUSTOMER-RECORD-FOUND        PIC X.
003500 77  USE-TERMS-ANSWER             PIC X.
003600 77  TERMS-DUE-INTEGER            PIC S9(9) COMP.
003700 77  INVOICE-NUMBER-FIELD         PIC Z(7).
003710 77  ENTRY-TYPE                   PIC X.
003800 77  AN-AMOUNT-FIELD              PIC ZZZ,ZZ9.99-.
003900 77  PROCESS-MESSAGE              PIC X(79) VALUE SPACE.
003910 77  INVOICE-FILE-AT-END          PIC X.
003920 77  CREDIT-OK                    PIC X.
003930 77  CREDIT-OVERRIDDEN            PIC X.
003940 77  OPEN-BALANCE                 PIC S9(8)V99.
003950 77  CREDIT-EXPOSURE              PIC S9(8)V99.
003960 77  CREDIT-AMOUNT-FIELD          PIC ZZ,ZZZ,ZZ9.99-.
003965 77  ACCOUNT-RECORD-FOUND         PIC X.
003970 01  SAVED-INVOICE-RECORD         PIC X(99).

004000     COPY "WSDATE01.CBL".


004210     COPY "WSLOCK01.CBL".

004220     COPY "WSSUPV01.CBL".

004260     COPY "WSBWIN01.CBL".

004300 PROCEDURE DIVISION.
004400 PROGRAM-BEGIN.
004500     PERFORM OPENING-PROCEDURE.
004600     PERFORM GET-OPERATOR-ID.
004625     MOVE "ARINV01" TO BWIN-PROGRAM-NAME.
004650     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
004675     IF BATCH-UPDATES-ALLOWED = "Y"
004700         PERFORM MAIN-PROCESS.
004800     PERFORM CLOSING-PROCEDURE.

004900 PROGRAM-EXIT.
005600     OPEN I-O CONTROL-FILE.
005610     OPEN I-O LOCK-FILE.
005700     OPEN EXTEND JOURNAL-FILE.
005750     OPEN INPUT ACCOUNT-FILE.

005800 CLOSING-PROCEDURE.
005900     CLOSE AR-INVOICE-FILE.
006100     CLOSE CONTROL-FILE.
006110     CLOSE LOCK-FILE.
006200     CLOSE JOURNAL-FILE.
006250     CLOSE ACCOUNT-FILE.

006300 MAIN-PROCESS.
006400     PERFORM GET-NEW-INVOICE-NUMBER.

006700 GET-NEW-INVOICE-NUMBER.
006800     PERFORM INIT-INVOICE-RECORD.
006850     IF BATCH-UPDATES-ALLOWED = "Y"
006900         PERFORM ASK-ADD-ANOTHER
006933     ELSE
006966         MOVE "N" TO OK-TO-PROCESS.
007000     IF OK-TO-PROCESS = "Y"
007100         PERFORM RETRIEVE-NEXT-INVOICE-NUMBER
007200     ELSE
007300         MOVE ZEROES TO ARINV-NUMBER.

007400 ASK-ADD-ANOTHER.
007500     MOVE "ADD A RECEIVABLE INVOICE OR CREDIT (Y/N)?"
007600         TO PROCESS-MESSAGE.
007700     PERFORM ASK-OK-TO-PROCESS.


008300 ADD-RECORDS.
008400     PERFORM ENTER-REMAINING-FIELDS.
008410     PERFORM CHECK-CUSTOMER-CREDIT.
008420     IF CREDIT-OK = "Y"
008500         PERFORM ASK-WRITE-THE-INVOICE
008510     ELSE
008520         MOVE "N" TO OK-TO-PROCESS.
008600     IF OK-TO-PROCESS = "Y"
008700         PERFORM WRITE-INVOICE-RECORD
008800         PERFORM JOURNAL-INVOICE-ADD
009200     PERFORM GET-NEW-INVOICE-NUMBER.

009300 ENTER-REMAINING-FIELDS.
009310     PERFORM ENTER-INVOICE-TYPE.
009400     PERFORM ENTER-INVOICE-CUSTOMER.
009500     PERFORM ENTER-INVOICE-FOR.
009600     PERFORM ENTER-INVOICE-AMOUNT.
009650     PERFORM ENTER-INVOICE-GL-ACCOUNT.
009700     PERFORM ENTER-INVOICE-DATE.
009710     IF ARINV-TYPE = "C"
009720         COMPUTE ARINV-AMOUNT = ZERO - ARINV-AMOUNT
009730         MOVE ARINV-DATE TO ARINV-DUE
009740     ELSE
009800         PERFORM ENTER-INVOICE-DUE.

009900*---------------------------------
010000* Undoes the control file's
010900 ASK-WRITE-THE-INVOICE.
011000     MOVE "WRITE THIS INVOICE (Y/N)?" TO PROCESS-MESSAGE.
011100     PERFORM ASK-OK-TO-PROCESS.
011120     IF OK-TO-PROCESS = "Y"
011140         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
011160         IF BATCH-UPDATES-ALLOWED NOT = "Y"
011180             MOVE "N" TO OK-TO-PROCESS.

011200 DISPLAY-NEW-INVOICE-NUMBER.
011300     MOVE ARINV-NUMBER TO INVOICE-NUMBER-FIELD.
011310     IF ARINV-TYPE = "C"
011320         DISPLAY "CREDIT MEMO " INVOICE-NUMBER-FIELD " ADDED"
011330     ELSE
011400         DISPLAY "INVOICE " INVOICE-NUMBER-FIELD " ADDED".

011410*---------------------------------
011411* The credit check - invoices
011412* only, a credit memo never
011413* adds to what is owed. Records
011414* from before credit limits
011415* carry no numeric limit and
011416* are treated as unlimited.
011417*---------------------------------
011418 CHECK-CUSTOMER-CREDIT.
011419     MOVE "Y" TO CREDIT-OK.
011420     MOVE "N" TO CREDIT-OVERRIDDEN.
011421     IF ARINV-TYPE = "I"
011422         PERFORM TEST-CUSTOMER-CREDIT.

011423 TEST-CUSTOMER-CREDIT.
011424     PERFORM ADD-UP-OPEN-BALANCE.
011425     COMPUTE CREDIT-EXPOSURE = OPEN-BALANCE + ARINV-AMOUNT.
011426     IF CUSTOMER-CREDIT-HOLD = "Y"
011427         DISPLAY "*** CUSTOMER IS ON CREDIT HOLD - "
011428             CUSTOMER-HOLD-REASON
011429         MOVE "N" TO CREDIT-OK.
011430     IF CUSTOMER-CREDIT-LIMIT NUMERIC
011431        AND CUSTOMER-CREDIT-LIMIT NOT = ZEROES
011432        AND CREDIT-EXPOSURE > CUSTOMER-CREDIT-LIMIT
011433         PERFORM DISPLAY-OVER-LIMIT
011434         MOVE "N" TO CREDIT-OK.
011435     IF CREDIT-OK = "N"
011436         PERFORM ASK-CREDIT-OVERRIDE.

011437 DISPLAY-OVER-LIMIT.
011438     DISPLAY "*** THIS INVOICE TAKES THE CUSTOMER OVER"
011439         " THE CREDIT LIMIT".
011440     MOVE OPEN-BALANCE TO CREDIT-AMOUNT-FIELD.
011441     DISPLAY "    OPEN BALANCE  " CREDIT-AMOUNT-FIELD.
011442     MOVE CREDIT-EXPOSURE TO CREDIT-AMOUNT-FIELD.
011443     DISPLAY "    WITH INVOICE  " CREDIT-AMOUNT-FIELD.
011444     MOVE CUSTOMER-CREDIT-LIMIT TO CREDIT-AMOUNT-FIELD.
011445     DISPLAY "    CREDIT LIMIT  " CREDIT-AMOUNT-FIELD.

011446 ASK-CREDIT-OVERRIDE.
011447     PERFORM GET-SUPERVISOR-APPROVAL.
011448     IF SUPERVISOR-OK = "Y"
011449         MOVE "Y" TO CREDIT-OK
011450         MOVE "Y" TO CREDIT-OVERRIDDEN
011451     ELSE
011452         DISPLAY "INVOICE REFUSED - CUSTOMER CREDIT".

011453*---------------------------------
011454* Open items for the customer,
011455* read through the invoice file
011456* the way ARCSH01 looks for the
011457* oldest invoice. The invoice
011458* being keyed is set aside in
011459* SAVED-INVOICE-RECORD while
011460* the record area is in use.
011461*---------------------------------
011462 ADD-UP-OPEN-BALANCE.
011463     MOVE AR-INVOICE-RECORD TO SAVED-INVOICE-RECORD.
011464     MOVE ZEROES TO OPEN-BALANCE.
011465     MOVE "N" TO INVOICE-FILE-AT-END.
011466     MOVE ZEROES TO ARINV-NUMBER.
011467     START AR-INVOICE-FILE
011468        KEY NOT < ARINV-NUMBER
011469         INVALID KEY MOVE "Y" TO INVOICE-FILE-AT-END.
011470     PERFORM ADD-ONE-OPEN-ITEM
011471         UNTIL INVOICE-FILE-AT-END = "Y".
011472     MOVE SAVED-INVOICE-RECORD TO AR-INVOICE-RECORD.

011473 ADD-ONE-OPEN-ITEM.
011474     READ AR-INVOICE-FILE NEXT RECORD
011475         AT END MOVE "Y" TO INVOICE-FILE-AT-END.
011476     IF INVOICE-FILE-AT-END NOT = "Y"
011477        AND ARINV-CUSTOMER = CUSTOMER-NUMBER
011478        AND ARINV-PAID-DATE = ZEROES
011479         COMPUTE OPEN-BALANCE = OPEN-BALANCE
011480             + ARINV-AMOUNT - ARINV-PAID-AMOUNT.

011500*---------------------------------
011600* Field entry routines.
011700*---------------------------------
011710 ENTER-INVOICE-TYPE.
011720     PERFORM ACCEPT-INVOICE-TYPE.
011730     PERFORM RE-ACCEPT-INVOICE-TYPE
011740         UNTIL ENTRY-TYPE = "I" OR "C".
011750     MOVE ENTRY-TYPE TO ARINV-TYPE.

011760 ACCEPT-INVOICE-TYPE.
011770     DISPLAY "INVOICE OR CREDIT MEMO (I/C)?".
011780     ACCEPT ENTRY-TYPE.
011790     INSPECT ENTRY-TYPE
011791      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

011792 RE-ACCEPT-INVOICE-TYPE.
011793     DISPLAY "ENTER I OR C".
011794     PERFORM ACCEPT-INVOICE-TYPE.

011800 ENTER-INVOICE-CUSTOMER.
011900     PERFORM ACCEPT-INVOICE-CUSTOMER.
012000     PERFORM RE-ACCEPT-INVOICE-CUSTOMER
014200 ENTER-INVOICE-AMOUNT.
014300     PERFORM ACCEPT-INVOICE-AMOUNT.
014400     PERFORM RE-ACCEPT-INVOICE-AMOUNT
014500         UNTIL ARINV-AMOUNT > ZEROES.

014600 ACCEPT-INVOICE-AMOUNT.
014700     DISPLAY "ENTER AMOUNT".
014900     MOVE AN-AMOUNT-FIELD TO ARINV-AMOUNT.

015000 RE-ACCEPT-INVOICE-AMOUNT.
015100     DISPLAY "A POSITIVE AMOUNT IS REQUIRED".
015200     PERFORM ACCEPT-INVOICE-AMOUNT.

015202*---------------------------------
015204* The revenue account must be on
015206* the chart, active, and not
015208* classed as anything but
015210* revenue.
015212*---------------------------------
015214 ENTER-INVOICE-GL-ACCOUNT.
015216     PERFORM ACCEPT-INVOICE-GL-ACCOUNT.
015218     PERFORM RE-ACCEPT-INVOICE-GL-ACCOUNT
015220         UNTIL ACCOUNT-RECORD-FOUND = "Y".

015222 ACCEPT-INVOICE-GL-ACCOUNT.
015224     DISPLAY "ENTER REVENUE ACCOUNT".
015226     ACCEPT ARINV-GL-ACCOUNT.
015228     INSPECT ARINV-GL-ACCOUNT
015230      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
015232     MOVE ARINV-GL-ACCOUNT TO ACCOUNT-CODE.
015234     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
015236     READ ACCOUNT-FILE RECORD
015238       INVALID KEY
015240          MOVE "N" TO ACCOUNT-RECORD-FOUND.
015242     IF ACCOUNT-RECORD-FOUND = "Y"
015244        AND ACCOUNT-ACTIVE NOT = "Y"
015246         DISPLAY "ACCOUNT IS INACTIVE"
015248         MOVE "N" TO ACCOUNT-RECORD-FOUND.
015250     IF ACCOUNT-RECORD-FOUND = "Y"
015252        AND ACCOUNT-TYPE NOT = "R" AND NOT = SPACE
015254         DISPLAY "NOT A REVENUE ACCOUNT"
015256         MOVE "N" TO ACCOUNT-RECORD-FOUND.
015258     IF ACCOUNT-RECORD-FOUND = "Y"
015260         DISPLAY "   ACCOUNT: " ACCOUNT-NAME.

015262 RE-ACCEPT-INVOICE-GL-ACCOUNT.
015264     DISPLAY "A VALID REVENUE ACCOUNT IS REQUIRED".
015266     PERFORM ACCEPT-INVOICE-GL-ACCOUNT.

015300 ENTER-INVOICE-DATE.
015400     MOVE "N" TO ZERO-DATE-IS-OK.
015500     MOVE "ENTER INVOICE DATE(MM/DD/CCYY)?"
023100                    ARINV-DUE
023200                    ARINV-PAID-AMOUNT
023300                    ARINV-PAID-DATE.
023310     MOVE "I" TO ARINV-TYPE.
023320     MOVE SPACE TO ARINV-GL-ACCOUNT.
023330     MOVE "N" TO ARINV-POSTED.
023340     MOVE ZEROES TO ARINV-POST-RUN.

023400 WRITE-INVOICE-RECORD.
023500     WRITE AR-INVOICE-RECORD
025400     MOVE "ARINV01" TO JOURNAL-PROGRAM.
025500     MOVE SPACE TO JOURNAL-KEY.
025600     MOVE ARINV-NUMBER TO JOURNAL-KEY.
025610     IF ARINV-TYPE = "C"
025620         MOVE "AR-CREDIT" TO JOURNAL-ACTION
025630     ELSE
025700         MOVE "AR-ADD" TO JOURNAL-ACTION.
025800     MOVE ARINV-AMOUNT TO JOURNAL-AMOUNT.
025900     PERFORM WRITE-JOURNAL-ENTRY.
025910     IF CREDIT-OVERRIDDEN = "Y"
025920         PERFORM JOURNAL-CREDIT-OVERRIDE.

025930*---------------------------------
025940* The supervisor who let the
025950* invoice past the credit check,
025960* and the invoice it let by.
025970*---------------------------------
025980 JOURNAL-CREDIT-OVERRIDE.
025985     MOVE "ARINV01" TO JOURNAL-PROGRAM.
025990     MOVE SPACE TO JOURNAL-KEY.
025991     STRING SUPERVISOR-ID ">" ARINV-NUMBER
025992         DELIMITED BY SIZE INTO JOURNAL-KEY.
025993     MOVE "CREDIT-OVR" TO JOURNAL-ACTION.
025994     MOVE ARINV-AMOUNT TO JOURNAL-AMOUNT.
025995     PERFORM WRITE-JOURNAL-ENTRY.

026000     COPY "PLDATE01.CBL".


026110     COPY "PLLOCK01.CBL".

026120     COPY "PLSUPV01.CBL".

026200     COPY "PLJRNL01.CBL".

026300     COPY "PLBWIN01.CBL".
