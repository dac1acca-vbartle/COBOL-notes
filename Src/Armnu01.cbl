001300* receipts the entry
001400* authorization, the aging
001500* the inquiry authorization.
001510* Month-end customer statements
001520* go with the aging. Applying
001530* customer credits and the aged
001540* credit refund run take the
001550* entry authorization.
001560* The credit exception report
001570* goes with the aging.
001580* Bad-debt write-offs take the
001590* entry authorization.
001600*---------------------------------
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
002400 WORKING-STORAGE SECTION.

002500 77  MENU-PICK                    PIC 9.
002600     88  MENU-PICK-IS-VALID       VALUES 0 THRU 9.

002700     COPY "WSSIGN01.CBL".

006100         DISPLAY "          2.  INVOICE ENTRY"
006200         DISPLAY "          3.  CASH RECEIPTS".
006300     IF AUTH-INQUIRY = "Y"
006400         DISPLAY "          4.  RECEIVABLE AGING"
006450         DISPLAY "          5.  CUSTOMER STATEMENTS".
006460     IF AUTH-ENTRY = "Y"
006470         DISPLAY "          6.  APPLY CUSTOMER CREDITS"
006480         DISPLAY "          7.  CREDITS FOR REFUND".
006490     IF AUTH-INQUIRY = "Y"
006491         DISPLAY "          8.  CREDIT EXCEPTIONS".
006492     IF AUTH-ENTRY = "Y"
006493         DISPLAY "          9.  BAD DEBT WRITE-OFFS".
006500     DISPLAY " ".
006600     DISPLAY "          0.  EXIT".
006700     PERFORM SCROLL-LINE 3 TIMES.

006800 ACCEPT-MENU-PICK.
006900     DISPLAY "YOUR CHOICE (0-9)?".
007000     ACCEPT MENU-PICK.

007100 RE-ACCEPT-MENU-PICK.
008600         PERFORM CASH-RECEIPTS
008700     ELSE
008800     IF MENU-PICK = 4
008900         PERFORM RECEIVABLE-AGING
008910     ELSE
008920     IF MENU-PICK = 5
008930         PERFORM CUSTOMER-STATEMENTS
008940     ELSE
008950     IF MENU-PICK = 6
008960         PERFORM APPLY-CUSTOMER-CREDITS
008970     ELSE
008980     IF MENU-PICK = 7
008990         PERFORM CREDITS-FOR-REFUND
008991     ELSE
008992     IF MENU-PICK = 8
008993         PERFORM CREDIT-EXCEPTIONS
008994     ELSE
008995     IF MENU-PICK = 9
008996         PERFORM BAD-DEBT-WRITE-OFFS.

009000     PERFORM GET-MENU-PICK.

011300     ELSE
011400         CALL "ARCSH01".

011410*---------------------------------
011420* CREDITS
011430*---------------------------------
011440 APPLY-CUSTOMER-CREDITS.
011450     IF AUTH-ENTRY NOT = "Y"
011460         DISPLAY "YOU ARE NOT AUTHORIZED FOR THAT OPTION"
011470     ELSE
011480         CALL "ARCRAP01".

011490 CREDITS-FOR-REFUND.
011491     IF AUTH-ENTRY NOT = "Y"
011492         DISPLAY "YOU ARE NOT AUTHORIZED FOR THAT OPTION"
011493     ELSE
011494         CALL "ARCRRF01".

011500*---------------------------------
011600* AGING
011700*---------------------------------
012100     ELSE
012200         CALL "ARAGE01".

012210*---------------------------------
012220* STATEMENTS
012230*---------------------------------
012240 CUSTOMER-STATEMENTS.
012250     IF AUTH-INQUIRY NOT = "Y"
012260         DISPLAY "YOU ARE NOT AUTHORIZED FOR THAT OPTION"
012270     ELSE
012280         CALL "ARSTMT01".

012281*---------------------------------
012282* CREDIT EXCEPTIONS
012283*---------------------------------
012284 CREDIT-EXCEPTIONS.
012285     IF AUTH-INQUIRY NOT = "Y"
012286         DISPLAY "YOU ARE NOT AUTHORIZED FOR THAT OPTION"
012287     ELSE
012288         CALL "ARCRX01".

012290*---------------------------------
012291* WRITE-OFFS
012292*---------------------------------
012293 BAD-DEBT-WRITE-OFFS.
012294     IF AUTH-ENTRY NOT = "Y"
012295         DISPLAY "YOU ARE NOT AUTHORIZED FOR THAT OPTION"
012296     ELSE
012297         CALL "ARWO01".

012300     COPY "PLOPID01.CBL".

012400     COPY "PLSIGN01.CBL".
