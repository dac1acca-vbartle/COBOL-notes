001300*   CK - the matching CHECK-FILE
001400*        record is cleared the
001500*        way CHKIMP01 does.
001550*   WR - outgoing wire, cleared
001560*        like a check against
001570*        the CHECK-FILE record
001580*        WIRREL01 wrote for it
001590*        (its wire reference in
001595*        the check number).
001600*   DP - recorded for the
001700*        reconciliation; deposits
001800*        are keyed in BNKMNT01
001900*        so no balance change
002000*        here.
002100*   FE / IN / RD / AC - service
002200*        fee, interest, returned
002300*        deposit and ACH debit,
002400*        recorded UNPOSTED for
002500*        BNKADJ01, which assigns
002550*        each its GL account and
002600*        posts it to book and GL.
002607*   TI / TO - transfer in and
002614*        out between our own
002621*        accounts, matched to the
002628*        oldest open expected item
002635*        (FDEXPIT.CBL) XFRREL01
002642*        wrote for the account,
002649*        type and amount, and
002656*        recorded posted - the
002663*        release already moved
002670*        the book. One with no
002677*        expected item is an
002684*        exception left UNPOSTED
002691*        for BNKADJ01.
002700* A register prints every item
002800* and what was done with it;
002900* BNKREC01 then proves book to

003600     COPY "SLCHK01.CBL".

003700     COPY "SLEXPIT.CBL".

003900     SELECT BANK-STMT-FILE
004000         ASSIGN TO "BANKSTM2"

004800     COPY "FDCHK01.CBL".

004900     COPY "FDEXPIT.CBL".

005100 FD  BANK-STMT-FILE
005200     LABEL RECORDS ARE OMITTED.

005800 77  STMT-FILE-AT-END            PIC X.
005900 77  CHECK-RECORD-FOUND          PIC X.
006100 77  TRX-FILE-AT-END             PIC X.
006200 77  NEXT-TRX-SEQUENCE           PIC 9(4).
006233 77  EXPIT-FILE-AT-END           PIC X.
006266 77  EXPECTED-ITEM-FOUND         PIC X.
006300 77  LINES-READ-COUNT            PIC 9(6) VALUE ZERO.
006400 77  CHECKS-CLEARED-COUNT        PIC 9(6) VALUE ZERO.
006500 77  ADJUSTMENTS-WAITING-COUNT   PIC 9(6) VALUE ZERO.
006600 77  TRANSFERS-MATCHED-COUNT     PIC 9(6) VALUE ZERO.
006700 77  EXCEPTION-COUNT             PIC 9(6) VALUE ZERO.
006800 77  AN-AMOUNT-FIELD             PIC ZZZ,ZZZ,ZZ9.99-.

010600     PERFORM MAIN-PROCESS.
010700     PERFORM CLOSING-PROCEDURE.

010733 PROGRAM-EXIT.
010766     EXIT PROGRAM.

010800 PROGRAM-DONE.
010900     STOP RUN.

011100     OPEN INPUT BANK-STMT-FILE.
011200     OPEN I-O BANK-TRX-FILE.
011300     OPEN I-O CHECK-FILE.
011400     OPEN I-O EXPECTED-ITEM-FILE.
011600     OPEN OUTPUT PRINTER-FILE.

011700 CLOSING-PROCEDURE.
011800     CLOSE BANK-STMT-FILE.
011900     CLOSE BANK-TRX-FILE.
012000     CLOSE CHECK-FILE.
012100     CLOSE EXPECTED-ITEM-FILE.
012300     CLOSE PRINTER-FILE.
012400     DISPLAY LINES-READ-COUNT " STATEMENT LINE(S) READ".
012500     DISPLAY CHECKS-CLEARED-COUNT " CHECK(S) CLEARED".
012550     DISPLAY TRANSFERS-MATCHED-COUNT " TRANSFER(S) MATCHED".
012600     DISPLAY ADJUSTMENTS-WAITING-COUNT
012700         " BANK ADJUSTMENT(S) TO POST IN BNKADJ01".
012900     IF EXCEPTION-COUNT NOT = ZERO
013000         DISPLAY EXCEPTION-COUNT
013100             " EXCEPTION(S) - SEE THE REGISTER".
014100 IMPORT-ONE-ITEM.
014200     MOVE BANK-STMT-RECORD TO STMT-ITEM-LINE.
014300     ADD 1 TO LINES-READ-COUNT.
014325     MOVE "N" TO EXPECTED-ITEM-FOUND.
014350     IF STMT-TYPE = "TI" OR STMT-TYPE = "TO"
014375         PERFORM FIND-EXPECTED-ITEM.
014400     PERFORM WRITE-TRX-RECORD.
014500     IF STMT-TYPE = "CK" OR STMT-TYPE = "WR"
014600         PERFORM CLEAR-MATCHING-CHECK
014700     ELSE
014800     IF STMT-TYPE = "DP"
014900         PERFORM REGISTER-RECORDED-ITEM
015000     ELSE
015025     IF STMT-TYPE = "TI" OR STMT-TYPE = "TO"
015050         PERFORM MATCH-EXPECTED-ITEM
015075     ELSE
015100         PERFORM REGISTER-ADJUSTMENT-ITEM.
015500     PERFORM READ-NEXT-STMT-LINE.

015600*---------------------------------
016600     MOVE NEXT-TRX-SEQUENCE TO BNKTRX-SEQUENCE.
016700     MOVE STMT-TYPE TO BNKTRX-TYPE.
016800     IF STMT-TYPE = "DP" OR STMT-TYPE = "IN"
016850        OR STMT-TYPE = "TI"
016900         MOVE STMT-AMOUNT TO BNKTRX-AMOUNT
017000     ELSE
017100         COMPUTE BNKTRX-AMOUNT = ZERO - STMT-AMOUNT.
017300     MOVE STMT-DESCRIPTION TO BNKTRX-DESCRIPTION.
017400     MOVE "N" TO BNKTRX-POSTED.
017500     IF STMT-TYPE = "CK" OR STMT-TYPE = "DP"
017550        OR STMT-TYPE = "WR"
017600         MOVE "Y" TO BNKTRX-POSTED.
017633     IF EXPECTED-ITEM-FOUND = "Y"
017666         MOVE "Y" TO BNKTRX-POSTED.
017700     WRITE BANK-TRX-RECORD
017800         INVALID KEY
017900         DISPLAY "ERROR WRITING BANK TRANSACTION".
023100         PERFORM REGISTER-CLEARED-ITEM.

023200*---------------------------------
023300* Transfer in or out - the
023400* account's expected items come
023500* in transfer number order, so
023600* the first open one of the same
023700* type and amount is the oldest.
023800*---------------------------------
023900 FIND-EXPECTED-ITEM.
024000     MOVE "N" TO EXPIT-FILE-AT-END.
024100     MOVE STMT-ACCOUNT TO EXPIT-ACCOUNT.
024200     MOVE SPACE TO EXPIT-SOURCE.
024300     MOVE ZEROES TO EXPIT-NUMBER.
024400     START EXPECTED-ITEM-FILE
024500        KEY NOT < EXPIT-KEY
024600         INVALID KEY MOVE "Y" TO EXPIT-FILE-AT-END.
024700     PERFORM CHECK-NEXT-EXPECTED-ITEM
024800         UNTIL EXPIT-FILE-AT-END = "Y"
024900            OR EXPECTED-ITEM-FOUND = "Y".

025000 CHECK-NEXT-EXPECTED-ITEM.
025100     READ EXPECTED-ITEM-FILE NEXT RECORD
025200         AT END MOVE "Y" TO EXPIT-FILE-AT-END.
025300     IF EXPIT-FILE-AT-END NOT = "Y"
025400         IF EXPIT-ACCOUNT NOT = STMT-ACCOUNT
025500             MOVE "Y" TO EXPIT-FILE-AT-END
025600         ELSE
025700         IF EXPIT-MATCHED NOT = "Y"
025800            AND EXPIT-TYPE = STMT-TYPE
025900            AND EXPIT-AMOUNT = STMT-AMOUNT
026000             MOVE "Y" TO EXPECTED-ITEM-FOUND.

026100 MATCH-EXPECTED-ITEM.
026200     IF EXPECTED-ITEM-FOUND = "N"
026300         PERFORM REGISTER-UNMATCHED-TRANSFER
026400     ELSE
026500         MOVE "Y" TO EXPIT-MATCHED
026600         MOVE STMT-DATE TO EXPIT-MATCHED-DATE
026700         MOVE NEXT-TRX-SEQUENCE TO EXPIT-MATCHED-SEQUENCE
026800         REWRITE EXPECTED-ITEM-RECORD
026900             INVALID KEY
027000             DISPLAY "ERROR REWRITING EXPECTED BANK ITEM"
027100         ADD 1 TO TRANSFERS-MATCHED-COUNT
027200         PERFORM REGISTER-MATCHED-TRANSFER.

028600*---------------------------------
028700* Register lines.
029000     MOVE "CHECK CLEARED" TO PRINT-TRX-RESULT.
029100     PERFORM PRINT-REGISTER-LINE.

029200 REGISTER-ADJUSTMENT-ITEM.
029300     ADD 1 TO ADJUSTMENTS-WAITING-COUNT.
029350     MOVE "UNPOSTED - SEE BNKADJ01" TO PRINT-TRX-RESULT.
029400     PERFORM PRINT-REGISTER-LINE.

029500 REGISTER-RECORDED-ITEM.
029600     MOVE "RECORDED FOR RECON" TO PRINT-TRX-RESULT.
029700     PERFORM PRINT-REGISTER-LINE.

029712 REGISTER-MATCHED-TRANSFER.
029724     MOVE "TRANSFER MATCHED" TO PRINT-TRX-RESULT.
029736     PERFORM PRINT-REGISTER-LINE.

029748 REGISTER-UNMATCHED-TRANSFER.
029760     ADD 1 TO EXCEPTION-COUNT.
029772     MOVE "*** NO TRANSFER ON FILE" TO PRINT-TRX-RESULT.
029784     PERFORM PRINT-REGISTER-LINE.

029800 REGISTER-ITEM-EXCEPTION.
029900     ADD 1 TO EXCEPTION-COUNT.
030000     MOVE "*** EXCEPTION ***" TO PRINT-TRX-RESULT.
031700     COPY "PLDATE01.CBL".

031800     COPY "PLOPID01.CBL".
