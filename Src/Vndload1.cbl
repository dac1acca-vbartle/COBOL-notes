002900* out. Rejects print with the
003000* reason; loaded vendors print
003100* on a register for review.
003110* Each loaded vendor starts
003120* pending with an onboarding
003130* checklist (PLONBRD.CBL), the
003140* same as one added in VNDMNT04,
003150* until ONBMNT01 activates it.
003155* Nothing is loaded while the
003160* nightly batch window is up
003165* (PLBWIN01.CBL). If the window
003170* goes up part way through, the
003175* load stops before the next
003180* vendor and says how many raw
003185* records are done, so they can
003190* be dropped before reloading.
003200*---------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.

003800     COPY "SLVTYP1.CBL".

003850     COPY "SLONBRD.CBL".

003866     COPY "SLBWIN01.CBL".

003882     COPY "SLBWLOG.CBL".

003900     SELECT RAW-VENDOR-FILE
004000         ASSIGN TO "RAWVEND"
004100         ORGANIZATION IS LINE SEQUENTIAL.

004900     COPY "FDVTYP1.CBL".

004950     COPY "FDONBRD.CBL".

004966     COPY "FDBWIN01.CBL".

004982     COPY "FDBWLOG.CBL".

005000 FD  RAW-VENDOR-FILE
005100     LABEL RECORDS ARE STANDARD.
005200 01  RAW-VENDOR-RECORD.

011100     COPY "WSOPID01.CBL".

011150     COPY "WSDATE01.CBL".

011175     COPY "WSBWIN01.CBL".

011200 PROCEDURE DIVISION.
011300 PROGRAM-BEGIN.
011400     PERFORM OPENING-PROCEDURE.
011500     PERFORM GET-OPERATOR-ID.
011525     MOVE "VNDLOAD1" TO BWIN-PROGRAM-NAME.
011550     PERFORM CHECK-BATCH-WINDOW-AT-SIGN-ON.
011575     IF BATCH-UPDATES-ALLOWED = "Y"
011600         PERFORM ENTER-NUMBER-RANGE
011700         PERFORM MAIN-PROCESS.
011800     PERFORM CLOSING-PROCEDURE.

011900 PROGRAM-EXIT.
012400     OPEN I-O VENDOR-FILE.
012500     OPEN INPUT STATE-FILE.
012600     OPEN INPUT VENDOR-TYPE-FILE.
012650     OPEN I-O ONBOARD-FILE.
012700     OPEN INPUT RAW-VENDOR-FILE.
012800     OPEN OUTPUT PRINTER-FILE.
012900     PERFORM START-NEW-PAGE.
013100     CLOSE VENDOR-FILE.
013200     CLOSE STATE-FILE.
013300     CLOSE VENDOR-TYPE-FILE.
013350     CLOSE ONBOARD-FILE.
013400     CLOSE RAW-VENDOR-FILE.
013500     PERFORM PRINT-LOAD-SUMMARY.
013600     PERFORM END-LAST-PAGE.
016800     PERFORM UPPER-CASE-RAW-RECORD.
016900     PERFORM VALIDATE-RAW-RECORD.
017000     IF RECORD-IS-VALID = "Y"
017012         PERFORM CHECK-BATCH-WINDOW-BEFORE-WRITE
017024         IF BATCH-UPDATES-ALLOWED NOT = "Y"
017036             SUBTRACT 1 FROM RECORDS-READ
017048             MOVE "Y" TO RAW-FILE-AT-END
017060             DISPLAY "LOAD STOPPED - THE FIRST " RECORDS-READ
017072                 " RAW RECORD(S) ARE DONE"
017084         ELSE
017100             PERFORM LOAD-ONE-RECORD
017200     ELSE
017300         PERFORM REJECT-ONE-RECORD.
017400     PERFORM READ-NEXT-RAW-RECORD.
024700     PERFORM ASSIGN-VENDOR-NUMBER.
024800     IF RECORD-IS-VALID = "Y"
024900         PERFORM BUILD-VENDOR-RECORD
024950         PERFORM START-VENDOR-ONBOARDING
025000         PERFORM WRITE-VENDOR-RECORD
025050         PERFORM WRITE-VENDOR-ONBOARDING
025100         ADD 1 TO RECORDS-LOADED
025200         PERFORM PRINT-LOADED-LINE
025300     ELSE
027400     MOVE SPACE TO VENDOR-RECORD.
027410     MOVE ZEROES TO VENDOR-HOLD-DATE
027420                    VENDOR-BANK-CHANGE-DATE
027430                    VENDOR-LAST-PAID-DATE
027435                    VENDOR-PRENOTE-DATE
027440                    VENDOR-PARENT.
027500     MOVE NEXT-VENDOR-NUMBER TO VENDOR-NUMBER.
027600     ADD 1 TO NEXT-VENDOR-NUMBER.
027700     MOVE RAW-VENDOR-NAME TO VENDOR-NAME.
029300                    VENDOR-TERMS-DISC-DAYS
029400                    VENDOR-HOLD-DATE.
029500     MOVE "N" TO VENDOR-HOLD-FLAG.
029533     MOVE "N" TO VENDOR-PRENOTE-PENDING.
029566     MOVE "N" TO VENDOR-ERS-FLAG.

029600 REJECT-ONE-RECORD.
029700     ADD 1 TO RECORDS-REJECTED.
036800     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.

036900     COPY "PLOPID01.CBL".

037000     COPY "PLDATE01.CBL".

037100     COPY "PLONBRD.CBL".

037200     COPY "PLBWIN01.CBL".
