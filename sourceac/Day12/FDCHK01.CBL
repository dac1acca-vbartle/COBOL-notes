002377*   check paid, so it can be
002384*   picked up by the next check
002391*   run.
002392* CHECK-PAY-METHOD is how
002393*   CHKRUN01 sent the payment:
002394*   "C" paper check, "A" ACH,
002395*   "V" virtual card (a request
002396*   to the card issuer - no bank
002397*   item ever clears for it, and
002398*   GLPOST01 credits the CARDCLR
002399*   clearing account, not cash),
002399*   "W" wire transfer released
002399*   by WIRREL01 (the check number
002399*   is the wire reference).
002399*   Blank on payments written
002399*   before the field existed.
002400*---------------------------------
002500 FD  CHECK-FILE
002600     LABEL RECORDS ARE STANDARD.
003540     05  CHECK-COMPANY            PIC X(2).
003550     05  CHECK-ISSUE-DATE         PIC 9(8).
003560     05  CHECK-PAY-RUN            PIC 9(5).
003570     05  CHECK-PAY-METHOD         PIC X.
003600
