001500*   "FE" - service fee
001600*   "IN" - interest paid
001700*   "AC" - ACH debit
001750*   "WR" - outgoing wire
001760*   "RD" - returned deposit
001765*   "TI" - transfer in from
001770*          another of our
001775*          accounts
001780*   "TO" - transfer out to
001785*          another of our
001790*          accounts
001800* BNKTRX-AMOUNT is signed with
001900* its effect on the book
002000* balance: deposits,
002100* interest and transfers in +,
002200* checks, fees, ACH debits,
002250* wires, returned deposits and
002275* transfers out -.
002300* BNKTRX-POSTED is "Y" once
002400* the item has been reflected
002500* in BANK-BALANCE (checks and
002600* wires were posted when
002700* written; deposits when
002800* keyed in BNKMNT01). Fees,
002850* interest, returned deposits
002900* and ACH debits come in "N"
002910* and are posted to book and
002920* GL by BNKADJ01 - until then
003000* they are the named
003100* reconciling items on
003200* BNKREC01.
003210* A "DP" written by LBXIMP01
003220* is a lockbox deposit, posted
003230* as written - its checks
003240* reach BANK-BALANCE through
003250* ARPOST01.
003257* A "TI" or "TO" is posted as
003264* written when it matches a
003271* transfer XFRREL01 released -
003278* the release moved the book -
003285* and comes in "N" for BNKADJ01
003292* when it matches none.
003300*---------------------------------
003400 FD  BANK-TRX-FILE
003500     LABEL RECORDS ARE STANDARD.
