000100*---------------------------------
000200* FDEMP01.CBL
000300* Primary Key - EMPLOYEE-NUMBER
000400* Employee master for expense
000500* reports, maintained by
000600* EMPMNT01.
000700* EMPLOYEE-VENDOR is the payee
000800*   record on VENDOR-FILE the
000900*   employee is reimbursed
001000*   through. It carries the
001100*   mailing address and the
001200*   VENDOR-PAY-METHOD / bank
001300*   details, so CHKRUN01 pays an
001400*   expense voucher by ACH or
001500*   check exactly as it pays any
001600*   other vendor.
001700* EMPLOYEE-STORE is the store the
001800*   employee works out of (ZERO
001900*   for head office); expense
002000*   vouchers and their VDIST
002100*   lines carry it.
002200* EMPLOYEE-ACTIVE is "Y" while
002300*   expense reports may be keyed
002400*   for the employee, "N" once
002500*   they have left.
002510* EMPLOYEE-APPROVER is the
002520*   operator id the employee's
002530*   purchase requisitions are
002540*   routed to for approval
002550*   (REQENT01/REQAPR01); spaces
002560*   when the employee may not
002570*   requisition.
002600*---------------------------------
002700 FD  EMPLOYEE-FILE
002800     LABEL RECORDS ARE STANDARD.
002900 01  EMPLOYEE-RECORD.
003000     05  EMPLOYEE-NUMBER          PIC 9(5).
003100     05  EMPLOYEE-NAME            PIC X(30).
003200     05  EMPLOYEE-STORE           PIC 9(2).
003300     05  EMPLOYEE-VENDOR          PIC 9(5).
003400     05  EMPLOYEE-ACTIVE          PIC X.
003500     05  EMPLOYEE-APPROVER        PIC X(5).
