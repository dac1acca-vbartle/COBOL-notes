001329*   from that file - no junk
001329*   VENDOR-FILE records for
001329*   customer refunds.
001329* VOUCHER-STORE is the store
001329*   (STORE-NUMBER on STORE-FILE)
001329*   the expense belongs to, or
001329*   ZERO for head office costs
001329*   no store carries. On a split
001329*   voucher each VDIST line has
001329*   its own store and this is
001329*   the first line's, the same
001329*   as VOUCHER-GL-ACCOUNT. Read
001329*   by the store P&L (STRPNL01).
001329* VOUCHER-NETTED is "Y" when the
001329*   voucher was settled by
001329*   offset against the same
001329*   party's receivables in the
001329*   netting run (APNET01) rather
001329*   than by check - paid date
001329*   stamped, check number zero.
001329*   GLPOST01 credits the
001329*   receivables control account
001329*   ARTRADE for it, not cash.
001329* VOUCHER-PROJECT is the project
001329*   / job (PROJECT-NUMBER on
001329*   PROJECT-FILE) the cost is
001329*   charged to, ZERO for none.
001329*   On a split voucher it is the
001329*   first line's, each VDIST line
001329*   carrying its own. Reported
001329*   by PRJRPT01.
001329* VOUCHER-WIRE-NUMBER is the wire
001329*   request (FDWIRE.CBL) the
001329*   voucher was put on by
001329*   WIRREQ01, ZERO for none.
001329*   While the wire is pending
001329*   release the voucher cannot be
001329*   paid any other way; once
001329*   WIRREL01 releases it the
001329*   voucher is paid with the
001329*   wire's CHECK-FILE reference
001329*   in VOUCHER-CHECK-NO.
001329* VOUCHER-REMIT-TO is the
001329*   vendor's remit-to location
001329*   (REMIT-LOCATION on
001329*   REMIT-TO-FILE, FDRMIT01.CBL)
001329*   the payment goes to, or
001329*   SPACES for the address on
001329*   the vendor record. CHKRUN01
001329*   writes one check per vendor
001329*   and remit-to.
001330*---------------------------------
001400 FD  VOUCHER-FILE
001500     LABEL RECORDS ARE STANDARD.
002899     05  VOUCHER-DISPUTE-FLAG             PIC X.
002899     05  VOUCHER-GST-AMOUNT               PIC S9(6)V99.
002899     05  VOUCHER-ONE-TIME-FLAG            PIC X.
002899     05  VOUCHER-STORE                    PIC 9(2).
002899     05  VOUCHER-NETTED                   PIC X.
002899     05  VOUCHER-PROJECT                  PIC 9(5).
002899     05  VOUCHER-WIRE-NUMBER              PIC 9(6).
002899     05  VOUCHER-REMIT-TO                 PIC X(4).
002900
