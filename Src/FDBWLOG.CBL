000100*---------------------------------
000200* FDBWLOG.CBL
000300* Batch window event log,
000400* written through PLBWIN01.CBL -
000500* when NIGHTRUN raised and
000600* cleared the window, each
000700* operator BLOCKED at sign-on or
000800* BUMPED from an unsaved entry
000900* while it was up, and each
001000* maintenance window a
001100* supervisor opened or shut.
001200* OPSCON01 lists last night's.
001300* Sequential, append only.
001400*---------------------------------
001500 FD  BATCH-WINDOW-LOG
001600     LABEL RECORDS ARE STANDARD.
001700 01  BATCH-WINDOW-LOG-RECORD.
001800     05  BWLOG-DATE               PIC 9(8).
001900     05  BWLOG-TIME               PIC 9(6).
002000     05  BWLOG-OPERATOR           PIC X(5).
002100     05  BWLOG-PROGRAM            PIC X(9).
002200     05  BWLOG-EVENT              PIC X(10).
