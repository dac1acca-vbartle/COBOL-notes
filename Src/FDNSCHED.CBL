002650*   SLSGL01  (1:8) feed date
002660*   LDGAP01  (1:8) from date
002670*            (9:8) to date
002673*   REORG01  (1:8) VOUCHER,
002676*            CHECK or ALL
002680* A blank position falls back
002690* to that step's prompt.
002700*---------------------------------
