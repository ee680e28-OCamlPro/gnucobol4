*>COPY "./copybooks/Reject-Ledger-FD.cpy".
FD  Reject-Ledger-File.
*> the 170-byte WS-Reject-Ledger-Row, then one blank and
*> the row's 20-digit hash-chain link (PGM70).
01  Reject-Ledger-Line           PIC X(191).
