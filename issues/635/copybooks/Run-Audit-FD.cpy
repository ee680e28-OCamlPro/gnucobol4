*>COPY "./copybooks/Run-Audit-FD.cpy".
FD  Run-Audit-File.
*> the 116-byte WS-Run-Audit-Row, then one blank and the
*> row's 20-digit hash-chain link (PGM70).
01  Run-Audit-Printline           PIC X(137).
