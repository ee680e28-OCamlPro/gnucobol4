*>COPY "./copybooks/Repair-Log-FD.cpy".
FD  Repair-Log-File.
*> the 700-byte WS-Repair-Log-Row, then one blank and
*> the row's 20-digit hash-chain link (PGM70).
01  Repair-Log-Line              PIC X(721).
