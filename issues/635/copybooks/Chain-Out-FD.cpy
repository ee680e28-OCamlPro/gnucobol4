*>COPY "./copybooks/Chain-Out-FD.cpy".
FD  Chain-Out-File.
01  Chain-Out-Line               PIC X(730).
