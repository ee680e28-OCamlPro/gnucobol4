*>COPY "./copybooks/Chain-File-FD.cpy".
FD  Chain-File.
01  Chain-File-Line              PIC X(730).
