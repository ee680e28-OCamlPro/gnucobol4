*>COPY "./copybooks/Cfg-Copy-FD.cpy".
FD  Cfg-Src-File.
01  Cfg-Src-Line                 PIC X(400).

FD  Cfg-Out-File.
01  Cfg-Out-Line                 PIC X(400).
