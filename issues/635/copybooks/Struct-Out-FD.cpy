*>COPY "./copybooks/Struct-Out-FD.cpy".
FD  Struct-Out-File.
01  Struct-Out-Line              PIC X(512).
