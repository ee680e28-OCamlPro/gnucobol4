*>COPY "./copybooks/DW-Delta-FD.cpy".
FD  DW-Delta-File.
01  DW-Delta-Line                PIC X(440).
